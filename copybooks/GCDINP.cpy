000200*  GCDINP.cpy                                                   *
000300*  Shared record layout for the controlled GCDIN interface      *
000400*  file from engineering: a header record (creation date and    *
000500*  the expected detail, group, congruence and ratio counts),    *
000600*  one 'D' detail record per M,N pair, one 'G' group record per *
000700*  set of up to ten operands wanting a group GCD and LCM, one   *
000710*  'C' congruence record per system of up to ten (remainder,    *
000720*  modulus) pairs wanting a single solution x mod LCM, one 'R'  *
000730*  ratio record per gear ratio M/N wanting its lowest terms,    *
000740*  continued fraction and best approximations under a tooth-    *
000750*  count limit (zero for no limit), and a trailer record        *
000800*  carrying the actual counts plus hash totals (low-order 13    *
000900*  digits) of the M column, the N column, every group operand   *
000910*  slot, every congruence remainder and modulus slot, and the   *
000920*  M, N and limit of every ratio record. The ratio counts and   *
000930*  hash took trailing header and trailer filler, so the record  *
001000*  length did not change. Records are 160 bytes; they were 40   *
001100*  before the group record type needed room for ten operands,   *
001110*  and 80 before the congruence type needed room for ten pairs. *
001200*  EUCLIDGCD writes nothing to this file but proves its         *
001300*  control totals before processing; the reconciliation         *
001400*  program reads the same layout so the processor and its       *
001900         88  GIN-HEADER              VALUE 'H'.
002000         88  GIN-DETAIL              VALUE 'D'.
002100         88  GIN-GROUP               VALUE 'G'.
002110         88  GIN-CRT-SYSTEM          VALUE 'C'.
002120         88  GIN-RATIO               VALUE 'R'.
002200         88  GIN-TRAILER             VALUE 'T'.
002300     05  GIN-RECORD-BODY             PIC X(159).
002400     05  GIN-HEADER-BODY REDEFINES GIN-RECORD-BODY.
002500         10  GIN-HDR-CREATE-DATE     PIC 9(08).
002600         10  GIN-HDR-EXPECT-COUNT    PIC 9(07).
002700         10  GIN-HDR-GRP-COUNT       PIC 9(07).
002800         10  GIN-HDR-CRT-COUNT       PIC 9(07).
002810         10  GIN-HDR-RAT-COUNT       PIC 9(07).
002820         10  FILLER                  PIC X(123).
002900     05  GIN-DETAIL-BODY REDEFINES GIN-RECORD-BODY.
003000         10  IN-M                    PIC 9(07).
003100         10  IN-N                    PIC 9(07).
003200         10  FILLER                  PIC X(145).
003300     05  GIN-GROUP-BODY REDEFINES GIN-RECORD-BODY.
003400         10  GIN-GRP-COUNT           PIC 9(02).
003500         10  GIN-GRP-OPERAND         PIC 9(07) OCCURS 10 TIMES.
003600         10  FILLER                  PIC X(87).
003608     05  GIN-CRT-BODY REDEFINES GIN-RECORD-BODY.
003616         10  GIN-CRT-COUNT           PIC 9(02).
003624         10  GIN-CRT-PAIR            OCCURS 10 TIMES.
003632             15  GIN-CRT-REMAINDER   PIC 9(07).
003640             15  GIN-CRT-MODULUS     PIC 9(07).
003648         10  FILLER                  PIC X(17).
003656     05  GIN-RATIO-BODY REDEFINES GIN-RECORD-BODY.
003664         10  GIN-RAT-M               PIC 9(07).
003672         10  GIN-RAT-N               PIC 9(07).
003680         10  GIN-RAT-TOOTH-LIMIT     PIC 9(07).
003688         10  FILLER                  PIC X(138).
003700     05  GIN-TRAILER-BODY REDEFINES GIN-RECORD-BODY.
003800         10  GIN-TRL-COUNT           PIC 9(07).
003900         10  GIN-TRL-HASH-M          PIC 9(13).
004000         10  GIN-TRL-HASH-N          PIC 9(13).
004100         10  GIN-TRL-GRP-COUNT       PIC 9(07).
004200         10  GIN-TRL-HASH-GRP        PIC 9(13).
004300         10  GIN-TRL-CRT-COUNT       PIC 9(07).
004310         10  GIN-TRL-HASH-CRT        PIC 9(13).
004320         10  GIN-TRL-RAT-COUNT       PIC 9(07).
004330         10  GIN-TRL-HASH-RAT        PIC 9(13).
004340         10  FILLER                  PIC X(66).
