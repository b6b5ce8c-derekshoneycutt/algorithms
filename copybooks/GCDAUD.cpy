000100*****************************************************************
000200*  GCDAUD.cpy                                                   *
000300*  Shared record layout for the EUCLIDGCD audit trail dataset   *
000400*  (GCDAUDIT). One 56-byte record is appended per reduction:    *
000500*  type 'P' for an M,N pair (either run mode), type 'G' for a   *
000600*  group record - there AUD-IN-M carries the operand count,     *
000700*  AUD-IN-N is zero, and AUD-GCD-RESULT is the group GCD;       *
000710*  type 'C' for a congruence system run through UTIL, with the  *
000720*  pair count in AUD-IN-M, zero in AUD-IN-N, and the low-order  *
000730*  seven digits of the solution (zero when the system has none) *
000740*  in AUD-GCD-RESULT, and type 'R' for a gear ratio M/N reduced *
000750*  through UTIL, carrying M, N and their GCD exactly as a pair  *
000800*  record does. The compliance reporting and verification       *
000900*  programs read the trail back through this same layout so the *
001000*  writer and its readers never drift apart. Records written    *
001100*  before the type byte existed were 45 bytes; an existing trail*
001200*  is converted once by the GCDAUDCV utility before any 46-byte *
001210*  program touches it.                                          *
001215*  Every record closes with AUD-CHAIN-VALUE, the running chain  *
001220*  value: GCDLINK run over the previous record's chain value    *
001225*  and this record's AUD-CHAINED-DATA (the first 46 bytes). The *
001230*  first record ever written chains from zero. Type 'S' is a    *
001235*  seal, written where a trail is cut in two - to the end of    *
001240*  the GCDARCH archive and to the head of the kept trail alike  *
001245*  - by GCDARCH at a retention cut, or by GCDAUDCV when it      *
001250*  chains an existing archive. A seal names that program in     *
001255*  AUD-OPERATOR-ID and carries the number of records archived   *
001260*  in AUD-IN-M, zeros in AUD-IN-N and AUD-GCD-RESULT, and - not *
001265*  chained itself - the chain value of the last record          *
001270*  archived, which the kept trail chains on from. The 46-byte   *
001275*  unchained trail and archive are converted once by GCDAUDCV   *
001280*  CHAIN; GCDCHAIN proves either dataset end to end.            *
001300*****************************************************************
001400 01  AUDIT-LOG-RECORD.
001410     05  AUD-CHAINED-DATA.
001500         10  AUD-RUN-DATE            PIC 9(08).
001600         10  AUD-RUN-TIME            PIC 9(08).
001700         10  AUD-OPERATOR-ID         PIC X(08).
001800         10  AUD-IN-M                PIC 9(07).
001900         10  AUD-IN-N                PIC 9(07).
002000         10  AUD-GCD-RESULT          PIC 9(07).
002100         10  AUD-RECORD-TYPE         PIC X.
002200             88  AUD-PAIR-RECORD     VALUE 'P'.
002300             88  AUD-GROUP-RECORD    VALUE 'G'.
002310             88  AUD-CRT-RECORD      VALUE 'C'.
002320             88  AUD-RATIO-RECORD    VALUE 'R'.
002330             88  AUD-SEAL-RECORD     VALUE 'S'.
002340     05  AUD-CHAIN-VALUE             PIC 9(10).
