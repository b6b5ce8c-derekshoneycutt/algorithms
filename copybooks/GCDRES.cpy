000400*  dataset (GCDOUT) written by EUCLIDGCD: one 60-byte record    *
000500*  per GCDIN input record, in input order. Type 'D' answers a   *
000600*  detail (M,N pair) record; type 'G' answers a group record    *
000700*  with the GCD and LCM folded across the whole operand set;    *
000710*  type 'C' answers a congruence record with the one solution   *
000720*  x and the modulus (the LCM of the moduli) it holds under;    *
000730*  type 'R' answers a ratio record with the GCD, the ratio in   *
000740*  lowest terms, and how many continued-fraction terms and best *
000750*  approximations went to the GCDRATO ratio results dataset.    *
000800*  Records were untyped 36-byte pair results before the group   *
000900*  record type existed. The reconciliation program reads the    *
001000*  results back through this same layout so the writer and      *
001600*  call was made and no GCDAUDIT record was appended for it.    *
001700*  Group disposition 'O' marks a group whose LCM overflowed     *
001800*  the 18-digit result field; its GCD is still good.            *
001810*  Congruence disposition 'X' marks a system with no solution:  *
001820*  the first two pairs (by position) whose moduli share a       *
001830*  factor their remainders disagree on are named, with their    *
001840*  moduli. Congruence 'O' marks a system whose combined         *
001850*  modulus overflowed 18 digits; no solution is returned.       *
001900*****************************************************************
002000 01  GCD-RESULT-RECORD.
002100     05  RES-RECORD-TYPE             PIC X.
002200         88  RES-PAIR-RESULT         VALUE 'D'.
002300         88  RES-GROUP-RESULT        VALUE 'G'.
002310         88  RES-CRT-RESULT          VALUE 'C'.
002320         88  RES-RAT-RESULT          VALUE 'R'.
002400     05  RES-RESULT-BODY             PIC X(59).
002500     05  RES-PAIR-BODY REDEFINES RES-RESULT-BODY.
002600         10  RES-IN-M                PIC 9(07).
004300             88  RES-GRP-SKIPPED-ZERO VALUE 'Z'.
004400             88  RES-GRP-ERROR       VALUE 'E'.
004500         10  FILLER                  PIC X(31).
004510     05  RES-CRT-BODY REDEFINES RES-RESULT-BODY.
004520         10  RES-CRT-COUNT           PIC 9(02).
004530         10  RES-CRT-SOLUTION        PIC 9(18).
004540         10  RES-CRT-MODULUS         PIC 9(18).
004550         10  RES-CRT-DISPOSITION     PIC X.
004560             88  RES-CRT-SOLVED      VALUE 'P'.
004570             88  RES-CRT-CONFLICT    VALUE 'X'.
004580             88  RES-CRT-OVERFLOW    VALUE 'O'.
004590             88  RES-CRT-SKIPPED-ZERO VALUE 'Z'.
004600             88  RES-CRT-ERROR       VALUE 'E'.
004610         10  RES-CRT-CONFLICT-I      PIC 9(02).
004620         10  RES-CRT-CONFLICT-J      PIC 9(02).
004630         10  RES-CRT-CONFLICT-MOD-I  PIC 9(07).
004640         10  RES-CRT-CONFLICT-MOD-J  PIC 9(07).
004650         10  FILLER                  PIC X(02).
004660     05  RES-RAT-BODY REDEFINES RES-RESULT-BODY.
004670         10  RES-RAT-IN-M            PIC 9(07).
004680         10  RES-RAT-IN-N            PIC 9(07).
004690         10  RES-RAT-TOOTH-LIMIT     PIC 9(07).
004700         10  RES-RAT-GCD             PIC 9(07).
004710         10  RES-RAT-LOW-M           PIC 9(07).
004720         10  RES-RAT-LOW-N           PIC 9(07).
004730         10  RES-RAT-TERM-COUNT      PIC 9(02).
004740         10  RES-RAT-APPROX-COUNT    PIC 9(02).
004750         10  RES-RAT-DISPOSITION     PIC X.
004760             88  RES-RAT-PROCESSED   VALUE 'P'.
004770             88  RES-RAT-SKIPPED-ZERO VALUE 'Z'.
004780             88  RES-RAT-ERROR       VALUE 'E'.
004790         10  FILLER                  PIC X(12).
