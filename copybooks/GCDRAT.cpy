000100*****************************************************************
000200*  GCDRAT.cpy                                                   *
000300*  Shared record layout for the ratio results dataset (GCDRATO) *
000400*  written by EUCLIDGCD's batch mode for every GCDIN 'R' ratio  *
000500*  record it reduces: one 80-byte 'S' summary record (M, N, the *
000600*  tooth-count limit, the GCD, the ratio in lowest terms and    *
000700*  the term and approximation counts), then one 'T' record per  *
000800*  continued-fraction term with its partial quotient and the    *
000900*  convergent it closes, then one 'A' record per best rational  *
001000*  approximation whose numerator and denominator both stay      *
001100*  within the limit, closest last. An approximation is a        *
001200*  convergent ('C') or, past the last convergent that fits, the *
001300*  largest semiconvergent that still fits ('S') when it beats   *
001400*  that convergent. The error is approximation minus M/N, so a  *
001500*  positive error runs fast. Every record carries the ratio's   *
001600*  place in GCDIN, matching its GCDOUT record. Ratios rejected  *
001700*  'Z' or 'E' write nothing here. The GCDRATIO report program   *
001800*  reads the dataset back through this same layout.             *
001900*****************************************************************
002000 01  GCD-RATIO-RECORD.
002100     05  RAT-RECORD-TYPE             PIC X.
002200         88  RAT-SUMMARY-REC         VALUE 'S'.
002300         88  RAT-TERM-REC            VALUE 'T'.
002400         88  RAT-APPROX-REC          VALUE 'A'.
002500     05  RAT-INPUT-SEQ               PIC 9(07).
002600     05  RAT-RECORD-BODY             PIC X(72).
002700     05  RAT-SUMMARY-BODY REDEFINES RAT-RECORD-BODY.
002800         10  RAT-SUM-IN-M            PIC 9(07).
002900         10  RAT-SUM-IN-N            PIC 9(07).
003000         10  RAT-SUM-TOOTH-LIMIT     PIC 9(07).
003100         10  RAT-SUM-GCD             PIC 9(07).
003200         10  RAT-SUM-LOW-M           PIC 9(07).
003300         10  RAT-SUM-LOW-N           PIC 9(07).
003400         10  RAT-SUM-TERM-COUNT      PIC 9(02).
003500         10  RAT-SUM-APPROX-COUNT    PIC 9(02).
003600         10  RAT-SUM-RUN-DATE        PIC 9(08).
003700         10  FILLER                  PIC X(18).
003800     05  RAT-TERM-BODY REDEFINES RAT-RECORD-BODY.
003900         10  RAT-TRM-NO              PIC 9(02).
004000         10  RAT-TRM-QUOTIENT        PIC 9(07).
004100         10  RAT-TRM-CONV-P          PIC 9(07).
004200         10  RAT-TRM-CONV-Q          PIC 9(07).
004300         10  FILLER                  PIC X(49).
004400     05  RAT-APPROX-BODY REDEFINES RAT-RECORD-BODY.
004500         10  RAT-APX-NO              PIC 9(02).
004600         10  RAT-APX-P               PIC 9(07).
004700         10  RAT-APX-Q               PIC 9(07).
004800         10  RAT-APX-KIND            PIC X.
004900             88  RAT-APX-CONVERGENT  VALUE 'C'.
005000             88  RAT-APX-SEMICONV    VALUE 'S'.
005100         10  RAT-APX-ERROR           PIC S9(07)V9(10)
005200                                     SIGN LEADING SEPARATE.
005300         10  RAT-APX-BEST-FLAG       PIC X.
005400             88  RAT-APX-IS-BEST     VALUE 'Y'.
005500         10  FILLER                  PIC X(36).
