000800*  case no inverse exists and EXT-INVERSE is zero. Callers that *
000900*  only want the plain GCD/LCM set EXT-NOT-REQUESTED and UTIL   *
001000*  skips the coefficient bookkeeping entirely.                  *
001010*  EXT-REQUESTED or EXT-QUOTIENTS-REQUESTED ('Q', quotients     *
001020*  only) also has UTIL keep the partial quotient of every       *
001030*  division step in EXT-CF-QUOTIENT, first to last: the         *
001040*  continued-fraction expansion of M/N, EXT-CF-COUNT terms      *
001050*  long. Seven-digit operands never need more than 40 terms.    *
001100*****************************************************************
001200 01  UTIL-EXTENDED.
001300     05  EXT-REQUEST             PIC X.
001400         88  EXT-REQUESTED       VALUE 'Y'.
001500         88  EXT-NOT-REQUESTED   VALUE 'N'.
001510         88  EXT-QUOTIENTS-REQUESTED VALUE 'Q'.
001600     05  EXT-COEF-X              PIC S9(14).
001700     05  EXT-COEF-Y              PIC S9(14).
001800     05  EXT-INVERSE             PIC 9(14).
001900     05  EXT-INVERSE-STATUS      PIC X.
002000         88  EXT-INVERSE-FOUND   VALUE 'Y'.
002100         88  EXT-NO-INVERSE      VALUE 'N'.
002110     05  EXT-CF-COUNT            PIC 9(02).
002120     05  EXT-CF-QUOTIENT         PIC 9(07) OCCURS 40 TIMES.
