002051*                  OPEN: ANY OTHER FAILURE IS LOGGED AND THE     *
002052*                  RUN COMPUTES EVERY PAIR WITHOUT TOUCHING      *
002053*                  THE MASTER.                                   *
002055*  10/15/2026 DSH  GCDPAIRM IS NOW AN INDEXED MASTER KEYED ON    *
002056*                  M,N AND READ AT RANDOM, REPLACING THE 5000-   *
002057*                  ENTRY TABLE THAT QUIETLY RECOMPUTED ANY PAIR  *
002058*                  PAST ITS LAST SLOT. EVERY PAIR REDUCED, IN    *
002059*                  EITHER RUN MODE, ADDS ITS MASTER RECORD OR    *
002060*                  ADVANCES THE LAST RUN DATE AND REDUCE COUNT   *
002061*                  ON IT AS ITS AUDIT RECORD IS WRITTEN, SO THE  *
002062*                  MASTER NO LONGER WAITS FOR A GCDHIST BUILD    *
002063*                  AFTER EACH BATCH. A MASTER THAT WILL NOT OPEN *
002064*                  IS LOGGED AND THE RUN COMPUTES EVERY PAIR.    *
002065*  10/15/2026 DSH  EVERY GCDIN RECORD BATCH MODE REJECTS - A     *
002066*                  PAIR OR GROUP DISPOSED 'Z' OR 'E' - IS NOW    *
002067*                  ALSO WRITTEN TO THE GCDSUSP SUSPENSE DATASET  *
002068*                  WITH ITS ORIGINAL IMAGE, A REASON CODE, THE   *
002069*                  GCDIN HEADER CREATE DATE AND ITS PLACE IN THE *
002070*                  FILE, SO THE GCDSUSP PROGRAM CAN CARRY IT     *
002071*                  THROUGH CORRECTION AND RESUBMISSION INSTEAD   *
002072*                  OF IT BEING RE-KEYED BY HAND FROM GCDOUT.     *
002073*  10/15/2026 DSH  ADDED THE 'C' CONGRUENCE RECORD TO BATCH      *
002074*                  MODE: UP TO TEN (REMAINDER, MODULUS) PAIRS    *
002075*                  ARE FIRST CHECKED PAIR AGAINST PAIR, THEN     *
002076*                  FOLDED THROUGH UTIL'S MODULAR INVERSE INTO    *
002077*                  ONE SOLUTION X MODULO THE LCM OF THE MODULI;  *
002078*                  A SYSTEM WITH NO SOLUTION NAMES THE FIRST TWO *
002079*                  PAIRS THAT CONFLICT. EACH SYSTEM GETS A TYPED *
002080*                  'C' GCDOUT RECORD AND, WHEN RUN THROUGH UTIL, *
002081*                  A 'C' AUDIT RECORD. GCDIN RECORDS WIDENED     *
002082*                  FROM 80 TO 160 BYTES FOR THE NEW TYPE; THE    *
002083*                  HEADER AND TRAILER CARRY ITS COUNT AND HASH   *
002084*                  TOTAL, BALANCED LIKE THE GROUP CONTROLS.      *
002085*  10/15/2026 DSH  ADDED THE 'R' GEAR-RATIO RECORD TO BATCH MODE *
002086*                  AND A "RATIO" THIRD ARGUMENT-VALUE (WITH AN   *
002087*                  OPTIONAL TOOTH-COUNT LIMIT AS THE FOURTH) TO  *
002088*                  SINGLE-PAIR MODE. THE RATIO M/N IS REDUCED TO *
002089*                  LOWEST TERMS, ITS CONTINUED FRACTION IS TAKEN *
002090*                  FROM THE PARTIAL QUOTIENTS UTIL NOW KEEPS,    *
002091*                  AND THE BEST RATIONAL APPROXIMATIONS WHOSE    *
002092*                  NUMERATOR AND DENOMINATOR STAY WITHIN THE     *
002093*                  LIMIT ARE LISTED WITH THEIR ERRORS. A BATCH   *
002094*                  RATIO WRITES THE NEW GCDRATO RATIO RESULTS    *
002095*                  DATASET (PRINTED BY GCDRATIO), A TYPED 'R'    *
002096*                  GCDOUT RECORD AND AN 'R' AUDIT RECORD; THE    *
002097*                  GCDIN HEADER AND TRAILER CARRY THE RATIO      *
002098*                  COUNT AND HASH TOTAL. THE COMMIT-POINT        *
002099*                  IDENTITY NOW CARRIES THE CONGRUENCE AND       *
002101*                  RATIO COUNTS AS WELL (GCDCKPT RECORDS 30      *
002102*                  TO 44 BYTES), SO A RESENT GCDIN THAT          *
002103*                  DIFFERS ONLY IN ITS C OR R RECORDS NO         *
002104*                  LONGER RESTARTS FROM A STALE COMMIT POINT.    *
002105*  10/15/2026 DSH  EVERY GCDAUDIT RECORD NOW CARRIES A RUNNING   *
002106*                  CHAIN VALUE (56 BYTES, SHARED GCDAUD LAYOUT): *
002107*                  1500 READS THE TRAIL THROUGH FOR THE LAST     *
002108*                  RECORD'S CHAIN VALUE BEFORE IT OPENS FOR      *
002109*                  APPEND, AND 2600 LINKS EACH NEW RECORD TO THE *
002110*                  ONE BEFORE IT THROUGH THE SHARED GCDLINK      *
002111*                  SUBPROGRAM, SO AN EDITED, DELETED OR INSERTED *
002112*                  RECORD SHOWS UP UNDER GCDCHAIN. A TRAIL STILL *
002113*                  IN THE UNCHAINED LAYOUT STOPS THE RUN UNTIL   *
002114*                  GCDAUDCV CHAIN HAS CONVERTED IT.              *
002115*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-     *
002116*                  CONTROL LEDGER THROUGH RUNCTL: ITS START,     *
002117*                  THEN ITS END WITH THE RETURN CODE AND, FOR A  *
002118*                  BATCH, THE DETAILS READ, PAIRS DONE AND       *
002119*                  RECORDS SUSPENDED. A BATCH IS REFUSED         *
002120*                  (RETURN CODE 32) WHEN GCDARCH HAS CUT THE     *
002121*                  TRAIL AND GCDHIST BUILD HAS NOT REBUILT       *
002122*                  GCDPAIRM SINCE. STEPS THAT CHECK A BATCH      *
002123*                  (GCDRECON) NOW WAIT FOR ITS END ON THE        *
002124*                  LEDGER.                                       *
002125*  10/15/2026 DSH  A BATCH THAT FINISHES KEEPS GCDOUT, GCDRATO   *
002126*                  AND THE GCDIN IT READ AS DATED, NUMBERED      *
002127*                  GENERATIONS ON THE GENCAT CATALOG THROUGH     *
002128*                  GENCTL, SO THE NEXT BATCH NO LONGER DESTROYS  *
002129*                  THE LAST ONE'S ANSWERS.                       *
002130*  10/15/2026 DSH  A GCDSUSP WRITE THAT FAILS NOW STOPS THE      *
002131*                  BATCH BEFORE THE COMMIT POINT PASSES THE      *
002132*                  REJECT IT COULD NOT SUSPEND, AND THE BATCH    *
002133*                  ENDS WITH RETURN CODE 16 INSTEAD OF THE       *
002134*                  BAD-PAIR 20, SO A RERUN AFTER THE FIX PICKS   *
002135*                  THE REJECT UP AGAIN RATHER THAN LETTING IT    *
002136*                  SLIP PAST THE CORRECTION CYCLE.               *
002137*  10/15/2026 DSH  A SINGLE-PAIR RATIO NOW WRITES ITS AUDIT      *
002138*                  RECORD TYPED 'R' AND IS NOT POSTED TO THE     *
002139*                  GCDPAIRM MASTER, THE SAME AS A BATCH RATIO.   *
002054*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002794            ACCESS MODE IS SEQUENTIAL
002796            FILE STATUS IS GCD-CKPT-STATUS.
002797     SELECT PAIR-MAST-FILE ASSIGN TO "GCDPAIRM"
002798            ORGANIZATION IS INDEXED
002799            ACCESS MODE IS RANDOM
002800            RECORD KEY IS PMR-PAIR-KEY
002801            FILE STATUS IS PAIR-MAST-STATUS.
002803     SELECT OPER-MAST-FILE ASSIGN TO "GCDOPERM"
002804            ORGANIZATION IS SEQUENTIAL
002805            ACCESS MODE IS SEQUENTIAL
002806            FILE STATUS IS OPER-MAST-STATUS.
002807
002817     SELECT SUSPENSE-FILE ASSIGN TO "GCDSUSP"
002827            ORGANIZATION IS SEQUENTIAL
002837            ACCESS MODE IS SEQUENTIAL
002847            FILE STATUS IS SUSPENSE-STATUS.
002857     SELECT RATIO-RESULT-FILE ASSIGN TO "GCDRATO"
002867            ORGANIZATION IS SEQUENTIAL
002877            ACCESS MODE IS SEQUENTIAL
002887            FILE STATUS IS RATIO-FILE-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003050*****************************************************************
003052*  GCD-INPUT-FILE - CONTROLLED INTERFACE FILE FROM ENGINEERING: *
003054*  A HEADER RECORD (CREATION DATE, EXPECTED DETAIL, GROUP,      *
003056*  CONGRUENCE AND RATIO COUNTS), ONE 'D' DETAIL PER M,N PAIR,   *
003059*  ONE 'G' GROUP PER OPERAND SET, ONE 'C' PER CONGRUENCE        *
003057*  SYSTEM, ONE 'R' PER GEAR RATIO, AND A TRAILER RECORD (ACTUAL *
003058*  COUNTS AND HASH TOTALS OF THE M AND N COLUMNS, THE GROUP     *
003061*  OPERANDS, THE CONGRUENCE REMAINDERS AND MODULI, AND THE      *
003062*  RATIO M, N AND TOOTH LIMIT, LOW-ORDER 13 DIGITS).            *
003060*****************************************************************
003100 FD  GCD-INPUT-FILE
003200     RECORDING MODE IS F
003300     BLOCK CONTAINS 0 RECORDS
003400     LABEL RECORDS ARE STANDARD
003500     RECORD CONTAINS 160 CHARACTERS.
003600 COPY GCDINP.
003850
003860*****************************************************************
003861*  RATIO-RESULT-FILE - RATIO RESULTS FOR THE GCDIN 'R' RECORDS: *
003862*  A SUMMARY, THE CONTINUED-FRACTION TERMS AND THE BEST         *
003863*  APPROXIMATIONS OF EVERY RATIO REDUCED, IN INPUT ORDER.       *
003864*  REWRITTEN EACH BATCH AND EXTENDED ON A RESTART, AS GCDOUT    *
003865*  IS.                                                          *
003866*****************************************************************
003867 FD  RATIO-RESULT-FILE
003868     RECORDING MODE IS F
003869     BLOCK CONTAINS 0 RECORDS
003871     LABEL RECORDS ARE STANDARD
003872     RECORD CONTAINS 80 CHARACTERS.
003873 COPY GCDRAT.
003874
003876*****************************************************************
003870*  AUDIT-LOG-FILE - PERSISTENT RUN-HISTORY TRAIL. ONE 'P'       *
003875*  RECORD IS APPENDED PER M,N PAIR ACTUALLY REDUCED (EITHER     *
003880*  RUN MODE), ONE 'G' RECORD PER GROUP REDUCED, ONE 'C' RECORD  *
003881*  PER CONGRUENCE SYSTEM RUN THROUGH UTIL AND ONE 'R' RECORD    *
003882*  PER BATCH GEAR RATIO REDUCED; PAIRS ANSWERED FROM THE        *
003885*  GCDPAIRM HISTORY MASTER APPEND NOTHING.                      *
003886*  EACH RECORD CLOSES WITH ITS CHAIN VALUE, LINKED FROM THE     *
003887*  RECORD BEFORE IT AT 2600.                                    *
003890*****************************************************************
003900 FD  AUDIT-LOG-FILE
003910     RECORDING MODE IS F
003920     BLOCK CONTAINS 0 RECORDS
003930     LABEL RECORDS ARE STANDARD
003940     RECORD CONTAINS 56 CHARACTERS.
003950 COPY GCDAUD.
003952
003954*****************************************************************
003974 COPY GCDRES.
003991
003992*****************************************************************
004000*  SUSPENSE-FILE - EVERY GCDIN RECORD REJECTED 'Z' OR 'E' IS    *
004010*  APPENDED HERE FOR THE GCDSUSP CORRECTION CYCLE. PERSISTENT   *
004021*  ACROSS RUNS, SO IT IS OPENED EXTEND LIKE THE AUDIT TRAIL.    *
004048*****************************************************************
004049 FD  SUSPENSE-FILE
004050     RECORDING MODE IS F
004051     BLOCK CONTAINS 0 RECORDS
004052     LABEL RECORDS ARE STANDARD
004053     RECORD CONTAINS 380 CHARACTERS.
004054 COPY GCDSUS.
004055
004056*****************************************************************
003993*  GCD-CKPT-FILE - BATCH COMMIT POINT, ON THE PRIMES500         *
003994*  CHECKPOINT PATTERN: ONE RECORD IS APPENDED AS EACH GCDIN     *
003995*  PAIR COMPLETES ITS DISPOSITION, CARRYING THE RUNNING COUNT   *
003996*  OF PAIRS DONE, THE HEADER IDENTITY (CREATE DATE, EXPECTED    *
003997*  DETAIL, GROUP, CONGRUENCE AND RATIO COUNTS) OF THE GCDIN IT  *
003998*  WAS WRITTEN AGAINST, AND THE BAD-PAIR INDICATOR. A RESTART   *
003999*  READS THE LAST RECORD, DISCARDS IT IF THE IDENTITY NO LONGER *
004001*  MATCHES THE FILE ON HAND (ENGINEERING RESENT A CORRECTED     *
004002*  GCDIN), AND OTHERWISE SKIPS THAT MANY INPUT RECORDS AND      *
004003*  CARRIES THE BAD-PAIR INDICATOR FORWARD SO THE COMPLETED RUN'S*
004004*  RETURN CODE DOES NOT DEPEND ON WHERE THE ABORT LANDED.       *
004005*  CLEARED ON CLEAN COMPLETION.                                 *
004006*****************************************************************
004007 FD  GCD-CKPT-FILE
004008     RECORDING MODE IS F
004009     BLOCK CONTAINS 0 RECORDS
004011     LABEL RECORDS ARE STANDARD
004012     RECORD CONTAINS 44 CHARACTERS.
004013 01  GCD-CKPT-RECORD.
004014     05  CKPT-PAIRS-DONE             PIC 9(07).
004015     05  CKPT-HDR-CREATE-DATE        PIC 9(08).
004016     05  CKPT-HDR-EXPECT-COUNT       PIC 9(07).
004017     05  CKPT-HDR-GRP-COUNT          PIC 9(07).
004057     05  CKPT-HDR-CRT-COUNT          PIC 9(07).
004058     05  CKPT-HDR-RAT-COUNT          PIC 9(07).
004018     05  CKPT-BAD-PAIR-FLAG          PIC X.
004019*****************************************************************
004020*  PAIR-MAST-FILE - PAIR-HISTORY MASTER KEYED ON M,N. BATCH     *
004022*  MODE ANSWERS ANY PAIR IT HOLDS FROM HISTORY, AND EVERY PAIR  *
004059*  REDUCED ADDS OR UPDATES ITS RECORD AS IT IS AUDITED.         *
004023*****************************************************************
004024 FD  PAIR-MAST-FILE
004025     RECORDING MODE IS F
004890
004892 COPY GCDEXT.
004900
004910 COPY GCDLNK.
004920 COPY RUNLNK.
004930
005000 01  GCDIN-FILE-STATUS               PIC XX.
005100     88  GCDIN-FILE-OK                VALUE '00'.
005150
005198 01  WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
005199
005205*****************************************************************
005210*  PAIR-HISTORY WORK AREAS - THE GCDPAIRM MASTER IS READ BY    *
005217*  KEY BEFORE EVERY BATCH UTIL CALL. IF IT WILL NOT OPEN, THE  *
005225*  RUN SENDS EVERY PAIR DOWN THE COMPUTE PATH, WHICH IS        *
005230*  ALWAYS CORRECT, MERELY SLOWER.                              *
005235*****************************************************************
005245 01  PAIR-MAST-STATUS                 PIC XX.
005250     88  PAIR-MAST-OK                 VALUE '00'.
005252     88  PAIR-MAST-NOT-FOUND          VALUE '35'.
005255 01  PHM-ADDED-COUNT                  PIC 9(07) COMP VALUE 0.
005260 01  PHM-UPDATED-COUNT                PIC 9(07) COMP VALUE 0.
005265 01  WS-PMAST-FOUND-SWITCH            PIC X VALUE 'N'.
005266     88  PAIR-ON-MASTER               VALUE 'Y'.
005267
005268*****************************************************************
005269*  SUSPENSE WORK AREAS - NEW ITEMS ARE NUMBERED ON FROM THE     *
005270*  HIGHEST ITEM NUMBER ALREADY ON GCDSUSP.                      *
005271*****************************************************************
005272 01  SUSPENSE-STATUS                  PIC XX.
005280     88  SUSPENSE-OK                  VALUE '00'.
005281     88  SUSPENSE-NOT-FOUND           VALUE '35'.
005282 01  SUSP-LAST-ITEM-NO                PIC 9(07) COMP VALUE 0.
005283 01  SUSP-WRITTEN-COUNT               PIC 9(07) COMP VALUE 0.
005284 01  SUSP-REASON                      PIC X(02) VALUE SPACES.
005285 01  WS-SUSP-OPEN-SWITCH              PIC X VALUE 'N'.
005286     88  SUSPENSE-OPEN                VALUE 'Y'.
005287 01  WS-SUSP-EOF-SWITCH               PIC X VALUE 'N'.
005288     88  SUSPENSE-EOF                 VALUE 'Y'.
005290 01  WS-SUSP-FAIL-SWITCH              PIC X VALUE 'N'.
005292     88  SUSPENSE-WRITE-FAILED        VALUE 'Y'.
005296 01  OPER-MAST-STATUS                 PIC XX.
005297     88  OPER-MAST-OK                 VALUE '00'.
005298 01  WS-RUN-DATE                      PIC 9(08) VALUE 0.
005888         88  CONTROL-REJECTED          VALUE 'Y'.
005890     05  WS-CTL-TRAILER-SWITCH        PIC X VALUE 'N'.
005892         88  CTL-TRAILER-SEEN          VALUE 'Y'.
005893     05  WS-PMAST-OPEN-SWITCH         PIC X VALUE 'N'.
005894         88  PAIR-MAST-OPEN            VALUE 'Y'.
005895     05  WS-OMAST-EOF-SWITCH          PIC X VALUE 'N'.
005896         88  OPER-MAST-EOF             VALUE 'Y'.
005897     05  WS-OPER-AUTH-SWITCH          PIC X VALUE 'N'.
005898         88  OPERATOR-AUTHORIZED       VALUE 'Y'.
005900     05  WS-AUD-EOF-SWITCH            PIC X VALUE 'N'.
005910         88  AUDIT-TRAIL-EOF           VALUE 'Y'.
005899     05  WS-GRP-BAD-SWITCH            PIC X VALUE 'N'.
005901         88  GROUP-BAD-RECORD          VALUE 'Y'.
005902     05  WS-GRP-ZERO-SWITCH           PIC X VALUE 'N'.
005903         88  GROUP-HAS-ZERO            VALUE 'Y'.
005904     05  WS-GRP-OVFL-SWITCH           PIC X VALUE 'N'.
005905         88  GROUP-LCM-OVERFLOWED      VALUE 'Y'.
005915     05  WS-CRT-BAD-SWITCH            PIC X VALUE 'N'.
005920         88  CRT-BAD-RECORD            VALUE 'Y'.
005925     05  WS-CRT-ZERO-SWITCH           PIC X VALUE 'N'.
005930         88  CRT-HAS-ZERO-MODULUS      VALUE 'Y'.
005935     05  WS-CRT-CONFLICT-SWITCH       PIC X VALUE 'N'.
005940         88  CRT-CONFLICT-FOUND        VALUE 'Y'.
005947     05  WS-CRT-OVFL-SWITCH           PIC X VALUE 'N'.
005948         88  CRT-MOD-OVERFLOWED        VALUE 'Y'.
005906
005907*****************************************************************
005908*  GROUP-RECORD WORK AREAS - THE GCD FOLD RUNS THROUGH UTIL    *
005942 01  CTL-HASH-GRP-LOW                 PIC 9(13) VALUE 0.
005943 01  CTL-TRL-GRP-COUNT                PIC 9(07) COMP VALUE 0.
005944 01  CTL-TRL-HASH-GRP                 PIC 9(13) VALUE 0.
005949*****************************************************************
005950*  CONGRUENCE CONTROL-TOTAL WORK AREAS - THE SAME AGAIN FOR THE *
005951*  'C' RECORDS, WHOSE HASH TAKES EVERY NUMERIC REMAINDER AND    *
005952*  MODULUS SLOT.                                                *
005953*****************************************************************
005954 01  CTL-CRT-COUNT                    PIC 9(07) COMP VALUE 0.
005955 01  CTL-EXPECT-CRTS                  PIC 9(07) COMP VALUE 0.
005956 01  CTL-HASH-CRT                     PIC 9(15) COMP VALUE 0.
005957 01  CTL-HASH-CRT-LOW                 PIC 9(13) VALUE 0.
005958 01  CTL-TRL-CRT-COUNT                PIC 9(07) COMP VALUE 0.
005959 01  CTL-TRL-HASH-CRT                 PIC 9(13) VALUE 0.
005945 01  SAVE-DISPOSITION                 PIC X VALUE SPACE.
005946
005960*****************************************************************
005961*  CONGRUENCE-RECORD WORK AREAS - A SYSTEM HAS A SOLUTION       *
005962*  EXACTLY WHEN EVERY TWO OF ITS REMAINDERS AGREE MODULO THE GCD*
005963*  OF THEIR MODULI, SO THE PAIRS ARE FIRST TESTED AGAINST EACH  *
005964*  OTHER AND THE FIRST TWO THAT DISAGREE ARE THE CONFLICT       *
005965*  REPORTED. A SYSTEM THAT PASSES IS FOLDED ONE PAIR AT A TIME  *
005966*  INTO A RUNNING SOLUTION X MODULO A RUNNING MODULUS, THE STEP *
005967*  MULTIPLIER COMING FROM UTIL'S MODULAR INVERSE. THE RUNNING   *
005968*  MODULUS IS HELD TO 18 DIGITS WITH THE OVERFLOW DISPOSED AS   *
005969*  ITS OWN CODE, AS THE GROUP LCM IS.                           *
005970*****************************************************************
005971 01  CRT-PAIR-CT                      PIC 9(02) COMP VALUE 0.
005972 01  CRT-IDX                          PIC 9(02) COMP.
005973 01  CRT-JDX                          PIC 9(02) COMP.
005974 01  CRT-CONFLICT-I                   PIC 9(02) COMP VALUE 0.
005975 01  CRT-CONFLICT-J                   PIC 9(02) COMP VALUE 0.
005976 01  CRT-X                            PIC 9(18) COMP.
005977 01  CRT-MOD                          PIC 9(18) COMP.
005978 01  CRT-NEW-MOD                      PIC 9(18) COMP.
005979 01  CRT-QUOT                         PIC 9(18) COMP.
005980 01  CRT-STEP                         PIC 9(18) COMP.
005981 01  CRT-A                            PIC 9(07) COMP.
005982 01  CRT-MODULUS                      PIC 9(07) COMP.
005983 01  CRT-G                            PIC 9(07) COMP.
005984 01  CRT-M-OVER-G                     PIC 9(07) COMP.
005985 01  CRT-REM                          PIC 9(07) COMP.
005986 01  CRT-REM-2                        PIC 9(07) COMP.
005987 01  CRT-DIFF                         PIC 9(07) COMP.
005988 01  CRT-X-OUT                        PIC Z(17)9.
005989 01  CRT-MOD-OUT                      PIC Z(17)9.
005990
005991*****************************************************************
005992*  RATIO CONTROL-TOTAL WORK AREAS - THE SAME AGAIN FOR THE 'R'  *
005993*  RECORDS, WHOSE HASH TAKES THE NUMERIC M, N AND TOOTH LIMIT   *
005994*  OF EACH.                                                     *
005995*****************************************************************
005996 01  CTL-RAT-COUNT                    PIC 9(07) COMP VALUE 0.
005997 01  CTL-EXPECT-RATS                  PIC 9(07) COMP VALUE 0.
005998 01  CTL-HASH-RAT                     PIC 9(15) COMP VALUE 0.
005999 01  CTL-HASH-RAT-LOW                 PIC 9(13) VALUE 0.
006001 01  CTL-TRL-RAT-COUNT                PIC 9(07) COMP VALUE 0.
006002 01  CTL-TRL-HASH-RAT                 PIC 9(13) VALUE 0.
006003
006004*****************************************************************
006005*  RATIO WORK AREAS - UTIL HANDS BACK THE PARTIAL QUOTIENTS OF  *
006006*  M/N, AND EACH CONVERGENT P/Q IS BUILT FROM THE TWO BEFORE IT *
006007*  (P = A * P1 + P2, Q = A * Q1 + Q2). EVERY CONVERGENT WHOSE   *
006008*  NUMERATOR AND DENOMINATOR BOTH STAY WITHIN THE TOOTH LIMIT   *
006009*  IS A BEST APPROXIMATION; PAST THE LAST ONE THAT FITS, THE    *
006010*  LARGEST SEMICONVERGENT THAT STILL FITS MAY BE CLOSER YET. NO *
006011*  CONVERGENT OUTGROWS THE RATIO IN LOWEST TERMS, SO SEVEN      *
006012*  DIGITS HOLD THEM ALL. A ZERO LIMIT MEANS NO LIMIT.           *
006013*****************************************************************
006014 01  RATIO-FILE-STATUS                PIC XX.
006015     88  RATIO-FILE-OK                VALUE '00'.
006016 01  WS-RATIO-SWITCH                  PIC X VALUE 'N'.
006017     88  RATIO-REQUESTED              VALUE 'Y'.
006018 01  WS-RAT-BAD-SWITCH                PIC X VALUE 'N'.
006019     88  RATIO-BAD-RECORD             VALUE 'Y'.
006020 01  WS-RAT-ZERO-SWITCH               PIC X VALUE 'N'.
006021     88  RATIO-HAS-ZERO               VALUE 'Y'.
006022 01  WS-RAT-PAST-SWITCH               PIC X VALUE 'N'.
006023     88  RATIO-PAST-LIMIT             VALUE 'Y'.
006024 01  RAT-IN-M                         PIC 9(07) COMP VALUE 0.
006025 01  RAT-IN-N                         PIC 9(07) COMP VALUE 0.
006026 01  RAT-TOOTH-LIMIT                  PIC 9(07) COMP VALUE 0.
006027 01  RAT-LIMIT                        PIC 9(07) COMP.
006028 01  RAT-GCD                          PIC 9(07) COMP VALUE 0.
006029 01  RAT-LOW-M                        PIC 9(07) COMP VALUE 0.
006030 01  RAT-LOW-N                        PIC 9(07) COMP VALUE 0.
006031 01  RAT-TERM-CT                      PIC 9(02) COMP VALUE 0.
006032 01  RAT-APX-CT                       PIC 9(02) COMP VALUE 0.
006033 01  RAT-IDX                          PIC 9(02) COMP.
006034 01  RAT-A                            PIC 9(07) COMP.
006035 01  RAT-P                            PIC 9(07) COMP.
006036 01  RAT-Q                            PIC 9(07) COMP.
006037 01  RAT-P1                           PIC 9(07) COMP.
006038 01  RAT-Q1                           PIC 9(07) COMP.
006039 01  RAT-P2                           PIC 9(07) COMP.
006040 01  RAT-Q2                           PIC 9(07) COMP.
006041 01  RAT-J                            PIC 9(07) COMP.
006042 01  RAT-J-MAX                        PIC 9(07) COMP.
006043 01  RAT-CAND-P                       PIC 9(07) COMP.
006044 01  RAT-CAND-Q                       PIC 9(07) COMP.
006045 01  RAT-CAND-KIND                    PIC X.
006046 01  RAT-CAND-ERROR                   PIC S9(07)V9(10).
006047 01  RAT-CAND-ABS-ERROR               PIC 9(07)V9(10).
006048 01  RAT-BEST-ABS-ERROR               PIC 9(07)V9(10).
006049 01  RAT-DIFF                         PIC S9(15) COMP.
006050 01  RAT-DENOM                        PIC 9(15) COMP.
006051 01  RAT-CONV-TABLE.
006052     05  RAT-CONV-ENTRY               OCCURS 40 TIMES.
006053         10  RCV-P                    PIC 9(07) COMP.
006054         10  RCV-Q                    PIC 9(07) COMP.
006055 01  RAT-APPROX-TABLE.
006056     05  RAT-APPROX-ENTRY             OCCURS 40 TIMES.
006057         10  RAX-P                    PIC 9(07) COMP.
006058         10  RAX-Q                    PIC 9(07) COMP.
006059         10  RAX-KIND                 PIC X.
006060         10  RAX-ERROR                PIC S9(07)V9(10).
006061 01  RAT-NO-OUT                       PIC Z9.
006062 01  RAT-A-OUT                        PIC Z(06)9.
006063 01  RAT-P-OUT                        PIC Z(06)9.
006064 01  RAT-Q-OUT                        PIC Z(06)9.
006065 01  RAT-ERROR-OUT                    PIC -(7)9.9(10).
006066
006000 PROCEDURE DIVISION.
006100*****************************************************************
006200*  0000-MAINLINE                                                *
006400 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006520     PERFORM 1200-VERIFY-OPERATOR THRU 1200-EXIT.
006530     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
006550     PERFORM 1500-OPEN-AUDIT-LOG THRU 1500-EXIT.
006600     IF BATCH-MODE
006700         PERFORM 3000-PROCESS-BATCH THRU 3000-EXIT
006900         PERFORM 2000-PROCESS-SINGLE-PAIR THRU 2000-EXIT
007000     END-IF.
007050     CLOSE AUDIT-LOG-FILE.
007056     IF PAIR-MAST-OPEN
007062         CLOSE PAIR-MAST-FILE
007068     END-IF.
007074     IF SUSPENSE-OPEN
007080         CLOSE SUSPENSE-FILE
007086     END-IF.
007092     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
007100     STOP RUN.
007200
007300*****************************************************************
008748     EXIT.
008749
008760*****************************************************************
008761*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
008762*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
008763*  PREREQUISITES: A BATCH NEEDS GCDHIST BUILD TO HAVE REBUILT   *
008764*  GCDPAIRM SINCE GCDARCH LAST CUT THE TRAIL, SINCE THE MASTER  *
008765*  IT ANSWERS REPEAT PAIRS FROM WOULD OTHERWISE STILL HOLD THE  *
008766*  ARCHIVED HISTORY. SINGLE-PAIR RUNS ARE ONLY RECORDED. THE    *
008767*  START IS RECORDED AFTER THE OPERATOR CHECK, SO THE LEDGER    *
008768*  NEVER NAMES AN OPERATOR THE MASTER DOES NOT KNOW. A STEP     *
008769*  REFUSED, OR ONE THE LEDGER CANNOT RECORD, ENDS HERE WITH     *
008771*  RUNCTL'S RETURN CODE BEFORE ANY OF ITS WORK IS DONE.         *
008772*****************************************************************
008773 1800-CHECK-RUN-CONTROL.
008774     MOVE "EUCLIDGCD" TO RCL-STEP-NAME.
008775     IF BATCH-MODE
008776         MOVE "BATCH" TO RCL-STEP-MODE
008777     ELSE
008778         MOVE "SINGLE" TO RCL-STEP-MODE
008779     END-IF.
008781     MOVE WS-RUN-DATE TO RCL-SUBJECT-DATE.
008782     SET RCL-START-STEP TO TRUE.
008783     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
008784     IF NOT RCL-STEP-CLEARED
008785         DISPLAY "EUCLIDGCD - STEP NOT RUN: " RCL-REFUSAL-TEXT
008786         MOVE RCL-STEP-RC TO RETURN-CODE
008787         STOP RUN
008788     END-IF.
008789 1800-EXIT.
008791     EXIT.
008792
008793*****************************************************************
008770*  1500-OPEN-AUDIT-LOG - THE TRAIL IS PERSISTENT ACROSS RUNS, SO *
008780*  OPEN EXTEND (APPEND) IS TRIED FIRST. ONLY FILE-NOT-FOUND      *
008790*  (STATUS 35, THE FIRST RUN ON A GIVEN SYSTEM) FALLS BACK TO    *
008795*  OPEN OUTPUT TO CREATE THE DATASET - ANY OTHER EXTEND FAILURE  *
008796*  STOPS THE RUN, BECAUSE RE-CREATING ON A MISMATCHED OPEN       *
008797*  WOULD TRUNCATE THE LIVE COMPLIANCE TRAIL.                     *
008799*  BEFORE THE APPEND OPEN, THE TRAIL IS READ THROUGH ONCE FOR    *
008801*  THE LAST RECORD'S CHAIN VALUE, WHICH THE FIRST RECORD THIS    *
008802*  RUN APPENDS CHAINS ON FROM; A TRAIL NOT YET FOUND CHAINS FROM *
008803*  ZERO. A LAST RECORD WITH NO NUMERIC CHAIN VALUE IS A TRAIL    *
008804*  STILL IN THE UNCHAINED LAYOUT, AND NOTHING MAY BE APPENDED TO *
008805*  IT UNTIL GCDAUDCV CHAIN HAS CONVERTED IT.                     *
008798*****************************************************************
008800 1500-OPEN-AUDIT-LOG.
008806     MOVE 0 TO CHN-PRIOR-VALUE.
008807     OPEN INPUT AUDIT-LOG-FILE.
008808     IF AUDIT-FILE-OK
008809         PERFORM 1510-READ-PRIOR-LINK THRU 1510-EXIT
008811             UNTIL AUDIT-TRAIL-EOF
008812         CLOSE AUDIT-LOG-FILE
008813     END-IF.
008814     IF CHN-PRIOR-VALUE NOT NUMERIC
008815         DISPLAY "EUCLIDGCD - GCDAUDIT IS NOT CHAINED - RUN "
008816                 "GCDAUDCV CHAIN BEFORE APPENDING"
008817         MOVE 16 TO RETURN-CODE
008818         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
008819         STOP RUN
008821     END-IF.
008810     OPEN EXTEND AUDIT-LOG-FILE.
008820     IF AUDIT-FILE-NOT-FOUND
008830         OPEN OUTPUT AUDIT-LOG-FILE
008844         DISPLAY "EUCLIDGCD - UNABLE TO OPEN GCDAUDIT, STATUS="
008845                 AUDIT-FILE-STATUS
008846         MOVE 16 TO RETURN-CODE
008849         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
008847         STOP RUN
008848     END-IF.
008850 1500-EXIT.
008860     EXIT.
008870
008871 1510-READ-PRIOR-LINK.
008872     READ AUDIT-LOG-FILE
008873         AT END
008874             SET AUDIT-TRAIL-EOF TO TRUE
008875         NOT AT END
008876             MOVE AUD-CHAIN-VALUE TO CHN-PRIOR-VALUE
008877     END-READ.
008878 1510-EXIT.
008879     EXIT.
008880
008881*****************************************************************
008882*  1600-OPEN-PAIR-MASTER - OPEN THE GCDPAIRM MASTER I-O FOR     *
008883*  RANDOM LOOKUPS AND IN-LINE UPDATES. ONLY A FIRST RUN THAT    *
008884*  FINDS NO DATASET (STATUS 35) CREATES AN EMPTY ONE, AS 1500   *
008885*  DOES FOR THE AUDIT TRAIL; ANY OTHER OPEN FAILURE IS LOGGED   *
008886*  AND THE RUN CARRIES ON WITHOUT THE MASTER - THE COMPUTE      *
008887*  PATH IS ALWAYS CORRECT - WITHOUT TOUCHING THE DATASET.       *
008888*****************************************************************
008889 1600-OPEN-PAIR-MASTER.
008890     OPEN I-O PAIR-MAST-FILE.
008891     IF PAIR-MAST-NOT-FOUND
008892         OPEN OUTPUT PAIR-MAST-FILE
008893         CLOSE PAIR-MAST-FILE
008894         OPEN I-O PAIR-MAST-FILE
008895     END-IF.
008896     IF PAIR-MAST-OK
008897         SET PAIR-MAST-OPEN TO TRUE
008898     ELSE
008899         DISPLAY "EUCLIDGCD - GCDPAIRM STATUS " PAIR-MAST-STATUS
008901                 " - ALL PAIRS WILL COMPUTE"
008902     END-IF.
008903 1600-EXIT.
008904     EXIT.
008905
008900*****************************************************************
009000*  2000-PROCESS-SINGLE-PAIR - ORIGINAL TWO-ARGUMENT-VALUE MODE. *
009100*****************************************************************
009200 2000-PROCESS-SINGLE-PAIR.
009210     PERFORM 1600-OPEN-PAIR-MASTER THRU 1600-EXIT.
009300     PERFORM 2500-CALL-UTIL-AND-DISPLAY THRU 2500-EXIT.
010100 2000-EXIT.
010200     EXIT.
011213
011214*****************************************************************
011215*  2300-ACCEPT-EXT - OPTIONAL THIRD ARGUMENT-VALUE. "EXT" ASKS  *
011216*  UTIL FOR THE EXTENDED-EUCLIDEAN FORM; "RATIO" ASKS FOR THE   *
011220*  GEAR-RATIO WORK-UP OF M/N, WITH AN OPTIONAL FOURTH ARGUMENT- *
011230*  VALUE GIVING THE TOOTH-COUNT LIMIT (NONE OR ZERO FOR NO      *
011231*  LIMIT). THE FIELD IS BLANKED BEFORE EACH ACCEPT BECAUSE AN   *
011217*  ACCEPT PAST THE LAST ARGUMENT-VALUE LEAVES IT UNTOUCHED,     *
011218*  STILL HOLDING THE PREVIOUS OPERAND'S TEXT.                   *
011219*****************************************************************
011221 2300-ACCEPT-EXT.
011222     MOVE SPACES TO ARG-RAW.
011224     IF ARG-RAW = "EXT"
011225         SET EXT-REQUESTED TO TRUE
011226     END-IF.
011233     IF ARG-RAW NOT = "RATIO"
011234         GO TO 2300-EXIT
011236     END-IF.
011237     SET RATIO-REQUESTED TO TRUE.
011238     SET EXT-QUOTIENTS-REQUESTED TO TRUE.
011239     MOVE M TO RAT-IN-M.
011241     MOVE N TO RAT-IN-N.
011242     MOVE SPACES TO ARG-RAW.
011243     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
011244     IF ARG-RAW NOT = SPACES
011245         IF FUNCTION TEST-NUMVAL(ARG-RAW) NOT = 0
011246             GO TO 2900-BAD-ARGUMENT
011247         END-IF
011248         COMPUTE RAT-TOOTH-LIMIT = FUNCTION NUMVAL(ARG-RAW)
011249     END-IF.
011227 2300-EXIT.
011228     EXIT.
011229
011400*****************************************************************
011500*  2500-CALL-UTIL-AND-DISPLAY - SHARED BY BOTH SINGLE-PAIR AND  *
011600*  BATCH MODE SO EACH M,N PAIR IS REDUCED THE SAME WAY.         *
011610*  A RATIO IS AUDITED AS 'R' AND NOT POSTED TO GCDPAIRM.        *
011700*****************************************************************
011800 2500-CALL-UTIL-AND-DISPLAY.
011850     MOVE M TO M_OUT.
012460     IF EXT-REQUESTED
012462         PERFORM 2550-DISPLAY-EXTENDED THRU 2550-EXIT
012464     END-IF.
012467     IF RATIO-REQUESTED
012470         PERFORM 2700-BUILD-RATIO THRU 2700-EXIT
012473         PERFORM 2750-DISPLAY-RATIO THRU 2750-EXIT
012474         SET AUD-RATIO-RECORD TO TRUE
012476     END-IF.
012480     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
012484     IF NOT RATIO-REQUESTED
012489         PERFORM 4000-POST-PAIR-MASTER THRU 4000-EXIT
012494     END-IF.
012500 2500-EXIT.
012600     EXIT.
012610
012783*  2600-WRITE-AUDIT-RECORD - APPEND ONE AUDIT-TRAIL RECORD FOR   *
012784*  THE PAIR JUST REDUCED (INPUT M/N, GCD, RUN DATE/TIME, AND     *
012785*  THE OPERATOR ID CAPTURED AT 1000-INITIALIZE).                 *
012795*  THE RECORD IS LINKED TO THE ONE BEFORE IT: GCDLINK FORGES     *
012796*  ITS CHAIN VALUE FROM THE PRIOR VALUE, AND THAT VALUE BECOMES  *
012797*  THE PRIOR VALUE FOR THE NEXT RECORD APPENDED.                 *
012786*****************************************************************
012787 2600-WRITE-AUDIT-RECORD.
012788     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
012789     ACCEPT AUD-RUN-TIME FROM TIME.
012790     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
012798     CALL 'GCDLINK' USING AUDIT-LOG-RECORD, AUDIT-CHAIN-LINK.
012799     MOVE CHN-NEW-VALUE TO AUD-CHAIN-VALUE.
012791     WRITE AUDIT-LOG-RECORD.
012801     MOVE CHN-NEW-VALUE TO CHN-PRIOR-VALUE.
012792 2600-EXIT.
012793     EXIT.
012794
013204     IF CONTROL-REJECTED
013206         GO TO 3000-EXIT
013208     END-IF.
013209     PERFORM 1600-OPEN-PAIR-MASTER THRU 1600-EXIT.
013210     PERFORM 3500-RESTORE-COMMIT-POINT THRU 3500-EXIT.
013220     PERFORM 3050-OPEN-SUSPENSE THRU 3050-EXIT.
013230     IF NOT SUSPENSE-OPEN
013240         GO TO 3000-EXIT
013250     END-IF.
013300     OPEN INPUT GCD-INPUT-FILE.
013400     IF NOT GCDIN-FILE-OK
013500         DISPLAY "EUCLIDGCD - UNABLE TO OPEN GCDIN, STATUS="
013960         CLOSE GCD-INPUT-FILE
013970         GO TO 3000-EXIT
013980     END-IF.
013981     IF GCD-SKIP-COUNT > 0
013983         OPEN EXTEND RATIO-RESULT-FILE
013985     ELSE
013987         OPEN OUTPUT RATIO-RESULT-FILE
013989     END-IF.
013991     IF NOT RATIO-FILE-OK
013993         DISPLAY "EUCLIDGCD - UNABLE TO OPEN GCDRATO, STATUS="
013995                 RATIO-FILE-STATUS
013997         MOVE 16 TO RETURN-CODE
014000         CLOSE GCD-INPUT-FILE
014006         CLOSE GCD-RESULT-FILE
014007         GO TO 3000-EXIT
014008     END-IF.
013982     OPEN EXTEND GCD-CKPT-FILE.
013984     IF NOT GCD-CKPT-OK
013986         DISPLAY "EUCLIDGCD - UNABLE TO OPEN GCDCKPT, STATUS="
013990         MOVE 16 TO RETURN-CODE
013992         CLOSE GCD-INPUT-FILE
013994         CLOSE GCD-RESULT-FILE
014009         CLOSE RATIO-RESULT-FILE
013996         GO TO 3000-EXIT
013998     END-IF.
013999     MOVE GCD-SKIP-COUNT TO GCD-PAIRS-DONE.
014003         UNTIL GCD-SKIP-IDX > GCD-SKIP-COUNT
014004         OR END-OF-BATCH-FILE.
014005     PERFORM 3100-PROCESS-ONE-PAIR THRU 3100-EXIT
014100         UNTIL END-OF-BATCH-FILE
014110         OR SUSPENSE-WRITE-FAILED.
014150     IF BATCH-HAD-BAD-PAIR
014154        AND RETURN-CODE < WS-BAD-PAIR-RC
014160         MOVE WS-BAD-PAIR-RC TO RETURN-CODE
014170     END-IF.
014200     CLOSE GCD-INPUT-FILE.
014250     CLOSE GCD-RESULT-FILE.
014254     CLOSE RATIO-RESULT-FILE.
014260     CLOSE GCD-CKPT-FILE.
014261     IF SUSPENSE-WRITE-FAILED
014262         DISPLAY "EUCLIDGCD - BATCH STOPPED, GCDCKPT KEPT FOR "
014263                 "THE RESTART"
014264     ELSE
014270         PERFORM 3800-CLEAR-COMMIT-POINT THRU 3800-EXIT
014273     END-IF.
014277     DISPLAY "EUCLIDGCD - PAIR MASTER ADDED: " PHM-ADDED-COUNT
014284             " UPDATED: " PHM-UPDATED-COUNT.
014291     DISPLAY "EUCLIDGCD - RECORDS SUSPENDED: " SUSP-WRITTEN-COUNT.
014300 3000-EXIT.
014400     EXIT.
014402
014404*****************************************************************
014405*  3050-OPEN-SUSPENSE - FIND THE HIGHEST ITEM NUMBER ALREADY ON *
014406*  GCDSUSP, THEN OPEN IT EXTEND FOR THIS RUN'S REJECTS. ONLY A  *
014410*  FIRST RUN THAT FINDS NO DATASET (STATUS 35) CREATES ONE, AS  *
014412*  1500 DOES FOR THE AUDIT TRAIL; ANY OTHER FAILURE STOPS THE   *
014413*  BATCH BEFORE A RECORD IS READ, SINCE A REJECT THAT COULD NOT *
014414*  BE SUSPENDED WOULD FALL OUT OF THE CORRECTION CYCLE.         *
014416*****************************************************************
014417 3050-OPEN-SUSPENSE.
014420     OPEN INPUT SUSPENSE-FILE.
014422     IF SUSPENSE-OK
014424         PERFORM 3060-READ-ONE-SUSPENSE THRU 3060-EXIT
014426             UNTIL SUSPENSE-EOF
014428         CLOSE SUSPENSE-FILE
014442     END-IF.
014445     OPEN EXTEND SUSPENSE-FILE.
014447     IF SUSPENSE-NOT-FOUND
014449         OPEN OUTPUT SUSPENSE-FILE
014451     END-IF.
014453     IF NOT SUSPENSE-OK
014455         DISPLAY "EUCLIDGCD - UNABLE TO OPEN GCDSUSP, STATUS="
014457                 SUSPENSE-STATUS
014458         MOVE 16 TO RETURN-CODE
014459         GO TO 3050-EXIT
014460     END-IF.
014461     SET SUSPENSE-OPEN TO TRUE.
014443 3050-EXIT.
014444     EXIT.
014446
014448 3060-READ-ONE-SUSPENSE.
014450     READ SUSPENSE-FILE
014452         AT END
014454             SET SUSPENSE-EOF TO TRUE
014456         NOT AT END
014462             IF SUS-ITEM-NO IS NUMERIC
014463                AND SUS-ITEM-NO > SUSP-LAST-ITEM-NO
014464                 MOVE SUS-ITEM-NO TO SUSP-LAST-ITEM-NO
014468             END-IF
014478     END-READ.
014480 3060-EXIT.
014482     EXIT.
014483*****************************************************************
014484*  3150-LOOKUP-PAIR-HISTORY - ONE RANDOM READ OF THE GCDPAIRM   *
014485*  MASTER ON THE KEY THE CALLER HAS MOVED TO PMR-PAIR-KEY. A    *
014487*  HIT LEAVES THE MASTER RECORD IN THE RECORD AREA; A MASTER    *
014489*  THAT NEVER OPENED SIMPLY ANSWERS NOT-FOUND.                  *
014490*****************************************************************
014486 3150-LOOKUP-PAIR-HISTORY.
014488     MOVE 'N' TO WS-PMAST-FOUND-SWITCH.
014491     IF NOT PAIR-MAST-OPEN
014492         GO TO 3150-EXIT
014493     END-IF.
014494     READ PAIR-MAST-FILE
014495         INVALID KEY
014496             MOVE 'N' TO WS-PMAST-FOUND-SWITCH
014497         NOT INVALID KEY
014499             SET PAIR-ON-MASTER TO TRUE
014500     END-READ.
014498 3150-EXIT.
014512     EXIT.
014514
014516*****************************************************************
014532 3200-ANSWER-FROM-HISTORY.
014534     MOVE M TO M_OUT.
014536     MOVE N TO N_OUT.
014538     COMPUTE L = (M * N) / PMR-GCD-RESULT.
014540     MOVE PMR-GCD-RESULT TO N.
014542     MOVE N TO GCD_OUT.
014544     MOVE L TO LCM_OUT.
014546     DISPLAY M_OUT ' ' N_OUT ' (FROM HISTORY)'.
015007             IF GIN-GROUP
015008                 PERFORM 3250-PROCESS-ONE-GROUP THRU 3250-EXIT
015009             ELSE
015011             IF GIN-CRT-SYSTEM
015012                 PERFORM 3270-PROCESS-ONE-SYSTEM THRU 3270-EXIT
015013             ELSE
015014             IF GIN-RATIO
015015                 PERFORM 3350-PROCESS-ONE-RATIO THRU 3350-EXIT
015016             ELSE
015010             IF IN-M NOT NUMERIC OR IN-N NOT NUMERIC
015020                 DISPLAY "EUCLIDGCD - NON-NUMERIC PAIR: "
015030                         IN-M ',' IN-N
015282                 SET RES-SKIPPED-ZERO TO TRUE
015284                 PERFORM 3400-WRITE-RESULT-RECORD THRU 3400-EXIT
015290             ELSE
015291             MOVE M TO PMR-IN-M
015293             MOVE N TO PMR-IN-N
015292             PERFORM 3150-LOOKUP-PAIR-HISTORY THRU 3150-EXIT
015294             IF PAIR-ON-MASTER
015296                 PERFORM 3200-ANSWER-FROM-HISTORY THRU 3200-EXIT
015298                 SET RES-FROM-HISTORY TO TRUE
015299             ELSE
015310             END-IF
015320             END-IF
015325             END-IF
015326             END-IF
015327             END-IF
015328             PERFORM 3300-SUSPEND-IF-REJECTED THRU 3300-EXIT
015329             IF NOT SUSPENSE-WRITE-FAILED
015330                 PERFORM 3700-WRITE-COMMIT-POINT THRU 3700-EXIT
015334             END-IF
015340             END-IF
015400     END-READ.
015500 3100-EXIT.
015826         IF CKPT-HDR-CREATE-DATE NOT NUMERIC
015827            OR CKPT-HDR-EXPECT-COUNT NOT NUMERIC
015828            OR CKPT-HDR-GRP-COUNT NOT NUMERIC
016055            OR CKPT-HDR-CRT-COUNT NOT NUMERIC
016056            OR CKPT-HDR-RAT-COUNT NOT NUMERIC
015829            OR CKPT-HDR-CREATE-DATE NOT = CTL-HDR-DATE
015830            OR CKPT-HDR-EXPECT-COUNT NOT = CTL-EXPECT-COUNT
015831            OR CKPT-HDR-GRP-COUNT NOT = CTL-EXPECT-GRPS
016057            OR CKPT-HDR-CRT-COUNT NOT = CTL-EXPECT-CRTS
016058            OR CKPT-HDR-RAT-COUNT NOT = CTL-EXPECT-RATS
015832             SET GCD-CKPT-MISMATCH TO TRUE
015833         ELSE
015834             MOVE CKPT-PAIRS-DONE TO GCD-SKIP-COUNT
015865     MOVE CTL-HDR-DATE TO CKPT-HDR-CREATE-DATE.
015866     MOVE CTL-EXPECT-COUNT TO CKPT-HDR-EXPECT-COUNT.
015867     MOVE CTL-EXPECT-GRPS TO CKPT-HDR-GRP-COUNT.
016059     MOVE CTL-EXPECT-CRTS TO CKPT-HDR-CRT-COUNT.
016060     MOVE CTL-EXPECT-RATS TO CKPT-HDR-RAT-COUNT.
015868     IF BATCH-HAD-BAD-PAIR
015869         MOVE 'Y' TO CKPT-BAD-PAIR-FLAG
015870     ELSE
015919         IF GIN-HDR-EXPECT-COUNT NOT NUMERIC
015920            OR GIN-HDR-CREATE-DATE NOT NUMERIC
015921            OR GIN-HDR-GRP-COUNT NOT NUMERIC
016061            OR GIN-HDR-CRT-COUNT NOT NUMERIC
016062            OR GIN-HDR-RAT-COUNT NOT NUMERIC
015922             MOVE "HEADER FIELDS NOT NUMERIC" TO CTL-REASON
015923             PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
015924         ELSE
015925             MOVE GIN-HDR-EXPECT-COUNT TO CTL-EXPECT-COUNT
015926             MOVE GIN-HDR-CREATE-DATE TO CTL-HDR-DATE
015927             MOVE GIN-HDR-GRP-COUNT TO CTL-EXPECT-GRPS
016063             MOVE GIN-HDR-CRT-COUNT TO CTL-EXPECT-CRTS
016064             MOVE GIN-HDR-RAT-COUNT TO CTL-EXPECT-RATS
015928         END-IF
015929     END-IF.
015930     PERFORM 3920-VALIDATE-ONE-RECORD THRU 3920-EXIT
015954         MOVE "TRAILER GROUP COUNT OUT OF BAL" TO CTL-REASON
015955         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
015956     END-IF.
016065     IF CTL-CRT-COUNT NOT = CTL-EXPECT-CRTS
016066         MOVE "HEADER CONGR COUNT OUT OF BAL" TO CTL-REASON
016067         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016068     END-IF.
016069     IF CTL-CRT-COUNT NOT = CTL-TRL-CRT-COUNT
016070         MOVE "TRAILER CONGR COUNT OUT OF BAL" TO CTL-REASON
016071         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016072     END-IF.
016073     IF CTL-RAT-COUNT NOT = CTL-EXPECT-RATS
016074         MOVE "HEADER RATIO COUNT OUT OF BAL" TO CTL-REASON
016075         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016076     END-IF.
016077     IF CTL-RAT-COUNT NOT = CTL-TRL-RAT-COUNT
016078         MOVE "TRAILER RATIO COUNT OUT OF BAL" TO CTL-REASON
016079         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016080     END-IF.
015957     MOVE CTL-HASH-M TO CTL-HASH-M-LOW.
015958     MOVE CTL-HASH-N TO CTL-HASH-N-LOW.
015959     IF CTL-HASH-M-LOW NOT = CTL-TRL-HASH-M
015969         MOVE "GROUP HASH TOTAL OUT OF BAL" TO CTL-REASON
015970         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
015971     END-IF.
016081     MOVE CTL-HASH-CRT TO CTL-HASH-CRT-LOW.
016082     IF CTL-HASH-CRT-LOW NOT = CTL-TRL-HASH-CRT
016083         MOVE "CONGR HASH TOTAL OUT OF BAL" TO CTL-REASON
016084         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016085     END-IF.
016086     MOVE CTL-HASH-RAT TO CTL-HASH-RAT-LOW.
016087     IF CTL-HASH-RAT-LOW NOT = CTL-TRL-HASH-RAT
016088         MOVE "RATIO HASH TOTAL OUT OF BAL" TO CTL-REASON
016089         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016090     END-IF.
015972     IF NOT CONTROL-REJECTED
015973         DISPLAY "EUCLIDGCD - GCDIN CONTROLS BALANCED, DETAILS: "
015974                 CTL-DETAIL-COUNT
016003                 VARYING GRP-IDX FROM 1 BY 1
016004                 UNTIL GRP-IDX > 10
016005         ELSE
016091         IF GIN-CRT-SYSTEM
016092             ADD 1 TO CTL-CRT-COUNT
016093             PERFORM 3927-HASH-CRT-PAIR THRU 3927-EXIT
016094                 VARYING CRT-IDX FROM 1 BY 1
016095                 UNTIL CRT-IDX > 10
016096         ELSE
016097         IF GIN-RATIO
016098             ADD 1 TO CTL-RAT-COUNT
016099             IF GIN-RAT-M IS NUMERIC
016100                 ADD GIN-RAT-M TO CTL-HASH-RAT
016101             END-IF
016102             IF GIN-RAT-N IS NUMERIC
016103                 ADD GIN-RAT-N TO CTL-HASH-RAT
016104             END-IF
016105             IF GIN-RAT-TOOTH-LIMIT IS NUMERIC
016106                 ADD GIN-RAT-TOOTH-LIMIT TO CTL-HASH-RAT
016107             END-IF
016108         ELSE
016006             MOVE "UNKNOWN RECORD TYPE" TO CTL-REASON
016007             PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016008         END-IF
016009         END-IF
016010         END-IF
016011         END-IF
016109         END-IF
016110         END-IF
016012     END-READ.
016013 3920-EXIT.
016014     EXIT.
016020 3925-EXIT.
016021     EXIT.
016022
016111 3927-HASH-CRT-PAIR.
016112     IF GIN-CRT-REMAINDER(CRT-IDX) IS NUMERIC
016113         ADD GIN-CRT-REMAINDER(CRT-IDX) TO CTL-HASH-CRT
016114     END-IF.
016115     IF GIN-CRT-MODULUS(CRT-IDX) IS NUMERIC
016116         ADD GIN-CRT-MODULUS(CRT-IDX) TO CTL-HASH-CRT
016117     END-IF.
016118 3927-EXIT.
016119     EXIT.
016120
016023 3930-CAPTURE-TRAILER.
016024     IF GIN-TRL-COUNT NOT NUMERIC
016025        OR GIN-TRL-HASH-M NOT NUMERIC
016026        OR GIN-TRL-HASH-N NOT NUMERIC
016027        OR GIN-TRL-GRP-COUNT NOT NUMERIC
016028        OR GIN-TRL-HASH-GRP NOT NUMERIC
016121        OR GIN-TRL-CRT-COUNT NOT NUMERIC
016122        OR GIN-TRL-HASH-CRT NOT NUMERIC
016123        OR GIN-TRL-RAT-COUNT NOT NUMERIC
016124        OR GIN-TRL-HASH-RAT NOT NUMERIC
016029         MOVE "TRAILER FIELDS NOT NUMERIC" TO CTL-REASON
016030         PERFORM 3990-REJECT-CONTROL THRU 3990-EXIT
016031         GO TO 3930-EXIT
016035     MOVE GIN-TRL-HASH-N TO CTL-TRL-HASH-N.
016036     MOVE GIN-TRL-GRP-COUNT TO CTL-TRL-GRP-COUNT.
016037     MOVE GIN-TRL-HASH-GRP TO CTL-TRL-HASH-GRP.
016125     MOVE GIN-TRL-CRT-COUNT TO CTL-TRL-CRT-COUNT.
016126     MOVE GIN-TRL-HASH-CRT TO CTL-TRL-HASH-CRT.
016127     MOVE GIN-TRL-RAT-COUNT TO CTL-TRL-RAT-COUNT.
016128     MOVE GIN-TRL-HASH-RAT TO CTL-TRL-HASH-RAT.
016038     SET CTL-TRAILER-SEEN TO TRUE.
016039 3930-EXIT.
016040     EXIT.
016052 3990-EXIT.
016053     EXIT.
016054
016129*****************************************************************
016130*  4000-POST-PAIR-MASTER - THE PAIR JUST REDUCED AND AUDITED    *
016131*  GOES ONTO THE GCDPAIRM MASTER: A NEW PAIR IS ADDED WITH ITS  *
016132*  FIRST AND LAST RUN DATES SET TO TODAY AND A REDUCE COUNT OF  *
016133*  ONE; A PAIR ALREADY THERE HAS ITS LAST RUN DATE AND REDUCE   *
016134*  COUNT ADVANCED - EXACTLY WHAT GCDHIST BUILD WOULD ROLL UP    *
016135*  FROM THE SAME AUDIT RECORD. A FAILED WRITE IS LOGGED BUT     *
016136*  DOES NOT STOP THE RUN: THE TRAIL STILL HOLDS THE REDUCTION,  *
016137*  AND A BUILD RECOVERS THE MASTER FROM IT.                     *
016138*****************************************************************
016139 4000-POST-PAIR-MASTER.
016140     IF NOT PAIR-MAST-OPEN
016141         GO TO 4000-EXIT
016142     END-IF.
016143     MOVE AUD-IN-M TO PMR-IN-M.
016144     MOVE AUD-IN-N TO PMR-IN-N.
016145     PERFORM 3150-LOOKUP-PAIR-HISTORY THRU 3150-EXIT.
016146     IF PAIR-ON-MASTER
016147         MOVE AUD-GCD-RESULT TO PMR-GCD-RESULT
016148         MOVE AUD-RUN-DATE TO PMR-LAST-RUN-DATE
016149         ADD 1 TO PMR-REDUCE-COUNT
016150         REWRITE PAIR-MAST-RECORD
016151         IF PAIR-MAST-OK
016152             ADD 1 TO PHM-UPDATED-COUNT
016153         END-IF
016154     ELSE
016155         MOVE AUD-IN-M TO PMR-IN-M
016156         MOVE AUD-IN-N TO PMR-IN-N
016157         MOVE AUD-GCD-RESULT TO PMR-GCD-RESULT
016158         MOVE AUD-RUN-DATE TO PMR-FIRST-RUN-DATE
016159         MOVE AUD-RUN-DATE TO PMR-LAST-RUN-DATE
016160         MOVE 1 TO PMR-REDUCE-COUNT
016161         WRITE PAIR-MAST-RECORD
016162         IF PAIR-MAST-OK
016163             ADD 1 TO PHM-ADDED-COUNT
016164         END-IF
016165     END-IF.
016166     IF NOT PAIR-MAST-OK
016167         DISPLAY "EUCLIDGCD - GCDPAIRM UPDATE FAILED, STATUS="
016168                 PAIR-MAST-STATUS " PAIR " AUD-IN-M ',' AUD-IN-N
016169     END-IF.
016170 4000-EXIT.
016171     EXIT.
016172
016173*****************************************************************
016174*  3300-SUSPEND-IF-REJECTED - THE GCDIN RECORD JUST DISPOSED    *
016175*  IS STILL IN ITS RECORD AREA. IF IT WAS REJECTED ('Z' OR 'E') *
016176*  IT GOES TO GCDSUSP WITH ITS ORIGINAL IMAGE AND A REASON      *
016177*  CODE; ITS PLACE IN THE FILE IS THE COMMIT COUNT 3700 IS      *
016178*  ABOUT TO WRITE. A WRITE THAT FAILS STOPS THE BATCH - 3100    *
016887*  DOES NOT COMMIT PAST THE RECORD, SO A RERUN SUSPENDS IT.     *
016179*****************************************************************
016180 3300-SUSPEND-IF-REJECTED.
016181     MOVE SPACES TO SUSP-REASON.
016182     IF GIN-RATIO
016183         IF RATIO-BAD-RECORD
016184             MOVE 'NR' TO SUSP-REASON
016185         ELSE
016186         IF RATIO-HAS-ZERO
016187             MOVE 'ZR' TO SUSP-REASON
016188         END-IF
016189         END-IF
016190     ELSE
016191     IF GIN-CRT-SYSTEM
016192         IF CRT-BAD-RECORD AND CRT-PAIR-CT = 0
016193             MOVE 'CC' TO SUSP-REASON
016194         ELSE
016195         IF CRT-BAD-RECORD
016196             MOVE 'NC' TO SUSP-REASON
016197         ELSE
016198         IF CRT-HAS-ZERO-MODULUS
016199             MOVE 'ZC' TO SUSP-REASON
016200         END-IF
016201         END-IF
016202         END-IF
016203     ELSE
016204     IF GIN-GROUP
016205         IF GROUP-BAD-RECORD AND GRP-OPERAND-CT = 0
016206             MOVE 'GC' TO SUSP-REASON
016207         ELSE
016208         IF GROUP-BAD-RECORD
016209             MOVE 'NG' TO SUSP-REASON
016210         ELSE
016211         IF GROUP-HAS-ZERO
016212             MOVE 'ZG' TO SUSP-REASON
016213         END-IF
016214         END-IF
016215         END-IF
016216     ELSE
016217         IF IN-M NOT NUMERIC OR IN-N NOT NUMERIC
016218             MOVE 'NP' TO SUSP-REASON
016219         ELSE
016220         IF IN-M = 0 OR IN-N = 0
016221             MOVE 'ZP' TO SUSP-REASON
016222         END-IF
016223         END-IF
016224     END-IF
016225     END-IF
016226     END-IF.
016227     IF SUSP-REASON = SPACES
016228         GO TO 3300-EXIT
016229     END-IF.
016231     MOVE SPACES TO SUSPENSE-RECORD.
016232     ADD 1 TO SUSP-LAST-ITEM-NO.
016233     MOVE SUSP-LAST-ITEM-NO TO SUS-ITEM-NO.
016234     SET SUS-OPEN TO TRUE.
016235     IF SUSP-REASON = 'ZP' OR 'ZG' OR 'ZC' OR 'ZR'
016236         MOVE 'Z' TO SUS-DISPOSITION
016237     ELSE
016238         MOVE 'E' TO SUS-DISPOSITION
016239     END-IF.
016240     MOVE SUSP-REASON TO SUS-REASON-CODE.
016241     MOVE CTL-HDR-DATE TO SUS-HDR-CREATE-DATE.
016242     COMPUTE SUS-INPUT-SEQ = GCD-PAIRS-DONE + 1.
016243     MOVE WS-RUN-DATE TO SUS-SUSPEND-DATE.
016245     MOVE 0 TO SUS-AGE-DAYS.
016246     MOVE 0 TO SUS-CORRECT-DATE.
016247     MOVE 0 TO SUS-RESUB-DATE.
016248     MOVE GCD-INPUT-RECORD TO SUS-ORIGINAL-IMAGE.
016249     WRITE SUSPENSE-RECORD.
016250     IF SUSPENSE-OK
016251         ADD 1 TO SUSP-WRITTEN-COUNT
016252     ELSE
016253         DISPLAY "EUCLIDGCD - GCDSUSP WRITE FAILED, STATUS="
016254                 SUSPENSE-STATUS
016255         MOVE 16 TO RETURN-CODE
016888         SET SUSPENSE-WRITE-FAILED TO TRUE
016256     END-IF.
016257 3300-EXIT.
016259     EXIT.
016260
016261*****************************************************************
016262*  3270-PROCESS-ONE-SYSTEM - ONE 'C' GCDIN RECORD: A SYSTEM OF 2*
016263*  TO 10 CONGRUENCES X = REMAINDER (MOD MODULUS). A BAD COUNT OR*
016264*  NON-NUMERIC PAIR DISPOSES 'E' AND A ZERO MODULUS 'Z', AS FOR *
016265*  GROUPS. OTHERWISE THE PAIRS ARE TESTED FOR A CONFLICT ('X',  *
016266*  NAMING THE FIRST TWO PAIRS THAT CANNOT BOTH HOLD) AND, IF    *
016267*  THERE IS NONE, FOLDED INTO THE ONE SOLUTION X MODULO THE LCM *
016268*  OF THE MODULI ('P'), OR 'O' IF THAT LCM PASSES 18 DIGITS.    *
016269*  EVERY SYSTEM RUN THROUGH UTIL - 'P', 'X' OR 'O' - APPENDS    *
016270*  EXACTLY ONE AUDIT RECORD.                                    *
016271*****************************************************************
016273 3270-PROCESS-ONE-SYSTEM.
016274     MOVE 'N' TO WS-CRT-BAD-SWITCH.
016275     MOVE 'N' TO WS-CRT-ZERO-SWITCH.
016276     MOVE 'N' TO WS-CRT-CONFLICT-SWITCH.
016277     MOVE 'N' TO WS-CRT-OVFL-SWITCH.
016278     MOVE 0 TO CRT-CONFLICT-I.
016279     MOVE 0 TO CRT-CONFLICT-J.
016280     MOVE 0 TO CRT-X.
016281     MOVE 0 TO CRT-MOD.
016282     IF GIN-CRT-COUNT NOT NUMERIC
016283        OR GIN-CRT-COUNT < 2 OR GIN-CRT-COUNT > 10
016284         DISPLAY "EUCLIDGCD - BAD CONGRUENCE COUNT: "
016285                 GIN-CRT-COUNT
016287         MOVE 0 TO CRT-PAIR-CT
016288         SET CRT-BAD-RECORD TO TRUE
016289         SET BATCH-HAD-BAD-PAIR TO TRUE
016290         PERFORM 3480-WRITE-CRT-RESULT THRU 3480-EXIT
016291         GO TO 3270-EXIT
016292     END-IF.
016293     MOVE GIN-CRT-COUNT TO CRT-PAIR-CT.
016294     PERFORM 3275-CHECK-ONE-CONGRUENCE THRU 3275-EXIT
016295         VARYING CRT-IDX FROM 1 BY 1
016296         UNTIL CRT-IDX > CRT-PAIR-CT
016297         OR CRT-BAD-RECORD.
016298     IF CRT-BAD-RECORD OR CRT-HAS-ZERO-MODULUS
016299         SET BATCH-HAD-BAD-PAIR TO TRUE
016301         PERFORM 3480-WRITE-CRT-RESULT THRU 3480-EXIT
016302         GO TO 3270-EXIT
016303     END-IF.
016304     PERFORM 3280-TEST-ONE-PAIRING THRU 3280-EXIT
016305         VARYING CRT-IDX FROM 1 BY 1
016306         UNTIL CRT-IDX > CRT-PAIR-CT
016307         OR CRT-CONFLICT-FOUND
016308         AFTER CRT-JDX FROM 1 BY 1
016309         UNTIL CRT-JDX > CRT-PAIR-CT
016310         OR CRT-CONFLICT-FOUND.
016311     DISPLAY "SYSTEM OF " CRT-PAIR-CT " CONGRUENCES".
016312     IF CRT-CONFLICT-FOUND
016313         DISPLAY 'x: NONE - PAIRS ' CRT-CONFLICT-I ' AND '
016314                 CRT-CONFLICT-J ' CONFLICT'
016315         PERFORM 3490-WRITE-CRT-AUDIT THRU 3490-EXIT
016316         PERFORM 3480-WRITE-CRT-RESULT THRU 3480-EXIT
016317         GO TO 3270-EXIT
016318     END-IF.
016319     MOVE GIN-CRT-MODULUS(1) TO CRT-MOD.
016320     DIVIDE GIN-CRT-REMAINDER(1) BY CRT-MOD
016321         GIVING CRT-QUOT REMAINDER CRT-X.
016322     PERFORM 3290-FOLD-ONE-CONGRUENCE THRU 3290-EXIT
016323         VARYING CRT-IDX FROM 2 BY 1
016324         UNTIL CRT-IDX > CRT-PAIR-CT
016325         OR CRT-MOD-OVERFLOWED.
016326     IF CRT-MOD-OVERFLOWED
016327         DISPLAY 'x: MODULUS OVERFLOWS 18 DIGITS'
016328         SET BATCH-HAD-BAD-PAIR TO TRUE
016329     ELSE
016330         MOVE CRT-X TO CRT-X-OUT
016331         MOVE CRT-MOD TO CRT-MOD-OUT
016332         DISPLAY 'x:' CRT-X-OUT
016333         DISPLAY 'mod:' CRT-MOD-OUT
016334     END-IF.
016335     PERFORM 3490-WRITE-CRT-AUDIT THRU 3490-EXIT.
016336     PERFORM 3480-WRITE-CRT-RESULT THRU 3480-EXIT.
016337 3270-EXIT.
016338     EXIT.
016339
016340 3275-CHECK-ONE-CONGRUENCE.
016341     IF GIN-CRT-REMAINDER(CRT-IDX) NOT NUMERIC
016342        OR GIN-CRT-MODULUS(CRT-IDX) NOT NUMERIC
016343         DISPLAY "EUCLIDGCD - NON-NUMERIC CONGRUENCE PAIR"
016344         SET CRT-BAD-RECORD TO TRUE
016345     ELSE
016346         IF GIN-CRT-MODULUS(CRT-IDX) = 0
016347             DISPLAY "EUCLIDGCD - ZERO CONGRUENCE MODULUS, "
016348                     "SKIPPING SYSTEM"
016349             SET CRT-HAS-ZERO-MODULUS TO TRUE
016350         END-IF
016351     END-IF.
016352 3275-EXIT.
016353     EXIT.
016354
016355*****************************************************************
016356*  3280-TEST-ONE-PAIRING - PAIRS I AND J CAN BOTH HOLD ONLY IF  *
016357*  THEIR REMAINDERS AGREE MODULO G = GCD(MODULUS I, MODULUS J), *
016358*  AND A SYSTEM WHOSE PAIRS ALL AGREE TWO BY TWO HAS A SOLUTION.*
016359*  THE FIRST PAIRING THAT FAILS, IN POSITION ORDER, IS THE      *
016360*  CONFLICT KEPT.                                               *
016361*****************************************************************
016362 3280-TEST-ONE-PAIRING.
016363     IF CRT-JDX NOT > CRT-IDX
016364         GO TO 3280-EXIT
016365     END-IF.
016366     MOVE GIN-CRT-MODULUS(CRT-IDX) TO M.
016367     MOVE GIN-CRT-MODULUS(CRT-JDX) TO N.
016368     CALL 'UTIL' USING M, N, R, L, UTIL-EXTENDED.
016369     MOVE N TO CRT-G.
016370     DIVIDE GIN-CRT-REMAINDER(CRT-IDX) BY CRT-G
016371         GIVING CRT-QUOT REMAINDER CRT-REM.
016372     DIVIDE GIN-CRT-REMAINDER(CRT-JDX) BY CRT-G
016373         GIVING CRT-QUOT REMAINDER CRT-REM-2.
016374     IF CRT-REM NOT = CRT-REM-2
016375         MOVE CRT-IDX TO CRT-CONFLICT-I
016376         MOVE CRT-JDX TO CRT-CONFLICT-J
016377         SET CRT-CONFLICT-FOUND TO TRUE
016378     END-IF.
016379 3280-EXIT.
016380     EXIT.
016381
016382*****************************************************************
016383*  3290-FOLD-ONE-CONGRUENCE - FOLD PAIR (A, M) INTO THE RUNNING *
016384*  SOLUTION X MODULO MOD. WITH G = GCD(MOD, M), THE NEW X IS X +*
016385*  MOD * K, WHERE K SOLVES (MOD/G) * K = (A - X)/G MODULO M/G;  *
016386*  MOD/G AND M/G ARE COPRIME, SO UTIL'S MODULAR INVERSE OF THE  *
016387*  ONE MODULO THE OTHER GIVES K. THE NEW MOD IS MOD * (M/G), THE*
016388*  LCM SO FAR. G ITSELF COMES FROM UTIL ON M AND MOD MOD M,     *
016389*  WHICH FITS ITS SEVEN DIGITS, AS IN THE GROUP LCM FOLD.       *
016390*****************************************************************
016391 3290-FOLD-ONE-CONGRUENCE.
016392     MOVE GIN-CRT-MODULUS(CRT-IDX) TO CRT-MODULUS.
016393     DIVIDE GIN-CRT-REMAINDER(CRT-IDX) BY CRT-MODULUS
016394         GIVING CRT-QUOT REMAINDER CRT-A.
016395     DIVIDE CRT-MOD BY CRT-MODULUS GIVING CRT-QUOT
016396         REMAINDER CRT-REM.
016397     IF CRT-REM = 0
016398         MOVE CRT-MODULUS TO CRT-G
016399     ELSE
016401         MOVE CRT-MODULUS TO M
016402         MOVE CRT-REM TO N
016403         CALL 'UTIL' USING M, N, R, L, UTIL-EXTENDED
016404         MOVE N TO CRT-G
016405     END-IF.
016406     DIVIDE CRT-MODULUS BY CRT-G GIVING CRT-M-OVER-G.
016407*    A MODULUS THAT DIVIDES THE RUNNING ONE ADDS NOTHING; 3280
016408*    HAS ALREADY PROVED ITS REMAINDER AGREES.
016409     IF CRT-M-OVER-G = 1
016410         GO TO 3290-EXIT
016411     END-IF.
016412     COMPUTE CRT-NEW-MOD = CRT-MOD * CRT-M-OVER-G
016413         ON SIZE ERROR
016414             SET CRT-MOD-OVERFLOWED TO TRUE
016415     END-COMPUTE.
016416     IF CRT-MOD-OVERFLOWED
016417         GO TO 3290-EXIT
016418     END-IF.
016419     DIVIDE CRT-MOD BY CRT-G GIVING CRT-STEP.
016420     DIVIDE CRT-STEP BY CRT-M-OVER-G GIVING CRT-QUOT
016421         REMAINDER CRT-REM.
016422     MOVE CRT-REM TO M.
016423     MOVE CRT-M-OVER-G TO N.
016424     SET EXT-REQUESTED TO TRUE.
016425     CALL 'UTIL' USING M, N, R, L, UTIL-EXTENDED.
016426     SET EXT-NOT-REQUESTED TO TRUE.
016427*    (A - X) MODULO M, THEN DIVIDED BY G - EXACT, SINCE 3280
016428*    PROVED A AND X AGREE MODULO G.
016429     DIVIDE CRT-X BY CRT-MODULUS GIVING CRT-QUOT
016430         REMAINDER CRT-REM.
016431     IF CRT-A NOT < CRT-REM
016432         COMPUTE CRT-DIFF = CRT-A - CRT-REM
016433     ELSE
016434         COMPUTE CRT-DIFF = CRT-A + CRT-MODULUS - CRT-REM
016435     END-IF.
016436     DIVIDE CRT-DIFF BY CRT-G GIVING CRT-DIFF.
016437     COMPUTE CRT-STEP = CRT-DIFF * EXT-INVERSE.
016438     DIVIDE CRT-STEP BY CRT-M-OVER-G GIVING CRT-QUOT
016439         REMAINDER CRT-REM.
016440     COMPUTE CRT-X = CRT-X + CRT-MOD * CRT-REM.
016441     MOVE CRT-NEW-MOD TO CRT-MOD.
016442 3290-EXIT.
016443     EXIT.
016444
016445*****************************************************************
016446*  3480-WRITE-CRT-RESULT - ONE TYPED CONGRUENCE RESULT RECORD   *
016447*  FOR THE 'C' RECORD JUST READ; THE DISPOSITION FOLLOWS FROM   *
016448*  THE SWITCHES 3270 LEFT SET. A CONFLICT NAMES ITS TWO PAIRS BY*
016449*  POSITION, WITH THEIR MODULI.                                 *
016450*****************************************************************
016451 3480-WRITE-CRT-RESULT.
016452     MOVE SPACES TO GCD-RESULT-RECORD.
016453     SET RES-CRT-RESULT TO TRUE.
016454     MOVE CRT-PAIR-CT TO RES-CRT-COUNT.
016455     MOVE 0 TO RES-CRT-SOLUTION.
016456     MOVE 0 TO RES-CRT-MODULUS.
016457     MOVE 0 TO RES-CRT-CONFLICT-I.
016458     MOVE 0 TO RES-CRT-CONFLICT-J.
016459     MOVE 0 TO RES-CRT-CONFLICT-MOD-I.
016460     MOVE 0 TO RES-CRT-CONFLICT-MOD-J.
016461     IF CRT-BAD-RECORD
016462         SET RES-CRT-ERROR TO TRUE
016463     ELSE
016464     IF CRT-HAS-ZERO-MODULUS
016465         SET RES-CRT-SKIPPED-ZERO TO TRUE
016466     ELSE
016467     IF CRT-CONFLICT-FOUND
016468         MOVE CRT-CONFLICT-I TO RES-CRT-CONFLICT-I
016469         MOVE CRT-CONFLICT-J TO RES-CRT-CONFLICT-J
016470         MOVE GIN-CRT-MODULUS(CRT-CONFLICT-I)
016471             TO RES-CRT-CONFLICT-MOD-I
016472         MOVE GIN-CRT-MODULUS(CRT-CONFLICT-J)
016473             TO RES-CRT-CONFLICT-MOD-J
016474         SET RES-CRT-CONFLICT TO TRUE
016475     ELSE
016476     IF CRT-MOD-OVERFLOWED
016477         SET RES-CRT-OVERFLOW TO TRUE
016478     ELSE
016479         MOVE CRT-X TO RES-CRT-SOLUTION
016480         MOVE CRT-MOD TO RES-CRT-MODULUS
016481         SET RES-CRT-SOLVED TO TRUE
016482     END-IF
016483     END-IF
016484     END-IF
016485     END-IF.
016486     WRITE GCD-RESULT-RECORD.
016487 3480-EXIT.
016488     EXIT.
016489
016490*****************************************************************
016491*  3490-WRITE-CRT-AUDIT - THE ONE AUDIT RECORD PER SYSTEM RUN   *
016492*  THROUGH UTIL: THE PAIR COUNT RIDES IN AUD-IN-M, AUD-IN-N IS  *
016493*  ZERO, AND AUD-GCD-RESULT CARRIES THE LOW-ORDER SEVEN DIGITS  *
016494*  OF THE SOLUTION, OR ZERO WHEN THERE IS NONE. THE TYPE BYTE   *
016495*  SAYS 'C'.                                                    *
016496*****************************************************************
016497 3490-WRITE-CRT-AUDIT.
016498     MOVE CRT-PAIR-CT TO AUD-IN-M.
016499     MOVE 0 TO AUD-IN-N.
016501     IF CRT-CONFLICT-FOUND OR CRT-MOD-OVERFLOWED
016502         MOVE 0 TO AUD-GCD-RESULT
016503     ELSE
016504         MOVE CRT-X TO AUD-GCD-RESULT
016505     END-IF.
016506     SET AUD-CRT-RECORD TO TRUE.
016507     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
016508 3490-EXIT.
016509     EXIT.
016510
016511*****************************************************************
016512*  2700-BUILD-RATIO - UTIL HAS JUST REDUCED RAT-IN-M / RAT-IN-N *
016513*  WITH THE PARTIAL QUOTIENTS REQUESTED, LEAVING THE GCD IN N.  *
016514*  DIVIDE IT OUT FOR THE LOWEST TERMS, THEN WALK THE QUOTIENTS  *
016515*  BUILDING EVERY CONVERGENT (ALL OF THEM, FOR THE TERM         *
016516*  LISTING) AND COLLECTING THE BEST APPROXIMATIONS WITHIN THE   *
016517*  TOOTH LIMIT, CLOSEST LAST. THE RECURRENCE STARTS FROM P2/Q2  *
016518*  = 0/1 AND P1/Q1 = 1/0.                                       *
016519*****************************************************************
016520 2700-BUILD-RATIO.
016521     MOVE N TO RAT-GCD.
016522     DIVIDE RAT-IN-M BY RAT-GCD GIVING RAT-LOW-M.
016523     DIVIDE RAT-IN-N BY RAT-GCD GIVING RAT-LOW-N.
016524     MOVE EXT-CF-COUNT TO RAT-TERM-CT.
016525     IF RAT-TOOTH-LIMIT = 0
016526         MOVE 9999999 TO RAT-LIMIT
016527     ELSE
016528         MOVE RAT-TOOTH-LIMIT TO RAT-LIMIT
016529     END-IF.
016530     MOVE 0 TO RAT-P2.
016531     MOVE 1 TO RAT-Q2.
016532     MOVE 1 TO RAT-P1.
016533     MOVE 0 TO RAT-Q1.
016534     MOVE 0 TO RAT-APX-CT.
016535     MOVE 0 TO RAT-BEST-ABS-ERROR.
016536     MOVE 'N' TO WS-RAT-PAST-SWITCH.
016537     PERFORM 2710-NEXT-CONVERGENT THRU 2710-EXIT
016538         VARYING RAT-IDX FROM 1 BY 1
016539         UNTIL RAT-IDX > RAT-TERM-CT.
016540 2700-EXIT.
016541     EXIT.
016542
016543*****************************************************************
016544*  2710-NEXT-CONVERGENT - ONE MORE TERM. A CONVERGENT THAT FITS *
016545*  THE LIMIT IS KEPT (A ZERO NUMERATOR, THE 0/1 OF A RATIO      *
016546*  BELOW ONE, IS NO GEAR AND IS PASSED OVER); THE FIRST ONE     *
016547*  THAT DOES NOT FIT ENDS THE COLLECTING AND GIVES ITS          *
016548*  SEMICONVERGENTS A CHANCE.                                    *
016549*****************************************************************
016550 2710-NEXT-CONVERGENT.
016551     MOVE EXT-CF-QUOTIENT(RAT-IDX) TO RAT-A.
016552     COMPUTE RAT-P = RAT-A * RAT-P1 + RAT-P2.
016553     COMPUTE RAT-Q = RAT-A * RAT-Q1 + RAT-Q2.
016554     MOVE RAT-P TO RCV-P(RAT-IDX).
016555     MOVE RAT-Q TO RCV-Q(RAT-IDX).
016556     IF NOT RATIO-PAST-LIMIT
016557         IF RAT-P > RAT-LIMIT OR RAT-Q > RAT-LIMIT
016558             SET RATIO-PAST-LIMIT TO TRUE
016559             PERFORM 2720-TRY-SEMICONVERGENT THRU 2720-EXIT
016560         ELSE
016561         IF RAT-P > 0
016562             MOVE RAT-P TO RAT-CAND-P
016563             MOVE RAT-Q TO RAT-CAND-Q
016564             MOVE 'C' TO RAT-CAND-KIND
016565             PERFORM 2740-COMPUTE-ERROR THRU 2740-EXIT
016566             PERFORM 2730-ADD-APPROXIMATION THRU 2730-EXIT
016567         END-IF
016568         END-IF
016569     END-IF.
016570     MOVE RAT-P1 TO RAT-P2.
016571     MOVE RAT-Q1 TO RAT-Q2.
016572     MOVE RAT-P TO RAT-P1.
016573     MOVE RAT-Q TO RAT-Q1.
016574 2710-EXIT.
016575     EXIT.
016576
016577*****************************************************************
016578*  2720-TRY-SEMICONVERGENT - BETWEEN THE LAST CONVERGENT THAT   *
016579*  FITS AND THE NEXT, WHICH DOES NOT, LIE THE SEMICONVERGENTS   *
016580*  (J * P1 + P2) / (J * Q1 + Q2) FOR J = 1 TO A - 1. TAKE THE   *
016581*  LARGEST J THAT KEEPS BOTH WITHIN THE LIMIT, AND KEEP IT ONLY *
016582*  IF IT IS STRICTLY CLOSER THAN THE LAST APPROXIMATION KEPT.   *
016583*  P2 AND Q2 ALREADY FIT, SO THE SUBTRACTIONS CANNOT GO         *
016584*  NEGATIVE.                                                    *
016585*****************************************************************
016586 2720-TRY-SEMICONVERGENT.
016587     IF RAT-A < 2
016588         GO TO 2720-EXIT
016589     END-IF.
016590     COMPUTE RAT-J = RAT-A - 1.
016591     IF RAT-P1 > 0
016592         COMPUTE RAT-J-MAX = (RAT-LIMIT - RAT-P2) / RAT-P1
016593         IF RAT-J-MAX < RAT-J
016594             MOVE RAT-J-MAX TO RAT-J
016595         END-IF
016596     END-IF.
016597     IF RAT-Q1 > 0
016598         COMPUTE RAT-J-MAX = (RAT-LIMIT - RAT-Q2) / RAT-Q1
016599         IF RAT-J-MAX < RAT-J
016601             MOVE RAT-J-MAX TO RAT-J
016602         END-IF
016603     END-IF.
016604     IF RAT-J = 0
016605         GO TO 2720-EXIT
016606     END-IF.
016607     COMPUTE RAT-CAND-P = RAT-J * RAT-P1 + RAT-P2.
016608     COMPUTE RAT-CAND-Q = RAT-J * RAT-Q1 + RAT-Q2.
016609     MOVE 'S' TO RAT-CAND-KIND.
016610     PERFORM 2740-COMPUTE-ERROR THRU 2740-EXIT.
016611     IF RAT-APX-CT > 0
016612        AND RAT-CAND-ABS-ERROR NOT < RAT-BEST-ABS-ERROR
016613         GO TO 2720-EXIT
016614     END-IF.
016615     PERFORM 2730-ADD-APPROXIMATION THRU 2730-EXIT.
016616 2720-EXIT.
016617     EXIT.
016618
016619 2730-ADD-APPROXIMATION.
016620     IF RAT-APX-CT NOT < 40
016621         GO TO 2730-EXIT
016622     END-IF.
016623     ADD 1 TO RAT-APX-CT.
016624     MOVE RAT-CAND-P TO RAX-P(RAT-APX-CT).
016625     MOVE RAT-CAND-Q TO RAX-Q(RAT-APX-CT).
016626     MOVE RAT-CAND-KIND TO RAX-KIND(RAT-APX-CT).
016627     MOVE RAT-CAND-ERROR TO RAX-ERROR(RAT-APX-CT).
016628     MOVE RAT-CAND-ABS-ERROR TO RAT-BEST-ABS-ERROR.
016629 2730-EXIT.
016630     EXIT.
016631
016632*****************************************************************
016633*  2740-COMPUTE-ERROR - ERROR OF THE CANDIDATE P/Q AGAINST THE  *
016634*  RATIO, P/Q - M/N, TAKEN OVER THE LOWEST TERMS AS (P * LOW-N  *
016635*  - Q * LOW-M) / (Q * LOW-N) SO BOTH PRODUCTS STAY EXACT; ONLY *
016636*  THE LAST DIVIDE ROUNDS, TO TEN PLACES.                       *
016637*****************************************************************
016638 2740-COMPUTE-ERROR.
016639     COMPUTE RAT-DIFF = RAT-CAND-P * RAT-LOW-N
016640                      - RAT-CAND-Q * RAT-LOW-M.
016641     COMPUTE RAT-DENOM = RAT-CAND-Q * RAT-LOW-N.
016642     COMPUTE RAT-CAND-ERROR ROUNDED = RAT-DIFF / RAT-DENOM.
016643     IF RAT-CAND-ERROR < 0
016644         COMPUTE RAT-CAND-ABS-ERROR = 0 - RAT-CAND-ERROR
016645     ELSE
016646         MOVE RAT-CAND-ERROR TO RAT-CAND-ABS-ERROR
016647     END-IF.
016648 2740-EXIT.
016649     EXIT.
016650
016651*****************************************************************
016652*  2750-DISPLAY-RATIO - THE RATIO WORK-UP ON THE JOB LOG, IN    *
016653*  BOTH RUN MODES: LOWEST TERMS, THE CONTINUED-FRACTION TERMS   *
016654*  WITH THEIR CONVERGENTS (TERM 0 IS THE WHOLE-NUMBER PART),    *
016655*  AND THE BEST APPROXIMATIONS WITHIN THE LIMIT.                *
016656*****************************************************************
016657 2750-DISPLAY-RATIO.
016658     MOVE RAT-LOW-M TO RAT-P-OUT.
016659     MOVE RAT-LOW-N TO RAT-Q-OUT.
016660     DISPLAY 'lowest terms:' RAT-P-OUT ':' RAT-Q-OUT.
016661     IF RAT-TOOTH-LIMIT = 0
016662         DISPLAY 'tooth limit: NONE'
016663     ELSE
016664         MOVE RAT-TOOTH-LIMIT TO RAT-A-OUT
016665         DISPLAY 'tooth limit:' RAT-A-OUT
016666     END-IF.
016667     PERFORM 2760-DISPLAY-ONE-TERM THRU 2760-EXIT
016668         VARYING RAT-IDX FROM 1 BY 1
016669         UNTIL RAT-IDX > RAT-TERM-CT.
016670     IF RAT-APX-CT = 0
016671         DISPLAY 'approx: NONE WITHIN LIMIT'
016672     END-IF.
016673     PERFORM 2770-DISPLAY-ONE-APPROX THRU 2770-EXIT
016674         VARYING RAT-IDX FROM 1 BY 1
016675         UNTIL RAT-IDX > RAT-APX-CT.
016676 2750-EXIT.
016677     EXIT.
016678
016679 2760-DISPLAY-ONE-TERM.
016680     COMPUTE RAT-NO-OUT = RAT-IDX - 1.
016681     MOVE EXT-CF-QUOTIENT(RAT-IDX) TO RAT-A-OUT.
016682     MOVE RCV-P(RAT-IDX) TO RAT-P-OUT.
016683     MOVE RCV-Q(RAT-IDX) TO RAT-Q-OUT.
016684     DISPLAY 'cf ' RAT-NO-OUT ':' RAT-A-OUT
016685             '  conv:' RAT-P-OUT '/' RAT-Q-OUT.
016686 2760-EXIT.
016687     EXIT.
016688
016689 2770-DISPLAY-ONE-APPROX.
016690     MOVE RAT-IDX TO RAT-NO-OUT.
016691     MOVE RAX-P(RAT-IDX) TO RAT-P-OUT.
016692     MOVE RAX-Q(RAT-IDX) TO RAT-Q-OUT.
016693     MOVE RAX-ERROR(RAT-IDX) TO RAT-ERROR-OUT.
016694     IF RAT-IDX = RAT-APX-CT
016695         DISPLAY 'approx ' RAT-NO-OUT ':' RAT-P-OUT '/' RAT-Q-OUT
016696                 ' ' RAX-KIND(RAT-IDX) ' err:' RAT-ERROR-OUT
016697                 ' BEST'
016698     ELSE
016699         DISPLAY 'approx ' RAT-NO-OUT ':' RAT-P-OUT '/' RAT-Q-OUT
016701                 ' ' RAX-KIND(RAT-IDX) ' err:' RAT-ERROR-OUT
016702     END-IF.
016703 2770-EXIT.
016704     EXIT.
016705
016706*****************************************************************
016707*  3350-PROCESS-ONE-RATIO - ONE 'R' GCDIN RECORD: A GEAR RATIO  *
016708*  M/N AND A TOOTH-COUNT LIMIT. A NON-NUMERIC FIELD DISPOSES    *
016709*  'E' AND A ZERO M OR N 'Z', AS FOR PAIRS. OTHERWISE UTIL      *
016710*  REDUCES THE PAIR WITH ITS PARTIAL QUOTIENTS KEPT, 2700 WORKS *
016711*  UP THE RATIO, AND THE RATIO WRITES ITS GCDRATO RECORDS AND   *
016712*  ONE 'R' AUDIT RECORD. A RATIO IS NOT ANSWERED FROM OR POSTED *
016713*  TO THE GCDPAIRM MASTER, WHICH HOLDS NO QUOTIENTS.            *
016714*****************************************************************
016715 3350-PROCESS-ONE-RATIO.
016716     MOVE 'N' TO WS-RAT-BAD-SWITCH.
016717     MOVE 'N' TO WS-RAT-ZERO-SWITCH.
016718     MOVE 0 TO RAT-GCD.
016719     MOVE 0 TO RAT-LOW-M.
016720     MOVE 0 TO RAT-LOW-N.
016721     MOVE 0 TO RAT-TERM-CT.
016722     MOVE 0 TO RAT-APX-CT.
016723     IF GIN-RAT-M NOT NUMERIC OR GIN-RAT-N NOT NUMERIC
016724        OR GIN-RAT-TOOTH-LIMIT NOT NUMERIC
016725         DISPLAY "EUCLIDGCD - NON-NUMERIC RATIO: "
016726                 GIN-RAT-M ',' GIN-RAT-N ',' GIN-RAT-TOOTH-LIMIT
016727         SET RATIO-BAD-RECORD TO TRUE
016728         SET BATCH-HAD-BAD-PAIR TO TRUE
016729         PERFORM 3495-WRITE-RATIO-RESULT THRU 3495-EXIT
016730         GO TO 3350-EXIT
016731     END-IF.
016732     IF GIN-RAT-M = 0 OR GIN-RAT-N = 0
016733         DISPLAY "EUCLIDGCD - SKIPPING ZERO RATIO: "
016734                 GIN-RAT-M ',' GIN-RAT-N
016735         SET RATIO-HAS-ZERO TO TRUE
016736         SET BATCH-HAD-BAD-PAIR TO TRUE
016737         PERFORM 3495-WRITE-RATIO-RESULT THRU 3495-EXIT
016738         GO TO 3350-EXIT
016739     END-IF.
016740     MOVE GIN-RAT-M TO M.
016741     MOVE GIN-RAT-N TO N.
016742     MOVE GIN-RAT-M TO RAT-IN-M.
016743     MOVE GIN-RAT-N TO RAT-IN-N.
016744     MOVE GIN-RAT-TOOTH-LIMIT TO RAT-TOOTH-LIMIT.
016745     SET EXT-QUOTIENTS-REQUESTED TO TRUE.
016746     CALL 'UTIL' USING M, N, R, L, UTIL-EXTENDED.
016747     SET EXT-NOT-REQUESTED TO TRUE.
016748     PERFORM 2700-BUILD-RATIO THRU 2700-EXIT.
016749     MOVE RAT-IN-M TO M_OUT.
016750     MOVE RAT-IN-N TO N_OUT.
016751     MOVE RAT-GCD TO GCD_OUT.
016752     DISPLAY "RATIO " M_OUT ':' N_OUT.
016753     DISPLAY 'gcd:' GCD_OUT.
016754     PERFORM 2750-DISPLAY-RATIO THRU 2750-EXIT.
016755     PERFORM 3497-WRITE-RATIO-AUDIT THRU 3497-EXIT.
016756     PERFORM 3360-WRITE-RATIO-DETAIL THRU 3360-EXIT.
016757     PERFORM 3495-WRITE-RATIO-RESULT THRU 3495-EXIT.
016758 3350-EXIT.
016759     EXIT.
016760
016761*****************************************************************
016762*  3360-WRITE-RATIO-DETAIL - THE GCDRATO RECORDS FOR THE RATIO  *
016763*  JUST WORKED UP: THE SUMMARY, ONE RECORD PER CONTINUED-       *
016764*  FRACTION TERM, THEN ONE PER APPROXIMATION WITH THE LAST      *
016765*  (CLOSEST) FLAGGED BEST. ALL CARRY THE RATIO'S PLACE IN       *
016766*  GCDIN, THE COMMIT COUNT 3700 IS ABOUT TO WRITE.              *
016767*****************************************************************
016768 3360-WRITE-RATIO-DETAIL.
016769     MOVE SPACES TO GCD-RATIO-RECORD.
016770     SET RAT-SUMMARY-REC TO TRUE.
016771     COMPUTE RAT-INPUT-SEQ = GCD-PAIRS-DONE + 1.
016772     MOVE RAT-IN-M TO RAT-SUM-IN-M.
016773     MOVE RAT-IN-N TO RAT-SUM-IN-N.
016774     MOVE RAT-TOOTH-LIMIT TO RAT-SUM-TOOTH-LIMIT.
016775     MOVE RAT-GCD TO RAT-SUM-GCD.
016776     MOVE RAT-LOW-M TO RAT-SUM-LOW-M.
016777     MOVE RAT-LOW-N TO RAT-SUM-LOW-N.
016778     MOVE RAT-TERM-CT TO RAT-SUM-TERM-COUNT.
016779     MOVE RAT-APX-CT TO RAT-SUM-APPROX-COUNT.
016780     MOVE WS-RUN-DATE TO RAT-SUM-RUN-DATE.
016781     WRITE GCD-RATIO-RECORD.
016782     PERFORM 3365-WRITE-ONE-TERM THRU 3365-EXIT
016783         VARYING RAT-IDX FROM 1 BY 1
016784         UNTIL RAT-IDX > RAT-TERM-CT.
016785     PERFORM 3370-WRITE-ONE-APPROX THRU 3370-EXIT
016786         VARYING RAT-IDX FROM 1 BY 1
016787         UNTIL RAT-IDX > RAT-APX-CT.
016788 3360-EXIT.
016789     EXIT.
016790
016791 3365-WRITE-ONE-TERM.
016792     MOVE SPACES TO RAT-RECORD-BODY.
016793     SET RAT-TERM-REC TO TRUE.
016794     COMPUTE RAT-TRM-NO = RAT-IDX - 1.
016795     MOVE EXT-CF-QUOTIENT(RAT-IDX) TO RAT-TRM-QUOTIENT.
016796     MOVE RCV-P(RAT-IDX) TO RAT-TRM-CONV-P.
016797     MOVE RCV-Q(RAT-IDX) TO RAT-TRM-CONV-Q.
016798     WRITE GCD-RATIO-RECORD.
016799 3365-EXIT.
016801     EXIT.
016802
016803 3370-WRITE-ONE-APPROX.
016804     MOVE SPACES TO RAT-RECORD-BODY.
016805     SET RAT-APPROX-REC TO TRUE.
016806     MOVE RAT-IDX TO RAT-APX-NO.
016807     MOVE RAX-P(RAT-IDX) TO RAT-APX-P.
016808     MOVE RAX-Q(RAT-IDX) TO RAT-APX-Q.
016809     MOVE RAX-KIND(RAT-IDX) TO RAT-APX-KIND.
016810     MOVE RAX-ERROR(RAT-IDX) TO RAT-APX-ERROR.
016811     IF RAT-IDX = RAT-APX-CT
016812         SET RAT-APX-IS-BEST TO TRUE
016813     ELSE
016814         MOVE 'N' TO RAT-APX-BEST-FLAG
016815     END-IF.
016816     WRITE GCD-RATIO-RECORD.
016817 3370-EXIT.
016818     EXIT.
016819
016820*****************************************************************
016821*  3495-WRITE-RATIO-RESULT - ONE TYPED RATIO RESULT RECORD FOR  *
016822*  THE 'R' RECORD JUST READ; THE DISPOSITION FOLLOWS FROM THE   *
016823*  SWITCHES 3350 LEFT SET.                                      *
016824*****************************************************************
016825 3495-WRITE-RATIO-RESULT.
016826     MOVE SPACES TO GCD-RESULT-RECORD.
016827     SET RES-RAT-RESULT TO TRUE.
016828     MOVE GIN-RAT-M TO RES-RAT-IN-M.
016829     MOVE GIN-RAT-N TO RES-RAT-IN-N.
016830     MOVE GIN-RAT-TOOTH-LIMIT TO RES-RAT-TOOTH-LIMIT.
016831     MOVE RAT-GCD TO RES-RAT-GCD.
016832     MOVE RAT-LOW-M TO RES-RAT-LOW-M.
016833     MOVE RAT-LOW-N TO RES-RAT-LOW-N.
016834     MOVE RAT-TERM-CT TO RES-RAT-TERM-COUNT.
016835     MOVE RAT-APX-CT TO RES-RAT-APPROX-COUNT.
016836     IF RATIO-BAD-RECORD
016837         SET RES-RAT-ERROR TO TRUE
016838     ELSE
016839     IF RATIO-HAS-ZERO
016840         SET RES-RAT-SKIPPED-ZERO TO TRUE
016841     ELSE
016842         SET RES-RAT-PROCESSED TO TRUE
016843     END-IF
016844     END-IF.
016845     WRITE GCD-RESULT-RECORD.
016846 3495-EXIT.
016847     EXIT.
016848
016849*****************************************************************
016850*  3497-WRITE-RATIO-AUDIT - THE ONE AUDIT RECORD PER RATIO      *
016851*  REDUCED: M, N AND THE GCD EXACTLY AS A PAIR RECORD CARRIES   *
016852*  THEM, WITH THE TYPE BYTE SAYING 'R'.                         *
016853*****************************************************************
016854 3497-WRITE-RATIO-AUDIT.
016855     MOVE RAT-IN-M TO AUD-IN-M.
016856     MOVE RAT-IN-N TO AUD-IN-N.
016857     MOVE RAT-GCD TO AUD-GCD-RESULT.
016858     SET AUD-RATIO-RECORD TO TRUE.
016859     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
016860 3497-EXIT.
016861     EXIT.
016862
016863*****************************************************************
016864*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
016865*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
016866*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
016867*  LEAVES IT AS THE STEP SET IT. FIRST, GENCTL KEEPS THE        *
016868*  DATASETS THE STEP WROTE AS NEW GENERATIONS, IF IT ENDED WELL *
016869*  ENOUGH FOR THEM TO BE WORTH KEEPING.                         *
016870*****************************************************************
016871 9800-RECORD-STEP-END.
016872     MOVE RETURN-CODE TO RCL-STEP-RC.
016873     IF BATCH-MODE
016874         MOVE "DETAILS" TO RCL-COUNT-LABEL(1)
016875         MOVE CTL-DETAIL-COUNT TO RCL-COUNT-VALUE(1)
016876         MOVE "DONE" TO RCL-COUNT-LABEL(2)
016877         MOVE GCD-PAIRS-DONE TO RCL-COUNT-VALUE(2)
016878         MOVE "SUSPENSE" TO RCL-COUNT-LABEL(3)
016879         MOVE SUSP-WRITTEN-COUNT TO RCL-COUNT-VALUE(3)
016880     END-IF.
016881     CALL 'GENCTL' USING RUN-CONTROL-LINK.
016882     SET RCL-END-STEP TO TRUE.
016883     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
016884 9800-EXIT.
016885     EXIT.
016886
016230 END PROGRAM MAIN.
016244
016258 IDENTIFICATION DIVISION.
017102*                  CALLER GETS X AND Y WITH M*X + N*Y = GCD,     *
017103*                  PLUS THE MODULAR INVERSE OF M MODULO N WHEN   *
017104*                  THE PAIR IS COPRIME, ALONGSIDE R AND L.       *
017106*  10/15/2026 DSH  THE PARTIAL QUOTIENT D OF EVERY DIVISION      *
017107*                  STEP, UNTIL NOW DISCARDED EACH PASS, IS KEPT  *
017108*                  IN THE GCDEXT BLOCK WHEN THE CALLER ASKS FOR  *
017109*                  IT (EXT-REQUESTED OR THE NEW QUOTIENTS-ONLY   *
017110*                  REQUEST): THE CONTINUED-FRACTION EXPANSION OF *
017111*                  M/N, FOR THE GEAR-RATIO WORK.                 *
017105*****************************************************************
017200
017300 DATA DIVISION.
018676         MOVE 0 TO Y0
018678         MOVE 1 TO Y1
018680     END-IF.
018684     IF EXT-REQUESTED OR EXT-QUOTIENTS-REQUESTED
018688         MOVE 0 TO EXT-CF-COUNT
018692     END-IF.
018700     DIVIDE M BY N GIVING D REMAINDER R.
018710     PERFORM 1100-KEEP-QUOTIENT THRU 1100-EXIT.
018800     PERFORM 1000-REDUCE THRU 1000-EXIT UNTIL R <= 0.
018850     COMPUTE L = (ORIG-M * ORIG-N) / N.
018860     IF EXT-REQUESTED
019200     MOVE N TO M.
019300     MOVE R TO N.
019400     DIVIDE M BY N GIVING D REMAINDER R.
019410     PERFORM 1100-KEEP-QUOTIENT THRU 1100-EXIT.
019500 1000-EXIT.
019600     EXIT.
019610
019742 2200-EXIT.
019744     EXIT.
019746
019749*****************************************************************
019752*  1100-KEEP-QUOTIENT - THE QUOTIENT OF THE DIVISION JUST DONE  *
019755*  IS THE NEXT CONTINUED-FRACTION TERM OF M/N. SEVEN-DIGIT      *
019758*  OPERANDS NEVER RUN THE TABLE OUT, BUT THE GUARD STAYS.       *
019761*****************************************************************
019764 1100-KEEP-QUOTIENT.
019767     IF NOT EXT-REQUESTED AND NOT EXT-QUOTIENTS-REQUESTED
019770         GO TO 1100-EXIT
019773     END-IF.
019776     IF EXT-CF-COUNT < 40
019779         ADD 1 TO EXT-CF-COUNT
019782         MOVE D TO EXT-CF-QUOTIENT(EXT-CF-COUNT)
019785     END-IF.
019788 1100-EXIT.
019791     EXIT.
019794
019800 END PROGRAM UTIL.
