000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GCDSUSP.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - WORKS THE GCDSUSP SUSPENSE*
001200*                  DATASET EUCLIDGCD'S BATCH MODE FILLS WITH THE*
001300*                  GCDIN RECORDS IT REJECTS 'Z' OR 'E'. LIST    *
001400*                  PRINTS THE ITEMS STILL OUTSTANDING; AGED     *
001500*                  PRINTS ONLY THOSE OUTSTANDING PAST A DAY     *
001600*                  LIMIT; APPLY TAKES CORRECTED IMAGES (OR      *
001700*                  WITHDRAWALS) FROM GCDCORR, EDITING EACH IMAGE*
001800*                  THE WAY THE BATCH WOULD; BUILD WRITES THE    *
001900*                  CORRECTED ITEMS TO GCDRSUB AS A CONTROLLED   *
002000*                  GCDIN - HEADER, DETAILS AND GROUPS, TRAILER  *
002100*                  COUNTS AND HASH TOTALS - THAT PASSES THE     *
002200*                  BATCH'S BALANCING UNCHANGED. EVERY MODE      *
002300*                  REFRESHES THE AGE OF THE OUTSTANDING ITEMS   *
002400*                  AND REPLACES GCDSUSP FROM A PROVED STAGE, AS *
002500*                  GCDARCH DOES FOR THE AUDIT TRAIL.            *
002510*  10/15/2026 DSH  CONGRUENCE ('C') RECORDS FOLLOW THE GCDIN    *
002520*                  WIDENING TO 160 BYTES: SUSPENSE ITEMS ARE    *
002530*                  380, GCDCORR 170 AND GCDRSUB 160. A CORRECTED*
002540*                  CONGRUENCE IMAGE MUST CARRY 2 TO 10 NUMERIC  *
002550*                  PAIRS WITH NON-ZERO MODULI, AND THE          *
002560*                  RESUBMISSION HEADER AND TRAILER CARRY THE    *
002570*                  CONGRUENCE COUNT AND HASH.                   *
002574*  10/15/2026 DSH  RATIO ('R') RECORDS ARE SUSPENDED AND        *
002578*                  RESUBMITTED LIKE PAIRS: A CORRECTED RATIO    *
002582*                  IMAGE MUST CARRY A NUMERIC, NON-ZERO M AND N *
002586*                  AND A NUMERIC TOOTH LIMIT, AND THE           *
002590*                  RESUBMISSION HEADER AND TRAILER CARRY THE    *
002594*                  RATIO COUNT AND HASH.                        *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SUSPENSE-FILE ASSIGN TO "GCDSUSP"
003200            ORGANIZATION IS SEQUENTIAL
003300            ACCESS MODE IS SEQUENTIAL
003400            FILE STATUS IS SUSPENSE-STATUS.
003500     SELECT SUSP-WORK-FILE ASSIGN TO "GCDSUSW"
003600            ORGANIZATION IS SEQUENTIAL
003700            ACCESS MODE IS SEQUENTIAL
003800            FILE STATUS IS SUSP-WORK-STATUS.
003900     SELECT CORRECTION-FILE ASSIGN TO "GCDCORR"
004000            ORGANIZATION IS SEQUENTIAL
004100            ACCESS MODE IS SEQUENTIAL
004200            FILE STATUS IS CORRECTION-STATUS.
004300     SELECT RESUB-FILE ASSIGN TO "GCDRSUB"
004400            ORGANIZATION IS SEQUENTIAL
004500            ACCESS MODE IS SEQUENTIAL
004600            FILE STATUS IS RESUB-STATUS.
004700     SELECT SUSP-RPT-FILE ASSIGN TO "GCDSRPT"
004800            ORGANIZATION IS SEQUENTIAL
004900            ACCESS MODE IS SEQUENTIAL
005000            FILE STATUS IS SUSP-RPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SUSPENSE-FILE
005500     RECORDING MODE IS F
005600     BLOCK CONTAINS 0 RECORDS
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 380 CHARACTERS.
005900 COPY GCDSUS.
006000
006100*****************************************************************
006200*  SUSP-WORK-FILE - STAGING DATASET FOR THE UPDATED SUSPENSE    *
006300*  ITEMS. GCDSUSP IS REWRITTEN FROM HERE ONLY AFTER THE COUNTS  *
006400*  BALANCE, AND THE STAGE IS LEFT BEHIND AS A FALLBACK.         *
006500*****************************************************************
006600 FD  SUSP-WORK-FILE
006700     RECORDING MODE IS F
006800     BLOCK CONTAINS 0 RECORDS
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 380 CHARACTERS.
007100 01  SUSP-WORK-RECORD                PIC X(380).
007200
007300*****************************************************************
007400*  CORRECTION-FILE - ONE 170-BYTE RECORD PER SUSPENSE ITEM TO   *
007500*  BE CORRECTED ('R' - REPLACE THE IMAGE WITH THE ONE SUPPLIED) *
007600*  OR WITHDRAWN ('W' - THE RECORD WILL NOT BE RESUBMITTED).     *
007700*****************************************************************
007800 FD  CORRECTION-FILE
007900     RECORDING MODE IS F
008000     BLOCK CONTAINS 0 RECORDS
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 170 CHARACTERS.
008300 01  CORRECTION-RECORD.
008400     05  COR-ITEM-NO                 PIC 9(07).
008500     05  COR-ACTION                  PIC X.
008600         88  COR-REPLACE             VALUE 'R'.
008700         88  COR-WITHDRAW            VALUE 'W'.
008800     05  FILLER                      PIC X(02).
008900     05  COR-IMAGE                   PIC X(160).
009000
009100*****************************************************************
009200*  RESUB-FILE - THE RESUBMISSION GCDIN, IN THE SHARED GCDINP    *
009300*  LAYOUT, BUILT IN WORKING STORAGE AND WRITTEN FROM THERE.     *
009400*****************************************************************
009500 FD  RESUB-FILE
009600     RECORDING MODE IS F
009700     BLOCK CONTAINS 0 RECORDS
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 160 CHARACTERS.
010000 01  RESUB-RECORD                    PIC X(160).
010100
010200 FD  SUSP-RPT-FILE
010300     RECORDING MODE IS F
010400     BLOCK CONTAINS 0 RECORDS
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  SUSP-RPT-RECORD.
010800     05  SUSP-RPT-TEXT               PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 78  RPT-LINES-PER-PAGE              VALUE 50.
011200 78  GSU-DEFAULT-AGE-DAYS            VALUE 5.
011300 78  GSU-MAX-CORRECTIONS             VALUE 500.
011400 78  GSU-ATTENTION-RC                VALUE 4.
011500 78  GSU-CORR-REJECT-RC              VALUE 8.
011600 78  GSU-BAD-PARM-RC                 VALUE 12.
011700 78  GSU-OPEN-FAIL-RC                VALUE 16.
011800 78  GSU-OUT-OF-BALANCE-RC           VALUE 20.
011900
012000 01  SUSPENSE-STATUS                 PIC XX.
012100     88  SUSPENSE-OK                 VALUE '00'.
012200     88  SUSPENSE-NOT-FOUND          VALUE '35'.
012300 01  SUSP-WORK-STATUS                PIC XX.
012400     88  SUSP-WORK-OK                VALUE '00'.
012500 01  CORRECTION-STATUS               PIC XX.
012600     88  CORRECTION-OK               VALUE '00'.
012700 01  RESUB-STATUS                    PIC XX.
012800     88  RESUB-OK                    VALUE '00'.
012900 01  SUSP-RPT-STATUS                 PIC XX.
013000     88  SUSP-RPT-OK                 VALUE '00'.
013100
013200 01  ARG-RAW                         PIC X(10) VALUE SPACES.
013300 01  GSU-RUN-DATE                    PIC 9(08) VALUE 0.
013400 01  GSU-RUN-DAY-NO                  PIC 9(07) COMP VALUE 0.
013500 01  GSU-AGE-LIMIT                   PIC 9(05) VALUE 0.
013600 01  GSU-AGE                         PIC S9(07) COMP VALUE 0.
013700
013800 01  WS-SWITCHES.
013900     05  WS-MODE-SWITCH              PIC X VALUE 'L'.
014000         88  LIST-MODE               VALUE 'L'.
014100         88  AGED-MODE               VALUE 'A'.
014200         88  APPLY-MODE              VALUE 'C'.
014300         88  BUILD-MODE              VALUE 'B'.
014400     05  WS-SUSP-EOF-SWITCH          PIC X VALUE 'N'.
014500         88  END-OF-SUSPENSE         VALUE 'Y'.
014600     05  WS-WORK-EOF-SWITCH          PIC X VALUE 'N'.
014700         88  END-OF-SUSP-WORK        VALUE 'Y'.
014800     05  WS-CORR-EOF-SWITCH          PIC X VALUE 'N'.
014900         88  END-OF-CORRECTIONS      VALUE 'Y'.
015000     05  WS-ABSENT-SWITCH            PIC X VALUE 'N'.
015100         88  SUSPENSE-ABSENT         VALUE 'Y'.
015200     05  WS-FAILED-SWITCH            PIC X VALUE 'N'.
015300         88  SUSPENSE-RUN-FAILED     VALUE 'Y'.
015400     05  WS-IMAGE-SWITCH             PIC X VALUE 'N'.
015500         88  IMAGE-PASSES-EDITS      VALUE 'Y'.
015600     05  WS-PRINT-SWITCH             PIC X VALUE 'N'.
015700         88  PRINT-THIS-ITEM         VALUE 'Y'.
015800
015900 01  GSU-MODE-NAME                   PIC X(05) VALUE "LIST".
016000 01  GSU-READ-COUNT                  PIC 9(07) COMP VALUE 0.
016100 01  GSU-STAGED-COUNT                PIC 9(07) COMP VALUE 0.
016200 01  GSU-RESTAGED-COUNT              PIC 9(07) COMP VALUE 0.
016300 01  GSU-OPEN-COUNT                  PIC 9(07) COMP VALUE 0.
016400 01  GSU-CORRECTED-COUNT             PIC 9(07) COMP VALUE 0.
016500 01  GSU-RESUBMITTED-COUNT           PIC 9(07) COMP VALUE 0.
016600 01  GSU-WITHDRAWN-COUNT             PIC 9(07) COMP VALUE 0.
016700 01  GSU-PRINTED-COUNT               PIC 9(07) COMP VALUE 0.
016800 01  GSU-AGED-COUNT                  PIC 9(07) COMP VALUE 0.
016900 01  GSU-COR-READ-COUNT              PIC 9(07) COMP VALUE 0.
017000 01  GSU-COR-APPLIED-COUNT           PIC 9(07) COMP VALUE 0.
017100 01  GSU-COR-WITHDRAWN-COUNT         PIC 9(07) COMP VALUE 0.
017200 01  GSU-COR-REJECTED-COUNT          PIC 9(07) COMP VALUE 0.
017300
017400*****************************************************************
017500*  THE CORRECTIONS, LOADED BEFORE THE SUSPENSE PASS. EACH ENTRY *
017600*  RECORDS WHAT BECAME OF IT SO THE ONES THAT MATCHED NO OPEN   *
017700*  ITEM CAN BE REPORTED BACK AFTER THE PASS.                    *
017800*****************************************************************
017900 01  GSU-COR-COUNT                   PIC 9(05) COMP VALUE 0.
018000 01  GSU-COR-IDX                     PIC 9(05) COMP.
018100 01  GSU-COR-FOUND-IDX               PIC 9(05) COMP VALUE 0.
018200 01  GSU-COR-TABLE.
018300     05  GSU-COR-ENTRY OCCURS GSU-MAX-CORRECTIONS TIMES.
018400         10  GCT-ITEM-NO             PIC 9(07).
018500         10  GCT-ACTION              PIC X.
018600             88  GCT-REPLACE         VALUE 'R'.
018700             88  GCT-WITHDRAW        VALUE 'W'.
018800         10  GCT-IMAGE               PIC X(160).
018900         10  GCT-RESULT              PIC X.
019000             88  GCT-UNMATCHED       VALUE ' '.
019100             88  GCT-APPLIED         VALUE 'A'.
019200             88  GCT-WITHDRAWN       VALUE 'W'.
019300             88  GCT-FAILED-EDITS    VALUE 'X'.
019400             88  GCT-NOT-OPEN        VALUE 'N'.
019500
019600*****************************************************************
019610*  RESUBMISSION CONTROLS - ACCUMULATED EXACTLY AS EUCLIDGCD'S   *
019620*  3900-VALIDATE-CONTROL-TOTALS DOES, SO THE TRAILER BALANCES: M*
019630*  AND N OF EVERY DETAIL, EVERY NUMERIC GROUP OPERAND SLOT AND  *
019640*  EVERY NUMERIC CONGRUENCE REMAINDER AND MODULUS SLOT, WITH TWO*
019650*  EXTRA DIGITS TRUNCATED TO THE LOW-ORDER 13.                  *
019660*****************************************************************
020200 01  RSB-EXPECT-DETAILS              PIC 9(07) COMP VALUE 0.
020300 01  RSB-EXPECT-GROUPS               PIC 9(07) COMP VALUE 0.
020310 01  RSB-EXPECT-CRTS                 PIC 9(07) COMP VALUE 0.
020320 01  RSB-EXPECT-RATS                 PIC 9(07) COMP VALUE 0.
020400 01  RSB-DETAIL-COUNT                PIC 9(07) COMP VALUE 0.
020500 01  RSB-GROUP-COUNT                 PIC 9(07) COMP VALUE 0.
020510 01  RSB-CRT-COUNT                   PIC 9(07) COMP VALUE 0.
020520 01  RSB-RAT-COUNT                   PIC 9(07) COMP VALUE 0.
020600 01  RSB-HASH-M                      PIC 9(15) COMP VALUE 0.
020700 01  RSB-HASH-N                      PIC 9(15) COMP VALUE 0.
020800 01  RSB-HASH-GRP                    PIC 9(15) COMP VALUE 0.
020810 01  RSB-HASH-CRT                    PIC 9(15) COMP VALUE 0.
020820 01  RSB-HASH-RAT                    PIC 9(15) COMP VALUE 0.
020900 01  RSB-HASH-LOW                    PIC 9(13) VALUE 0.
021000 01  RSB-GRP-IDX                     PIC 9(02) COMP.
021100 01  WS-RESUB-OPEN-SWITCH            PIC X VALUE 'N'.
021200     88  RESUB-OPEN                  VALUE 'Y'.
021300
021400*****************************************************************
021500*  GCDIN WORK RECORD - CORRECTED IMAGES ARE EDITED HERE AND THE *
021600*  RESUBMISSION RECORDS BUILT HERE.                             *
021700*****************************************************************
021800 COPY GCDINP.
021900
022000*****************************************************************
022100*  REPORT WORK AREAS - SAME EMIT PATTERN AS THE OTHER REPORTS:  *
022200*  BUILD THE LINE, MOVE IT TO THE RECORD, DISPLAY AND WRITE.    *
022300*****************************************************************
022400 01  RPT-PAGE-NO                     PIC 9(05) COMP VALUE 1.
022500 01  RPT-LINE-COUNT                  PIC 9(05) COMP VALUE 0.
022600
022700 01  RPT-TITLE-LINE.
022800     05  FILLER                      PIC X(44) VALUE
022900         "GCDSUSP - GCDIN SUSPENSE REPORT             ".
023000     05  FILLER                      PIC X(04) VALUE SPACES.
023100     05  FILLER                      PIC X(05) VALUE "PAGE ".
023200     05  RPT-TTL-PAGE                PIC Z(04)9.
023300
023400 01  RPT-SELECT-LINE.
023500     05  FILLER                      PIC X(10)
023600                     VALUE "RUN DATE: ".
023700     05  RPT-SEL-DATE                PIC 9(08).
023800     05  FILLER                      PIC X(08) VALUE "  MODE: ".
023900     05  RPT-SEL-MODE                PIC X(05).
024000     05  FILLER                      PIC X(13)
024100                     VALUE "  AGE LIMIT: ".
024200     05  RPT-SEL-AGE-LIMIT           PIC Z(04)9.
024300
024400 01  RPT-COLUMN-LINE.
024500     05  FILLER                      PIC X(38) VALUE
024600         "   ITEM S RS D HDR-DATE     SEQ   AGE ".
024700     05  FILLER                      PIC X(14) VALUE
024800         "GCDIN IMAGE   ".
024900
025000 01  RPT-ITEM-LINE.
025100     05  RPT-ITM-NO                  PIC Z(06)9.
025200     05  FILLER                      PIC X VALUE SPACE.
025300     05  RPT-ITM-STATUS              PIC X.
025400     05  FILLER                      PIC X VALUE SPACE.
025500     05  RPT-ITM-REASON              PIC X(02).
025600     05  FILLER                      PIC X VALUE SPACE.
025700     05  RPT-ITM-DISP                PIC X.
025800     05  FILLER                      PIC X VALUE SPACE.
025900     05  RPT-ITM-HDR-DATE            PIC 9(08).
026000     05  FILLER                      PIC X VALUE SPACE.
026100     05  RPT-ITM-SEQ                 PIC Z(06)9.
026200     05  FILLER                      PIC X VALUE SPACE.
026300     05  RPT-ITM-AGE                 PIC Z(04)9.
026400     05  FILLER                      PIC X VALUE SPACE.
026500     05  RPT-ITM-IMAGE               PIC X(41).
026600
026700 01  RPT-EXCEPTION-LINE.
026800     05  RPT-EXC-MESSAGE             PIC X(34).
026900     05  FILLER                      PIC X(06) VALUE " ITEM ".
027000     05  RPT-EXC-ITEM                PIC Z(06)9.
027100
027200 01  RPT-COUNT-LINE.
027300     05  RPT-CNT-LABEL               PIC X(30).
027400     05  RPT-CNT-VALUE               PIC Z(06)9.
027500
027600 01  RPT-VERDICT-LINE.
027700     05  RPT-VER-TEXT                PIC X(60).
027800
027900 PROCEDURE DIVISION.
028000*****************************************************************
028100*  0000-MAINLINE                                                *
028200*****************************************************************
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028500     PERFORM 1100-OPEN-REPORT THRU 1100-EXIT.
028600     IF APPLY-MODE
028700         PERFORM 1500-LOAD-CORRECTIONS THRU 1500-EXIT
028800     END-IF.
028900     IF BUILD-MODE AND NOT SUSPENSE-RUN-FAILED
029000         PERFORM 1700-COUNT-CORRECTED THRU 1700-EXIT
029100     END-IF.
029200     IF NOT SUSPENSE-RUN-FAILED
029300         PERFORM 2000-STAGE-SUSPENSE THRU 2000-EXIT
029400     END-IF.
029500     IF NOT SUSPENSE-RUN-FAILED AND NOT SUSPENSE-ABSENT
029600         PERFORM 3000-PROVE-BALANCE THRU 3000-EXIT
029700     END-IF.
029800     IF NOT SUSPENSE-RUN-FAILED AND NOT SUSPENSE-ABSENT
029900         PERFORM 4000-REPLACE-SUSPENSE THRU 4000-EXIT
030000     END-IF.
030100     IF APPLY-MODE AND NOT SUSPENSE-RUN-FAILED
030200         PERFORM 5000-REPORT-UNAPPLIED THRU 5000-EXIT
030300     END-IF.
030400     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
030500     CLOSE SUSP-RPT-FILE.
030600     STOP RUN.
030700
030800*****************************************************************
030900*  1000-INITIALIZE - FIRST ARGUMENT-VALUE IS THE MODE: LIST     *
031000*  (THE DEFAULT), AGED, APPLY, OR BUILD. AGED TAKES AN OPTIONAL *
031100*  SECOND ARGUMENT-VALUE, THE NUMBER OF DAYS AN ITEM MAY STAND  *
031200*  OUTSTANDING BEFORE IT PRINTS. EACH FIELD IS BLANKED BEFORE   *
031300*  ITS ACCEPT BECAUSE AN ACCEPT PAST THE LAST ARGUMENT-VALUE    *
031400*  LEAVES THE FIELD UNTOUCHED.                                  *
031500*****************************************************************
031600 1000-INITIALIZE.
031700     ACCEPT GSU-RUN-DATE FROM DATE YYYYMMDD.
031800     COMPUTE GSU-RUN-DAY-NO
031900         = FUNCTION INTEGER-OF-DATE(GSU-RUN-DATE).
032000     MOVE GSU-DEFAULT-AGE-DAYS TO GSU-AGE-LIMIT.
032100     MOVE SPACES TO ARG-RAW.
032200     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
032300     IF ARG-RAW = SPACES OR ARG-RAW = "LIST"
032400         SET LIST-MODE TO TRUE
032500     ELSE
032600     IF ARG-RAW = "AGED"
032700         SET AGED-MODE TO TRUE
032800     ELSE
032900     IF ARG-RAW = "APPLY"
033000         SET APPLY-MODE TO TRUE
033100     ELSE
033200     IF ARG-RAW = "BUILD"
033300         SET BUILD-MODE TO TRUE
033400     ELSE
033500         GO TO 1900-BAD-PARAMETER
033600     END-IF
033700     END-IF
033800     END-IF
033900     END-IF.
034000     IF ARG-RAW NOT = SPACES
034100         MOVE ARG-RAW TO GSU-MODE-NAME
034200     END-IF.
034300     IF NOT AGED-MODE
034400         GO TO 1000-EXIT
034500     END-IF.
034600     MOVE SPACES TO ARG-RAW.
034700     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
034800     IF ARG-RAW NOT = SPACES
034900         IF FUNCTION TEST-NUMVAL(ARG-RAW) = 0
035000             COMPUTE GSU-AGE-LIMIT = FUNCTION NUMVAL(ARG-RAW)
035100         ELSE
035200             GO TO 1900-BAD-PARAMETER
035300         END-IF
035400     END-IF.
035500 1000-EXIT.
035600     EXIT.
035700
035800 1100-OPEN-REPORT.
035900     OPEN OUTPUT SUSP-RPT-FILE.
036000     IF NOT SUSP-RPT-OK
036100         DISPLAY "GCDSUSP - UNABLE TO OPEN GCDSRPT, STATUS="
036200                 SUSP-RPT-STATUS
036300         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     PERFORM 2100-WRITE-PAGE-HEADER THRU 2100-EXIT.
036700 1100-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100*  1500-LOAD-CORRECTIONS - EVERY CORRECTION MUST NAME AN ITEM   *
037200*  AND CARRY A KNOWN ACTION; ONE THAT DOES NOT IS REPORTED AND  *
037300*  COUNTED AS REJECTED. MORE CORRECTIONS THAN THE TABLE HOLDS   *
037400*  STOPS THE RUN BEFORE ANY IS APPLIED, SO A FILE IS NEVER HALF *
037500*  TAKEN.                                                       *
037600*****************************************************************
037700 1500-LOAD-CORRECTIONS.
037800     OPEN INPUT CORRECTION-FILE.
037900     IF NOT CORRECTION-OK
038000         DISPLAY "GCDSUSP - UNABLE TO OPEN GCDCORR, STATUS="
038100                 CORRECTION-STATUS
038200         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
038300         SET SUSPENSE-RUN-FAILED TO TRUE
038400         GO TO 1500-EXIT
038500     END-IF.
038600     PERFORM 1510-LOAD-ONE-CORRECTION THRU 1510-EXIT
038700         UNTIL END-OF-CORRECTIONS OR SUSPENSE-RUN-FAILED.
038800     CLOSE CORRECTION-FILE.
038900 1500-EXIT.
039000     EXIT.
039100
039200 1510-LOAD-ONE-CORRECTION.
039300     READ CORRECTION-FILE
039400         AT END
039500             SET END-OF-CORRECTIONS TO TRUE
039600             GO TO 1510-EXIT
039700     END-READ.
039800     ADD 1 TO GSU-COR-READ-COUNT.
039900     IF COR-ITEM-NO NOT NUMERIC
040000        OR NOT (COR-REPLACE OR COR-WITHDRAW)
040100         ADD 1 TO GSU-COR-REJECTED-COUNT
040200         MOVE "CORRECTION RECORD INVALID" TO RPT-EXC-MESSAGE
040300         MOVE 0 TO RPT-EXC-ITEM
040400         IF COR-ITEM-NO IS NUMERIC
040500             MOVE COR-ITEM-NO TO RPT-EXC-ITEM
040600         END-IF
040700         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
040800         GO TO 1510-EXIT
040900     END-IF.
041000     IF GSU-COR-COUNT >= GSU-MAX-CORRECTIONS
041100         DISPLAY "GCDSUSP - MORE THAN " GSU-MAX-CORRECTIONS
041200                 " CORRECTIONS ON GCDCORR - NONE APPLIED"
041300         MOVE GSU-CORR-REJECT-RC TO RETURN-CODE
041400         SET SUSPENSE-RUN-FAILED TO TRUE
041500         GO TO 1510-EXIT
041600     END-IF.
041700     ADD 1 TO GSU-COR-COUNT.
041800     MOVE COR-ITEM-NO TO GCT-ITEM-NO(GSU-COR-COUNT).
041900     MOVE COR-ACTION TO GCT-ACTION(GSU-COR-COUNT).
042000     MOVE COR-IMAGE TO GCT-IMAGE(GSU-COR-COUNT).
042100     MOVE SPACE TO GCT-RESULT(GSU-COR-COUNT).
042200 1510-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042510*  1700-COUNT-CORRECTED - THE RESUBMISSION HEADER CARRIES THE   *
042520*  DETAIL, GROUP AND CONGRUENCE COUNTS, SO THE CORRECTED ITEMS  *
042530*  ARE COUNTED BY RECORD TYPE BEFORE THE FILE IS WRITTEN.       *
042900*****************************************************************
043000 1700-COUNT-CORRECTED.
043100     OPEN INPUT SUSPENSE-FILE.
043200     IF SUSPENSE-NOT-FOUND
043300         GO TO 1700-EXIT
043400     END-IF.
043500     IF NOT SUSPENSE-OK
043600         DISPLAY "GCDSUSP - UNABLE TO OPEN GCDSUSP, STATUS="
043700                 SUSPENSE-STATUS
043800         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
043900         SET SUSPENSE-RUN-FAILED TO TRUE
044000         GO TO 1700-EXIT
044100     END-IF.
044200     PERFORM 1710-COUNT-ONE-ITEM THRU 1710-EXIT
044300         UNTIL END-OF-SUSPENSE.
044400     CLOSE SUSPENSE-FILE.
044500     MOVE 'N' TO WS-SUSP-EOF-SWITCH.
044600 1700-EXIT.
044700     EXIT.
044800
044900 1710-COUNT-ONE-ITEM.
045000     READ SUSPENSE-FILE
045100         AT END
045200             SET END-OF-SUSPENSE TO TRUE
045300         NOT AT END
045400             IF SUS-CORRECTED
045500                 MOVE SUS-CORRECTED-IMAGE TO GCD-INPUT-RECORD
045510                 IF GIN-GROUP
045520                     ADD 1 TO RSB-EXPECT-GROUPS
045530                 ELSE
045540                 IF GIN-CRT-SYSTEM
045550                     ADD 1 TO RSB-EXPECT-CRTS
045552                 ELSE
045554                 IF GIN-RATIO
045556                     ADD 1 TO RSB-EXPECT-RATS
045560                 ELSE
045570                     ADD 1 TO RSB-EXPECT-DETAILS
045575                 END-IF
045580                 END-IF
045590                 END-IF
046100             END-IF
046200     END-READ.
046300 1710-EXIT.
046400     EXIT.
046500
046600 1900-BAD-PARAMETER.
046700     DISPLAY "GCDSUSP - EXPECTED LIST, AGED [DAYS], APPLY OR "
046800             "BUILD, GOT: " ARG-RAW.
046900     MOVE GSU-BAD-PARM-RC TO RETURN-CODE.
047000     STOP RUN.
047100
047200*****************************************************************
047300*  2000-STAGE-SUSPENSE - ONE PASS OVER GCDSUSP: EVERY ITEM IS   *
047400*  AGED, GIVEN THIS MODE'S TREATMENT, AND STAGED TO GCDSUSW.    *
047500*  A SYSTEM WHOSE BATCH HAS NEVER REJECTED A RECORD HAS NO      *
047600*  GCDSUSP YET; THAT IS REPORTED AND IS NOT AN ERROR.           *
047700*****************************************************************
047800 2000-STAGE-SUSPENSE.
047900     OPEN INPUT SUSPENSE-FILE.
048000     IF SUSPENSE-NOT-FOUND
048100         SET SUSPENSE-ABSENT TO TRUE
048200         MOVE "NO GCDSUSP DATASET - NOTHING IN SUSPENSE"
048300             TO RPT-VER-TEXT
048400         MOVE RPT-VERDICT-LINE TO SUSP-RPT-TEXT
048500         PERFORM 2900-EMIT-LINE THRU 2900-EXIT
048600         GO TO 2000-EXIT
048700     END-IF.
048800     IF NOT SUSPENSE-OK
048900         DISPLAY "GCDSUSP - UNABLE TO OPEN GCDSUSP, STATUS="
049000                 SUSPENSE-STATUS
049100         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
049200         SET SUSPENSE-RUN-FAILED TO TRUE
049300         GO TO 2000-EXIT
049400     END-IF.
049500     OPEN OUTPUT SUSP-WORK-FILE.
049600     IF NOT SUSP-WORK-OK
049700         DISPLAY "GCDSUSP - UNABLE TO OPEN GCDSUSW, STATUS="
049800                 SUSP-WORK-STATUS
049900         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
050000         SET SUSPENSE-RUN-FAILED TO TRUE
050100         CLOSE SUSPENSE-FILE
050200         GO TO 2000-EXIT
050300     END-IF.
050400     IF BUILD-MODE
050500         PERFORM 2400-START-RESUBMISSION THRU 2400-EXIT
050600     END-IF.
050700     IF SUSPENSE-RUN-FAILED
050800         CLOSE SUSPENSE-FILE
050900         CLOSE SUSP-WORK-FILE
051000         GO TO 2000-EXIT
051100     END-IF.
051200     MOVE RPT-COLUMN-LINE TO SUSP-RPT-TEXT.
051300     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
051400     PERFORM 2200-STAGE-ONE-ITEM THRU 2200-EXIT
051500         UNTIL END-OF-SUSPENSE.
051600     CLOSE SUSPENSE-FILE.
051700     CLOSE SUSP-WORK-FILE.
051800     IF RESUB-OPEN
051900         PERFORM 2600-FINISH-RESUBMISSION THRU 2600-EXIT
052000     END-IF.
052100 2000-EXIT.
052200     EXIT.
052300
052400 2100-WRITE-PAGE-HEADER.
052500     MOVE RPT-PAGE-NO TO RPT-TTL-PAGE.
052600     MOVE RPT-TITLE-LINE TO SUSP-RPT-TEXT.
052700     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
052800     MOVE GSU-RUN-DATE TO RPT-SEL-DATE.
052900     MOVE GSU-MODE-NAME TO RPT-SEL-MODE.
053000     MOVE GSU-AGE-LIMIT TO RPT-SEL-AGE-LIMIT.
053100     MOVE RPT-SELECT-LINE TO SUSP-RPT-TEXT.
053200     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
053300 2100-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*  2200-STAGE-ONE-ITEM - AN ITEM STILL OUTSTANDING (OPEN OR     *
053800*  CORRECTED) HAS ITS AGE BROUGHT UP TO TODAY; A RESUBMITTED OR *
053900*  WITHDRAWN ITEM KEEPS THE AGE IT CLOSED AT.                   *
054000*****************************************************************
054100 2200-STAGE-ONE-ITEM.
054200     READ SUSPENSE-FILE
054300         AT END
054400             SET END-OF-SUSPENSE TO TRUE
054500             GO TO 2200-EXIT
054600     END-READ.
054700     ADD 1 TO GSU-READ-COUNT.
054800     MOVE 'N' TO WS-PRINT-SWITCH.
054900     IF SUS-OPEN OR SUS-CORRECTED
055000         PERFORM 2250-AGE-ONE-ITEM THRU 2250-EXIT
055100     END-IF.
055200     IF LIST-MODE
055300         IF SUS-OPEN OR SUS-CORRECTED
055400             SET PRINT-THIS-ITEM TO TRUE
055500         END-IF
055600     ELSE
055700     IF AGED-MODE
055800         IF (SUS-OPEN OR SUS-CORRECTED)
055900            AND SUS-AGE-DAYS > GSU-AGE-LIMIT
056000             ADD 1 TO GSU-AGED-COUNT
056100             SET PRINT-THIS-ITEM TO TRUE
056200         END-IF
056300     ELSE
056400     IF APPLY-MODE
056500         PERFORM 2300-APPLY-CORRECTION THRU 2300-EXIT
056600     ELSE
056700         IF SUS-CORRECTED
056800             PERFORM 2500-RESUBMIT-ONE-ITEM THRU 2500-EXIT
056900         END-IF
057000     END-IF
057100     END-IF
057200     END-IF.
057300     IF PRINT-THIS-ITEM
057400         PERFORM 2800-WRITE-ITEM-LINE THRU 2800-EXIT
057500     END-IF.
057600     IF SUS-OPEN
057700         ADD 1 TO GSU-OPEN-COUNT
057800     ELSE
057900     IF SUS-CORRECTED
058000         ADD 1 TO GSU-CORRECTED-COUNT
058100     ELSE
058200     IF SUS-RESUBMITTED
058300         ADD 1 TO GSU-RESUBMITTED-COUNT
058400     ELSE
058500         ADD 1 TO GSU-WITHDRAWN-COUNT
058600     END-IF
058700     END-IF
058800     END-IF.
058900     MOVE SUSPENSE-RECORD TO SUSP-WORK-RECORD.
059000     WRITE SUSP-WORK-RECORD.
059100     ADD 1 TO GSU-STAGED-COUNT.
059200 2200-EXIT.
059300     EXIT.
059400
059500 2250-AGE-ONE-ITEM.
059600     MOVE 0 TO GSU-AGE.
059700     IF SUS-SUSPEND-DATE IS NUMERIC
059800        AND SUS-SUSPEND-DATE >= 16010101
059900        AND SUS-SUSPEND-DATE <= GSU-RUN-DATE
060000         COMPUTE GSU-AGE = GSU-RUN-DAY-NO
060100             - FUNCTION INTEGER-OF-DATE(SUS-SUSPEND-DATE)
060200     END-IF.
060300     IF GSU-AGE < 0
060400         MOVE 0 TO GSU-AGE
060500     END-IF.
060600     IF GSU-AGE > 99999
060700         MOVE 99999 TO GSU-AGE
060800     END-IF.
060900     MOVE GSU-AGE TO SUS-AGE-DAYS.
061000 2250-EXIT.
061100     EXIT.
061200
061300*****************************************************************
061400*  2300-APPLY-CORRECTION - THE FIRST UNUSED CORRECTION FOR THIS *
061500*  ITEM IS TAKEN. A REPLACEMENT IMAGE MUST PASS THE SAME EDITS  *
061600*  THE BATCH APPLIES OR THE ITEM STAYS AS IT WAS; AN ITEM       *
061700*  ALREADY RESUBMITTED OR WITHDRAWN TAKES NO CORRECTION. A      *
061800*  CORRECTED ITEM NOT YET RESUBMITTED MAY BE CORRECTED AGAIN.   *
061900*****************************************************************
062000 2300-APPLY-CORRECTION.
062100     MOVE 0 TO GSU-COR-FOUND-IDX.
062200     PERFORM 2310-FIND-CORRECTION THRU 2310-EXIT
062300         VARYING GSU-COR-IDX FROM 1 BY 1
062400         UNTIL GSU-COR-IDX > GSU-COR-COUNT
062500            OR GSU-COR-FOUND-IDX > 0.
062600     IF GSU-COR-FOUND-IDX = 0
062700         GO TO 2300-EXIT
062800     END-IF.
062900     IF NOT (SUS-OPEN OR SUS-CORRECTED)
063000         SET GCT-NOT-OPEN(GSU-COR-FOUND-IDX) TO TRUE
063100         GO TO 2300-EXIT
063200     END-IF.
063300     IF GCT-WITHDRAW(GSU-COR-FOUND-IDX)
063400         SET SUS-WITHDRAWN TO TRUE
063500         MOVE GSU-RUN-DATE TO SUS-CORRECT-DATE
063600         SET GCT-WITHDRAWN(GSU-COR-FOUND-IDX) TO TRUE
063700         ADD 1 TO GSU-COR-WITHDRAWN-COUNT
063800         SET PRINT-THIS-ITEM TO TRUE
063900         GO TO 2300-EXIT
064000     END-IF.
064100     MOVE GCT-IMAGE(GSU-COR-FOUND-IDX) TO GCD-INPUT-RECORD.
064200     PERFORM 2350-EDIT-IMAGE THRU 2350-EXIT.
064300     IF NOT IMAGE-PASSES-EDITS
064400         SET GCT-FAILED-EDITS(GSU-COR-FOUND-IDX) TO TRUE
064500         GO TO 2300-EXIT
064600     END-IF.
064700     MOVE GCT-IMAGE(GSU-COR-FOUND-IDX) TO SUS-CORRECTED-IMAGE.
064800     SET SUS-CORRECTED TO TRUE.
064900     MOVE GSU-RUN-DATE TO SUS-CORRECT-DATE.
065000     SET GCT-APPLIED(GSU-COR-FOUND-IDX) TO TRUE.
065100     ADD 1 TO GSU-COR-APPLIED-COUNT.
065200     SET PRINT-THIS-ITEM TO TRUE.
065300 2300-EXIT.
065400     EXIT.
065500
065600 2310-FIND-CORRECTION.
065700     IF GCT-ITEM-NO(GSU-COR-IDX) = SUS-ITEM-NO
065800        AND GCT-UNMATCHED(GSU-COR-IDX)
065900         MOVE GSU-COR-IDX TO GSU-COR-FOUND-IDX
066000     END-IF.
066100 2310-EXIT.
066200     EXIT.
066300
066400*****************************************************************
066410*  2350-EDIT-IMAGE - THE IMAGE IN GCD-INPUT-RECORD MUST BE A    *
066420*  RECORD THE BATCH WOULD REDUCE: A DETAIL WITH A NUMERIC, NON- *
066430*  ZERO M AND N, A GROUP OF 2 TO 10 NUMERIC, NON-ZERO OPERANDS, *
066440*  A CONGRUENCE OF 2 TO 10 NUMERIC PAIRS WHOSE MODULI ARE       *
066450*  NON-ZERO, OR A RATIO WITH A NUMERIC, NON-ZERO M AND N AND A  *
066460*  NUMERIC TOOTH LIMIT.                                         *
066900*****************************************************************
067000 2350-EDIT-IMAGE.
067100     MOVE 'N' TO WS-IMAGE-SWITCH.
067200     IF GIN-DETAIL
067300         IF IN-M IS NUMERIC AND IN-N IS NUMERIC
067400            AND IN-M > 0 AND IN-N > 0
067500             SET IMAGE-PASSES-EDITS TO TRUE
067600         END-IF
067700         GO TO 2350-EXIT
067800     END-IF.
067801     IF GIN-RATIO
067802         IF GIN-RAT-M IS NUMERIC AND GIN-RAT-N IS NUMERIC
067803            AND GIN-RAT-TOOTH-LIMIT IS NUMERIC
067804            AND GIN-RAT-M > 0 AND GIN-RAT-N > 0
067805             SET IMAGE-PASSES-EDITS TO TRUE
067806         END-IF
067807         GO TO 2350-EXIT
067808     END-IF.
067810     IF GIN-CRT-SYSTEM
067820         PERFORM 2370-EDIT-CONGRUENCE THRU 2370-EXIT
067830         GO TO 2350-EXIT
067840     END-IF.
067850     IF NOT GIN-GROUP
067860         GO TO 2350-EXIT
067870     END-IF.
068200     IF GIN-GRP-COUNT NOT NUMERIC
068300        OR GIN-GRP-COUNT < 2 OR GIN-GRP-COUNT > 10
068400         GO TO 2350-EXIT
068500     END-IF.
068600     SET IMAGE-PASSES-EDITS TO TRUE.
068700     PERFORM 2360-EDIT-ONE-OPERAND THRU 2360-EXIT
068800         VARYING RSB-GRP-IDX FROM 1 BY 1
068900         UNTIL RSB-GRP-IDX > GIN-GRP-COUNT
069000            OR NOT IMAGE-PASSES-EDITS.
069100 2350-EXIT.
069200     EXIT.
069300
069400 2360-EDIT-ONE-OPERAND.
069500     IF GIN-GRP-OPERAND(RSB-GRP-IDX) NOT NUMERIC
069600         MOVE 'N' TO WS-IMAGE-SWITCH
069700     ELSE
069800         IF GIN-GRP-OPERAND(RSB-GRP-IDX) = 0
069900             MOVE 'N' TO WS-IMAGE-SWITCH
070000         END-IF
070100     END-IF.
070200 2360-EXIT.
070203     EXIT.
070206
070209 2370-EDIT-CONGRUENCE.
070212     IF GIN-CRT-COUNT NOT NUMERIC
070215        OR GIN-CRT-COUNT < 2 OR GIN-CRT-COUNT > 10
070218         GO TO 2370-EXIT
070221     END-IF.
070224     SET IMAGE-PASSES-EDITS TO TRUE.
070227     PERFORM 2380-EDIT-ONE-PAIR THRU 2380-EXIT
070230         VARYING RSB-GRP-IDX FROM 1 BY 1
070233         UNTIL RSB-GRP-IDX > GIN-CRT-COUNT
070236            OR NOT IMAGE-PASSES-EDITS.
070239 2370-EXIT.
070242     EXIT.
070245
070248 2380-EDIT-ONE-PAIR.
070251     IF GIN-CRT-REMAINDER(RSB-GRP-IDX) NOT NUMERIC
070254        OR GIN-CRT-MODULUS(RSB-GRP-IDX) NOT NUMERIC
070257         MOVE 'N' TO WS-IMAGE-SWITCH
070260     ELSE
070263         IF GIN-CRT-MODULUS(RSB-GRP-IDX) = 0
070266             MOVE 'N' TO WS-IMAGE-SWITCH
070269         END-IF
070272     END-IF.
070275 2380-EXIT.
070300     EXIT.
070400
070500*****************************************************************
070600*  2400-START-RESUBMISSION - NOTHING CORRECTED MEANS NO FILE IS *
070700*  WRITTEN AT ALL, SO AN EMPTY GCDIN IS NEVER SENT TO THE BATCH.*
070800*  OTHERWISE THE HEADER GOES OUT DATED TODAY WITH THE COUNTS    *
070900*  1700 TOOK.                                                   *
071000*****************************************************************
071100 2400-START-RESUBMISSION.
071110     IF RSB-EXPECT-DETAILS = 0 AND RSB-EXPECT-GROUPS = 0
071120        AND RSB-EXPECT-CRTS = 0 AND RSB-EXPECT-RATS = 0
071300         GO TO 2400-EXIT
071400     END-IF.
071500     OPEN OUTPUT RESUB-FILE.
071600     IF NOT RESUB-OK
071700         DISPLAY "GCDSUSP - UNABLE TO OPEN GCDRSUB, STATUS="
071800                 RESUB-STATUS
071900         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
072000         SET SUSPENSE-RUN-FAILED TO TRUE
072100         GO TO 2400-EXIT
072200     END-IF.
072300     SET RESUB-OPEN TO TRUE.
072400     MOVE SPACES TO GCD-INPUT-RECORD.
072500     SET GIN-HEADER TO TRUE.
072600     MOVE GSU-RUN-DATE TO GIN-HDR-CREATE-DATE.
072700     MOVE RSB-EXPECT-DETAILS TO GIN-HDR-EXPECT-COUNT.
072800     MOVE RSB-EXPECT-GROUPS TO GIN-HDR-GRP-COUNT.
072810     MOVE RSB-EXPECT-CRTS TO GIN-HDR-CRT-COUNT.
072820     MOVE RSB-EXPECT-RATS TO GIN-HDR-RAT-COUNT.
072900     WRITE RESUB-RECORD FROM GCD-INPUT-RECORD.
073000 2400-EXIT.
073100     EXIT.
073200
073300*****************************************************************
073400*  2500-RESUBMIT-ONE-ITEM - THE CORRECTED IMAGE GOES OUT AS THE *
073500*  NEXT GCDIN RECORD AND ITS CONTROLS ARE ACCUMULATED; THE ITEM *
073600*  IS CLOSED AS RESUBMITTED TODAY.                              *
073700*****************************************************************
073800 2500-RESUBMIT-ONE-ITEM.
073900     IF NOT RESUB-OPEN
074000         GO TO 2500-EXIT
074100     END-IF.
074200     MOVE SUS-CORRECTED-IMAGE TO GCD-INPUT-RECORD.
074300     IF GIN-GROUP
074400         ADD 1 TO RSB-GROUP-COUNT
074500         PERFORM 2510-HASH-GROUP-OPERAND THRU 2510-EXIT
074600             VARYING RSB-GRP-IDX FROM 1 BY 1
074700             UNTIL RSB-GRP-IDX > 10
074710     ELSE
074720     IF GIN-CRT-SYSTEM
074730         ADD 1 TO RSB-CRT-COUNT
074740         PERFORM 2520-HASH-CRT-PAIR THRU 2520-EXIT
074750             VARYING RSB-GRP-IDX FROM 1 BY 1
074760             UNTIL RSB-GRP-IDX > 10
074762     ELSE
074764     IF GIN-RATIO
074766         ADD 1 TO RSB-RAT-COUNT
074768         PERFORM 2530-HASH-RATIO THRU 2530-EXIT
074770     ELSE
074900         ADD 1 TO RSB-DETAIL-COUNT
075000         IF IN-M IS NUMERIC
075100             ADD IN-M TO RSB-HASH-M
075200         END-IF
075300         IF IN-N IS NUMERIC
075400             ADD IN-N TO RSB-HASH-N
075500         END-IF
075510     END-IF
075515     END-IF
075520     END-IF.
075700     WRITE RESUB-RECORD FROM GCD-INPUT-RECORD.
075800     SET SUS-RESUBMITTED TO TRUE.
075900     MOVE GSU-RUN-DATE TO SUS-RESUB-DATE.
076000     SET PRINT-THIS-ITEM TO TRUE.
076100 2500-EXIT.
076200     EXIT.
076300
076400 2510-HASH-GROUP-OPERAND.
076500     IF GIN-GRP-OPERAND(RSB-GRP-IDX) IS NUMERIC
076600         ADD GIN-GRP-OPERAND(RSB-GRP-IDX) TO RSB-HASH-GRP
076700     END-IF.
076800 2510-EXIT.
076809     EXIT.
076818
076827 2520-HASH-CRT-PAIR.
076836     IF GIN-CRT-REMAINDER(RSB-GRP-IDX) IS NUMERIC
076845         ADD GIN-CRT-REMAINDER(RSB-GRP-IDX) TO RSB-HASH-CRT
076854     END-IF.
076863     IF GIN-CRT-MODULUS(RSB-GRP-IDX) IS NUMERIC
076872         ADD GIN-CRT-MODULUS(RSB-GRP-IDX) TO RSB-HASH-CRT
076881     END-IF.
076890 2520-EXIT.
076900     EXIT.
076907
076914 2530-HASH-RATIO.
076921     IF GIN-RAT-M IS NUMERIC
076928         ADD GIN-RAT-M TO RSB-HASH-RAT
076935     END-IF.
076942     IF GIN-RAT-N IS NUMERIC
076949         ADD GIN-RAT-N TO RSB-HASH-RAT
076956     END-IF.
076963     IF GIN-RAT-TOOTH-LIMIT IS NUMERIC
076970         ADD GIN-RAT-TOOTH-LIMIT TO RSB-HASH-RAT
076977     END-IF.
076984 2530-EXIT.
076991     EXIT.
077000
077100*****************************************************************
077200*  2600-FINISH-RESUBMISSION - THE TRAILER CARRIES THE COUNTS    *
077300*  ACTUALLY WRITTEN; THEY MUST AGREE WITH THE HEADER OR THE     *
077400*  BATCH WOULD REJECT THE FILE, SO A DISAGREEMENT STOPS HERE    *
077500*  WITH GCDSUSP LEFT AS IT WAS.                                 *
077600*****************************************************************
077700 2600-FINISH-RESUBMISSION.
077800     MOVE SPACES TO GCD-INPUT-RECORD.
077900     SET GIN-TRAILER TO TRUE.
078000     MOVE RSB-DETAIL-COUNT TO GIN-TRL-COUNT.
078100     MOVE RSB-HASH-M TO RSB-HASH-LOW.
078200     MOVE RSB-HASH-LOW TO GIN-TRL-HASH-M.
078300     MOVE RSB-HASH-N TO RSB-HASH-LOW.
078400     MOVE RSB-HASH-LOW TO GIN-TRL-HASH-N.
078500     MOVE RSB-GROUP-COUNT TO GIN-TRL-GRP-COUNT.
078600     MOVE RSB-HASH-GRP TO RSB-HASH-LOW.
078700     MOVE RSB-HASH-LOW TO GIN-TRL-HASH-GRP.
078710     MOVE RSB-CRT-COUNT TO GIN-TRL-CRT-COUNT.
078720     MOVE RSB-HASH-CRT TO RSB-HASH-LOW.
078730     MOVE RSB-HASH-LOW TO GIN-TRL-HASH-CRT.
078740     MOVE RSB-RAT-COUNT TO GIN-TRL-RAT-COUNT.
078750     MOVE RSB-HASH-RAT TO RSB-HASH-LOW.
078760     MOVE RSB-HASH-LOW TO GIN-TRL-HASH-RAT.
078800     WRITE RESUB-RECORD FROM GCD-INPUT-RECORD.
078900     CLOSE RESUB-FILE.
078910     IF RSB-DETAIL-COUNT NOT = RSB-EXPECT-DETAILS
078920        OR RSB-GROUP-COUNT NOT = RSB-EXPECT-GROUPS
078928        OR RSB-CRT-COUNT NOT = RSB-EXPECT-CRTS
078936        OR RSB-RAT-COUNT NOT = RSB-EXPECT-RATS
078944         DISPLAY "GCDSUSP - GCDRSUB WROTE " RSB-DETAIL-COUNT
078952                 " DETAILS " RSB-GROUP-COUNT " GROUPS "
078960                 RSB-CRT-COUNT " CONGRUENCES " RSB-RAT-COUNT
078968                 " RATIOS, HEADER SAYS "
078976                 RSB-EXPECT-DETAILS " " RSB-EXPECT-GROUPS " "
078984                 RSB-EXPECT-CRTS " AND " RSB-EXPECT-RATS
078992                 " - DO NOT SUBMIT, GCDSUSP LEFT UNTOUCHED"
079000         MOVE GSU-OUT-OF-BALANCE-RC TO RETURN-CODE
079010         SET SUSPENSE-RUN-FAILED TO TRUE
079020     END-IF.
080000 2600-EXIT.
080100     EXIT.
080200
080300 2800-WRITE-ITEM-LINE.
080400     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
080500         ADD 1 TO RPT-PAGE-NO
080600         MOVE 0 TO RPT-LINE-COUNT
080700         PERFORM 2100-WRITE-PAGE-HEADER THRU 2100-EXIT
080800         MOVE RPT-COLUMN-LINE TO SUSP-RPT-TEXT
080900         PERFORM 2900-EMIT-LINE THRU 2900-EXIT
081000     END-IF.
081100     MOVE SUS-ITEM-NO TO RPT-ITM-NO.
081200     MOVE SUS-STATUS TO RPT-ITM-STATUS.
081300     MOVE SUS-REASON-CODE TO RPT-ITM-REASON.
081400     MOVE SUS-DISPOSITION TO RPT-ITM-DISP.
081500     MOVE SUS-HDR-CREATE-DATE TO RPT-ITM-HDR-DATE.
081600     MOVE SUS-INPUT-SEQ TO RPT-ITM-SEQ.
081700     MOVE SUS-AGE-DAYS TO RPT-ITM-AGE.
081800     IF SUS-CORRECTED OR SUS-RESUBMITTED
081900         MOVE SUS-CORRECTED-IMAGE TO RPT-ITM-IMAGE
082000     ELSE
082100         MOVE SUS-ORIGINAL-IMAGE TO RPT-ITM-IMAGE
082200     END-IF.
082300     MOVE RPT-ITEM-LINE TO SUSP-RPT-TEXT.
082400     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
082500     ADD 1 TO RPT-LINE-COUNT.
082600     ADD 1 TO GSU-PRINTED-COUNT.
082700 2800-EXIT.
082800     EXIT.
082900
083000 2900-EMIT-LINE.
083100     DISPLAY SUSP-RPT-TEXT.
083200     WRITE SUSP-RPT-RECORD.
083300 2900-EXIT.
083400     EXIT.
083500
083600*****************************************************************
083700*  3000-PROVE-BALANCE - EVERY ITEM READ MUST HAVE BEEN STAGED,  *
083800*  AND THE STAGE ON DISK MUST ACTUALLY HOLD THEM, BEFORE        *
083900*  GCDSUSP IS TOUCHED.                                          *
084000*****************************************************************
084100 3000-PROVE-BALANCE.
084200     IF GSU-STAGED-COUNT NOT = GSU-READ-COUNT
084300         DISPLAY "GCDSUSP - OUT OF BALANCE: READ "
084400                 GSU-READ-COUNT " STAGED " GSU-STAGED-COUNT
084500                 " - GCDSUSP LEFT UNTOUCHED"
084600         MOVE GSU-OUT-OF-BALANCE-RC TO RETURN-CODE
084700         SET SUSPENSE-RUN-FAILED TO TRUE
084800         GO TO 3000-EXIT
084900     END-IF.
085000     OPEN INPUT SUSP-WORK-FILE.
085100     IF NOT SUSP-WORK-OK
085200         DISPLAY "GCDSUSP - UNABLE TO REOPEN GCDSUSW, STATUS="
085300                 SUSP-WORK-STATUS
085400         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
085500         SET SUSPENSE-RUN-FAILED TO TRUE
085600         GO TO 3000-EXIT
085700     END-IF.
085800     MOVE 0 TO GSU-RESTAGED-COUNT.
085900     MOVE 'N' TO WS-WORK-EOF-SWITCH.
086000     PERFORM 3100-COUNT-ONE-STAGED THRU 3100-EXIT
086100         UNTIL END-OF-SUSP-WORK.
086200     CLOSE SUSP-WORK-FILE.
086300     IF GSU-RESTAGED-COUNT NOT = GSU-STAGED-COUNT
086400         DISPLAY "GCDSUSP - STAGE HOLDS " GSU-RESTAGED-COUNT
086500                 " ITEMS, EXPECTED " GSU-STAGED-COUNT
086600                 " - GCDSUSP LEFT UNTOUCHED"
086700         MOVE GSU-OUT-OF-BALANCE-RC TO RETURN-CODE
086800         SET SUSPENSE-RUN-FAILED TO TRUE
086900     END-IF.
087000 3000-EXIT.
087100     EXIT.
087200
087300 3100-COUNT-ONE-STAGED.
087400     READ SUSP-WORK-FILE
087500         AT END
087600             SET END-OF-SUSP-WORK TO TRUE
087700         NOT AT END
087800             ADD 1 TO GSU-RESTAGED-COUNT
087900     END-READ.
088000 3100-EXIT.
088100     EXIT.
088200
088300*****************************************************************
088400*  4000-REPLACE-SUSPENSE - THE BALANCE HAS BEEN PROVED, SO      *
088500*  GCDSUSP IS REWRITTEN FROM THE STAGE, WHICH IS LEFT BEHIND.   *
088600*****************************************************************
088700 4000-REPLACE-SUSPENSE.
088800     OPEN INPUT SUSP-WORK-FILE.
088900     IF NOT SUSP-WORK-OK
089000         DISPLAY "GCDSUSP - UNABLE TO REOPEN GCDSUSW, STATUS="
089100                 SUSP-WORK-STATUS
089200         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
089300         SET SUSPENSE-RUN-FAILED TO TRUE
089400         GO TO 4000-EXIT
089500     END-IF.
089600     OPEN OUTPUT SUSPENSE-FILE.
089700     IF NOT SUSPENSE-OK
089800         DISPLAY "GCDSUSP - UNABLE TO REWRITE GCDSUSP, STATUS="
089900                 SUSPENSE-STATUS
090000         MOVE GSU-OPEN-FAIL-RC TO RETURN-CODE
090100         SET SUSPENSE-RUN-FAILED TO TRUE
090200         CLOSE SUSP-WORK-FILE
090300         GO TO 4000-EXIT
090400     END-IF.
090500     MOVE 0 TO GSU-RESTAGED-COUNT.
090600     MOVE 'N' TO WS-WORK-EOF-SWITCH.
090700     PERFORM 4100-RESTAGE-ONE-ITEM THRU 4100-EXIT
090800         UNTIL END-OF-SUSP-WORK.
090900     CLOSE SUSP-WORK-FILE.
091000     CLOSE SUSPENSE-FILE.
091100     IF GSU-RESTAGED-COUNT NOT = GSU-STAGED-COUNT
091200         DISPLAY "GCDSUSP - REPLACE COPIED " GSU-RESTAGED-COUNT
091300                 " ITEMS, EXPECTED " GSU-STAGED-COUNT
091400                 " - RECOVER FROM GCDSUSW"
091500         MOVE GSU-OUT-OF-BALANCE-RC TO RETURN-CODE
091600         SET SUSPENSE-RUN-FAILED TO TRUE
091700     END-IF.
091800 4000-EXIT.
091900     EXIT.
092000
092100 4100-RESTAGE-ONE-ITEM.
092200     READ SUSP-WORK-FILE
092300         AT END
092400             SET END-OF-SUSP-WORK TO TRUE
092500         NOT AT END
092600             MOVE SUSP-WORK-RECORD TO SUSPENSE-RECORD
092700             WRITE SUSPENSE-RECORD
092800             ADD 1 TO GSU-RESTAGED-COUNT
092900     END-READ.
093000 4100-EXIT.
093100     EXIT.
093200
093300*****************************************************************
093400*  5000-REPORT-UNAPPLIED - EVERY CORRECTION THAT DID NOT TAKE   *
093500*  IS REPORTED BACK WITH THE REASON, SO IT CAN BE FIXED AND     *
093600*  SENT AGAIN.                                                  *
093700*****************************************************************
093800 5000-REPORT-UNAPPLIED.
093900     PERFORM 5100-REPORT-ONE-CORRECTION THRU 5100-EXIT
094000         VARYING GSU-COR-IDX FROM 1 BY 1
094100         UNTIL GSU-COR-IDX > GSU-COR-COUNT.
094200 5000-EXIT.
094300     EXIT.
094400
094500 5100-REPORT-ONE-CORRECTION.
094600     IF GCT-APPLIED(GSU-COR-IDX) OR GCT-WITHDRAWN(GSU-COR-IDX)
094700         GO TO 5100-EXIT
094800     END-IF.
094900     IF GCT-UNMATCHED(GSU-COR-IDX)
095000         MOVE "CORRECTION FOR NO SUCH ITEM" TO RPT-EXC-MESSAGE
095100     ELSE
095200     IF GCT-NOT-OPEN(GSU-COR-IDX)
095300         MOVE "ITEM ALREADY CLOSED" TO RPT-EXC-MESSAGE
095400     ELSE
095500         MOVE "CORRECTED IMAGE FAILS EDITS" TO RPT-EXC-MESSAGE
095600     END-IF
095700     END-IF.
095800     MOVE GCT-ITEM-NO(GSU-COR-IDX) TO RPT-EXC-ITEM.
095900     ADD 1 TO GSU-COR-REJECTED-COUNT.
096000     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
096100 5100-EXIT.
096200     EXIT.
096300
096400*****************************************************************
096500*  6000-WRITE-SUMMARY - THE STATE OF THE QUEUE, THIS MODE'S     *
096600*  COUNTS, AND THE VERDICT THE RETURN CODE STANDS BEHIND.       *
096700*****************************************************************
096800 6000-WRITE-SUMMARY.
096900     IF SUSPENSE-ABSENT
097000         IF BUILD-MODE AND RETURN-CODE = 0
097100             MOVE GSU-ATTENTION-RC TO RETURN-CODE
097200         END-IF
097300         GO TO 6000-EXIT
097400     END-IF.
097500     MOVE SPACES TO SUSP-RPT-TEXT.
097600     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
097700     MOVE "ITEMS ON GCDSUSP:             " TO RPT-CNT-LABEL.
097800     MOVE GSU-READ-COUNT TO RPT-CNT-VALUE.
097900     PERFORM 6100-EMIT-COUNT THRU 6100-EXIT.
098000     MOVE "  OPEN (O):                   " TO RPT-CNT-LABEL.
098100     MOVE GSU-OPEN-COUNT TO RPT-CNT-VALUE.
098200     PERFORM 6100-EMIT-COUNT THRU 6100-EXIT.
098300     MOVE "  CORRECTED (C):              " TO RPT-CNT-LABEL.
098400     MOVE GSU-CORRECTED-COUNT TO RPT-CNT-VALUE.
098500     PERFORM 6100-EMIT-COUNT THRU 6100-EXIT.
098600     MOVE "  RESUBMITTED (R):            " TO RPT-CNT-LABEL.
098700     MOVE GSU-RESUBMITTED-COUNT TO RPT-CNT-VALUE.
098800     PERFORM 6100-EMIT-COUNT THRU 6100-EXIT.
098900     MOVE "  WITHDRAWN (W):              " TO RPT-CNT-LABEL.
099000     MOVE GSU-WITHDRAWN-COUNT TO RPT-CNT-VALUE.
099100     PERFORM 6100-EMIT-COUNT THRU 6100-EXIT.
099200     IF AGED-MODE
099300         MOVE "ITEMS PAST THE AGE LIMIT:     " TO RPT-CNT-LABEL
099400         MOVE GSU-AGED-COUNT TO RPT-CNT-VALUE
099500         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
099600     END-IF.
099700     IF APPLY-MODE
099800         MOVE "CORRECTIONS READ:             " TO RPT-CNT-LABEL
099900         MOVE GSU-COR-READ-COUNT TO RPT-CNT-VALUE
100000         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
100100         MOVE "  APPLIED:                    " TO RPT-CNT-LABEL
100200         MOVE GSU-COR-APPLIED-COUNT TO RPT-CNT-VALUE
100300         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
100400         MOVE "  WITHDRAWN:                  " TO RPT-CNT-LABEL
100500         MOVE GSU-COR-WITHDRAWN-COUNT TO RPT-CNT-VALUE
100600         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
100700         MOVE "  REJECTED:                   " TO RPT-CNT-LABEL
100800         MOVE GSU-COR-REJECTED-COUNT TO RPT-CNT-VALUE
100900         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
101000     END-IF.
101100     IF BUILD-MODE
101200         MOVE "DETAILS RESUBMITTED:          " TO RPT-CNT-LABEL
101300         MOVE RSB-DETAIL-COUNT TO RPT-CNT-VALUE
101400         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
101500         MOVE "GROUPS RESUBMITTED:           " TO RPT-CNT-LABEL
101600         MOVE RSB-GROUP-COUNT TO RPT-CNT-VALUE
101610         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
101620         MOVE "CONGRUENCES RESUBMITTED:      " TO RPT-CNT-LABEL
101630         MOVE RSB-CRT-COUNT TO RPT-CNT-VALUE
101640         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
101650         MOVE "RATIOS RESUBMITTED:           " TO RPT-CNT-LABEL
101660         MOVE RSB-RAT-COUNT TO RPT-CNT-VALUE
101700         PERFORM 6100-EMIT-COUNT THRU 6100-EXIT
101800     END-IF.
101900     PERFORM 6200-SET-VERDICT THRU 6200-EXIT.
102000     MOVE RPT-VERDICT-LINE TO SUSP-RPT-TEXT.
102100     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
102200 6000-EXIT.
102300     EXIT.
102400
102500 6100-EMIT-COUNT.
102600     MOVE RPT-COUNT-LINE TO SUSP-RPT-TEXT.
102700     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
102800 6100-EXIT.
102900     EXIT.
103000
103100 6200-SET-VERDICT.
103200     IF SUSPENSE-RUN-FAILED
103300         MOVE "RUN FAILED - SEE MESSAGES, GCDSUSP NOT UPDATED"
103400             TO RPT-VER-TEXT
103500         GO TO 6200-EXIT
103600     END-IF.
103700     IF AGED-MODE
103800         IF GSU-AGED-COUNT > 0
103900             MOVE "AGED ITEMS OUTSTANDING - CORRECT OR WITHDRAW"
104000                 TO RPT-VER-TEXT
104100             MOVE GSU-ATTENTION-RC TO RETURN-CODE
104200         ELSE
104300             MOVE "NO ITEM OUTSTANDING PAST THE AGE LIMIT"
104400                 TO RPT-VER-TEXT
104500         END-IF
104600     ELSE
104700     IF APPLY-MODE
104800         IF GSU-COR-REJECTED-COUNT > 0
104900             MOVE "CORRECTIONS REJECTED - SEE EXCEPTIONS ABOVE"
105000                 TO RPT-VER-TEXT
105100             MOVE GSU-CORR-REJECT-RC TO RETURN-CODE
105200         ELSE
105300             MOVE "ALL CORRECTIONS APPLIED" TO RPT-VER-TEXT
105400         END-IF
105500     ELSE
105600     IF BUILD-MODE
105700         IF RSB-DETAIL-COUNT = 0 AND RSB-GROUP-COUNT = 0
105710            AND RSB-CRT-COUNT = 0 AND RSB-RAT-COUNT = 0
105800             MOVE "NOTHING CORRECTED - NO GCDRSUB WRITTEN"
105900                 TO RPT-VER-TEXT
106000             MOVE GSU-ATTENTION-RC TO RETURN-CODE
106100         ELSE
106200             MOVE "GCDRSUB BUILT - SUBMIT IT AS GCDIN"
106300                 TO RPT-VER-TEXT
106400         END-IF
106500     ELSE
106600         MOVE "END OF SUSPENSE LISTING" TO RPT-VER-TEXT
106700     END-IF
106800     END-IF
106900     END-IF.
107000 6200-EXIT.
107100     EXIT.
107200
107300*****************************************************************
107400*  8000-WRITE-EXCEPTION - ONE REPORT LINE PER CORRECTION THAT   *
107500*  DID NOT TAKE; THE CALLER HAS FILLED THE MESSAGE AND ITEM.    *
107600*****************************************************************
107700 8000-WRITE-EXCEPTION.
107800     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
107900         ADD 1 TO RPT-PAGE-NO
108000         MOVE 0 TO RPT-LINE-COUNT
108100         PERFORM 2100-WRITE-PAGE-HEADER THRU 2100-EXIT
108200     END-IF.
108300     MOVE RPT-EXCEPTION-LINE TO SUSP-RPT-TEXT.
108400     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
108500     ADD 1 TO RPT-LINE-COUNT.
108600 8000-EXIT.
108700     EXIT.
108800
108900 END PROGRAM GCDSUSP.
