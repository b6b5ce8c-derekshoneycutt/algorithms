000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIMINQ.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - PRIME INQUIRY BATCH. READS*
001200*                  A DATASET OF INQUIRY RECORDS (A REQUEST CODE *
001300*                  AND A VALUE) AND ANSWERS EACH FROM THE       *
001400*                  PRIMMAST PRIME MASTER: IS THE VALUE PRIME,   *
001500*                  THE NTH PRIME, HOW MANY PRIMES LIE AT OR     *
001600*                  BELOW THE VALUE, AND THE NEXT AND PREVIOUS   *
001700*                  PRIME AROUND IT. EACH ANSWER GOES TO A FIXED-*
001800*                  LAYOUT RESULTS DATASET AND A PRINTED LISTING.*
001900*                  A QUESTION THE MASTER CANNOT SETTLE - A VALUE*
002000*                  PAST ITS HIGH PRIME, OR AN ORDINAL PAST ITS  *
002100*                  LAST RECORD - IS ANSWERED "BEYOND MASTER     *
002200*                  RANGE" RATHER THAN GUESSED AT.               *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PRIME-MAST-FILE ASSIGN TO "PRIMMAST"
002900            ORGANIZATION IS SEQUENTIAL
003000            ACCESS MODE IS SEQUENTIAL
003100            FILE STATUS IS MAST-FILE-STATUS.
003200     SELECT INQ-IN-FILE ASSIGN TO "PRIMQIN"
003300            ORGANIZATION IS SEQUENTIAL
003400            ACCESS MODE IS SEQUENTIAL
003500            FILE STATUS IS INQ-IN-STATUS.
003600     SELECT INQ-OUT-FILE ASSIGN TO "PRIMQOUT"
003700            ORGANIZATION IS SEQUENTIAL
003800            ACCESS MODE IS SEQUENTIAL
003900            FILE STATUS IS INQ-OUT-STATUS.
004000     SELECT INQ-RPT-FILE ASSIGN TO "PRIMQRPT"
004100            ORGANIZATION IS SEQUENTIAL
004200            ACCESS MODE IS SEQUENTIAL
004300            FILE STATUS IS INQ-RPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700*****************************************************************
004800*  PRIME-MAST-FILE - MUST TRACK THE PRIME-MAST-RECORD LAYOUT   *
004900*  IN PRIMES500'S PRIMES SUBPROGRAM: ORDINAL, PRIME, AND THE   *
005000*  CANDIDATE CURSOR SAVED WITH IT. THE MASTER NEVER STORES THE  *
005100*  HARDWIRED 2, SO ITS ORDINAL 1 IS THE SECOND PRIME, 3.        *
005200*****************************************************************
005300 FD  PRIME-MAST-FILE
005400     RECORDING MODE IS F
005500     BLOCK CONTAINS 0 RECORDS
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 19 CHARACTERS.
005800 01  PRIME-MAST-RECORD.
005900     05  PMAST-ORDINAL           PIC 9(05).
006000     05  PMAST-PRIME             PIC 9(06).
006100     05  PMAST-CANDIDATE         PIC 9(08).
006200
006300*****************************************************************
006400*  INQ-IN-FILE - ONE QUESTION PER RECORD: THE REQUEST CODE, THE *
006500*  VALUE IT IS ASKED ABOUT (AN ORDINAL FOR NT), AND A FREE-FORM *
006600*  REFERENCE THE ASKING TEAM GETS BACK ON ITS ANSWER.           *
006700*****************************************************************
006800 FD  INQ-IN-FILE
006900     RECORDING MODE IS F
007000     BLOCK CONTAINS 0 RECORDS
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 20 CHARACTERS.
007300 01  INQ-IN-RECORD.
007400     05  PQI-REQUEST-CODE            PIC X(02).
007500         88  PQI-IS-PRIME            VALUE 'IP'.
007600         88  PQI-NTH-PRIME           VALUE 'NT'.
007700         88  PQI-PRIME-COUNT         VALUE 'PI'.
007800         88  PQI-NEXT-PRIME          VALUE 'NX'.
007900         88  PQI-PREVIOUS-PRIME      VALUE 'PV'.
008000     05  PQI-VALUE                   PIC 9(08).
008100     05  PQI-REFERENCE               PIC X(10).
008200
008300*****************************************************************
008400*  INQ-OUT-FILE - ONE FIXED-LAYOUT ANSWER PER INQUIRY, IN INPUT *
008500*  ORDER. EVERY ANSWER IS A PRIME AND ITS ORDINAL (2 IS THE     *
008600*  FIRST PRIME): IP - THE VALUE AND ITS ORDINAL WHEN PRIME,     *
008700*  ZEROS WHEN NOT; NT, NX, PV - THE PRIME FOUND; PI - THE       *
008800*  HIGHEST PRIME AT OR BELOW THE VALUE, WHOSE ORDINAL IS THE    *
008900*  COUNT ASKED FOR. THE MASTER'S HIGH PRIME RIDES ALONG SO A    *
009000*  'B' ANSWER SHOWS HOW FAR THE MASTER REACHED.                 *
009100*****************************************************************
009200 FD  INQ-OUT-FILE
009300     RECORDING MODE IS F
009400     BLOCK CONTAINS 0 RECORDS
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 60 CHARACTERS.
009700 01  INQ-OUT-RECORD.
009800     05  PQR-REQUEST-CODE            PIC X(02).
009900     05  PQR-VALUE                   PIC 9(08).
010000     05  PQR-REFERENCE               PIC X(10).
010100     05  PQR-DISPOSITION             PIC X.
010200         88  PQR-ANSWERED            VALUE 'A'.
010300         88  PQR-BEYOND-MASTER       VALUE 'B'.
010400         88  PQR-NO-SUCH-PRIME       VALUE 'N'.
010500         88  PQR-INVALID-REQUEST     VALUE 'E'.
010600     05  PQR-PRIME-FLAG              PIC X.
010700         88  PQR-VALUE-IS-PRIME      VALUE 'Y'.
010800         88  PQR-VALUE-NOT-PRIME     VALUE 'N'.
010900     05  PQR-ANSWER-PRIME            PIC 9(08).
011000     05  PQR-ANSWER-ORDINAL          PIC 9(05).
011100     05  PQR-HIGH-PRIME              PIC 9(06).
011200     05  PQR-RUN-DATE                PIC 9(08).
011300     05  FILLER                      PIC X(11).
011400
011500 FD  INQ-RPT-FILE
011600     RECORDING MODE IS F
011700     BLOCK CONTAINS 0 RECORDS
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 80 CHARACTERS.
012000 01  INQ-RPT-RECORD.
012100     05  INQ-RPT-TEXT                PIC X(80).
012200
012300 WORKING-STORAGE SECTION.
012400 COPY PRIMCONS.
012500
012600 78  PQ-ATTENTION-RC                 VALUE 4.
012700 78  PQ-OPEN-FAIL-RC                 VALUE 16.
012800 78  PQ-MASTER-BAD-RC                VALUE 20.
012900 78  RPT-LINES-PER-PAGE              VALUE 50.
013000
013100 01  MAST-FILE-STATUS                PIC XX.
013200     88  MAST-FILE-OK                VALUE '00'.
013300 01  INQ-IN-STATUS                   PIC XX.
013400     88  INQ-IN-OK                   VALUE '00'.
013500 01  INQ-OUT-STATUS                  PIC XX.
013600     88  INQ-OUT-OK                  VALUE '00'.
013700 01  INQ-RPT-STATUS                  PIC XX.
013800     88  INQ-RPT-OK                  VALUE '00'.
013900
014000 01  WS-SWITCHES.
014100     05  WS-MAST-EOF-SWITCH          PIC X VALUE 'N'.
014200         88  MAST-EOF                VALUE 'Y'.
014300     05  WS-MAST-STOP-SWITCH         PIC X VALUE 'N'.
014400         88  MAST-LOAD-STOPPED       VALUE 'Y'.
014500     05  WS-MAST-BAD-SWITCH          PIC X VALUE 'N'.
014600         88  MAST-OUT-OF-SEQUENCE    VALUE 'Y'.
014700     05  WS-INQ-EOF-SWITCH           PIC X VALUE 'N'.
014800         88  INQ-EOF                 VALUE 'Y'.
014900
015000 01  PQ-RUN-DATE                     PIC 9(08) VALUE 0.
015100 01  PQ-INQUIRY-COUNT                PIC 9(07) COMP VALUE 0.
015200 01  PQ-ANSWERED-COUNT               PIC 9(07) COMP VALUE 0.
015300 01  PQ-BEYOND-COUNT                 PIC 9(07) COMP VALUE 0.
015400 01  PQ-NONE-COUNT                   PIC 9(07) COMP VALUE 0.
015500 01  PQ-INVALID-COUNT                PIC 9(07) COMP VALUE 0.
015600
015700*****************************************************************
015800*  THE MASTER AS LOADED: ENTRY 1 IS THE HARDWIRED 2, ENTRY K+1  *
015900*  THE MASTER'S ORDINAL K, SO AN ENTRY'S SUBSCRIPT IS ITS TRUE  *
016000*  ORDINAL AMONG THE PRIMES. PQ-HIGH-IDX IS THE LAST ENTRY      *
016100*  LOADED AND PQ-HIGH-PRIME THE MASTER'S REACH.                 *
016200*****************************************************************
016300 01  PQ-PRIME-LIST.
016400     05  PQ-PRIME                    PIC 9(06) COMP
016500                                     OCCURS MAX-PRIME-COUNT TIMES.
016600 01  PQ-HIGH-IDX                     PIC 9(05) COMP VALUE 0.
016700 01  PQ-HIGH-PRIME                   PIC 9(06) COMP VALUE 0.
016800
016900*****************************************************************
017000*  BINARY SEARCH WORK AREAS - PQ-FLOOR-IDX COMES BACK AS THE    *
017100*  LAST ENTRY AT OR BELOW PQ-SEARCH-VALUE (ZERO BELOW 2).       *
017200*****************************************************************
017300 01  PQ-SEARCH-VALUE                 PIC 9(08) COMP.
017400 01  PQ-FLOOR-IDX                    PIC 9(05) COMP.
017500 01  PQ-LO                           PIC 9(05) COMP.
017600 01  PQ-HI                           PIC 9(05) COMP.
017700 01  PQ-MID                          PIC 9(05) COMP.
017800 01  PQ-ANSWER-IDX                   PIC 9(05) COMP.
017900
018000*****************************************************************
018100*  REPORT WORK AREAS - EVERY BODY LINE GOES THROUGH 2800 SO THE *
018200*  PAGE BREAK AND COLUMN HEADINGS COME OUT ON THEIR OWN.        *
018300*****************************************************************
018400 01  RPT-PAGE-NO                     PIC 9(05) COMP VALUE 1.
018500 01  RPT-LINE-COUNT                  PIC 9(05) COMP VALUE 0.
018600 01  RPT-PRINT-LINE                  PIC X(80) VALUE SPACES.
018700
018800 01  RPT-TITLE-LINE.
018900     05  FILLER                      PIC X(44) VALUE
019000         "PRIMMAST PRIME INQUIRY LISTING              ".
019100     05  FILLER                      PIC X(04) VALUE SPACES.
019200     05  FILLER                      PIC X(05) VALUE "PAGE ".
019300     05  RPT-TTL-PAGE                PIC Z(04)9.
019400
019500 01  RPT-SELECT-LINE.
019600     05  FILLER                      PIC X(10)
019700                     VALUE "RUN DATE: ".
019800     05  RPT-SEL-DATE                PIC 9(08).
019900     05  FILLER                      PIC X(21)
020000                     VALUE "   MASTER HIGH PRIME ".
020100     05  RPT-SEL-HIGH-PRIME          PIC Z(05)9.
020200     05  FILLER                      PIC X(09)
020300                     VALUE " ORDINAL ".
020400     05  RPT-SEL-HIGH-ORDINAL        PIC Z(04)9.
020500
020600 01  RPT-COLUMN-LINE.
020700     05  FILLER                      PIC X(34) VALUE
020800         "RQ     VALUE  REFERENCE   DISPOSIT".
020900     05  FILLER                      PIC X(34) VALUE
021000         "ION           PRIME? ANSWER    NTH".
021100
021200 01  RPT-DETAIL-LINE.
021300     05  RPT-DET-CODE                PIC X(02).
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  RPT-DET-VALUE               PIC Z(07)9.
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  RPT-DET-REFERENCE           PIC X(10).
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  RPT-DET-DISPOSITION         PIC X(22).
022000     05  RPT-DET-ANSWER-AREA         PIC X(22).
022100     05  RPT-DET-ANSWER REDEFINES RPT-DET-ANSWER-AREA.
022200         10  RPT-DET-FLAG            PIC X(03).
022300         10  FILLER                  PIC X(02).
022400         10  RPT-DET-PRIME           PIC Z(07)9.
022500         10  FILLER                  PIC X(02).
022600         10  RPT-DET-ORDINAL         PIC Z(04)9.
022700         10  FILLER                  PIC X(02).
022800
022900 01  RPT-COUNT-LINE.
023000     05  RPT-CNT-LABEL               PIC X(30).
023100     05  RPT-CNT-VALUE               PIC Z(06)9.
023200
023300 01  RPT-VERDICT-LINE.
023400     05  RPT-VER-TEXT                PIC X(60).
023500
023600 PROCEDURE DIVISION.
023700*****************************************************************
023800*  0000-MAINLINE                                                *
023900*****************************************************************
024000 0000-MAINLINE.
024100     ACCEPT PQ-RUN-DATE FROM DATE YYYYMMDD.
024200     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
024300     PERFORM 1500-OPEN-INQUIRY-FILES THRU 1500-EXIT.
024400     PERFORM 2100-WRITE-PAGE-HEADER THRU 2100-EXIT.
024500     PERFORM 3000-ANSWER-ONE-INQUIRY THRU 3000-EXIT
024600         UNTIL INQ-EOF.
024700     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
024800     CLOSE INQ-IN-FILE.
024900     CLOSE INQ-OUT-FILE.
025000     CLOSE INQ-RPT-FILE.
025100     IF PQ-BEYOND-COUNT > 0 OR PQ-INVALID-COUNT > 0
025200         MOVE PQ-ATTENTION-RC TO RETURN-CODE
025300     END-IF.
025400     STOP RUN.
025500
025600*****************************************************************
025700*  1000-LOAD-MASTER - THE WHOLE MASTER, UP TO THE TABLE'S SIZE, *
025800*  BEHIND THE HARDWIRED 2. ORDINALS MUST RUN 1, 2, 3... AND THE *
025900*  PRIMES ASCEND, OR EVERY ANSWER BUILT ON THEM WOULD BE WRONG; *
026000*  A MASTER THAT FAILS THAT STOPS THE RUN BEFORE ANY ANSWER IS  *
026100*  WRITTEN, AND PRIMCHK IS THE WAY BACK. AN EMPTY MASTER IS NOT *
026200*  AN ERROR - IT REACHES ONLY TO 2.                             *
026300*****************************************************************
026400 1000-LOAD-MASTER.
026500     MOVE 2 TO PQ-PRIME(1).
026600     MOVE 1 TO PQ-HIGH-IDX.
026700     MOVE 2 TO PQ-HIGH-PRIME.
026800     OPEN INPUT PRIME-MAST-FILE.
026900     IF NOT MAST-FILE-OK
027000         DISPLAY "PRIMINQ - UNABLE TO OPEN PRIMMAST, STATUS="
027100                 MAST-FILE-STATUS
027200         MOVE PQ-OPEN-FAIL-RC TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     PERFORM 1100-LOAD-ONE-MASTER-RECORD THRU 1100-EXIT
027600         UNTIL MAST-EOF OR MAST-LOAD-STOPPED.
027700     CLOSE PRIME-MAST-FILE.
027800     IF MAST-OUT-OF-SEQUENCE
027900         DISPLAY "PRIMINQ - RUN PRIMCHK BEFORE ASKING AGAIN"
028000         MOVE PQ-MASTER-BAD-RC TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300 1000-EXIT.
028400     EXIT.
028500
028600 1100-LOAD-ONE-MASTER-RECORD.
028700     READ PRIME-MAST-FILE
028800         AT END
028900             SET MAST-EOF TO TRUE
029000             GO TO 1100-EXIT
029100     END-READ.
029200     IF PQ-HIGH-IDX >= MAX-PRIME-COUNT
029300         SET MAST-LOAD-STOPPED TO TRUE
029400         GO TO 1100-EXIT
029500     END-IF.
029600     IF PMAST-ORDINAL NOT NUMERIC
029700        OR PMAST-PRIME NOT NUMERIC
029800        OR PMAST-ORDINAL NOT = PQ-HIGH-IDX
029900        OR PMAST-PRIME NOT > PQ-HIGH-PRIME
030000         DISPLAY "PRIMINQ - PRIMMAST OUT OF SEQUENCE AT ORDINAL "
030100                 PMAST-ORDINAL " PRIME " PMAST-PRIME
030200         SET MAST-OUT-OF-SEQUENCE TO TRUE
030300         SET MAST-LOAD-STOPPED TO TRUE
030400         GO TO 1100-EXIT
030500     END-IF.
030600     ADD 1 TO PQ-HIGH-IDX.
030700     MOVE PMAST-PRIME TO PQ-PRIME(PQ-HIGH-IDX).
030800     MOVE PMAST-PRIME TO PQ-HIGH-PRIME.
030900 1100-EXIT.
031000     EXIT.
031100
031200 1500-OPEN-INQUIRY-FILES.
031300     OPEN INPUT INQ-IN-FILE.
031400     IF NOT INQ-IN-OK
031500         DISPLAY "PRIMINQ - UNABLE TO OPEN PRIMQIN, STATUS="
031600                 INQ-IN-STATUS
031700         MOVE PQ-OPEN-FAIL-RC TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000     OPEN OUTPUT INQ-OUT-FILE.
032100     IF NOT INQ-OUT-OK
032200         DISPLAY "PRIMINQ - UNABLE TO OPEN PRIMQOUT, STATUS="
032300                 INQ-OUT-STATUS
032400         MOVE PQ-OPEN-FAIL-RC TO RETURN-CODE
032500         CLOSE INQ-IN-FILE
032600         STOP RUN
032700     END-IF.
032800     OPEN OUTPUT INQ-RPT-FILE.
032900     IF NOT INQ-RPT-OK
033000         DISPLAY "PRIMINQ - UNABLE TO OPEN PRIMQRPT, STATUS="
033100                 INQ-RPT-STATUS
033200         MOVE PQ-OPEN-FAIL-RC TO RETURN-CODE
033300         CLOSE INQ-IN-FILE
033400         CLOSE INQ-OUT-FILE
033500         STOP RUN
033600     END-IF.
033700 1500-EXIT.
033800     EXIT.
033900
034000 2100-WRITE-PAGE-HEADER.
034100     MOVE RPT-PAGE-NO TO RPT-TTL-PAGE.
034200     MOVE RPT-TITLE-LINE TO INQ-RPT-TEXT.
034300     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
034400     MOVE PQ-RUN-DATE TO RPT-SEL-DATE.
034500     MOVE PQ-HIGH-PRIME TO RPT-SEL-HIGH-PRIME.
034600     MOVE PQ-HIGH-IDX TO RPT-SEL-HIGH-ORDINAL.
034700     MOVE RPT-SELECT-LINE TO INQ-RPT-TEXT.
034800     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
034900     MOVE SPACES TO INQ-RPT-TEXT.
035000     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
035100     MOVE RPT-COLUMN-LINE TO INQ-RPT-TEXT.
035200     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
035300 2100-EXIT.
035400     EXIT.
035500
035600 2800-PRINT-LINE.
035700     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
035800         ADD 1 TO RPT-PAGE-NO
035900         MOVE 0 TO RPT-LINE-COUNT
036000         PERFORM 2100-WRITE-PAGE-HEADER THRU 2100-EXIT
036100     END-IF.
036200     MOVE RPT-PRINT-LINE TO INQ-RPT-TEXT.
036300     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
036400     ADD 1 TO RPT-LINE-COUNT.
036500 2800-EXIT.
036600     EXIT.
036700
036800 2900-EMIT-LINE.
036900     DISPLAY INQ-RPT-TEXT.
037000     WRITE INQ-RPT-RECORD.
037100 2900-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  3000-ANSWER-ONE-INQUIRY - EDIT THE REQUEST, ANSWER IT BY ITS *
037600*  CODE, THEN WRITE THE RESULT RECORD AND THE LISTING LINE.     *
037700*****************************************************************
037800 3000-ANSWER-ONE-INQUIRY.
037900     READ INQ-IN-FILE
038000         AT END
038100             SET INQ-EOF TO TRUE
038200             GO TO 3000-EXIT
038300     END-READ.
038400     ADD 1 TO PQ-INQUIRY-COUNT.
038500     MOVE SPACES TO INQ-OUT-RECORD.
038600     MOVE PQI-REQUEST-CODE TO PQR-REQUEST-CODE.
038700     MOVE PQI-REFERENCE TO PQR-REFERENCE.
038800     MOVE 0 TO PQR-VALUE.
038900     MOVE 0 TO PQR-ANSWER-PRIME.
039000     MOVE 0 TO PQR-ANSWER-ORDINAL.
039100     MOVE PQ-HIGH-PRIME TO PQR-HIGH-PRIME.
039200     MOVE PQ-RUN-DATE TO PQR-RUN-DATE.
039300     SET PQR-ANSWERED TO TRUE.
039400     PERFORM 3050-DISPATCH-REQUEST THRU 3050-EXIT.
039500     WRITE INQ-OUT-RECORD.
039600     PERFORM 3900-LIST-ONE-ANSWER THRU 3900-EXIT.
039700 3000-EXIT.
039800     EXIT.
039900
040000 3050-DISPATCH-REQUEST.
040100     IF PQI-VALUE NOT NUMERIC
040200         SET PQR-INVALID-REQUEST TO TRUE
040300         GO TO 3050-EXIT
040400     END-IF.
040500     MOVE PQI-VALUE TO PQR-VALUE.
040600     MOVE PQI-VALUE TO PQ-SEARCH-VALUE.
040700     IF PQI-IS-PRIME
040800         PERFORM 3100-ANSWER-IS-PRIME THRU 3100-EXIT
040900     ELSE
041000     IF PQI-NTH-PRIME
041100         PERFORM 3200-ANSWER-NTH-PRIME THRU 3200-EXIT
041200     ELSE
041300     IF PQI-PRIME-COUNT
041400         PERFORM 3300-ANSWER-PRIME-COUNT THRU 3300-EXIT
041500     ELSE
041600     IF PQI-NEXT-PRIME
041700         PERFORM 3400-ANSWER-NEXT-PRIME THRU 3400-EXIT
041800     ELSE
041900     IF PQI-PREVIOUS-PRIME
042000         PERFORM 3500-ANSWER-PREVIOUS-PRIME THRU 3500-EXIT
042100     ELSE
042200         SET PQR-INVALID-REQUEST TO TRUE
042300     END-IF
042400     END-IF
042500     END-IF
042600     END-IF
042700     END-IF.
042800 3050-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200*  3100-ANSWER-IS-PRIME - PAST THE HIGH PRIME THE MASTER CANNOT *
043300*  SAY EITHER WAY.                                              *
043400*****************************************************************
043500 3100-ANSWER-IS-PRIME.
043600     IF PQ-SEARCH-VALUE > PQ-HIGH-PRIME
043700         SET PQR-BEYOND-MASTER TO TRUE
043800         GO TO 3100-EXIT
043900     END-IF.
044000     PERFORM 6000-LOCATE-VALUE THRU 6000-EXIT.
044100     IF PQ-FLOOR-IDX > 0
044200         IF PQ-PRIME(PQ-FLOOR-IDX) = PQ-SEARCH-VALUE
044300             SET PQR-VALUE-IS-PRIME TO TRUE
044400             MOVE PQ-FLOOR-IDX TO PQ-ANSWER-IDX
044500             PERFORM 3800-MOVE-ANSWER THRU 3800-EXIT
044600             GO TO 3100-EXIT
044700         END-IF
044800     END-IF.
044900     SET PQR-VALUE-NOT-PRIME TO TRUE.
045000 3100-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*  3200-ANSWER-NTH-PRIME - THE VALUE IS THE ORDINAL; THERE IS   *
045500*  NO ZEROTH PRIME.                                             *
045600*****************************************************************
045700 3200-ANSWER-NTH-PRIME.
045800     IF PQ-SEARCH-VALUE = 0
045900         SET PQR-INVALID-REQUEST TO TRUE
046000         GO TO 3200-EXIT
046100     END-IF.
046200     IF PQ-SEARCH-VALUE > PQ-HIGH-IDX
046300         SET PQR-BEYOND-MASTER TO TRUE
046400         GO TO 3200-EXIT
046500     END-IF.
046600     MOVE PQ-SEARCH-VALUE TO PQ-ANSWER-IDX.
046700     PERFORM 3800-MOVE-ANSWER THRU 3800-EXIT.
046800 3200-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*  3300-ANSWER-PRIME-COUNT - PI(X) IS THE ORDINAL OF THE LAST   *
047300*  PRIME AT OR BELOW X, ZERO BELOW 2. PAST THE HIGH PRIME THE   *
047400*  MASTER CANNOT KNOW WHAT LIES BETWEEN.                        *
047500*****************************************************************
047600 3300-ANSWER-PRIME-COUNT.
047700     IF PQ-SEARCH-VALUE > PQ-HIGH-PRIME
047800         SET PQR-BEYOND-MASTER TO TRUE
047900         GO TO 3300-EXIT
048000     END-IF.
048100     PERFORM 6000-LOCATE-VALUE THRU 6000-EXIT.
048200     IF PQ-FLOOR-IDX > 0
048300         MOVE PQ-FLOOR-IDX TO PQ-ANSWER-IDX
048400         PERFORM 3800-MOVE-ANSWER THRU 3800-EXIT
048500     END-IF.
048600 3300-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000*  3400-ANSWER-NEXT-PRIME - THE FIRST PRIME STRICTLY ABOVE THE  *
049100*  VALUE, SO AT OR PAST THE HIGH PRIME IT IS OFF THE MASTER.    *
049200*****************************************************************
049300 3400-ANSWER-NEXT-PRIME.
049400     IF PQ-SEARCH-VALUE >= PQ-HIGH-PRIME
049500         SET PQR-BEYOND-MASTER TO TRUE
049600         GO TO 3400-EXIT
049700     END-IF.
049800     PERFORM 6000-LOCATE-VALUE THRU 6000-EXIT.
049900     COMPUTE PQ-ANSWER-IDX = PQ-FLOOR-IDX + 1.
050000     PERFORM 3800-MOVE-ANSWER THRU 3800-EXIT.
050100 3400-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*  3500-ANSWER-PREVIOUS-PRIME - THE LAST PRIME STRICTLY BELOW   *
050600*  THE VALUE. NOTHING LIES BELOW 2, WHICH IS A DEFINITE ANSWER  *
050700*  ('N'), NOT AN ERROR.                                         *
050800*****************************************************************
050900 3500-ANSWER-PREVIOUS-PRIME.
051000     IF PQ-SEARCH-VALUE > PQ-HIGH-PRIME
051100         SET PQR-BEYOND-MASTER TO TRUE
051200         GO TO 3500-EXIT
051300     END-IF.
051400     PERFORM 6000-LOCATE-VALUE THRU 6000-EXIT.
051500     MOVE PQ-FLOOR-IDX TO PQ-ANSWER-IDX.
051600     IF PQ-ANSWER-IDX > 0
051700         IF PQ-PRIME(PQ-ANSWER-IDX) = PQ-SEARCH-VALUE
051800             SUBTRACT 1 FROM PQ-ANSWER-IDX
051900         END-IF
052000     END-IF.
052100     IF PQ-ANSWER-IDX = 0
052200         SET PQR-NO-SUCH-PRIME TO TRUE
052300         GO TO 3500-EXIT
052400     END-IF.
052500     PERFORM 3800-MOVE-ANSWER THRU 3800-EXIT.
052600 3500-EXIT.
052700     EXIT.
052800
052900 3800-MOVE-ANSWER.
053000     MOVE PQ-PRIME(PQ-ANSWER-IDX) TO PQR-ANSWER-PRIME.
053100     MOVE PQ-ANSWER-IDX TO PQR-ANSWER-ORDINAL.
053200 3800-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*  3900-LIST-ONE-ANSWER - THE LISTING LINE FOR THE RESULT JUST  *
053700*  WRITTEN, AND THE DISPOSITION COUNTS.                         *
053800*****************************************************************
053900 3900-LIST-ONE-ANSWER.
054000     MOVE PQR-REQUEST-CODE TO RPT-DET-CODE.
054100     MOVE PQR-VALUE TO RPT-DET-VALUE.
054200     MOVE PQR-REFERENCE TO RPT-DET-REFERENCE.
054300     MOVE SPACES TO RPT-DET-ANSWER-AREA.
054400     IF PQR-ANSWERED
054500         ADD 1 TO PQ-ANSWERED-COUNT
054600         MOVE "ANSWERED" TO RPT-DET-DISPOSITION
054700         IF PQR-VALUE-IS-PRIME
054800             MOVE "YES" TO RPT-DET-FLAG
054900         END-IF
055000         IF PQR-VALUE-NOT-PRIME
055100             MOVE "NO" TO RPT-DET-FLAG
055200         ELSE
055300             MOVE PQR-ANSWER-PRIME TO RPT-DET-PRIME
055400             MOVE PQR-ANSWER-ORDINAL TO RPT-DET-ORDINAL
055500         END-IF
055600     ELSE
055700     IF PQR-BEYOND-MASTER
055800         ADD 1 TO PQ-BEYOND-COUNT
055900         MOVE "BEYOND MASTER RANGE" TO RPT-DET-DISPOSITION
056000     ELSE
056100     IF PQR-NO-SUCH-PRIME
056200         ADD 1 TO PQ-NONE-COUNT
056300         MOVE "NO SUCH PRIME" TO RPT-DET-DISPOSITION
056400     ELSE
056500         ADD 1 TO PQ-INVALID-COUNT
056600         MOVE "INVALID REQUEST" TO RPT-DET-DISPOSITION
056700         IF PQI-VALUE NOT NUMERIC
056800             MOVE 0 TO RPT-DET-VALUE
056900         END-IF
057000     END-IF
057100     END-IF
057200     END-IF.
057300     MOVE RPT-DETAIL-LINE TO RPT-PRINT-LINE.
057400     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
057500 3900-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900*  4000-WRITE-SUMMARY - DISPOSITION COUNTS AND THE VERDICT.     *
058000*  UNANSWERED QUESTIONS END THE STEP WITH RC 4 SO THE ASKING    *
058100*  TEAM IS TOLD, NOT LEFT TO FIND THEM IN THE LISTING.          *
058200*****************************************************************
058300 4000-WRITE-SUMMARY.
058400     MOVE SPACES TO RPT-PRINT-LINE.
058500     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
058600     MOVE "INQUIRIES READ:               " TO RPT-CNT-LABEL.
058700     MOVE PQ-INQUIRY-COUNT TO RPT-CNT-VALUE.
058800     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
058900     MOVE "  ANSWERED (A):               " TO RPT-CNT-LABEL.
059000     MOVE PQ-ANSWERED-COUNT TO RPT-CNT-VALUE.
059100     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
059200     MOVE "  NO SUCH PRIME (N):          " TO RPT-CNT-LABEL.
059300     MOVE PQ-NONE-COUNT TO RPT-CNT-VALUE.
059400     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
059500     MOVE "  BEYOND MASTER RANGE (B):    " TO RPT-CNT-LABEL.
059600     MOVE PQ-BEYOND-COUNT TO RPT-CNT-VALUE.
059700     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
059800     MOVE "  INVALID REQUEST (E):        " TO RPT-CNT-LABEL.
059900     MOVE PQ-INVALID-COUNT TO RPT-CNT-VALUE.
060000     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
060100     IF PQ-BEYOND-COUNT > 0 OR PQ-INVALID-COUNT > 0
060200         MOVE "SOME INQUIRIES NOT ANSWERED - SEE LISTING"
060300             TO RPT-VER-TEXT
060400     ELSE
060500         MOVE "ALL INQUIRIES ANSWERED FROM PRIMMAST"
060600             TO RPT-VER-TEXT
060700     END-IF.
060800     MOVE RPT-VERDICT-LINE TO RPT-PRINT-LINE.
060900     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
061000 4000-EXIT.
061100     EXIT.
061200
061300 4100-PRINT-COUNT.
061400     MOVE RPT-COUNT-LINE TO RPT-PRINT-LINE.
061500     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
061600 4100-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*  6000-LOCATE-VALUE - BINARY SEARCH OF THE LOADED PRIMES FOR   *
062100*  THE LAST ENTRY AT OR BELOW PQ-SEARCH-VALUE.                  *
062200*****************************************************************
062300 6000-LOCATE-VALUE.
062400     MOVE 0 TO PQ-FLOOR-IDX.
062500     MOVE 1 TO PQ-LO.
062600     MOVE PQ-HIGH-IDX TO PQ-HI.
062700     PERFORM 6100-HALVE-RANGE THRU 6100-EXIT
062800         UNTIL PQ-LO > PQ-HI.
062900 6000-EXIT.
063000     EXIT.
063100
063200 6100-HALVE-RANGE.
063300     COMPUTE PQ-MID = (PQ-LO + PQ-HI) / 2.
063400     IF PQ-PRIME(PQ-MID) <= PQ-SEARCH-VALUE
063500         MOVE PQ-MID TO PQ-FLOOR-IDX
063600         COMPUTE PQ-LO = PQ-MID + 1
063700     ELSE
063800         COMPUTE PQ-HI = PQ-MID - 1
063900     END-IF.
064000 6100-EXIT.
064100     EXIT.
064200
064300 END PROGRAM PRIMINQ.
