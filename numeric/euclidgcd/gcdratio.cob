000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GCDRATIO.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - PRINTED GEAR-RATIO REPORT *
001200*                  FROM THE GCDRATO RATIO RESULTS EUCLIDGCD'S   *
001300*                  BATCH WRITES: EACH RATIO IN LOWEST TERMS,    *
001400*                  ITS CONTINUED-FRACTION TERMS AND CONVERGENTS,*
001500*                  AND THE BEST APPROXIMATIONS WITHIN THE TOOTH *
001600*                  LIMIT WITH THEIR ERRORS. A SUMMARY WHOSE TERM*
001700*                  OR APPROXIMATION COUNT DISAGREES WITH THE    *
001800*                  RECORDS FOLLOWING IT IS AN EXCEPTION.        *
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT RATIO-RESULT-FILE ASSIGN TO "GCDRATO"
002500            ORGANIZATION IS SEQUENTIAL
002600            ACCESS MODE IS SEQUENTIAL
002700            FILE STATUS IS RATIO-FILE-STATUS.
002800     SELECT RATIO-RPT-FILE ASSIGN TO "GCDRRPT"
002900            ORGANIZATION IS SEQUENTIAL
003000            ACCESS MODE IS SEQUENTIAL
003100            FILE STATUS IS RATIO-RPT-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  RATIO-RESULT-FILE
003600     RECORDING MODE IS F
003700     BLOCK CONTAINS 0 RECORDS
003800     LABEL RECORDS ARE STANDARD
003900     RECORD CONTAINS 80 CHARACTERS.
004000 COPY GCDRAT.
004100
004200 FD  RATIO-RPT-FILE
004300     RECORDING MODE IS F
004400     BLOCK CONTAINS 0 RECORDS
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  RATIO-RPT-RECORD.
004800     05  RATIO-RPT-TEXT              PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 78  RPT-LINES-PER-PAGE              VALUE 50.
005200 78  GRT-OPEN-FAIL-RC                VALUE 16.
005300 78  GRT-OUT-OF-BALANCE-RC           VALUE 20.
005400
005500 01  RATIO-FILE-STATUS               PIC XX.
005600     88  RATIO-FILE-OK               VALUE '00'.
005700 01  RATIO-RPT-STATUS                PIC XX.
005800     88  RATIO-RPT-OK                VALUE '00'.
005900
006000 01  SEL-RUN-DATE                    PIC 9(08) VALUE 0.
006100
006200 01  WS-SWITCHES.
006300     05  WS-RATIO-EOF-SWITCH         PIC X VALUE 'N'.
006400         88  END-OF-RATIOS           VALUE 'Y'.
006500     05  WS-RATIO-OPEN-SWITCH        PIC X VALUE 'N'.
006600         88  RATIO-IN-PROGRESS       VALUE 'Y'.
006700
006800 01  GRT-RATIO-COUNT                 PIC 9(07) COMP VALUE 0.
006900 01  GRT-TERM-COUNT                  PIC 9(07) COMP VALUE 0.
007000 01  GRT-APPROX-COUNT                PIC 9(07) COMP VALUE 0.
007100 01  GRT-SEMICONV-COUNT              PIC 9(07) COMP VALUE 0.
007200 01  GRT-EXACT-COUNT                 PIC 9(07) COMP VALUE 0.
007300 01  GRT-EXCEPTION-COUNT             PIC 9(07) COMP VALUE 0.
007400
007500*****************************************************************
007600*  THE RATIO BEING PRINTED - ITS PLACE IN GCDIN AND THE TERM    *
007700*  AND APPROXIMATION COUNTS ITS SUMMARY PROMISED, AGAINST THE   *
007800*  RECORDS ACTUALLY SEEN.                                       *
007900*****************************************************************
008000 01  GRT-CUR-SEQ                     PIC 9(07) VALUE 0.
008100 01  GRT-CUR-TERMS-EXPECTED          PIC 9(02) VALUE 0.
008200 01  GRT-CUR-APPROX-EXPECTED         PIC 9(02) VALUE 0.
008300 01  GRT-CUR-TERMS-SEEN              PIC 9(02) COMP VALUE 0.
008400 01  GRT-CUR-APPROX-SEEN             PIC 9(02) COMP VALUE 0.
008500
008600*****************************************************************
008700*  REPORT WORK AREAS - SAME EMIT PATTERN AS THE OTHER REPORTS:  *
008800*  BUILD THE LINE, MOVE IT TO THE RECORD, DISPLAY AND WRITE.    *
008900*  EVERY BODY LINE GOES THROUGH 2800 SO A PAGE BREAK CAN FALL   *
009000*  ANYWHERE IN A RATIO'S BLOCK.                                 *
009100*****************************************************************
009200 01  RPT-PAGE-NO                     PIC 9(05) COMP VALUE 1.
009300 01  RPT-LINE-COUNT                  PIC 9(05) COMP VALUE 0.
009400 01  RPT-PRINT-LINE                  PIC X(80) VALUE SPACES.
009500
009600 01  RPT-TITLE-LINE.
009700     05  FILLER                      PIC X(44) VALUE
009800         "GCDRATO - GEAR RATIO REPORT                 ".
009900     05  FILLER                      PIC X(04) VALUE SPACES.
010000     05  FILLER                      PIC X(05) VALUE "PAGE ".
010100     05  RPT-TTL-PAGE                PIC Z(04)9.
010200
010300 01  RPT-SELECT-LINE.
010400     05  FILLER                      PIC X(10)
010500                     VALUE "RUN DATE: ".
010600     05  RPT-SEL-DATE                PIC 9(08).
010700
010800 01  RPT-RATIO-LINE.
010900     05  FILLER                      PIC X(06) VALUE "RATIO ".
011000     05  RPT-RAT-M                   PIC Z(06)9.
011100     05  FILLER                      PIC X(01) VALUE ":".
011200     05  RPT-RAT-N                   PIC Z(06)9.
011300     05  FILLER                      PIC X(13)
011400                     VALUE "   GCDIN SEQ ".
011500     05  RPT-RAT-SEQ                 PIC Z(06)9.
011600     05  FILLER                      PIC X(15)
011700                     VALUE "   TOOTH LIMIT ".
011800     05  RPT-RAT-LIMIT               PIC X(07).
011900
012000 01  RPT-LIMIT-EDIT                  PIC Z(06)9.
012100
012200 01  RPT-LOWEST-LINE.
012300     05  FILLER                      PIC X(06) VALUE "  GCD ".
012400     05  RPT-LOW-GCD                 PIC Z(06)9.
012500     05  FILLER                      PIC X(16)
012600                     VALUE "   LOWEST TERMS ".
012700     05  RPT-LOW-M                   PIC Z(06)9.
012800     05  FILLER                      PIC X(01) VALUE ":".
012900     05  RPT-LOW-N                   PIC Z(06)9.
013000     05  FILLER                      PIC X(12)
013100                     VALUE "   RUN DATE ".
013200     05  RPT-LOW-RUN-DATE            PIC 9(08).
013300
013400 01  RPT-TERM-HEADING                PIC X(40) VALUE
013500         "    NO  QUOTIENT        CONVERGENT".
013600
013700 01  RPT-TERM-LINE.
013800     05  FILLER                      PIC X(04) VALUE SPACES.
013900     05  RPT-TRM-NO                  PIC Z9.
014000     05  FILLER                      PIC X(03) VALUE SPACES.
014100     05  RPT-TRM-QUOTIENT            PIC Z(06)9.
014200     05  FILLER                      PIC X(03) VALUE SPACES.
014300     05  RPT-TRM-P                   PIC Z(06)9.
014400     05  FILLER                      PIC X(01) VALUE "/".
014500     05  RPT-TRM-Q                   PIC Z(06)9.
014600
014700 01  RPT-APPROX-HEADING.
014800     05  FILLER                      PIC X(30) VALUE
014900         "    NO   APPROXIMATION    KIND".
015000     05  FILLER                      PIC X(28) VALUE
015100         "                       ERROR".
015200
015300 01  RPT-APPROX-LINE.
015400     05  FILLER                      PIC X(04) VALUE SPACES.
015500     05  RPT-APX-NO                  PIC Z9.
015600     05  FILLER                      PIC X(03) VALUE SPACES.
015700     05  RPT-APX-P                   PIC Z(06)9.
015800     05  FILLER                      PIC X(01) VALUE "/".
015900     05  RPT-APX-Q                   PIC Z(06)9.
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  RPT-APX-KIND                PIC X(13).
016200     05  RPT-APX-ERROR               PIC -(07)9.9(10).
016300     05  FILLER                      PIC X(02) VALUE SPACES.
016400     05  RPT-APX-BEST                PIC X(04).
016500
016600 01  RPT-EXCEPTION-LINE.
016700     05  RPT-EXC-MESSAGE             PIC X(34).
016800     05  FILLER                      PIC X(11)
016900                     VALUE " GCDIN SEQ ".
017000     05  RPT-EXC-SEQ                 PIC Z(06)9.
017100
017200 01  RPT-COUNT-LINE.
017300     05  RPT-CNT-LABEL               PIC X(30).
017400     05  RPT-CNT-VALUE               PIC Z(06)9.
017500
017600 01  RPT-VERDICT-LINE.
017700     05  RPT-VER-TEXT                PIC X(60).
017800
017900 PROCEDURE DIVISION.
018000*****************************************************************
018100*  0000-MAINLINE                                                *
018200*****************************************************************
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     PERFORM 2000-PRINT-RATIOS THRU 2000-EXIT.
018600     IF GRT-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
018700         MOVE GRT-OUT-OF-BALANCE-RC TO RETURN-CODE
018800     END-IF.
018900     STOP RUN.
019000
019100*****************************************************************
019200*  1000-INITIALIZE - GCDRATO HOLDS ONE BATCH'S RATIOS, SO THERE *
019300*  IS NOTHING TO SELECT; THE REPORT IS DATED TODAY AND EACH     *
019400*  RATIO CARRIES THE RUN DATE OF THE BATCH THAT WORKED IT UP.   *
019500*****************************************************************
019600 1000-INITIALIZE.
019700     ACCEPT SEL-RUN-DATE FROM DATE YYYYMMDD.
019800 1000-EXIT.
019900     EXIT.
020000
020100*****************************************************************
020200*  2000-PRINT-RATIOS - ONE PASS OF GCDRATO: EACH 'S' SUMMARY    *
020300*  OPENS A RATIO'S BLOCK AND THE 'T' AND 'A' RECORDS BEHIND IT  *
020400*  FILL IT IN; THE BLOCK IS PROVED AGAINST ITS SUMMARY WHEN THE *
020500*  NEXT SUMMARY OR END OF FILE CLOSES IT.                       *
020600*****************************************************************
020700 2000-PRINT-RATIOS.
020800     OPEN INPUT RATIO-RESULT-FILE.
020900     IF NOT RATIO-FILE-OK
021000         DISPLAY "GCDRATIO - UNABLE TO OPEN GCDRATO, STATUS="
021100                 RATIO-FILE-STATUS
021200         MOVE GRT-OPEN-FAIL-RC TO RETURN-CODE
021300         GO TO 2000-EXIT
021400     END-IF.
021500     OPEN OUTPUT RATIO-RPT-FILE.
021600     IF NOT RATIO-RPT-OK
021700         DISPLAY "GCDRATIO - UNABLE TO OPEN GCDRRPT, STATUS="
021800                 RATIO-RPT-STATUS
021900         MOVE GRT-OPEN-FAIL-RC TO RETURN-CODE
022000         CLOSE RATIO-RESULT-FILE
022100         GO TO 2000-EXIT
022200     END-IF.
022300     PERFORM 2100-WRITE-PAGE-HEADER THRU 2100-EXIT.
022400     PERFORM 3000-PRINT-ONE-RECORD THRU 3000-EXIT
022500         UNTIL END-OF-RATIOS.
022600     PERFORM 3900-CLOSE-RATIO THRU 3900-EXIT.
022700     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
022800     CLOSE RATIO-RESULT-FILE.
022900     CLOSE RATIO-RPT-FILE.
023000 2000-EXIT.
023100     EXIT.
023200
023300 2100-WRITE-PAGE-HEADER.
023400     MOVE RPT-PAGE-NO TO RPT-TTL-PAGE.
023500     MOVE RPT-TITLE-LINE TO RATIO-RPT-TEXT.
023600     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
023700     MOVE SEL-RUN-DATE TO RPT-SEL-DATE.
023800     MOVE RPT-SELECT-LINE TO RATIO-RPT-TEXT.
023900     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
024000 2100-EXIT.
024100     EXIT.
024200
024300 2800-PRINT-LINE.
024400     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
024500         ADD 1 TO RPT-PAGE-NO
024600         MOVE 0 TO RPT-LINE-COUNT
024700         PERFORM 2100-WRITE-PAGE-HEADER THRU 2100-EXIT
024800     END-IF.
024900     MOVE RPT-PRINT-LINE TO RATIO-RPT-TEXT.
025000     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
025100     ADD 1 TO RPT-LINE-COUNT.
025200 2800-EXIT.
025300     EXIT.
025400
025500 2900-EMIT-LINE.
025600     DISPLAY RATIO-RPT-TEXT.
025700     WRITE RATIO-RPT-RECORD.
025800 2900-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200*  3000-PRINT-ONE-RECORD - A 'T' OR 'A' RECORD MUST BELONG TO   *
026300*  THE RATIO WHOSE SUMMARY WAS LAST PRINTED; ANYTHING ELSE IS   *
026400*  REPORTED AND PASSED OVER.                                    *
026500*****************************************************************
026600 3000-PRINT-ONE-RECORD.
026700     READ RATIO-RESULT-FILE
026800         AT END
026900             SET END-OF-RATIOS TO TRUE
027000             GO TO 3000-EXIT
027100     END-READ.
027200     IF RAT-SUMMARY-REC
027300         PERFORM 3900-CLOSE-RATIO THRU 3900-EXIT
027400         PERFORM 3100-PRINT-SUMMARY THRU 3100-EXIT
027500         GO TO 3000-EXIT
027600     END-IF.
027700     IF NOT RATIO-IN-PROGRESS
027800        OR RAT-INPUT-SEQ NOT = GRT-CUR-SEQ
027900         MOVE "GCDRATO RECORD WITHOUT ITS SUMMARY"
028000             TO RPT-EXC-MESSAGE
028100         MOVE RAT-INPUT-SEQ TO RPT-EXC-SEQ
028200         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
028300         GO TO 3000-EXIT
028400     END-IF.
028500     IF RAT-TERM-REC
028600         PERFORM 3200-PRINT-TERM THRU 3200-EXIT
028700     ELSE
028800     IF RAT-APPROX-REC
028900         PERFORM 3300-PRINT-APPROX THRU 3300-EXIT
029000     ELSE
029100         MOVE "GCDRATO RECORD TYPE NOT S, T OR A"
029200             TO RPT-EXC-MESSAGE
029300         MOVE RAT-INPUT-SEQ TO RPT-EXC-SEQ
029400         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
029500     END-IF
029600     END-IF.
029700 3000-EXIT.
029800     EXIT.
029900
030000*****************************************************************
030100*  3100-PRINT-SUMMARY - THE RATIO AS SUBMITTED, ITS GCD AND ITS *
030200*  LOWEST TERMS. A ZERO TOOTH LIMIT MEANT NO LIMIT AT ALL.      *
030300*****************************************************************
030400 3100-PRINT-SUMMARY.
030500     ADD 1 TO GRT-RATIO-COUNT.
030600     SET RATIO-IN-PROGRESS TO TRUE.
030700     MOVE RAT-INPUT-SEQ TO GRT-CUR-SEQ.
030800     MOVE RAT-SUM-TERM-COUNT TO GRT-CUR-TERMS-EXPECTED.
030900     MOVE RAT-SUM-APPROX-COUNT TO GRT-CUR-APPROX-EXPECTED.
031000     MOVE 0 TO GRT-CUR-TERMS-SEEN.
031100     MOVE 0 TO GRT-CUR-APPROX-SEEN.
031200     MOVE SPACES TO RPT-PRINT-LINE.
031300     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
031400     MOVE RAT-SUM-IN-M TO RPT-RAT-M.
031500     MOVE RAT-SUM-IN-N TO RPT-RAT-N.
031600     MOVE RAT-INPUT-SEQ TO RPT-RAT-SEQ.
031700     IF RAT-SUM-TOOTH-LIMIT = 0
031800         MOVE "   NONE" TO RPT-RAT-LIMIT
031900     ELSE
032000         MOVE RAT-SUM-TOOTH-LIMIT TO RPT-LIMIT-EDIT
032100         MOVE RPT-LIMIT-EDIT TO RPT-RAT-LIMIT
032200     END-IF.
032300     MOVE RPT-RATIO-LINE TO RPT-PRINT-LINE.
032400     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
032500     MOVE RAT-SUM-GCD TO RPT-LOW-GCD.
032600     MOVE RAT-SUM-LOW-M TO RPT-LOW-M.
032700     MOVE RAT-SUM-LOW-N TO RPT-LOW-N.
032800     MOVE RAT-SUM-RUN-DATE TO RPT-LOW-RUN-DATE.
032900     MOVE RPT-LOWEST-LINE TO RPT-PRINT-LINE.
033000     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
033100     MOVE "  CONTINUED FRACTION TERMS" TO RPT-PRINT-LINE.
033200     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
033300     MOVE RPT-TERM-HEADING TO RPT-PRINT-LINE.
033400     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
033500 3100-EXIT.
033600     EXIT.
033700
033800 3200-PRINT-TERM.
033900     ADD 1 TO GRT-CUR-TERMS-SEEN.
034000     ADD 1 TO GRT-TERM-COUNT.
034100     MOVE RAT-TRM-NO TO RPT-TRM-NO.
034200     MOVE RAT-TRM-QUOTIENT TO RPT-TRM-QUOTIENT.
034300     MOVE RAT-TRM-CONV-P TO RPT-TRM-P.
034400     MOVE RAT-TRM-CONV-Q TO RPT-TRM-Q.
034500     MOVE RPT-TERM-LINE TO RPT-PRINT-LINE.
034600     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
034700 3200-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  3300-PRINT-APPROX - THE FIRST APPROXIMATION OF A RATIO       *
035200*  BRINGS ITS OWN HEADING. A BEST APPROXIMATION WITH NO ERROR   *
035300*  MEANS THE RATIO ITSELF FITS WITHIN THE TOOTH LIMIT.          *
035400*****************************************************************
035500 3300-PRINT-APPROX.
035600     IF GRT-CUR-APPROX-SEEN = 0
035700         MOVE "  BEST APPROXIMATIONS WITHIN THE TOOTH LIMIT"
035800             TO RPT-PRINT-LINE
035900         PERFORM 2800-PRINT-LINE THRU 2800-EXIT
036000         MOVE RPT-APPROX-HEADING TO RPT-PRINT-LINE
036100         PERFORM 2800-PRINT-LINE THRU 2800-EXIT
036200     END-IF.
036300     ADD 1 TO GRT-CUR-APPROX-SEEN.
036400     ADD 1 TO GRT-APPROX-COUNT.
036500     MOVE RAT-APX-NO TO RPT-APX-NO.
036600     MOVE RAT-APX-P TO RPT-APX-P.
036700     MOVE RAT-APX-Q TO RPT-APX-Q.
036800     IF RAT-APX-SEMICONV
036900         ADD 1 TO GRT-SEMICONV-COUNT
037000         MOVE "SEMICONVERGNT" TO RPT-APX-KIND
037100     ELSE
037200         MOVE "CONVERGENT" TO RPT-APX-KIND
037300     END-IF.
037400     MOVE RAT-APX-ERROR TO RPT-APX-ERROR.
037500     IF RAT-APX-IS-BEST
037600         MOVE "BEST" TO RPT-APX-BEST
037700         IF RAT-APX-ERROR = 0
037800             ADD 1 TO GRT-EXACT-COUNT
037900         END-IF
038000     ELSE
038100         MOVE SPACES TO RPT-APX-BEST
038200     END-IF.
038300     MOVE RPT-APPROX-LINE TO RPT-PRINT-LINE.
038400     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
038500 3300-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*  3900-CLOSE-RATIO - THE RATIO JUST PRINTED MUST HAVE HAD AS   *
039000*  MANY TERMS AND APPROXIMATIONS AS ITS SUMMARY SAID.           *
039100*****************************************************************
039200 3900-CLOSE-RATIO.
039300     IF NOT RATIO-IN-PROGRESS
039400         GO TO 3900-EXIT
039500     END-IF.
039600     MOVE 'N' TO WS-RATIO-OPEN-SWITCH.
039700     IF GRT-CUR-TERMS-SEEN NOT = GRT-CUR-TERMS-EXPECTED
039800        OR GRT-CUR-APPROX-SEEN NOT = GRT-CUR-APPROX-EXPECTED
039900         MOVE "SUMMARY COUNTS DISAGREE WITH DETAIL"
040000             TO RPT-EXC-MESSAGE
040100         MOVE GRT-CUR-SEQ TO RPT-EXC-SEQ
040200         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
040300     END-IF.
040400 3900-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800*  4000-WRITE-SUMMARY - TOTALS AND THE ONE-LINE VERDICT.        *
040900*****************************************************************
041000 4000-WRITE-SUMMARY.
041100     MOVE SPACES TO RPT-PRINT-LINE.
041200     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
041300     MOVE "RATIOS REPORTED:             " TO RPT-CNT-LABEL.
041400     MOVE GRT-RATIO-COUNT TO RPT-CNT-VALUE.
041500     MOVE RPT-COUNT-LINE TO RPT-PRINT-LINE.
041600     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
041700     MOVE "CONTINUED-FRACTION TERMS:    " TO RPT-CNT-LABEL.
041800     MOVE GRT-TERM-COUNT TO RPT-CNT-VALUE.
041900     MOVE RPT-COUNT-LINE TO RPT-PRINT-LINE.
042000     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
042100     MOVE "APPROXIMATIONS LISTED:       " TO RPT-CNT-LABEL.
042200     MOVE GRT-APPROX-COUNT TO RPT-CNT-VALUE.
042300     MOVE RPT-COUNT-LINE TO RPT-PRINT-LINE.
042400     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
042500     MOVE "  SEMICONVERGENTS:           " TO RPT-CNT-LABEL.
042600     MOVE GRT-SEMICONV-COUNT TO RPT-CNT-VALUE.
042700     MOVE RPT-COUNT-LINE TO RPT-PRINT-LINE.
042800     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
042900     MOVE "RATIOS EXACT WITHIN LIMIT:   " TO RPT-CNT-LABEL.
043000     MOVE GRT-EXACT-COUNT TO RPT-CNT-VALUE.
043100     MOVE RPT-COUNT-LINE TO RPT-PRINT-LINE.
043200     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
043300     MOVE "TOTAL EXCEPTIONS:            " TO RPT-CNT-LABEL.
043400     MOVE GRT-EXCEPTION-COUNT TO RPT-CNT-VALUE.
043500     MOVE RPT-COUNT-LINE TO RPT-PRINT-LINE.
043600     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
043700     IF GRT-EXCEPTION-COUNT > 0
043800         MOVE "GCDRATO INCOMPLETE - SEE EXCEPTIONS ABOVE"
043900             TO RPT-VER-TEXT
044000     ELSE
044100     IF GRT-RATIO-COUNT = 0
044200         MOVE "NO RATIOS ON GCDRATO" TO RPT-VER-TEXT
044300     ELSE
044400         MOVE "END OF GEAR RATIO REPORT" TO RPT-VER-TEXT
044500     END-IF
044600     END-IF.
044700     MOVE RPT-VERDICT-LINE TO RPT-PRINT-LINE.
044800     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
044900 4000-EXIT.
045000     EXIT.
045100
045200 8000-WRITE-EXCEPTION.
045300     ADD 1 TO GRT-EXCEPTION-COUNT.
045400     MOVE RPT-EXCEPTION-LINE TO RPT-PRINT-LINE.
045500     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
045600 8000-EXIT.
045700     EXIT.
