000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GCDCHAIN.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - PROVES THE GCDAUDIT HASH  *
001200*                  CHAIN. EVERY RECORD'S CHAIN VALUE IS         *
001300*                  RECOMPUTED WITH GCDLINK FROM THE ONE BEFORE  *
001400*                  IT, AND EVERY SEAL IS PROVED AGAINST THE     *
001500*                  RUNNING VALUE. "TRAIL" (THE DEFAULT) WALKS   *
001600*                  GCDAUDIT AND CONFIRMS ITS OPENING SEAL       *
001700*                  AGAINST THE LAST RECORD OF GCDARCH; "ARCHIVE"*
001800*                  WALKS GCDARCH AND PROVES EACH SEAL'S RECORD  *
001900*                  COUNT. THE FIRST BREAK IS PRINTED TO GCDCRPT.*
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT AUDIT-LOG-FILE ASSIGN TO "GCDAUDIT"
002600            ORGANIZATION IS SEQUENTIAL
002700            ACCESS MODE IS SEQUENTIAL
002800            FILE STATUS IS AUDIT-FILE-STATUS.
002900     SELECT ARCHIVE-FILE ASSIGN TO "GCDARCH"
003000            ORGANIZATION IS SEQUENTIAL
003100            ACCESS MODE IS SEQUENTIAL
003200            FILE STATUS IS ARCHIVE-FILE-STATUS.
003300     SELECT CHAIN-RPT-FILE ASSIGN TO "GCDCRPT"
003400            ORGANIZATION IS SEQUENTIAL
003500            ACCESS MODE IS SEQUENTIAL
003600            FILE STATUS IS CHAIN-RPT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  AUDIT-LOG-FILE
004100     RECORDING MODE IS F
004200     BLOCK CONTAINS 0 RECORDS
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 56 CHARACTERS.
004500 COPY GCDAUD.
004600
004700 FD  ARCHIVE-FILE
004800     RECORDING MODE IS F
004900     BLOCK CONTAINS 0 RECORDS
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 56 CHARACTERS.
005200 01  ARCHIVE-RECORD                  PIC X(56).
005300
005400 FD  CHAIN-RPT-FILE
005500     RECORDING MODE IS F
005600     BLOCK CONTAINS 0 RECORDS
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  CHAIN-RPT-RECORD.
006000     05  CHAIN-RPT-TEXT              PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300 78  GCN-ANCHOR-UNCONFIRMED-RC       VALUE 4.
006400 78  GCN-BAD-PARM-RC                 VALUE 12.
006500 78  GCN-OPEN-FAIL-RC                VALUE 16.
006600 78  GCN-CHAIN-BROKEN-RC             VALUE 20.
006700
006800 01  AUDIT-FILE-STATUS               PIC XX.
006900     88  AUDIT-FILE-OK               VALUE '00'.
007000 01  ARCHIVE-FILE-STATUS             PIC XX.
007100     88  ARCHIVE-FILE-OK             VALUE '00'.
007200     88  ARCHIVE-NOT-FOUND           VALUE '35'.
007300 01  CHAIN-RPT-STATUS                PIC XX.
007400     88  CHAIN-RPT-OK                VALUE '00'.
007500
007600 01  ARG-RAW                         PIC X(20) VALUE SPACES.
007700 01  SEL-RUN-DATE                    PIC 9(08) VALUE 0.
007800
007900 01  WS-SWITCHES.
008000     05  WS-MODE-SWITCH              PIC X VALUE 'T'.
008100         88  TRAIL-MODE              VALUE 'T'.
008200         88  ARCHIVE-MODE            VALUE 'A'.
008300     05  WS-CHAIN-EOF-SWITCH         PIC X VALUE 'N'.
008400         88  END-OF-CHAIN            VALUE 'Y'.
008500     05  WS-ARC-EOF-SWITCH           PIC X VALUE 'N'.
008600         88  END-OF-ARCHIVE          VALUE 'Y'.
008700     05  WS-ARC-PRESENT-SWITCH       PIC X VALUE 'N'.
008800         88  ARCHIVE-PRESENT         VALUE 'Y'.
008900     05  WS-BREAK-SWITCH             PIC X VALUE 'N'.
009000         88  CHAIN-BROKEN            VALUE 'Y'.
009100     05  WS-ANCHOR-SWITCH            PIC X VALUE 'Z'.
009200         88  ANCHOR-FROM-ZERO        VALUE 'Z'.
009300         88  ANCHOR-CONFIRMED        VALUE 'C'.
009400         88  ANCHOR-UNCONFIRMED      VALUE 'U'.
009500
009600 01  GCN-RECORD-COUNT                PIC 9(09) COMP VALUE 0.
009700 01  GCN-LINKED-COUNT                PIC 9(09) COMP VALUE 0.
009800 01  GCN-SEAL-COUNT                  PIC 9(07) COMP VALUE 0.
009900 01  GCN-SINCE-SEAL-COUNT            PIC 9(07) COMP VALUE 0.
010000 01  GCN-UNCHECKED-COUNT             PIC 9(09) COMP VALUE 0.
010100 01  GCN-ARC-RECORD-COUNT            PIC 9(09) COMP VALUE 0.
010200
010300*****************************************************************
010400*  THE CHAIN AS PROVED SO FAR. THE RUNNING VALUE IS THE CHAIN   *
010500*  VALUE OF THE LAST GOOD RECORD - THE PRIOR VALUE GCDLINK      *
010600*  FOLDS THE NEXT RECORD INTO - AND IS WHAT A SEAL MUST CARRY.  *
010700*****************************************************************
010800 01  GCN-RUNNING-VALUE               PIC 9(10) VALUE 0.
010900 01  GCN-EXPECTED-VALUE              PIC X(10) VALUE SPACES.
011000 01  GCN-BREAK-REASON                PIC X(50) VALUE SPACES.
011100 COPY GCDLNK.
011200
011300*****************************************************************
011400*  THE LAST RECORD OF GCDARCH. A TRAIL THAT OPENS WITH A SEAL   *
011500*  WAS CUT BY GCDARCH (OR CHAINED BY GCDAUDCV), WHICH WROTE THE *
011600*  SAME SEAL TO THE END OF THE ARCHIVE.                         *
011700*****************************************************************
011800 01  GCN-ARC-LAST-RECORD.
011900     05  FILLER                      PIC X(46).
012000     05  GCN-ARC-LAST-CHAIN          PIC X(10).
012100
012200*****************************************************************
012300*  REPORT WORK AREAS - SAME EMIT PATTERN AS THE OTHER REPORTS:  *
012400*  BUILD THE LINE, MOVE IT TO THE RECORD, DISPLAY AND WRITE.    *
012500*****************************************************************
012600 01  RPT-TITLE-LINE.
012700     05  FILLER                      PIC X(44) VALUE
012800         "GCDCRPT - GCDAUDIT CHAIN VERIFICATION       ".
012900     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
013000     05  RPT-TTL-DATE                PIC 9(08).
013100
013200 01  RPT-DATASET-LINE.
013300     05  FILLER                      PIC X(10) VALUE "DATASET:  ".
013400     05  RPT-DSN                     PIC X(08).
013500
013600 01  RPT-ANCHOR-LINE.
013700     05  FILLER                      PIC X(10) VALUE "ANCHOR:   ".
013800     05  RPT-ANC-TEXT                PIC X(40).
013900     05  RPT-ANC-VALUE               PIC X(10).
014000
014100 01  RPT-BREAK-LINE.
014200     05  FILLER                      PIC X(23)
014300                     VALUE "CHAIN BREAK AT RECORD  ".
014400     05  RPT-BRK-RECORD              PIC Z(08)9.
014500
014600 01  RPT-BREAK-DETAIL-LINE.
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800     05  RPT-BRK-LABEL               PIC X(18).
014900     05  RPT-BRK-TEXT                PIC X(50).
015000
015100 01  RPT-BREAK-RECORD-LINE.
015200     05  FILLER                      PIC X(11)
015300                     VALUE "  RUN DATE ".
015400     05  RPT-BRK-RUN-DATE            PIC X(08).
015500     05  FILLER                      PIC X(06) VALUE " TIME ".
015600     05  RPT-BRK-RUN-TIME            PIC X(08).
015700     05  FILLER                      PIC X(10) VALUE " OPERATOR ".
015800     05  RPT-BRK-OPERATOR            PIC X(08).
015900     05  FILLER                      PIC X(06) VALUE " TYPE ".
016000     05  RPT-BRK-TYPE                PIC X(01).
016100
016200 01  RPT-SEAL-COUNT-LINE.
016300     05  FILLER                      PIC X(20)
016400                     VALUE "  SEAL RECORD COUNT ".
016500     05  RPT-SCT-SEALED              PIC X(07).
016600     05  FILLER                      PIC X(26)
016700                     VALUE "  RECORDS SINCE LAST SEAL ".
016800     05  RPT-SCT-SEEN                PIC Z(06)9.
016900
017000 01  RPT-COUNT-LINE.
017100     05  RPT-CNT-LABEL               PIC X(30).
017200     05  RPT-CNT-VALUE               PIC Z(08)9.
017300
017400 01  RPT-VALUE-LINE.
017500     05  FILLER                      PIC X(30)
017600                     VALUE "FINAL CHAIN VALUE:            ".
017700     05  RPT-VAL-VALUE               PIC 9(10).
017800
017900 01  RPT-VERDICT-LINE.
018000     05  RPT-VER-TEXT                PIC X(60).
018100
018200 PROCEDURE DIVISION.
018300*****************************************************************
018400*  0000-MAINLINE                                                *
018500*****************************************************************
018600 0000-MAINLINE.
018700     PERFORM 0500-ACCEPT-PARAMETER THRU 0500-EXIT.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     IF TRAIL-MODE
019000         PERFORM 1500-READ-ARCHIVE-TAIL THRU 1500-EXIT
019100     END-IF.
019200     PERFORM 2000-WALK-CHAIN THRU 2000-EXIT.
019300     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
019400     CLOSE CHAIN-RPT-FILE.
019500     IF CHAIN-BROKEN
019600         MOVE GCN-CHAIN-BROKEN-RC TO RETURN-CODE
019700     ELSE
019800     IF ANCHOR-UNCONFIRMED
019900         MOVE GCN-ANCHOR-UNCONFIRMED-RC TO RETURN-CODE
020000     END-IF
020100     END-IF.
020200     STOP RUN.
020300
020400*****************************************************************
020500*  0500-ACCEPT-PARAMETER - "TRAIL" OR NO PARAMETER PROVES THE   *
020600*  LIVE GCDAUDIT; "ARCHIVE" PROVES GCDARCH. ANYTHING ELSE IS    *
020700*  REFUSED BEFORE A DATASET IS OPENED.                          *
020800*****************************************************************
020900 0500-ACCEPT-PARAMETER.
021000     MOVE SPACES TO ARG-RAW.
021100     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
021200     IF ARG-RAW = SPACES OR "TRAIL"
021300         SET TRAIL-MODE TO TRUE
021400         GO TO 0500-EXIT
021500     END-IF.
021600     IF ARG-RAW = "ARCHIVE"
021700         SET ARCHIVE-MODE TO TRUE
021800         GO TO 0500-EXIT
021900     END-IF.
022000     DISPLAY "GCDCHAIN - PARAMETER MUST BE TRAIL OR ARCHIVE, "
022100             "GOT: " ARG-RAW.
022200     MOVE GCN-BAD-PARM-RC TO RETURN-CODE.
022300     STOP RUN.
022400 0500-EXIT.
022500     EXIT.
022600
022700 1000-INITIALIZE.
022800     ACCEPT SEL-RUN-DATE FROM DATE YYYYMMDD.
022900     OPEN OUTPUT CHAIN-RPT-FILE.
023000     IF NOT CHAIN-RPT-OK
023100         DISPLAY "GCDCHAIN - UNABLE TO OPEN GCDCRPT, STATUS="
023200                 CHAIN-RPT-STATUS
023300         MOVE GCN-OPEN-FAIL-RC TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     MOVE SEL-RUN-DATE TO RPT-TTL-DATE.
023700     MOVE RPT-TITLE-LINE TO CHAIN-RPT-TEXT.
023800     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
023900     IF TRAIL-MODE
024000         MOVE "GCDAUDIT" TO RPT-DSN
024100     ELSE
024200         MOVE "GCDARCH" TO RPT-DSN
024300     END-IF.
024400     MOVE RPT-DATASET-LINE TO CHAIN-RPT-TEXT.
024500     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
024600 1000-EXIT.
024700     EXIT.
024800
024900*****************************************************************
025000*  1500-READ-ARCHIVE-TAIL - KEEP THE LAST RECORD OF GCDARCH SO  *
025100*  THE TRAIL'S OPENING SEAL CAN BE CONFIRMED AGAINST IT. NO     *
025200*  ARCHIVE (OR AN EMPTY ONE) LEAVES A SEALED TRAIL UNCONFIRMED. *
025300*****************************************************************
025400 1500-READ-ARCHIVE-TAIL.
025500     OPEN INPUT ARCHIVE-FILE.
025600     IF ARCHIVE-NOT-FOUND
025700         GO TO 1500-EXIT
025800     END-IF.
025900     IF NOT ARCHIVE-FILE-OK
026000         DISPLAY "GCDCHAIN - UNABLE TO OPEN GCDARCH, STATUS="
026100                 ARCHIVE-FILE-STATUS
026200         MOVE GCN-OPEN-FAIL-RC TO RETURN-CODE
026300         CLOSE CHAIN-RPT-FILE
026400         STOP RUN
026500     END-IF.
026600     PERFORM 1510-READ-ARCHIVE-RECORD THRU 1510-EXIT
026700         UNTIL END-OF-ARCHIVE.
026800     CLOSE ARCHIVE-FILE.
026900     IF GCN-ARC-RECORD-COUNT > 0
027000         SET ARCHIVE-PRESENT TO TRUE
027100     END-IF.
027200 1500-EXIT.
027300     EXIT.
027400
027500 1510-READ-ARCHIVE-RECORD.
027600     READ ARCHIVE-FILE
027700         AT END
027800             SET END-OF-ARCHIVE TO TRUE
027900             GO TO 1510-EXIT
028000     END-READ.
028100     ADD 1 TO GCN-ARC-RECORD-COUNT.
028200     MOVE ARCHIVE-RECORD TO GCN-ARC-LAST-RECORD.
028300 1510-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*  2000-WALK-CHAIN - ONE PASS OF THE SELECTED DATASET. CHECKING *
028800*  STOPS AT THE FIRST BREAK, SINCE EVERY VALUE AFTER IT IS      *
028900*  SUSPECT; THE REST OF THE DATASET IS ONLY COUNTED.            *
029000*****************************************************************
029100 2000-WALK-CHAIN.
029200     IF TRAIL-MODE
029300         OPEN INPUT AUDIT-LOG-FILE
029400         IF NOT AUDIT-FILE-OK
029500             DISPLAY "GCDCHAIN - UNABLE TO OPEN GCDAUDIT, STATUS="
029600                     AUDIT-FILE-STATUS
029700             MOVE GCN-OPEN-FAIL-RC TO RETURN-CODE
029800             CLOSE CHAIN-RPT-FILE
029900             STOP RUN
030000         END-IF
030100     ELSE
030200         OPEN INPUT ARCHIVE-FILE
030300         IF NOT ARCHIVE-FILE-OK
030400             DISPLAY "GCDCHAIN - UNABLE TO OPEN GCDARCH, STATUS="
030500                     ARCHIVE-FILE-STATUS
030600             MOVE GCN-OPEN-FAIL-RC TO RETURN-CODE
030700             CLOSE CHAIN-RPT-FILE
030800             STOP RUN
030900         END-IF
031000     END-IF.
031100     PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
031200         UNTIL END-OF-CHAIN.
031300     IF TRAIL-MODE
031400         CLOSE AUDIT-LOG-FILE
031500     ELSE
031600         CLOSE ARCHIVE-FILE
031700     END-IF.
031800 2000-EXIT.
031900     EXIT.
032000
032100 2100-CHECK-ONE-RECORD.
032200     IF TRAIL-MODE
032300         READ AUDIT-LOG-FILE
032400             AT END
032500                 SET END-OF-CHAIN TO TRUE
032600                 GO TO 2100-EXIT
032700         END-READ
032800     ELSE
032900         READ ARCHIVE-FILE INTO AUDIT-LOG-RECORD
033000             AT END
033100                 SET END-OF-CHAIN TO TRUE
033200                 GO TO 2100-EXIT
033300         END-READ
033400     END-IF.
033500     ADD 1 TO GCN-RECORD-COUNT.
033600     IF CHAIN-BROKEN
033700         ADD 1 TO GCN-UNCHECKED-COUNT
033800         GO TO 2100-EXIT
033900     END-IF.
034000     IF AUD-SEAL-RECORD
034100         PERFORM 2200-CHECK-SEAL THRU 2200-EXIT
034200     ELSE
034300         PERFORM 2300-CHECK-LINK THRU 2300-EXIT
034400     END-IF.
034500 2100-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*  2200-CHECK-SEAL - A SEAL CARRIES THE CHAIN VALUE OF THE LAST *
035000*  RECORD BEFORE IT AND IS NOT ITSELF FOLDED INTO THE CHAIN.    *
035100*  ONLY THE FIRST RECORD OF THE TRAIL MAY BE A SEAL, AND IT     *
035200*  ANCHORS THE TRAIL. IN THE ARCHIVE EACH SEAL CLOSES ONE CUT,  *
035300*  AND ITS M FIELD MUST COUNT THE RECORDS THAT CUT ARCHIVED.    *
035400*****************************************************************
035500 2200-CHECK-SEAL.
035600     IF TRAIL-MODE
035700        AND GCN-RECORD-COUNT = 1
035800         PERFORM 2250-SET-ANCHOR THRU 2250-EXIT
035900         GO TO 2200-EXIT
036000     END-IF.
036100     MOVE GCN-RUNNING-VALUE TO GCN-EXPECTED-VALUE.
036200     IF TRAIL-MODE
036300         MOVE "SEAL FOUND PAST THE HEAD OF THE TRAIL"
036400             TO GCN-BREAK-REASON
036500         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
036600         GO TO 2200-EXIT
036700     END-IF.
036800     IF AUD-CHAIN-VALUE NOT NUMERIC
036900        OR AUD-CHAIN-VALUE NOT = GCN-RUNNING-VALUE
037000         MOVE "SEAL DOES NOT CARRY THE RUNNING CHAIN VALUE"
037100             TO GCN-BREAK-REASON
037200         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
037300         GO TO 2200-EXIT
037400     END-IF.
037500     IF AUD-IN-M NOT NUMERIC
037600        OR AUD-IN-M NOT = GCN-SINCE-SEAL-COUNT
037700         MOVE "SEAL COUNT DISAGREES WITH THE RECORDS IT SEALS"
037800             TO GCN-BREAK-REASON
037900         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
038000         MOVE AUD-IN-M TO RPT-SCT-SEALED
038100         MOVE GCN-SINCE-SEAL-COUNT TO RPT-SCT-SEEN
038200         MOVE RPT-SEAL-COUNT-LINE TO CHAIN-RPT-TEXT
038300         PERFORM 2900-EMIT-LINE THRU 2900-EXIT
038400         GO TO 2200-EXIT
038500     END-IF.
038600     ADD 1 TO GCN-SEAL-COUNT.
038700     MOVE 0 TO GCN-SINCE-SEAL-COUNT.
038800 2200-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*  2250-SET-ANCHOR - THE OPENING SEAL STARTS THE TRAIL'S CHAIN  *
039300*  AT ITS VALUE. IT MUST BE BYTE FOR BYTE THE SEAL AT THE END   *
039400*  OF GCDARCH; WITH NO ARCHIVE TO CHECK IT AGAINST, THE CHAIN   *
039500*  IS STILL WALKED BUT THE ANCHOR IS REPORTED UNCONFIRMED.      *
039600*****************************************************************
039700 2250-SET-ANCHOR.
039800     IF AUD-CHAIN-VALUE NOT NUMERIC
039900         MOVE SPACES TO GCN-EXPECTED-VALUE
040000         MOVE "OPENING SEAL CHAIN VALUE IS NOT NUMERIC"
040100             TO GCN-BREAK-REASON
040200         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
040300         GO TO 2250-EXIT
040400     END-IF.
040500     IF NOT ARCHIVE-PRESENT
040600         SET ANCHOR-UNCONFIRMED TO TRUE
040700     ELSE
040800     IF AUDIT-LOG-RECORD NOT = GCN-ARC-LAST-RECORD
040900         MOVE GCN-ARC-LAST-CHAIN TO GCN-EXPECTED-VALUE
041000         MOVE "OPENING SEAL DOES NOT MATCH THE END OF GCDARCH"
041100             TO GCN-BREAK-REASON
041200         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
041300         GO TO 2250-EXIT
041400     ELSE
041500         SET ANCHOR-CONFIRMED TO TRUE
041600     END-IF
041700     END-IF.
041800     MOVE AUD-CHAIN-VALUE TO GCN-RUNNING-VALUE.
041900     ADD 1 TO GCN-SEAL-COUNT.
042000 2250-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*  2300-CHECK-LINK - FOLD THE RECORD INTO THE RUNNING VALUE AND *
042500*  COMPARE WITH THE VALUE STORED ON IT. WHILE AN ARCHIVE EXISTS *
042600*  THE TRAIL MUST OPEN WITH ITS SEAL, SO AN UNSEALED FIRST      *
042700*  RECORD MEANS THE HEAD OF THE TRAIL HAS BEEN REMOVED.         *
042800*****************************************************************
042900 2300-CHECK-LINK.
043000     IF TRAIL-MODE
043100        AND GCN-RECORD-COUNT = 1
043200        AND ARCHIVE-PRESENT
043300         MOVE GCN-ARC-LAST-CHAIN TO GCN-EXPECTED-VALUE
043400         MOVE "TRAIL DOES NOT OPEN WITH THE GCDARCH SEAL"
043500             TO GCN-BREAK-REASON
043600         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
043700         GO TO 2300-EXIT
043800     END-IF.
043900     MOVE GCN-RUNNING-VALUE TO CHN-PRIOR-VALUE.
044000     CALL 'GCDLINK' USING AUDIT-LOG-RECORD, AUDIT-CHAIN-LINK.
044100     MOVE CHN-NEW-VALUE TO GCN-EXPECTED-VALUE.
044200     IF AUD-CHAIN-VALUE NOT NUMERIC
044300         MOVE "STORED CHAIN VALUE IS NOT NUMERIC"
044400             TO GCN-BREAK-REASON
044500         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
044600         GO TO 2300-EXIT
044700     END-IF.
044800     IF AUD-CHAIN-VALUE NOT = CHN-NEW-VALUE
044900         MOVE "STORED CHAIN VALUE DOES NOT MATCH RECOMPUTED"
045000             TO GCN-BREAK-REASON
045100         PERFORM 8000-REPORT-BREAK THRU 8000-EXIT
045200         GO TO 2300-EXIT
045300     END-IF.
045400     MOVE CHN-NEW-VALUE TO GCN-RUNNING-VALUE.
045500     ADD 1 TO GCN-LINKED-COUNT.
045600     ADD 1 TO GCN-SINCE-SEAL-COUNT.
045700 2300-EXIT.
045800     EXIT.
045900
046000 2900-EMIT-LINE.
046100     DISPLAY CHAIN-RPT-TEXT.
046200     WRITE CHAIN-RPT-RECORD.
046300 2900-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*  4000-WRITE-SUMMARY - HOW THE CHAIN WAS ANCHORED, THE COUNTS, *
046800*  THE VALUE IT ENDS ON AND THE ONE-LINE VERDICT.               *
046900*****************************************************************
047000 4000-WRITE-SUMMARY.
047100     MOVE SPACES TO RPT-ANC-VALUE.
047200     IF ANCHOR-CONFIRMED
047300         MOVE "OPENING SEAL CONFIRMED AGAINST GCDARCH  "
047400             TO RPT-ANC-TEXT
047500         MOVE GCN-ARC-LAST-CHAIN TO RPT-ANC-VALUE
047600     ELSE
047700     IF ANCHOR-UNCONFIRMED
047800         MOVE "OPENING SEAL NOT CONFIRMED - NO GCDARCH "
047900             TO RPT-ANC-TEXT
048000     ELSE
048100         MOVE "CHAINED FROM ZERO" TO RPT-ANC-TEXT
048200     END-IF
048300     END-IF.
048400     MOVE SPACES TO CHAIN-RPT-TEXT.
048500     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
048600     MOVE RPT-ANCHOR-LINE TO CHAIN-RPT-TEXT.
048700     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
048800     MOVE "RECORDS READ:                 " TO RPT-CNT-LABEL.
048900     MOVE GCN-RECORD-COUNT TO RPT-CNT-VALUE.
049000     MOVE RPT-COUNT-LINE TO CHAIN-RPT-TEXT.
049100     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
049200     MOVE "LINKS VERIFIED:               " TO RPT-CNT-LABEL.
049300     MOVE GCN-LINKED-COUNT TO RPT-CNT-VALUE.
049400     MOVE RPT-COUNT-LINE TO CHAIN-RPT-TEXT.
049500     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
049600     MOVE "SEALS VERIFIED:               " TO RPT-CNT-LABEL.
049700     MOVE GCN-SEAL-COUNT TO RPT-CNT-VALUE.
049800     MOVE RPT-COUNT-LINE TO CHAIN-RPT-TEXT.
049900     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
050000     MOVE "RECORDS PAST THE BREAK:       " TO RPT-CNT-LABEL.
050100     MOVE GCN-UNCHECKED-COUNT TO RPT-CNT-VALUE.
050200     MOVE RPT-COUNT-LINE TO CHAIN-RPT-TEXT.
050300     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
050400     MOVE GCN-RUNNING-VALUE TO RPT-VAL-VALUE.
050500     MOVE RPT-VALUE-LINE TO CHAIN-RPT-TEXT.
050600     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
050700     IF CHAIN-BROKEN
050800         MOVE "CHAIN BROKEN - DATASET ALTERED AT THE RECORD SHOWN"
050900             TO RPT-VER-TEXT
051000     ELSE
051100     IF ANCHOR-UNCONFIRMED
051200         MOVE "CHAIN INTACT - OPENING SEAL NOT CONFIRMED"
051300             TO RPT-VER-TEXT
051400     ELSE
051500         MOVE "CHAIN INTACT" TO RPT-VER-TEXT
051600     END-IF
051700     END-IF.
051800     MOVE RPT-VERDICT-LINE TO CHAIN-RPT-TEXT.
051900     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
052000 4000-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*  8000-REPORT-BREAK - THE FIRST BREAK: WHERE IT IS, WHY, THE   *
052500*  VALUE THE CHAIN STOOD AT, WHAT THE RECORD CARRIES AND WHAT   *
052600*  IT SHOULD CARRY, AND THE RECORD'S OWN IDENTIFYING FIELDS.    *
052700*****************************************************************
052800 8000-REPORT-BREAK.
052900     SET CHAIN-BROKEN TO TRUE.
053000     MOVE SPACES TO CHAIN-RPT-TEXT.
053100     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
053200     MOVE GCN-RECORD-COUNT TO RPT-BRK-RECORD.
053300     MOVE RPT-BREAK-LINE TO CHAIN-RPT-TEXT.
053400     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
053500     MOVE "REASON:" TO RPT-BRK-LABEL.
053600     MOVE GCN-BREAK-REASON TO RPT-BRK-TEXT.
053700     MOVE RPT-BREAK-DETAIL-LINE TO CHAIN-RPT-TEXT.
053800     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
053900     MOVE "PRIOR VALUE:" TO RPT-BRK-LABEL.
054000     MOVE GCN-RUNNING-VALUE TO RPT-BRK-TEXT.
054100     MOVE RPT-BREAK-DETAIL-LINE TO CHAIN-RPT-TEXT.
054200     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
054300     MOVE "STORED VALUE:" TO RPT-BRK-LABEL.
054400     MOVE AUD-CHAIN-VALUE TO RPT-BRK-TEXT.
054500     MOVE RPT-BREAK-DETAIL-LINE TO CHAIN-RPT-TEXT.
054600     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
054700     MOVE "EXPECTED VALUE:" TO RPT-BRK-LABEL.
054800     MOVE GCN-EXPECTED-VALUE TO RPT-BRK-TEXT.
054900     MOVE RPT-BREAK-DETAIL-LINE TO CHAIN-RPT-TEXT.
055000     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
055100     MOVE AUD-RUN-DATE TO RPT-BRK-RUN-DATE.
055200     MOVE AUD-RUN-TIME TO RPT-BRK-RUN-TIME.
055300     MOVE AUD-OPERATOR-ID TO RPT-BRK-OPERATOR.
055400     MOVE AUD-RECORD-TYPE TO RPT-BRK-TYPE.
055500     MOVE RPT-BREAK-RECORD-LINE TO CHAIN-RPT-TEXT.
055600     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
055700 8000-EXIT.
055800     EXIT.
