000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GENCOPY.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - RECORD-FOR-RECORD COPY OF *
001200*                  ONE FIXED-LENGTH MANAGED DATASET TO ANOTHER  *
001300*                  FOR GENERATION HANDLING: GENCTL COPIES A     *
001400*                  STEP'S RESULT OR REPORT DATASET TO A NEW     *
001500*                  GENERATION, AND GENMGR RESTORE COPIES A KEPT *
001600*                  GENERATION BACK OVER THE CURRENT DATASET.    *
001700*                  THE CALLER NAMES BOTH DATASETS; THEY ARE     *
001800*                  ALLOCATED TO THE GENSRC AND GENTGT FILES AT  *
001900*                  RUN TIME, AND THE RECORD LENGTH PICKS THE    *
002000*                  PAIR OF FILES USED.                          *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SOURCE-060-FILE ASSIGN TO "GENSRC"
002700            ORGANIZATION IS SEQUENTIAL
002800            ACCESS MODE IS SEQUENTIAL
002900            FILE STATUS IS SOURCE-FILE-STATUS.
003000     SELECT SOURCE-080-FILE ASSIGN TO "GENSRC"
003100            ORGANIZATION IS SEQUENTIAL
003200            ACCESS MODE IS SEQUENTIAL
003300            FILE STATUS IS SOURCE-FILE-STATUS.
003400     SELECT SOURCE-160-FILE ASSIGN TO "GENSRC"
003500            ORGANIZATION IS SEQUENTIAL
003600            ACCESS MODE IS SEQUENTIAL
003700            FILE STATUS IS SOURCE-FILE-STATUS.
003800     SELECT SOURCE-373-FILE ASSIGN TO "GENSRC"
003900            ORGANIZATION IS SEQUENTIAL
004000            ACCESS MODE IS SEQUENTIAL
004100            FILE STATUS IS SOURCE-FILE-STATUS.
004200     SELECT TARGET-060-FILE ASSIGN TO "GENTGT"
004300            ORGANIZATION IS SEQUENTIAL
004400            ACCESS MODE IS SEQUENTIAL
004500            FILE STATUS IS TARGET-FILE-STATUS.
004600     SELECT TARGET-080-FILE ASSIGN TO "GENTGT"
004700            ORGANIZATION IS SEQUENTIAL
004800            ACCESS MODE IS SEQUENTIAL
004900            FILE STATUS IS TARGET-FILE-STATUS.
005000     SELECT TARGET-160-FILE ASSIGN TO "GENTGT"
005100            ORGANIZATION IS SEQUENTIAL
005200            ACCESS MODE IS SEQUENTIAL
005300            FILE STATUS IS TARGET-FILE-STATUS.
005400     SELECT TARGET-373-FILE ASSIGN TO "GENTGT"
005500            ORGANIZATION IS SEQUENTIAL
005600            ACCESS MODE IS SEQUENTIAL
005700            FILE STATUS IS TARGET-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*****************************************************************
006200*  ONE SOURCE AND ONE TARGET FILE FOR EACH RECORD LENGTH IN THE *
006300*  GENTBL MANAGED-DATASET TABLE. A GENERATION IS A BYTE-FOR-    *
006400*  BYTE COPY OF ITS DATASET, SO EACH PAIR IS READ AND WRITTEN   *
006500*  AT THE DATASET'S OWN FIXED LENGTH. ALL SOURCE FILES SHARE    *
006600*  THE GENSRC ALLOCATION AND ALL TARGET FILES THE GENTGT        *
006700*  ALLOCATION; ONLY ONE PAIR IS OPEN AT A TIME.                 *
006800*****************************************************************
006900 FD  SOURCE-060-FILE
007000     RECORDING MODE IS F
007100     BLOCK CONTAINS 0 RECORDS
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 60 CHARACTERS.
007400 01  SOURCE-060-RECORD               PIC X(60).
007500
007600 FD  TARGET-060-FILE
007700     RECORDING MODE IS F
007800     BLOCK CONTAINS 0 RECORDS
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 60 CHARACTERS.
008100 01  TARGET-060-RECORD               PIC X(60).
008200
008300 FD  SOURCE-080-FILE
008400     RECORDING MODE IS F
008500     BLOCK CONTAINS 0 RECORDS
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  SOURCE-080-RECORD               PIC X(80).
008900
009000 FD  TARGET-080-FILE
009100     RECORDING MODE IS F
009200     BLOCK CONTAINS 0 RECORDS
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  TARGET-080-RECORD               PIC X(80).
009600
009700 FD  SOURCE-160-FILE
009800     RECORDING MODE IS F
009900     BLOCK CONTAINS 0 RECORDS
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 160 CHARACTERS.
010200 01  SOURCE-160-RECORD               PIC X(160).
010300
010400 FD  TARGET-160-FILE
010500     RECORDING MODE IS F
010600     BLOCK CONTAINS 0 RECORDS
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 160 CHARACTERS.
010900 01  TARGET-160-RECORD               PIC X(160).
011000
011100 FD  SOURCE-373-FILE
011200     RECORDING MODE IS F
011300     BLOCK CONTAINS 0 RECORDS
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 373 CHARACTERS.
011600 01  SOURCE-373-RECORD               PIC X(373).
011700
011800 FD  TARGET-373-FILE
011900     RECORDING MODE IS F
012000     BLOCK CONTAINS 0 RECORDS
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 373 CHARACTERS.
012300 01  TARGET-373-RECORD               PIC X(373).
012400
012500 WORKING-STORAGE SECTION.
012600 01  SOURCE-FILE-STATUS              PIC XX.
012700     88  SOURCE-FILE-OK              VALUE '00'.
012800     88  SOURCE-FILE-NOT-FOUND       VALUE '35'.
012900 01  TARGET-FILE-STATUS              PIC XX.
013000     88  TARGET-FILE-OK              VALUE '00'.
013100
013200 01  WS-SWITCHES.
013300     05  WS-SOURCE-EOF-SWITCH        PIC X VALUE 'N'.
013400         88  END-OF-SOURCE           VALUE 'Y'.
013500
013600 01  GCY-SOURCE-DDNAME               PIC X(06) VALUE "GENSRC".
013700 01  GCY-TARGET-DDNAME               PIC X(06) VALUE "GENTGT".
013800
013900 LINKAGE SECTION.
014000 COPY GENCPY.
014100
014200 PROCEDURE DIVISION USING GEN-COPY-LINK.
014300*****************************************************************
014400*  0000-MAINLINE - ALLOCATE THE TWO DATASETS THE CALLER NAMED,  *
014500*  THEN COPY THROUGH THE PAIR OF FILES FOR THE RECORD LENGTH. A *
014600*  LENGTH WITH NO FILES HERE IS A GENTBL ENTRY THIS PROGRAM HAS *
014700*  NOT BEEN GIVEN FILES FOR, AND IS REPORTED AS A FAILED COPY.  *
014800*****************************************************************
014900 0000-MAINLINE.
015000     MOVE 0 TO GCP-RECORD-COUNT.
015100     MOVE SPACES TO GCP-FILE-STATUS.
015200     SET GCP-COPIED TO TRUE.
015300     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
015400     DISPLAY GCY-SOURCE-DDNAME UPON ENVIRONMENT-NAME.
015500     DISPLAY GCP-SOURCE-DSN UPON ENVIRONMENT-VALUE.
015600     DISPLAY GCY-TARGET-DDNAME UPON ENVIRONMENT-NAME.
015700     DISPLAY GCP-TARGET-DSN UPON ENVIRONMENT-VALUE.
015800     IF GCP-LRECL = 60
015900         PERFORM 2000-COPY-060 THRU 2000-EXIT
016000     ELSE
016100     IF GCP-LRECL = 80
016200         PERFORM 3000-COPY-080 THRU 3000-EXIT
016300     ELSE
016400     IF GCP-LRECL = 160
016500         PERFORM 4000-COPY-160 THRU 4000-EXIT
016600     ELSE
016700     IF GCP-LRECL = 373
016800         PERFORM 5000-COPY-373 THRU 5000-EXIT
016900     ELSE
017000         DISPLAY "GENCOPY - NO FILES FOR RECORD LENGTH " GCP-LRECL
017100         SET GCP-COPY-FAILED TO TRUE
017200     END-IF
017300     END-IF
017400     END-IF
017500     END-IF.
017600     GOBACK.
017700
017800*****************************************************************
017900*  2000-COPY-060 - A SOURCE NOT FOUND (STATUS 35) IS NOT AN     *
018000*  ERROR FOR THE CALLER TO STOP ON - THE STEP SIMPLY DID NOT    *
018100*  WRITE IT THIS RUN - AND NOTHING IS WRITTEN. ANY OTHER OPEN,  *
018200*  READ OR WRITE FAILURE STOPS THE COPY WITH ITS FILE STATUS; A *
018300*  TARGET LEFT PART-WRITTEN IS THE CALLER'S TO REPORT. THE      *
018400*  OTHER THREE LENGTHS ARE COPIED THE SAME WAY.                 *
018500*****************************************************************
018600 2000-COPY-060.
018700     OPEN INPUT SOURCE-060-FILE.
018800     IF SOURCE-FILE-NOT-FOUND
018900         SET GCP-SOURCE-MISSING TO TRUE
019000         GO TO 2000-EXIT
019100     END-IF.
019200     IF NOT SOURCE-FILE-OK
019300         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
019400         SET GCP-COPY-FAILED TO TRUE
019500         GO TO 2000-EXIT
019600     END-IF.
019700     OPEN OUTPUT TARGET-060-FILE.
019800     IF NOT TARGET-FILE-OK
019900         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
020000         SET GCP-COPY-FAILED TO TRUE
020100         CLOSE SOURCE-060-FILE
020200         GO TO 2000-EXIT
020300     END-IF.
020400     PERFORM 2100-COPY-ONE-060 THRU 2100-EXIT
020500         UNTIL END-OF-SOURCE.
020600     CLOSE SOURCE-060-FILE.
020700     CLOSE TARGET-060-FILE.
020800 2000-EXIT.
020900     EXIT.
021000
021100 2100-COPY-ONE-060.
021200     READ SOURCE-060-FILE
021300         AT END
021400             SET END-OF-SOURCE TO TRUE
021500             GO TO 2100-EXIT
021600     END-READ.
021700     IF NOT SOURCE-FILE-OK
021800         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
021900         SET GCP-COPY-FAILED TO TRUE
022000         SET END-OF-SOURCE TO TRUE
022100         GO TO 2100-EXIT
022200     END-IF.
022300     WRITE TARGET-060-RECORD FROM SOURCE-060-RECORD.
022400     IF NOT TARGET-FILE-OK
022500         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
022600         SET GCP-COPY-FAILED TO TRUE
022700         SET END-OF-SOURCE TO TRUE
022800         GO TO 2100-EXIT
022900     END-IF.
023000     ADD 1 TO GCP-RECORD-COUNT.
023100 2100-EXIT.
023200     EXIT.
023300
023400 3000-COPY-080.
023500     OPEN INPUT SOURCE-080-FILE.
023600     IF SOURCE-FILE-NOT-FOUND
023700         SET GCP-SOURCE-MISSING TO TRUE
023800         GO TO 3000-EXIT
023900     END-IF.
024000     IF NOT SOURCE-FILE-OK
024100         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
024200         SET GCP-COPY-FAILED TO TRUE
024300         GO TO 3000-EXIT
024400     END-IF.
024500     OPEN OUTPUT TARGET-080-FILE.
024600     IF NOT TARGET-FILE-OK
024700         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
024800         SET GCP-COPY-FAILED TO TRUE
024900         CLOSE SOURCE-080-FILE
025000         GO TO 3000-EXIT
025100     END-IF.
025200     PERFORM 3100-COPY-ONE-080 THRU 3100-EXIT
025300         UNTIL END-OF-SOURCE.
025400     CLOSE SOURCE-080-FILE.
025500     CLOSE TARGET-080-FILE.
025600 3000-EXIT.
025700     EXIT.
025800
025900 3100-COPY-ONE-080.
026000     READ SOURCE-080-FILE
026100         AT END
026200             SET END-OF-SOURCE TO TRUE
026300             GO TO 3100-EXIT
026400     END-READ.
026500     IF NOT SOURCE-FILE-OK
026600         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
026700         SET GCP-COPY-FAILED TO TRUE
026800         SET END-OF-SOURCE TO TRUE
026900         GO TO 3100-EXIT
027000     END-IF.
027100     WRITE TARGET-080-RECORD FROM SOURCE-080-RECORD.
027200     IF NOT TARGET-FILE-OK
027300         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
027400         SET GCP-COPY-FAILED TO TRUE
027500         SET END-OF-SOURCE TO TRUE
027600         GO TO 3100-EXIT
027700     END-IF.
027800     ADD 1 TO GCP-RECORD-COUNT.
027900 3100-EXIT.
028000     EXIT.
028100
028200 4000-COPY-160.
028300     OPEN INPUT SOURCE-160-FILE.
028400     IF SOURCE-FILE-NOT-FOUND
028500         SET GCP-SOURCE-MISSING TO TRUE
028600         GO TO 4000-EXIT
028700     END-IF.
028800     IF NOT SOURCE-FILE-OK
028900         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
029000         SET GCP-COPY-FAILED TO TRUE
029100         GO TO 4000-EXIT
029200     END-IF.
029300     OPEN OUTPUT TARGET-160-FILE.
029400     IF NOT TARGET-FILE-OK
029500         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
029600         SET GCP-COPY-FAILED TO TRUE
029700         CLOSE SOURCE-160-FILE
029800         GO TO 4000-EXIT
029900     END-IF.
030000     PERFORM 4100-COPY-ONE-160 THRU 4100-EXIT
030100         UNTIL END-OF-SOURCE.
030200     CLOSE SOURCE-160-FILE.
030300     CLOSE TARGET-160-FILE.
030400 4000-EXIT.
030500     EXIT.
030600
030700 4100-COPY-ONE-160.
030800     READ SOURCE-160-FILE
030900         AT END
031000             SET END-OF-SOURCE TO TRUE
031100             GO TO 4100-EXIT
031200     END-READ.
031300     IF NOT SOURCE-FILE-OK
031400         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
031500         SET GCP-COPY-FAILED TO TRUE
031600         SET END-OF-SOURCE TO TRUE
031700         GO TO 4100-EXIT
031800     END-IF.
031900     WRITE TARGET-160-RECORD FROM SOURCE-160-RECORD.
032000     IF NOT TARGET-FILE-OK
032100         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
032200         SET GCP-COPY-FAILED TO TRUE
032300         SET END-OF-SOURCE TO TRUE
032400         GO TO 4100-EXIT
032500     END-IF.
032600     ADD 1 TO GCP-RECORD-COUNT.
032700 4100-EXIT.
032800     EXIT.
032900
033000 5000-COPY-373.
033100     OPEN INPUT SOURCE-373-FILE.
033200     IF SOURCE-FILE-NOT-FOUND
033300         SET GCP-SOURCE-MISSING TO TRUE
033400         GO TO 5000-EXIT
033500     END-IF.
033600     IF NOT SOURCE-FILE-OK
033700         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
033800         SET GCP-COPY-FAILED TO TRUE
033900         GO TO 5000-EXIT
034000     END-IF.
034100     OPEN OUTPUT TARGET-373-FILE.
034200     IF NOT TARGET-FILE-OK
034300         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
034400         SET GCP-COPY-FAILED TO TRUE
034500         CLOSE SOURCE-373-FILE
034600         GO TO 5000-EXIT
034700     END-IF.
034800     PERFORM 5100-COPY-ONE-373 THRU 5100-EXIT
034900         UNTIL END-OF-SOURCE.
035000     CLOSE SOURCE-373-FILE.
035100     CLOSE TARGET-373-FILE.
035200 5000-EXIT.
035300     EXIT.
035400
035500 5100-COPY-ONE-373.
035600     READ SOURCE-373-FILE
035700         AT END
035800             SET END-OF-SOURCE TO TRUE
035900             GO TO 5100-EXIT
036000     END-READ.
036100     IF NOT SOURCE-FILE-OK
036200         MOVE SOURCE-FILE-STATUS TO GCP-FILE-STATUS
036300         SET GCP-COPY-FAILED TO TRUE
036400         SET END-OF-SOURCE TO TRUE
036500         GO TO 5100-EXIT
036600     END-IF.
036700     WRITE TARGET-373-RECORD FROM SOURCE-373-RECORD.
036800     IF NOT TARGET-FILE-OK
036900         MOVE TARGET-FILE-STATUS TO GCP-FILE-STATUS
037000         SET GCP-COPY-FAILED TO TRUE
037100         SET END-OF-SOURCE TO TRUE
037200         GO TO 5100-EXIT
037300     END-IF.
037400     ADD 1 TO GCP-RECORD-COUNT.
037500 5100-EXIT.
037600     EXIT.
037700
037800 END PROGRAM GENCOPY.
