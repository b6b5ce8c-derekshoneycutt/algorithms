000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GENMGR.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - HOUSEKEEPING AND          *
001200*                  RETRIEVAL FOR THE GENERATIONS GENCTL KEEPS   *
001300*                  OF THE RESULT AND REPORT DATASETS. LIST      *
001400*                  PRINTS THE GENCAT CATALOG, FOR ONE DATASET   *
001500*                  OR ALL. PRUNE TRIMS EVERY DATASET TO THE     *
001600*                  KEEP-LAST COUNT IN GENTBL, DELETING THE      *
001700*                  OLDER GENERATIONS AND MARKING THEM PRUNED ON *
001800*                  THE CATALOG, WHICH IS REPLACED THROUGH A     *
001900*                  GENCATW STAGE ONLY AFTER THE COUNTS BALANCE. *
002000*                  RESTORE COPIES A NAMED GENERATION - BY       *
002100*                  NUMBER, OR THE LATEST FOR A RUN DATE - BACK  *
002200*                  OVER THE CURRENT DATASET SO GCDRECON,        *
002300*                  PRIMEVER OR THE RESEXPT EXTRACT CAN BE RE-   *
002400*                  RUN AGAINST A PAST DAY. EVERY RUN IS         *
002500*                  RECORDED ON THE RUN-CONTROL LEDGER.          *
002510*  10/15/2026 DSH  PRUNE CHECKS EACH GENERATION IT DELETES: ONE *
002520*                  STILL ON DISK THAT WILL NOT DELETE IS NAMED  *
002530*                  WITH ITS RETURN CODE AND LEFT ACTIVE ON THE  *
002540*                  CATALOG, AND THE PRUNE ENDS WITH RETURN CODE *
002550*                  4. A RESTORE NAMES ITS DATASET ON THE LEDGER *
002560*                  ONLY WHEN THE COPY WAS TRIED, SO RUNCTL      *
002570*                  TREATS A FAILED COPY AS A REPLACEMENT TOO.   *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
003200            ORGANIZATION IS SEQUENTIAL
003300            ACCESS MODE IS SEQUENTIAL
003400            FILE STATUS IS CATALOG-FILE-STATUS.
003500     SELECT CATALOG-STAGE-FILE ASSIGN TO "GENCATW"
003600            ORGANIZATION IS SEQUENTIAL
003700            ACCESS MODE IS SEQUENTIAL
003800            FILE STATUS IS STAGE-FILE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GEN-CATALOG-FILE
004300     RECORDING MODE IS F
004400     BLOCK CONTAINS 0 RECORDS
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 120 CHARACTERS.
004700 COPY GENCAT.
004800
004900*****************************************************************
005000*  CATALOG-STAGE-FILE - THE PRUNED CATALOG IS WRITTEN HERE IN   *
005100*  FULL FIRST. GENCAT IS REWRITTEN FROM THE STAGE ONLY AFTER    *
005200*  THE STAGE IS PROVED TO HOLD EVERY ENTRY READ, SO AN ABORT    *
005300*  BEFORE THE REPLACE LEAVES THE CATALOG - AND EVERY GENERATION *
005400*  - AS IT WAS.                                                 *
005500*****************************************************************
005600 FD  CATALOG-STAGE-FILE
005700     RECORDING MODE IS F
005800     BLOCK CONTAINS 0 RECORDS
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 120 CHARACTERS.
006100 01  CATALOG-STAGE-RECORD            PIC X(120).
006200
006300 WORKING-STORAGE SECTION.
006310 78  GMG-DELETE-FAIL-RC              VALUE 4.
006400 78  GMG-NOT-FOUND-RC                VALUE 8.
006500 78  GMG-BAD-PARM-RC                 VALUE 12.
006600 78  GMG-OPEN-FAIL-RC                VALUE 16.
006700 78  GMG-OUT-OF-BALANCE-RC           VALUE 20.
006800
006900 01  CATALOG-FILE-STATUS             PIC XX.
007000     88  CATALOG-FILE-OK             VALUE '00'.
007100     88  CATALOG-FILE-NOT-FOUND      VALUE '35'.
007200 01  STAGE-FILE-STATUS               PIC XX.
007300     88  STAGE-FILE-OK               VALUE '00'.
007400
007500 01  ARG-RAW                         PIC X(10) VALUE SPACES.
007600 01  GMG-MODE                        PIC X VALUE SPACE.
007700     88  LIST-MODE                   VALUE 'L'.
007800     88  PRUNE-MODE                  VALUE 'P'.
007900     88  RESTORE-MODE                VALUE 'R'.
008000 01  GMG-DATASET                     PIC X(08) VALUE SPACES.
008100 01  GMG-WANTED-GEN                  PIC 9(04) VALUE 0.
008200 01  GMG-WANTED-DATE                 PIC 9(08) VALUE 0.
008300 01  GMG-ARG-VALUE                   PIC 9(08) VALUE 0.
008400
008500 01  WS-SWITCHES.
008600     05  WS-CATALOG-EOF-SWITCH       PIC X VALUE 'N'.
008700         88  END-OF-CATALOG          VALUE 'Y'.
008800     05  WS-STAGE-EOF-SWITCH         PIC X VALUE 'N'.
008900         88  END-OF-STAGE            VALUE 'Y'.
009000     05  WS-FOUND-SWITCH             PIC X VALUE 'N'.
009100         88  GENERATION-FOUND        VALUE 'Y'.
009200     05  WS-FAILED-SWITCH            PIC X VALUE 'N'.
009300         88  PRUNE-RUN-FAILED        VALUE 'Y'.
009310     05  WS-DELETE-SWITCH            PIC X VALUE 'N'.
009320         88  GENERATION-NOT-DELETED  VALUE 'Y'.
009400
009500 COPY GENTBL.
009600
009700 01  GMG-TBL-IDX                     PIC 9(02) COMP VALUE 0.
009800 01  GMG-MATCH-IDX                   PIC 9(02) COMP VALUE 0.
009900 01  GMG-DATASET-IDX                 PIC 9(02) COMP VALUE 0.
010000
010100*****************************************************************
010200*  THE GENERATION RESTORE FOUND ON THE CATALOG, AND THE LATEST  *
010300*  PRUNED ONE THAT WOULD HAVE MATCHED, FOR THE MESSAGE WHEN THE *
010400*  GENERATION ASKED FOR IS NO LONGER KEPT.                      *
010500*****************************************************************
010600 01  GMG-FOUND-GEN                   PIC 9(04) VALUE 0.
010700 01  GMG-FOUND-DSN                   PIC X(24) VALUE SPACES.
010800 01  GMG-FOUND-RUN-DATE              PIC 9(08) VALUE 0.
010900 01  GMG-FOUND-COUNT                 PIC 9(09) VALUE 0.
011000 01  GMG-FOUND-STEP                  PIC X(10) VALUE SPACES.
011100 01  GMG-GONE-DSN                    PIC X(24) VALUE SPACES.
011200 01  GMG-GONE-DATE                   PIC 9(08) VALUE 0.
011300
011400*****************************************************************
011500*  PRUNE COUNTS. EACH GENTBL ENTRY'S ACTIVE GENERATIONS ARE     *
011600*  COUNTED ON THE FIRST PASS; ON THE SECOND, THE OLDEST OF THEM *
011700*  ARE PRUNED UNTIL ONLY ITS KEEP-LAST COUNT REMAINS.           *
011800*****************************************************************
011900 01  GMG-PRUNE-COUNTS.
012000     05  GMG-ACTIVE-COUNT OCCURS GEN-DATASET-COUNT TIMES
012100                                     PIC 9(05) COMP.
012200     05  GMG-SEEN-COUNT OCCURS GEN-DATASET-COUNT TIMES
012300                                     PIC 9(05) COMP.
012400 01  GMG-READ-COUNT                  PIC 9(09) COMP VALUE 0.
012500 01  GMG-STAGED-COUNT                PIC 9(09) COMP VALUE 0.
012600 01  GMG-RESTAGED-COUNT              PIC 9(09) COMP VALUE 0.
012700 01  GMG-PRUNED-COUNT                PIC 9(09) COMP VALUE 0.
012800 01  GMG-KEPT-COUNT                  PIC 9(09) COMP VALUE 0.
012900 01  GMG-LISTED-COUNT                PIC 9(09) COMP VALUE 0.
013000 01  GMG-DELETE-RC                   PIC S9(09) COMP VALUE 0.
013010 01  GMG-FILE-DETAILS                PIC X(16).
013100 01  GMG-TODAY                       PIC 9(08) VALUE 0.
013200
013300 01  GMG-LIST-HEADING.
013400     05  FILLER                      PIC X(39) VALUE
013500         "DATASET   GEN GENERATION DATASET       ".
013600     05  FILLER                      PIC X(52) VALUE
013700         "RUN DATE   RECORDS STEP       MODE       RC S PRUNED".
013800
013900 01  GMG-LIST-LINE.
014000     05  GLL-DATASET                 PIC X(08).
014100     05  FILLER                      PIC X VALUE SPACE.
014200     05  GLL-GENERATION              PIC 9(04).
014300     05  FILLER                      PIC X VALUE SPACE.
014400     05  GLL-GEN-DSN                 PIC X(24).
014500     05  FILLER                      PIC X VALUE SPACE.
014600     05  GLL-RUN-DATE                PIC 9(08).
014700     05  FILLER                      PIC X VALUE SPACE.
014800     05  GLL-RECORD-COUNT            PIC Z(8)9.
014900     05  FILLER                      PIC X VALUE SPACE.
015000     05  GLL-STEP-NAME               PIC X(10).
015100     05  FILLER                      PIC X VALUE SPACE.
015200     05  GLL-STEP-MODE               PIC X(08).
015300     05  FILLER                      PIC X VALUE SPACE.
015400     05  GLL-STEP-RC                 PIC ZZZ9.
015500     05  FILLER                      PIC X VALUE SPACE.
015600     05  GLL-STATUS                  PIC X.
015700     05  FILLER                      PIC X VALUE SPACE.
015800     05  GLL-PRUNED-DATE             PIC X(08).
015900
016000 COPY GENCPY.
016100
016200 COPY RUNLNK.
016300
016400 PROCEDURE DIVISION.
016500*****************************************************************
016600*  0000-MAINLINE                                                *
016700*****************************************************************
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF RESTORE-MODE
017100         PERFORM 1500-FIND-GENERATION THRU 1500-EXIT
017200     END-IF.
017300     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
017400     IF LIST-MODE
017500         PERFORM 2000-LIST-CATALOG THRU 2000-EXIT
017600     ELSE
017700     IF PRUNE-MODE
017800         PERFORM 3000-PRUNE-GENERATIONS THRU 3000-EXIT
017900     ELSE
018000         PERFORM 4000-RESTORE-GENERATION THRU 4000-EXIT
018100     END-IF
018200     END-IF.
018300     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
018400     STOP RUN.
018500
018600*****************************************************************
018700*  1000-INITIALIZE - THE FIRST PARAMETER IS THE MODE. LIST (THE *
018800*  DEFAULT) TAKES AN OPTIONAL DATASET, OR ALL. PRUNE TAKES      *
018900*  NOTHING - THE KEEP-LAST COUNTS ARE IN GENTBL. RESTORE TAKES  *
019000*  THE DATASET AND THEN EITHER A GENERATION NUMBER (1 TO 9999)  *
019100*  OR A RUN DATE (CCYYMMDD), WHICH RESTORES THE LATEST          *
019200*  GENERATION KEPT FOR THAT DATE. A DATASET MUST BE ONE GENTBL  *
019300*  MANAGES.                                                     *
019400*****************************************************************
019500 1000-INITIALIZE.
019600     ACCEPT GMG-TODAY FROM DATE YYYYMMDD.
019700     MOVE SPACES TO ARG-RAW.
019800     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
019900     IF ARG-RAW = "LIST" OR ARG-RAW = SPACES
020000         SET LIST-MODE TO TRUE
020100     ELSE
020200     IF ARG-RAW = "PRUNE"
020300         SET PRUNE-MODE TO TRUE
020400         GO TO 1000-EXIT
020500     ELSE
020600     IF ARG-RAW = "RESTORE"
020700         SET RESTORE-MODE TO TRUE
020800     ELSE
020900         GO TO 1900-BAD-PARAMETER
021000     END-IF
021100     END-IF
021200     END-IF.
021300     MOVE SPACES TO ARG-RAW.
021400     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
021500     IF LIST-MODE AND (ARG-RAW = SPACES OR ARG-RAW = "ALL")
021600         GO TO 1000-EXIT
021700     END-IF.
021800     IF ARG-RAW = SPACES
021900         GO TO 1900-BAD-PARAMETER
022000     END-IF.
022100     MOVE ARG-RAW TO GMG-DATASET.
022200     MOVE 0 TO GMG-DATASET-IDX.
022300     PERFORM 1100-MATCH-PARM-DATASET THRU 1100-EXIT
022400         VARYING GMG-TBL-IDX FROM 1 BY 1
022500         UNTIL GMG-TBL-IDX > GEN-DATASET-COUNT.
022600     IF GMG-DATASET-IDX = 0
022700         GO TO 1900-BAD-PARAMETER
022800     END-IF.
022900     IF LIST-MODE
023000         GO TO 1000-EXIT
023100     END-IF.
023200     MOVE SPACES TO ARG-RAW.
023300     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
023400     IF ARG-RAW = SPACES
023500         GO TO 1900-BAD-PARAMETER
023600     END-IF.
023700     IF FUNCTION TEST-NUMVAL(ARG-RAW) NOT = 0
023800         GO TO 1900-BAD-PARAMETER
023900     END-IF.
024000     COMPUTE GMG-ARG-VALUE = FUNCTION NUMVAL(ARG-RAW).
024100     IF GMG-ARG-VALUE > 0 AND GMG-ARG-VALUE <= 9999
024200         MOVE GMG-ARG-VALUE TO GMG-WANTED-GEN
024300     ELSE
024400     IF GMG-ARG-VALUE >= 19000101 AND GMG-ARG-VALUE <= 29991231
024500         MOVE GMG-ARG-VALUE TO GMG-WANTED-DATE
024600     ELSE
024700         GO TO 1900-BAD-PARAMETER
024800     END-IF
024900     END-IF.
025000 1000-EXIT.
025100     EXIT.
025200
025300 1100-MATCH-PARM-DATASET.
025400     IF GTB-DATASET(GMG-TBL-IDX) = GMG-DATASET
025500         MOVE GMG-TBL-IDX TO GMG-DATASET-IDX
025600     END-IF.
025700 1100-EXIT.
025800     EXIT.
025900
026000*****************************************************************
026100*  1500-FIND-GENERATION - ONE PASS OVER THE CATALOG FOR THE     *
026200*  GENERATION TO RESTORE. THE CATALOG IS IN THE ORDER THE       *
026300*  GENERATIONS WERE KEPT, SO FOR A RUN DATE THE LAST ACTIVE     *
026400*  MATCH IS THE LATEST. IT IS FOUND BEFORE THE STEP IS          *
026500*  RECORDED, SINCE ITS RUN DATE IS THE DATE THE RESTORE IS      *
026600*  RECORDED AGAINST; A GENERATION NOT KEPT ENDS THE RUN HERE.   *
026700*****************************************************************
026800 1500-FIND-GENERATION.
026900     MOVE 'N' TO WS-CATALOG-EOF-SWITCH.
027000     OPEN INPUT GEN-CATALOG-FILE.
027100     IF CATALOG-FILE-NOT-FOUND
027200         DISPLAY "GENMGR - NO GENERATIONS KEPT YET (NO GENCAT)"
027300         MOVE GMG-NOT-FOUND-RC TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     IF NOT CATALOG-FILE-OK
027700         DISPLAY "GENMGR - UNABLE TO OPEN GENCAT, STATUS="
027800                 CATALOG-FILE-STATUS
027900         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     PERFORM 1510-CHECK-ONE-ENTRY THRU 1510-EXIT
028300         UNTIL END-OF-CATALOG.
028400     CLOSE GEN-CATALOG-FILE.
028500     IF GENERATION-FOUND
028600         GO TO 1500-EXIT
028700     END-IF.
028800     IF GMG-GONE-DSN NOT = SPACES
028900         DISPLAY "GENMGR - " GMG-GONE-DSN " WAS PRUNED ON "
029000                 GMG-GONE-DATE
029100     ELSE
029200     IF GMG-WANTED-GEN > 0
029300         DISPLAY "GENMGR - NO GENERATION " GMG-WANTED-GEN " OF "
029400                 GMG-DATASET " ON GENCAT"
029500     ELSE
029600         DISPLAY "GENMGR - NO GENERATION OF " GMG-DATASET
029700                 " FOR RUN DATE " GMG-WANTED-DATE " ON GENCAT"
029800     END-IF
029900     END-IF.
030000     MOVE GMG-NOT-FOUND-RC TO RETURN-CODE.
030100     STOP RUN.
030200 1500-EXIT.
030300     EXIT.
030400
030500 1510-CHECK-ONE-ENTRY.
030600     READ GEN-CATALOG-FILE
030700         AT END
030800             SET END-OF-CATALOG TO TRUE
030900             GO TO 1510-EXIT
031000     END-READ.
031100     IF GCT-DATASET NOT = GMG-DATASET
031200         GO TO 1510-EXIT
031300     END-IF.
031400     IF GMG-WANTED-GEN > 0 AND GCT-GENERATION NOT = GMG-WANTED-GEN
031500         GO TO 1510-EXIT
031600     END-IF.
031700     IF GMG-WANTED-DATE > 0 AND GCT-RUN-DATE NOT = GMG-WANTED-DATE
031800         GO TO 1510-EXIT
031900     END-IF.
032000     IF GCT-PRUNED
032100         MOVE GCT-GEN-DSN TO GMG-GONE-DSN
032200         MOVE GCT-PRUNED-DATE TO GMG-GONE-DATE
032300         GO TO 1510-EXIT
032400     END-IF.
032500     SET GENERATION-FOUND TO TRUE.
032600     MOVE GCT-GENERATION TO GMG-FOUND-GEN.
032700     MOVE GCT-GEN-DSN TO GMG-FOUND-DSN.
032800     MOVE GCT-RUN-DATE TO GMG-FOUND-RUN-DATE.
032900     MOVE GCT-RECORD-COUNT TO GMG-FOUND-COUNT.
033000     MOVE GCT-STEP-NAME TO GMG-FOUND-STEP.
033100 1510-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
033600*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
033700*  PREREQUISITES: A RESTORE MUST NOT REPLACE A DATASET WHILE AN *
033800*  EUCLIDGCD BATCH IS STILL RUNNING. THE SUBJECT DATE OF A      *
033900*  RESTORE IS THE RUN DATE OF THE GENERATION RESTORED, SO THE   *
034000*  LEDGER KNOWS WHICH DAY THE DATASET NOW HOLDS; LIST AND PRUNE *
034100*  ARE RECORDED AGAINST TODAY. A STEP REFUSED, OR ONE THE       *
034200*  LEDGER CANNOT RECORD, ENDS HERE WITH RUNCTL'S RETURN CODE    *
034300*  BEFORE ANY OF ITS WORK IS DONE.                              *
034400*****************************************************************
034500 1800-CHECK-RUN-CONTROL.
034600     MOVE "GENMGR" TO RCL-STEP-NAME.
034700     IF LIST-MODE
034800         MOVE "LIST" TO RCL-STEP-MODE
034900     ELSE
035000     IF PRUNE-MODE
035100         MOVE "PRUNE" TO RCL-STEP-MODE
035200     ELSE
035300         MOVE "RESTORE" TO RCL-STEP-MODE
035400     END-IF
035500     END-IF.
035600     MOVE GMG-FOUND-RUN-DATE TO RCL-SUBJECT-DATE.
035700     SET RCL-START-STEP TO TRUE.
035800     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
035900     IF NOT RCL-STEP-CLEARED
036000         DISPLAY "GENMGR - STEP NOT RUN: " RCL-REFUSAL-TEXT
036100         MOVE RCL-STEP-RC TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400 1800-EXIT.
036500     EXIT.
036600
036700 1900-BAD-PARAMETER.
036800     DISPLAY "GENMGR - USAGE: LIST (DATASET), PRUNE, OR RESTORE "
036900             "DATASET GENERATION-OR-CCYYMMDD. GOT: " ARG-RAW.
037000     MOVE GMG-BAD-PARM-RC TO RETURN-CODE.
037100     STOP RUN.
037200
037300*****************************************************************
037400*  2000-LIST-CATALOG - THE CATALOG IN THE ORDER THE GENERATIONS *
037500*  WERE KEPT, FOR ONE DATASET OR ALL OF THEM. STATUS A IS A     *
037600*  GENERATION STILL KEPT; P IS ONE PRUNED, WITH THE DATE.       *
037700*****************************************************************
037800 2000-LIST-CATALOG.
037900     MOVE 'N' TO WS-CATALOG-EOF-SWITCH.
038000     OPEN INPUT GEN-CATALOG-FILE.
038100     IF CATALOG-FILE-NOT-FOUND
038200         DISPLAY "GENMGR - NO GENERATIONS KEPT YET (NO GENCAT)"
038300         GO TO 2000-EXIT
038400     END-IF.
038500     IF NOT CATALOG-FILE-OK
038600         DISPLAY "GENMGR - UNABLE TO OPEN GENCAT, STATUS="
038700                 CATALOG-FILE-STATUS
038800         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
038900         GO TO 2000-EXIT
039000     END-IF.
039100     DISPLAY GMG-LIST-HEADING.
039200     PERFORM 2100-LIST-ONE-ENTRY THRU 2100-EXIT
039300         UNTIL END-OF-CATALOG.
039400     CLOSE GEN-CATALOG-FILE.
039500     DISPLAY "GENMGR - GENERATIONS LISTED: " GMG-LISTED-COUNT.
039600 2000-EXIT.
039700     EXIT.
039800
039900 2100-LIST-ONE-ENTRY.
040000     READ GEN-CATALOG-FILE
040100         AT END
040200             SET END-OF-CATALOG TO TRUE
040300             GO TO 2100-EXIT
040400     END-READ.
040500     IF GMG-DATASET NOT = SPACES AND GCT-DATASET NOT = GMG-DATASET
040600         GO TO 2100-EXIT
040700     END-IF.
040800     MOVE GCT-DATASET TO GLL-DATASET.
040900     MOVE GCT-GENERATION TO GLL-GENERATION.
041000     MOVE GCT-GEN-DSN TO GLL-GEN-DSN.
041100     MOVE GCT-RUN-DATE TO GLL-RUN-DATE.
041200     MOVE GCT-RECORD-COUNT TO GLL-RECORD-COUNT.
041300     MOVE GCT-STEP-NAME TO GLL-STEP-NAME.
041400     MOVE GCT-STEP-MODE TO GLL-STEP-MODE.
041500     MOVE GCT-STEP-RC TO GLL-STEP-RC.
041600     MOVE GCT-STATUS TO GLL-STATUS.
041700     MOVE SPACES TO GLL-PRUNED-DATE.
041800     IF GCT-PRUNED
041900         MOVE GCT-PRUNED-DATE TO GLL-PRUNED-DATE
042000     END-IF.
042100     DISPLAY GMG-LIST-LINE.
042200     ADD 1 TO GMG-LISTED-COUNT.
042300 2100-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*  3000-PRUNE-GENERATIONS - COUNT EACH DATASET'S ACTIVE         *
042800*  GENERATIONS, STAGE THE CATALOG WITH THE OLDEST BEYOND THE    *
042900*  KEEP-LAST COUNT MARKED PRUNED, PROVE THE STAGE, THEN REPLACE *
043000*  THE CATALOG FROM IT AND DELETE THE GENERATIONS IT PRUNED.    *
043100*  THE GENERATIONS ARE DELETED LAST, SO A PRUNE THAT STOPS      *
043200*  EARLY NEVER LEAVES THE CATALOG NAMING A GENERATION AS KEPT   *
043300*  THAT IS GONE. ONE THAT WILL NOT DELETE STAYS KEPT, AND THE   *
043310*  PRUNE ENDS WITH A WARNING RETURN CODE.                       *
043400*****************************************************************
043500 3000-PRUNE-GENERATIONS.
043600     INITIALIZE GMG-PRUNE-COUNTS.
043700     PERFORM 3100-COUNT-ACTIVE THRU 3100-EXIT.
043800     IF PRUNE-RUN-FAILED
043900         GO TO 3000-EXIT
044000     END-IF.
044100     PERFORM 3200-STAGE-CATALOG THRU 3200-EXIT.
044200     IF PRUNE-RUN-FAILED
044300         GO TO 3000-EXIT
044400     END-IF.
044500     PERFORM 3400-PROVE-STAGE THRU 3400-EXIT.
044600     IF PRUNE-RUN-FAILED
044700         GO TO 3000-EXIT
044800     END-IF.
044900     PERFORM 3500-REPLACE-CATALOG THRU 3500-EXIT.
045000     IF PRUNE-RUN-FAILED
045100         GO TO 3000-EXIT
045200     END-IF.
045300     DISPLAY "GENMGR - PRUNE COMPLETE, ENTRIES: " GMG-READ-COUNT
045400             " PRUNED: " GMG-PRUNED-COUNT
045500             " ACTIVE: " GMG-KEPT-COUNT.
045510     IF GENERATION-NOT-DELETED
045520         DISPLAY "GENMGR - NOT EVERY GENERATION PRUNED COULD BE "
045530                 "DELETED - SEE ABOVE, THEY STAY ACTIVE"
045540         MOVE GMG-DELETE-FAIL-RC TO RETURN-CODE
045550     END-IF.
045600 3000-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*  3100-COUNT-ACTIVE - NO CATALOG YET MEANS NOTHING TO PRUNE.   *
046100*****************************************************************
046200 3100-COUNT-ACTIVE.
046300     MOVE 'N' TO WS-CATALOG-EOF-SWITCH.
046400     OPEN INPUT GEN-CATALOG-FILE.
046500     IF CATALOG-FILE-NOT-FOUND
046600         DISPLAY "GENMGR - NO GENERATIONS KEPT YET (NO GENCAT)"
046700         SET PRUNE-RUN-FAILED TO TRUE
046800         GO TO 3100-EXIT
046900     END-IF.
047000     IF NOT CATALOG-FILE-OK
047100         DISPLAY "GENMGR - UNABLE TO OPEN GENCAT, STATUS="
047200                 CATALOG-FILE-STATUS
047300         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
047400         SET PRUNE-RUN-FAILED TO TRUE
047500         GO TO 3100-EXIT
047600     END-IF.
047700     PERFORM 3110-COUNT-ONE-ENTRY THRU 3110-EXIT
047800         UNTIL END-OF-CATALOG.
047900     CLOSE GEN-CATALOG-FILE.
048000 3100-EXIT.
048100     EXIT.
048200
048300 3110-COUNT-ONE-ENTRY.
048400     READ GEN-CATALOG-FILE
048500         AT END
048600             SET END-OF-CATALOG TO TRUE
048700             GO TO 3110-EXIT
048800     END-READ.
048900     PERFORM 3900-FIND-TABLE-ENTRY THRU 3900-EXIT.
049000     IF GMG-MATCH-IDX > 0 AND GCT-ACTIVE
049100         ADD 1 TO GMG-ACTIVE-COUNT(GMG-MATCH-IDX)
049200     END-IF.
049300 3110-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700*  3200-STAGE-CATALOG - EVERY ENTRY GOES TO THE STAGE. AN       *
049800*  ACTIVE GENERATION IS PRUNED WHILE MORE OF ITS DATASET'S      *
049900*  GENERATIONS REMAIN AFTER IT THAN THE KEEP-LAST COUNT: THE    *
050000*  CATALOG IS IN THE ORDER THEY WERE KEPT, SO THOSE ARE THE     *
050100*  OLDEST. A DATASET NO LONGER IN GENTBL IS LEFT ALONE.         *
050200*****************************************************************
050300 3200-STAGE-CATALOG.
050400     MOVE 'N' TO WS-CATALOG-EOF-SWITCH.
050500     OPEN INPUT GEN-CATALOG-FILE.
050600     IF NOT CATALOG-FILE-OK
050700         DISPLAY "GENMGR - UNABLE TO OPEN GENCAT, STATUS="
050800                 CATALOG-FILE-STATUS
050900         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
051000         SET PRUNE-RUN-FAILED TO TRUE
051100         GO TO 3200-EXIT
051200     END-IF.
051300     OPEN OUTPUT CATALOG-STAGE-FILE.
051400     IF NOT STAGE-FILE-OK
051500         DISPLAY "GENMGR - UNABLE TO OPEN GENCATW, STATUS="
051600                 STAGE-FILE-STATUS
051700         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
051800         SET PRUNE-RUN-FAILED TO TRUE
051900         CLOSE GEN-CATALOG-FILE
052000         GO TO 3200-EXIT
052100     END-IF.
052200     PERFORM 3210-STAGE-ONE-ENTRY THRU 3210-EXIT
052300         UNTIL END-OF-CATALOG.
052400     CLOSE GEN-CATALOG-FILE.
052500     CLOSE CATALOG-STAGE-FILE.
052600 3200-EXIT.
052700     EXIT.
052800
052900 3210-STAGE-ONE-ENTRY.
053000     READ GEN-CATALOG-FILE
053100         AT END
053200             SET END-OF-CATALOG TO TRUE
053300             GO TO 3210-EXIT
053400     END-READ.
053500     ADD 1 TO GMG-READ-COUNT.
053600     PERFORM 3900-FIND-TABLE-ENTRY THRU 3900-EXIT.
053700     IF GMG-MATCH-IDX > 0 AND GCT-ACTIVE
053800         ADD 1 TO GMG-SEEN-COUNT(GMG-MATCH-IDX)
053900         IF GMG-ACTIVE-COUNT(GMG-MATCH-IDX)
054000            - GMG-SEEN-COUNT(GMG-MATCH-IDX)
054100            >= GTB-KEEP(GMG-MATCH-IDX)
054200             SET GCT-PRUNED TO TRUE
054300             MOVE GMG-TODAY TO GCT-PRUNED-DATE
054400             ADD 1 TO GMG-PRUNED-COUNT
054500             DISPLAY "GENMGR - PRUNING " GCT-GEN-DSN
054600                     " RUN DATE " GCT-RUN-DATE
054700         ELSE
054800             ADD 1 TO GMG-KEPT-COUNT
054900         END-IF
055000     END-IF.
055100     MOVE GEN-CATALOG-RECORD TO CATALOG-STAGE-RECORD.
055200     WRITE CATALOG-STAGE-RECORD.
055300     ADD 1 TO GMG-STAGED-COUNT.
055400 3210-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*  3400-PROVE-STAGE - THE STAGE ON DISK MUST HOLD EVERY CATALOG *
055900*  ENTRY READ BEFORE THE CATALOG IS TOUCHED; A STAGE SHORT OR   *
056000*  LONG STOPS THE PRUNE WITH THE OUT-OF-BALANCE RETURN CODE AND *
056100*  THE CATALOG AND EVERY GENERATION INTACT.                     *
056200*****************************************************************
056300 3400-PROVE-STAGE.
056400     MOVE 0 TO GMG-RESTAGED-COUNT.
056500     MOVE 'N' TO WS-STAGE-EOF-SWITCH.
056600     OPEN INPUT CATALOG-STAGE-FILE.
056700     IF NOT STAGE-FILE-OK
056800         DISPLAY "GENMGR - UNABLE TO REOPEN GENCATW, STATUS="
056900                 STAGE-FILE-STATUS
057000         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
057100         SET PRUNE-RUN-FAILED TO TRUE
057200         GO TO 3400-EXIT
057300     END-IF.
057400     PERFORM 3410-COUNT-ONE-STAGED THRU 3410-EXIT
057500         UNTIL END-OF-STAGE.
057600     CLOSE CATALOG-STAGE-FILE.
057700     IF GMG-RESTAGED-COUNT NOT = GMG-READ-COUNT
057800        OR GMG-STAGED-COUNT NOT = GMG-READ-COUNT
057900         DISPLAY "GENMGR - OUT OF BALANCE: GENCAT " GMG-READ-COUNT
058000                 " GENCATW " GMG-RESTAGED-COUNT
058100                 " - GENCAT NOT REPLACED, NOTHING PRUNED"
058200         MOVE GMG-OUT-OF-BALANCE-RC TO RETURN-CODE
058300         SET PRUNE-RUN-FAILED TO TRUE
058400     END-IF.
058500 3400-EXIT.
058600     EXIT.
058700
058800 3410-COUNT-ONE-STAGED.
058900     READ CATALOG-STAGE-FILE
059000         AT END
059100             SET END-OF-STAGE TO TRUE
059200         NOT AT END
059300             ADD 1 TO GMG-RESTAGED-COUNT
059400     END-READ.
059500 3410-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900*  3500-REPLACE-CATALOG - REWRITE GENCAT FROM THE PROVED STAGE, *
060000*  DELETING EACH GENERATION PRUNED TODAY AS ITS ENTRY GOES      *
060100*  BACK. A GENERATION ALREADY GONE - PRUNED BY AN EARLIER RUN   *
060200*  TODAY - IS NOT AN ERROR. ONE STILL ON DISK THAT WILL NOT     *
060210*  DELETE GOES BACK ACTIVE, SINCE IT IS STILL KEPT, AND COUNTS  *
060220*  AS KEPT RATHER THAN PRUNED.                                  *
060300*****************************************************************
060400 3500-REPLACE-CATALOG.
060500     MOVE 'N' TO WS-STAGE-EOF-SWITCH.
060600     OPEN INPUT CATALOG-STAGE-FILE.
060700     IF NOT STAGE-FILE-OK
060800         DISPLAY "GENMGR - UNABLE TO REOPEN GENCATW, STATUS="
060900                 STAGE-FILE-STATUS
061000         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
061100         SET PRUNE-RUN-FAILED TO TRUE
061200         GO TO 3500-EXIT
061300     END-IF.
061400     OPEN OUTPUT GEN-CATALOG-FILE.
061500     IF NOT CATALOG-FILE-OK
061600         DISPLAY "GENMGR - UNABLE TO REWRITE GENCAT, STATUS="
061700                 CATALOG-FILE-STATUS " - RESTORE IT FROM GENCATW"
061800         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
061900         SET PRUNE-RUN-FAILED TO TRUE
062000         CLOSE CATALOG-STAGE-FILE
062100         GO TO 3500-EXIT
062200     END-IF.
062300     PERFORM 3510-REPLACE-ONE-ENTRY THRU 3510-EXIT
062400         UNTIL END-OF-STAGE.
062500     CLOSE CATALOG-STAGE-FILE.
062600     CLOSE GEN-CATALOG-FILE.
062700 3500-EXIT.
062800     EXIT.
062900
063000 3510-REPLACE-ONE-ENTRY.
063100     READ CATALOG-STAGE-FILE
063200         AT END
063300             SET END-OF-STAGE TO TRUE
063400             GO TO 3510-EXIT
063500     END-READ.
063600     MOVE CATALOG-STAGE-RECORD TO GEN-CATALOG-RECORD.
063800     IF GCT-PRUNED AND GCT-PRUNED-DATE = GMG-TODAY
063810         PERFORM 3520-DELETE-GENERATION THRU 3520-EXIT
064200     END-IF.
064210     WRITE GEN-CATALOG-RECORD.
064300 3510-EXIT.
064400     EXIT.
064500
064503 3520-DELETE-GENERATION.
064506     CALL "CBL_CHECK_FILE_EXIST" USING GCT-GEN-DSN
064509                                       GMG-FILE-DETAILS.
064512     MOVE RETURN-CODE TO GMG-DELETE-RC.
064515     MOVE 0 TO RETURN-CODE.
064518     IF GMG-DELETE-RC NOT = 0
064521         GO TO 3520-EXIT
064524     END-IF.
064527     CALL "CBL_DELETE_FILE" USING GCT-GEN-DSN.
064530     MOVE RETURN-CODE TO GMG-DELETE-RC.
064533     MOVE 0 TO RETURN-CODE.
064536     IF GMG-DELETE-RC = 0
064539         GO TO 3520-EXIT
064542     END-IF.
064545     DISPLAY "GENMGR - UNABLE TO DELETE " GCT-GEN-DSN
064548             " RC=" GMG-DELETE-RC " - LEFT ACTIVE".
064551     SET GCT-ACTIVE TO TRUE.
064554     MOVE 0 TO GCT-PRUNED-DATE.
064557     IF GMG-PRUNED-COUNT > 0
064560         SUBTRACT 1 FROM GMG-PRUNED-COUNT
064563     END-IF.
064566     ADD 1 TO GMG-KEPT-COUNT.
064569     SET GENERATION-NOT-DELETED TO TRUE.
064572 3520-EXIT.
064575     EXIT.
064578
064600 3900-FIND-TABLE-ENTRY.
064700     MOVE 0 TO GMG-MATCH-IDX.
064800     PERFORM 3910-MATCH-ONE-DATASET THRU 3910-EXIT
064900         VARYING GMG-TBL-IDX FROM 1 BY 1
065000         UNTIL GMG-TBL-IDX > GEN-DATASET-COUNT.
065100 3900-EXIT.
065200     EXIT.
065300
065400 3910-MATCH-ONE-DATASET.
065500     IF GTB-DATASET(GMG-TBL-IDX) = GCT-DATASET
065600         MOVE GMG-TBL-IDX TO GMG-MATCH-IDX
065700     END-IF.
065800 3910-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200*  4000-RESTORE-GENERATION - COPY THE GENERATION BACK OVER THE  *
066300*  CURRENT DATASET AND PROVE THE COPY AGAINST THE RECORD COUNT  *
066400*  THE CATALOG HOLDS FOR IT. A COPY THAT FAILS PART-WAY HAS     *
066500*  ALREADY REPLACED THE CURRENT DATASET, SO IT IS REPORTED AS   *
066600*  SUCH - RUN THE RESTORE AGAIN, OR RERUN THE STEP THAT WRITES  *
066700*  THE DATASET.                                                 *
066800*****************************************************************
066900 4000-RESTORE-GENERATION.
067000     MOVE GMG-FOUND-DSN TO GCP-SOURCE-DSN.
067100     MOVE GMG-DATASET TO GCP-TARGET-DSN.
067200     MOVE GTB-LRECL(GMG-DATASET-IDX) TO GCP-LRECL.
067300     CALL 'GENCOPY' USING GEN-COPY-LINK.
067400     IF GCP-SOURCE-MISSING
067500         DISPLAY "GENMGR - " GMG-FOUND-DSN
067600                 " IS CATALOGED BUT NOT ON DISK - "
067700                 GMG-DATASET " NOT TOUCHED"
067800         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
067900         GO TO 4000-EXIT
068000     END-IF.
068100     IF GCP-COPY-FAILED
068200         DISPLAY "GENMGR - RESTORE OF " GMG-DATASET " FROM "
068300                 GMG-FOUND-DSN " FAILED, STATUS=" GCP-FILE-STATUS
068400         DISPLAY "GENMGR - " GMG-DATASET " MAY BE INCOMPLETE"
068500         MOVE GMG-OPEN-FAIL-RC TO RETURN-CODE
068600         GO TO 4000-EXIT
068700     END-IF.
068800     IF GCP-RECORD-COUNT NOT = GMG-FOUND-COUNT
068900         DISPLAY "GENMGR - OUT OF BALANCE: RESTORED "
069000                 GCP-RECORD-COUNT " RECORDS, GENCAT SAYS "
069100                 GMG-FOUND-COUNT
069200         MOVE GMG-OUT-OF-BALANCE-RC TO RETURN-CODE
069300         GO TO 4000-EXIT
069400     END-IF.
069500     DISPLAY "GENMGR - " GMG-DATASET " RESTORED FROM "
069600             GMG-FOUND-DSN " (" GMG-FOUND-STEP " RUN DATE "
069700             GMG-FOUND-RUN-DATE ") RECORDS: " GCP-RECORD-COUNT.
069800 4000-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
070300*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
070400*  COUNTS. A RESTORE IS RECORDED WITH THE DATASET IT REPLACED   *
070500*  AS THE LABEL OF ITS FIRST COUNT AND THE GENERATION NUMBER AS *
070600*  THE VALUE, WHICH IS HOW RUNCTL KNOWS GCDOUT OR FACTOUT HAS   *
070700*  BEEN REPLACED - EVEN BY A COPY THAT FAILED PART-WAY, WHICH   *
070800*  MAY HAVE OVERWRITTEN IT. A GENERATION MISSING FROM DISK      *
070810*  NEVER TOUCHED THE DATASET, SO THAT COUNT IS LEFT BLANK.      *
070820*  RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL LEAVES IT AS  *
070830*  THE STEP SET IT.                                             *
070900*****************************************************************
071000 9800-RECORD-STEP-END.
071100     MOVE RETURN-CODE TO RCL-STEP-RC.
071200     IF LIST-MODE
071300         MOVE "LISTED" TO RCL-COUNT-LABEL(1)
071400         MOVE GMG-LISTED-COUNT TO RCL-COUNT-VALUE(1)
071500     ELSE
071600     IF PRUNE-MODE
071700         MOVE "ENTRIES" TO RCL-COUNT-LABEL(1)
071800         MOVE GMG-READ-COUNT TO RCL-COUNT-VALUE(1)
071900         MOVE "PRUNED" TO RCL-COUNT-LABEL(2)
072000         MOVE GMG-PRUNED-COUNT TO RCL-COUNT-VALUE(2)
072100         MOVE "ACTIVE" TO RCL-COUNT-LABEL(3)
072200         MOVE GMG-KEPT-COUNT TO RCL-COUNT-VALUE(3)
072300     ELSE
072310         IF GCP-COPIED OR GCP-COPY-FAILED
072400             MOVE GMG-DATASET TO RCL-COUNT-LABEL(1)
072500             MOVE GMG-FOUND-GEN TO RCL-COUNT-VALUE(1)
072510         END-IF
072600         MOVE "RECORDS" TO RCL-COUNT-LABEL(2)
072700         MOVE GCP-RECORD-COUNT TO RCL-COUNT-VALUE(2)
072800     END-IF
072900     END-IF.
073000     SET RCL-END-STEP TO TRUE.
073100     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
073200 9800-EXIT.
073300     EXIT.
073400
073500 END PROGRAM GENMGR.
