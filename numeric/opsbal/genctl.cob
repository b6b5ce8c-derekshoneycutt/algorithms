000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GENCTL.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - GENERATION HANDLING FOR   *
001200*                  THE RESULT AND REPORT DATASETS. EVERY STEP   *
001300*                  THAT WRITES ONE CALLS IT AS IT FINISHES,     *
001400*                  JUST BEFORE RECORDING ITS END ON THE RUN-    *
001500*                  CONTROL LEDGER, WITH THE SAME RUNCTL         *
001600*                  PARAMETER BLOCK. EACH DATASET THE GENTBL     *
001700*                  TABLE NAMES FOR THE STEP (AND MODE) IS       *
001800*                  COPIED TO A DATED, NUMBERED GENERATION -     *
001900*                  DATASET.DCCYYMMDD.GNNNN - AND THE GENERATION *
002000*                  IS ENTERED ON THE GENCAT CATALOG WITH ITS    *
002100*                  RUN DATE, RECORD COUNT AND PRODUCING STEP,   *
002200*                  SO A PAST DAY'S ANSWER SURVIVES THE NEXT RUN *
002300*                  OVERWRITING THE DATASET.                     *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
003000            ORGANIZATION IS SEQUENTIAL
003100            ACCESS MODE IS SEQUENTIAL
003200            FILE STATUS IS CATALOG-FILE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  GEN-CATALOG-FILE
003700     RECORDING MODE IS F
003800     BLOCK CONTAINS 0 RECORDS
003900     LABEL RECORDS ARE STANDARD
004000     RECORD CONTAINS 120 CHARACTERS.
004100 COPY GENCAT.
004200
004300 WORKING-STORAGE SECTION.
004400 01  CATALOG-FILE-STATUS             PIC XX.
004500     88  CATALOG-FILE-OK             VALUE '00'.
004600     88  CATALOG-FILE-NOT-FOUND      VALUE '35'.
004700
004800 01  WS-SWITCHES.
004900     05  WS-CATALOG-EOF-SWITCH       PIC X VALUE 'N'.
005000         88  END-OF-CATALOG          VALUE 'Y'.
005100     05  WS-CATALOG-BAD-SWITCH       PIC X VALUE 'N'.
005200         88  CATALOG-UNREADABLE      VALUE 'Y'.
005300     05  WS-STEP-RC-SWITCH           PIC X VALUE 'N'.
005400         88  STEP-OUTPUT-USABLE      VALUE 'Y'.
005500
005600 COPY GENTBL.
005700
005800*****************************************************************
005900*  THE LAST GENERATION NUMBER ON THE CATALOG FOR EACH GENTBL    *
006000*  ENTRY, FOUND BY ONE PASS OVER GENCAT BEFORE ANYTHING IS      *
006100*  KEPT. ZERO MEANS THE DATASET HAS NEVER HAD A GENERATION.     *
006200*****************************************************************
006300 01  GCL-LAST-GENERATIONS.
006400     05  GCL-LAST-GEN OCCURS GEN-DATASET-COUNT TIMES
006500                                     PIC 9(04).
006600 01  GCL-TBL-IDX                     PIC 9(02) COMP VALUE 0.
006700 01  GCL-MATCH-IDX                   PIC 9(02) COMP VALUE 0.
006800 01  GCL-NEXT-GEN                    PIC 9(04) VALUE 0.
006900 01  GCL-TODAY                       PIC 9(08) VALUE 0.
007000 01  GCL-NOW                         PIC 9(08) VALUE 0.
007100
007200 COPY GENCPY.
007300
007400 LINKAGE SECTION.
007500 COPY RUNLNK.
007600
007700 PROCEDURE DIVISION USING RUN-CONTROL-LINK.
007800*****************************************************************
007900*  0000-MAINLINE - THE CALLER'S RUN-CONTROL BLOCK SAYS WHICH    *
008000*  STEP AND MODE IS ENDING, FOR WHICH RUN DATE, AND WITH WHAT   *
008100*  RETURN CODE. ONLY OUTPUT OF A STEP THE LEDGER WOULD CALL     *
008200*  COMPLETE - RETURN CODE BELOW 16, OR 20 (FINISHED, WITH       *
008300*  EXCEPTIONS REPORTED) - IS KEPT; A STEP THAT FAILED LEAVES    *
008400*  NOTHING WORTH KEEPING. NOTHING HERE CHANGES THE STEP'S       *
008500*  RETURN CODE: THE STEP HAS DONE ITS WORK, AND A GENERATION    *
008600*  THAT CANNOT BE KEPT IS REPORTED FOR THE OPERATOR TO KEEP BY  *
008700*  HAND.                                                        *
008800*****************************************************************
008900 0000-MAINLINE.
009000     ACCEPT GCL-TODAY FROM DATE YYYYMMDD.
009100     ACCEPT GCL-NOW FROM TIME.
009200     MOVE 'N' TO WS-STEP-RC-SWITCH.
009300     IF RCL-STEP-RC < 16 OR RCL-STEP-RC = 20
009400         SET STEP-OUTPUT-USABLE TO TRUE
009500     END-IF.
009600     PERFORM 1000-SCAN-CATALOG THRU 1000-EXIT.
009700     PERFORM 2000-KEEP-ONE-DATASET THRU 2000-EXIT
009800         VARYING GCL-TBL-IDX FROM 1 BY 1
009900         UNTIL GCL-TBL-IDX > GEN-DATASET-COUNT.
010000     GOBACK.
010100
010200*****************************************************************
010300*  1000-SCAN-CATALOG - FIND THE LAST GENERATION NUMBER KEPT FOR *
010400*  EACH MANAGED DATASET. NO CATALOG YET (STATUS 35) MEANS NO    *
010500*  GENERATIONS YET. A CATALOG THAT WILL NOT OPEN AT ALL MEANS   *
010600*  NO GENERATION CAN BE NUMBERED SAFELY, SO NONE IS KEPT THIS   *
010700*  RUN.                                                         *
010800*****************************************************************
010900 1000-SCAN-CATALOG.
011000     INITIALIZE GCL-LAST-GENERATIONS.
011100     MOVE 'N' TO WS-CATALOG-BAD-SWITCH.
011200     MOVE 'N' TO WS-CATALOG-EOF-SWITCH.
011300     OPEN INPUT GEN-CATALOG-FILE.
011400     IF CATALOG-FILE-NOT-FOUND
011500         GO TO 1000-EXIT
011600     END-IF.
011700     IF NOT CATALOG-FILE-OK
011800         SET CATALOG-UNREADABLE TO TRUE
011900         GO TO 1000-EXIT
012000     END-IF.
012100     PERFORM 1100-NOTE-ONE-ENTRY THRU 1100-EXIT
012200         UNTIL END-OF-CATALOG.
012300     CLOSE GEN-CATALOG-FILE.
012400 1000-EXIT.
012500     EXIT.
012600
012700 1100-NOTE-ONE-ENTRY.
012800     READ GEN-CATALOG-FILE
012900         AT END
013000             SET END-OF-CATALOG TO TRUE
013100             GO TO 1100-EXIT
013200     END-READ.
013300     MOVE 0 TO GCL-MATCH-IDX.
013400     PERFORM 1200-MATCH-ONE-DATASET THRU 1200-EXIT
013500         VARYING GCL-TBL-IDX FROM 1 BY 1
013600         UNTIL GCL-TBL-IDX > GEN-DATASET-COUNT.
013700     IF GCL-MATCH-IDX = 0
013800         GO TO 1100-EXIT
013900     END-IF.
014000     IF GCT-GENERATION > GCL-LAST-GEN(GCL-MATCH-IDX)
014100         MOVE GCT-GENERATION TO GCL-LAST-GEN(GCL-MATCH-IDX)
014200     END-IF.
014300 1100-EXIT.
014400     EXIT.
014500
014600 1200-MATCH-ONE-DATASET.
014700     IF GTB-DATASET(GCL-TBL-IDX) = GCT-DATASET
014800         MOVE GCL-TBL-IDX TO GCL-MATCH-IDX
014900     END-IF.
015000 1200-EXIT.
015100     EXIT.
015200
015300*****************************************************************
015400*  2000-KEEP-ONE-DATASET - A GENTBL ENTRY FOR THIS STEP, AND    *
015500*  FOR THIS MODE UNLESS THE ENTRY TAKES ANY MODE, IS COPIED TO  *
015600*  ITS NEXT GENERATION. THE GENERATION IS DATED WITH THE STEP'S *
015700*  RUN DATE - THE DAY THE DATA IS FOR, WHICH FOR A RERUN OF A   *
015800*  PAST DAY IS NOT TODAY. A DATASET THE STEP DID NOT WRITE THIS *
015900*  RUN IS NOT FOUND AND SIMPLY HAS NO NEW GENERATION.           *
016000*****************************************************************
016100 2000-KEEP-ONE-DATASET.
016200     IF GTB-STEP-NAME(GCL-TBL-IDX) NOT = RCL-STEP-NAME
016300         GO TO 2000-EXIT
016400     END-IF.
016500     IF GTB-STEP-MODE(GCL-TBL-IDX) NOT = SPACES
016600        AND GTB-STEP-MODE(GCL-TBL-IDX) NOT = RCL-STEP-MODE
016700         GO TO 2000-EXIT
016800     END-IF.
016900     IF NOT STEP-OUTPUT-USABLE
017000         DISPLAY "GENCTL - NO GENERATION OF "
017100                 GTB-DATASET(GCL-TBL-IDX) " KEPT, " RCL-STEP-NAME
017200                 " ENDED WITH RETURN CODE " RCL-STEP-RC
017300         GO TO 2000-EXIT
017400     END-IF.
017500     IF CATALOG-UNREADABLE
017600         DISPLAY "GENCTL - NO GENERATION OF "
017700                 GTB-DATASET(GCL-TBL-IDX) " KEPT, GENCAT STATUS="
017800                 CATALOG-FILE-STATUS
017900         GO TO 2000-EXIT
018000     END-IF.
018100     COMPUTE GCL-NEXT-GEN = GCL-LAST-GEN(GCL-TBL-IDX) + 1.
018200     MOVE GTB-DATASET(GCL-TBL-IDX) TO GCP-SOURCE-DSN.
018300     MOVE SPACES TO GCP-TARGET-DSN.
018400     STRING GTB-DATASET(GCL-TBL-IDX) DELIMITED BY SPACE
018500            ".D" RCL-SUBJECT-DATE ".G" GCL-NEXT-GEN
018600            DELIMITED BY SIZE
018700         INTO GCP-TARGET-DSN.
018800     MOVE GTB-LRECL(GCL-TBL-IDX) TO GCP-LRECL.
018900     CALL 'GENCOPY' USING GEN-COPY-LINK.
019000     IF GCP-SOURCE-MISSING
019100         DISPLAY "GENCTL - " GTB-DATASET(GCL-TBL-IDX)
019200                 " NOT FOUND, NO GENERATION KEPT"
019300         GO TO 2000-EXIT
019400     END-IF.
019500     IF GCP-COPY-FAILED
019600         DISPLAY "GENCTL - " GTB-DATASET(GCL-TBL-IDX)
019700                 " NOT KEPT, COPY TO " GCP-TARGET-DSN
019800                 " FAILED, STATUS=" GCP-FILE-STATUS
019900         GO TO 2000-EXIT
020000     END-IF.
020100     PERFORM 2100-CATALOG-GENERATION THRU 2100-EXIT.
020200 2000-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600*  2100-CATALOG-GENERATION - THE CATALOG IS PERSISTENT, SO OPEN *
020700*  EXTEND IS TRIED FIRST AND ONLY A CATALOG NOT YET CREATED     *
020800*  (STATUS 35) FALLS BACK TO OPEN OUTPUT, AS RUNCTL DOES FOR    *
020900*  THE LEDGER. A GENERATION COPIED BUT NOT CATALOGED IS ON DISK *
021000*  UNDER ITS NAME BUT INVISIBLE TO GENMGR, SO IT IS REPORTED BY *
021100*  NAME.                                                        *
021200*****************************************************************
021300 2100-CATALOG-GENERATION.
021400     OPEN EXTEND GEN-CATALOG-FILE.
021500     IF CATALOG-FILE-NOT-FOUND
021600         OPEN OUTPUT GEN-CATALOG-FILE
021700     END-IF.
021800     IF NOT CATALOG-FILE-OK
021900         DISPLAY "GENCTL - " GCP-TARGET-DSN " KEPT BUT NOT "
022000                 "CATALOGED, GENCAT STATUS=" CATALOG-FILE-STATUS
022100         GO TO 2100-EXIT
022200     END-IF.
022300     MOVE SPACES TO GEN-CATALOG-RECORD.
022400     MOVE GTB-DATASET(GCL-TBL-IDX) TO GCT-DATASET.
022500     MOVE GCL-NEXT-GEN TO GCT-GENERATION.
022600     MOVE GCP-TARGET-DSN TO GCT-GEN-DSN.
022700     MOVE RCL-SUBJECT-DATE TO GCT-RUN-DATE.
022800     MOVE GCP-RECORD-COUNT TO GCT-RECORD-COUNT.
022900     MOVE RCL-STEP-NAME TO GCT-STEP-NAME.
023000     MOVE RCL-STEP-MODE TO GCT-STEP-MODE.
023100     MOVE RCL-STEP-RC TO GCT-STEP-RC.
023200     MOVE GCL-TODAY TO GCT-CATALOG-DATE.
023300     MOVE GCL-NOW TO GCT-CATALOG-TIME.
023400     SET GCT-ACTIVE TO TRUE.
023500     MOVE 0 TO GCT-PRUNED-DATE.
023600     WRITE GEN-CATALOG-RECORD.
023700     CLOSE GEN-CATALOG-FILE.
023800     MOVE GCL-NEXT-GEN TO GCL-LAST-GEN(GCL-TBL-IDX).
023900     DISPLAY "GENCTL - " GTB-DATASET(GCL-TBL-IDX) " KEPT AS "
024000             GCP-TARGET-DSN " RECORDS: " GCP-RECORD-COUNT.
024100 2100-EXIT.
024200     EXIT.
024300
024400 END PROGRAM GENCTL.
