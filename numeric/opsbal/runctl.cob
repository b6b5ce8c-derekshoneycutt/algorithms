000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNCTL.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - THE SHOP-WIDE RUN-CONTROL *
001200*                  LEDGER (RUNLEDG). EVERY PRODUCTION STEP      *
001300*                  CALLS IT BEFORE DOING ANY WORK AND AGAIN AS  *
001400*                  IT FINISHES, SO THE LEDGER HOLDS EACH STEP'S *
001500*                  START, END, MODE, RETURN CODE AND KEY RECORD *
001600*                  COUNTS. AT START THE STEP'S PREREQUISITES    *
001700*                  ARE CHECKED AGAINST WHAT THE LEDGER SAYS HAS *
001800*                  ALREADY RUN, AND A STEP WHOSE PREREQUISITE   *
001900*                  IS MISSING IS REFUSED WITH ITS OWN RETURN    *
002000*                  CODE INSTEAD OF RUNNING AGAINST HALF-        *
002100*                  FINISHED DATA.                               *
002110*  10/15/2026 DSH  RESEXPT RULES: A GCDOUT EXTRACT NEEDS        *
002120*                  GCDRECON'S LAST RUN FOR THE RUN DATE TO HAVE *
002130*                  BALANCED (RETURN CODE 0) WITH NO EUCLIDGCD   *
002140*                  BATCH SINCE; A FACTOUT EXTRACT NEEDS THE     *
002150*                  LAST PRIMES500 FACTOR BATCH TO HAVE ENDED    *
002160*                  FOR THE RUN DATE.                            *
002165*  10/15/2026 DSH  GENMGR RESTORE OF GCDOUT OR FACTOUT REPLACES *
002170*                  THAT DATASET WITH A PAST GENERATION: A       *
002175*                  RESTORED GCDOUT NOW HOLDS OFF RESEXPT UNTIL  *
002180*                  GCDRECON HAS BALANCED IT AGAIN, AND A        *
002185*                  RESTORED FACTOUT COUNTS AS ITS RUN DATE'S    *
002190*                  FACTOR BATCH. A RESTORE IS REFUSED WHILE AN  *
002195*                  EUCLIDGCD BATCH IS STILL RUNNING.            *
002196*  10/15/2026 DSH  A RESTORE THAT ENDS IN ERROR MAY HAVE        *
002197*                  OVERWRITTEN ITS DATASET: A FAILED GCDOUT     *
002198*                  RESTORE NEEDS GCDRECON AGAIN, A FAILED       *
002199*                  FACTOUT ONE LEAVES NO FACTOR BATCH.          *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
002800            ORGANIZATION IS SEQUENTIAL
002900            ACCESS MODE IS SEQUENTIAL
003000            FILE STATUS IS LEDGER-FILE-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RUN-LEDGER-FILE
003500     RECORDING MODE IS F
003600     BLOCK CONTAINS 0 RECORDS
003700     LABEL RECORDS ARE STANDARD
003800     RECORD CONTAINS 160 CHARACTERS.
003900 COPY RUNLEDG.
004000
004100 WORKING-STORAGE SECTION.
004200 78  RCT-LEDGER-FAIL-RC              VALUE 16.
004300 78  RCT-REFUSED-RC                  VALUE 32.
004400
004500 01  LEDGER-FILE-STATUS              PIC XX.
004600     88  LEDGER-FILE-OK              VALUE '00'.
004700     88  LEDGER-FILE-NOT-FOUND       VALUE '35'.
004800
004900 01  WS-SWITCHES.
005000     05  WS-LEDGER-EOF-SWITCH        PIC X VALUE 'N'.
005100         88  END-OF-LEDGER           VALUE 'Y'.
005200     05  WS-LEDGER-OPEN-SWITCH       PIC X VALUE 'N'.
005300         88  LEDGER-OPEN             VALUE 'Y'.
005400     05  WS-ANY-BATCH-SWITCH         PIC X VALUE 'N'.
005500         88  ANY-BATCH-RUNNING       VALUE 'Y'.
005600     05  WS-BATCH-STATE              PIC X VALUE SPACE.
005700         88  BATCH-NOT-SEEN          VALUE SPACE.
005800         88  BATCH-RUNNING           VALUE 'S'.
005900         88  BATCH-COMPLETE          VALUE 'C'.
006000         88  BATCH-FAILED            VALUE 'F'.
006010     05  WS-FACT-BATCH-STATE         PIC X VALUE SPACE.
006020         88  FACT-BATCH-NOT-SEEN     VALUE SPACE.
006030         88  FACT-BATCH-RUNNING      VALUE 'S'.
006040         88  FACT-BATCH-COMPLETE     VALUE 'C'.
006050         88  FACT-BATCH-FAILED       VALUE 'F'.
006100
006110*****************************************************************
006120*  WHAT THE LEDGER SCAN REMEMBERS, AS LEDGER RECORD NUMBERS: A  *
006130*  STEP HAS RUN "SINCE" ANOTHER WHEN ITS END RECORD COMES LATER *
006140*  IN THE LEDGER, WHICH IS APPENDED IN THE ORDER THINGS         *
006150*  HAPPENED. ZERO MEANS NEVER. THE LAST CUT IS THE LAST GCDARCH *
006160*  THAT ARCHIVED ANYTHING; THE LAST PRIMMAST CHANGE IS THE LAST *
006170*  STEP THAT ADDED PRIMES TO THE MASTER (ITS "PRIMMAST" COUNT)  *
006180*  OR A PRIMCHK REBUILD. THE LAST BATCH IS THE LAST EUCLIDGCD   *
006190*  BATCH EVENT OF ANY DATE, OR THE LAST GENMGR RESTORE OF       *
006200*  GCDOUT - EACH ONE REPLACES GCDOUT - AND THE RECON IS THE     *
006210*  LAST GCDRECON END FOR THE SUBJECT DATE.                      *
006220*****************************************************************
007100 01  RCT-RECORD-NO                   PIC 9(09) COMP VALUE 0.
007200 01  RCT-LAST-CUT-SEQ                PIC 9(09) COMP VALUE 0.
007300 01  RCT-LAST-HIST-SEQ               PIC 9(09) COMP VALUE 0.
007400 01  RCT-LAST-CLEAN-END-SEQ          PIC 9(09) COMP VALUE 0.
007500 01  RCT-LAST-PMAST-SEQ              PIC 9(09) COMP VALUE 0.
007600 01  RCT-LAST-CHECK-SEQ              PIC 9(09) COMP VALUE 0.
007700 01  RCT-LAST-CHECK-RC               PIC 9(04) VALUE 0.
007710 01  RCT-LAST-BATCH-SEQ              PIC 9(09) COMP VALUE 0.
007720 01  RCT-RECON-SEQ                   PIC 9(09) COMP VALUE 0.
007730 01  RCT-RECON-RC                    PIC 9(04) VALUE 0.
007800
007900 01  RCT-TODAY                       PIC 9(08) VALUE 0.
008000 01  RCT-NOW                         PIC 9(08) VALUE 0.
008100 01  RCT-OPERATOR-ID                 PIC X(08) VALUE SPACES.
008200 01  RCT-COUNT-IDX                   PIC 9(02) COMP.
008300 01  RCT-WANTED-LABEL                PIC X(08).
008400 01  RCT-FOUND-VALUE                 PIC 9(09) VALUE 0.
008500
008600 LINKAGE SECTION.
008700 COPY RUNLNK.
008800
008900 PROCEDURE DIVISION USING RUN-CONTROL-LINK.
009000*****************************************************************
009100*  0000-MAINLINE                                                *
009200*****************************************************************
009300 0000-MAINLINE.
009400     ACCEPT RCT-TODAY FROM DATE YYYYMMDD.
009500     ACCEPT RCT-NOW FROM TIME.
009600     ACCEPT RCT-OPERATOR-ID FROM ENVIRONMENT "USER".
009700     IF RCT-OPERATOR-ID = SPACES
009800         MOVE "UNKNOWN" TO RCT-OPERATOR-ID
009900     END-IF.
010000     IF RCL-START-STEP
010100         PERFORM 2000-START-STEP THRU 2000-EXIT
010200     ELSE
010300         PERFORM 5000-END-STEP THRU 5000-EXIT
010400     END-IF.
010500     MOVE RCL-STEP-RC TO RETURN-CODE.
010600     GOBACK.
010700
010800*****************************************************************
010900*  2000-START-STEP - READ THE WHOLE LEDGER FOR WHAT HAS ALREADY *
011000*  RUN, JUDGE THE CALLING STEP'S PREREQUISITES AGAINST IT, AND  *
011100*  APPEND A START RECORD - OR, FOR A REFUSED STEP, A REFUSED    *
011200*  RECORD NAMING THE MISSING PREREQUISITE, SO THE TIMELINE      *
011300*  SHOWS WHY THE STEP NEVER RAN. A LEDGER THAT WILL NOT OPEN    *
011400*  STOPS THE STEP: A STEP THAT CANNOT BE RECORDED WOULD LEAVE   *
011500*  EVERY STEP AFTER IT REFUSED FOR WANT OF IT.                  *
011600*****************************************************************
011700 2000-START-STEP.
011800     SET RCL-STEP-CLEARED TO TRUE.
011900     MOVE 0 TO RCL-STEP-RC.
012000     MOVE 'N' TO RCL-TRAIL-CUT-SWITCH.
012100     MOVE SPACES TO RCL-REFUSAL-TEXT.
012200     INITIALIZE RCL-COUNT-ENTRY(1) RCL-COUNT-ENTRY(2)
012300                RCL-COUNT-ENTRY(3).
012400     IF RCL-SUBJECT-DATE = 0
012500         MOVE RCT-TODAY TO RCL-SUBJECT-DATE
012600     END-IF.
012700     PERFORM 2100-SCAN-LEDGER THRU 2100-EXIT.
012800     IF RCL-LEDGER-FAILED
012900         GO TO 2000-EXIT
013000     END-IF.
013100     PERFORM 3000-APPLY-RULES THRU 3000-EXIT.
013200     PERFORM 4000-OPEN-FOR-APPEND THRU 4000-EXIT.
013300     IF NOT LEDGER-OPEN
013400         PERFORM 4900-LEDGER-FAILED THRU 4900-EXIT
013500         GO TO 2000-EXIT
013600     END-IF.
013700     PERFORM 4100-BUILD-RECORD THRU 4100-EXIT.
013800     IF RCL-STEP-REFUSED
013900         MOVE RCT-REFUSED-RC TO RCL-STEP-RC
014000         SET RLG-STEP-REFUSED TO TRUE
014100         MOVE RCT-REFUSED-RC TO RLG-RETURN-CODE
014200         MOVE RCL-REFUSAL-TEXT TO RLG-NOTE
014300     ELSE
014400         SET RLG-STEP-STARTED TO TRUE
014500     END-IF.
014600     WRITE RUN-LEDGER-RECORD.
014700     CLOSE RUN-LEDGER-FILE.
014800 2000-EXIT.
014900     EXIT.
015000
015100*****************************************************************
015200*  2100-SCAN-LEDGER - ONE PASS OVER THE LEDGER. A FIRST RUN     *
015300*  FINDS NO DATASET, WHICH IS AN EMPTY LEDGER: NOTHING HAS RUN, *
015400*  SO ONLY A STEP WHOSE PREREQUISITE IS SOMETHING HAVING RUN    *
015500*  WILL BE REFUSED.                                             *
015600*****************************************************************
015700 2100-SCAN-LEDGER.
015800     MOVE 0 TO RCT-RECORD-NO.
015900     MOVE 0 TO RCT-LAST-CUT-SEQ.
016000     MOVE 0 TO RCT-LAST-HIST-SEQ.
016100     MOVE 0 TO RCT-LAST-CLEAN-END-SEQ.
016200     MOVE 0 TO RCT-LAST-PMAST-SEQ.
016300     MOVE 0 TO RCT-LAST-CHECK-SEQ.
016400     MOVE 0 TO RCT-LAST-CHECK-RC.
016410     MOVE 0 TO RCT-LAST-BATCH-SEQ.
016420     MOVE 0 TO RCT-RECON-SEQ.
016430     MOVE 0 TO RCT-RECON-RC.
016500     MOVE 'N' TO WS-ANY-BATCH-SWITCH.
016600     MOVE SPACE TO WS-BATCH-STATE.
016610     MOVE SPACE TO WS-FACT-BATCH-STATE.
016700     MOVE 'N' TO WS-LEDGER-EOF-SWITCH.
016800     OPEN INPUT RUN-LEDGER-FILE.
016900     IF LEDGER-FILE-NOT-FOUND
017000         GO TO 2100-EXIT
017100     END-IF.
017200     IF NOT LEDGER-FILE-OK
017300         PERFORM 4900-LEDGER-FAILED THRU 4900-EXIT
017400         GO TO 2100-EXIT
017500     END-IF.
017600     PERFORM 2200-NOTE-ONE-EVENT THRU 2200-EXIT
017700         UNTIL END-OF-LEDGER.
017800     CLOSE RUN-LEDGER-FILE.
017900 2100-EXIT.
018000     EXIT.
018100
018110*****************************************************************
018120*  2200-NOTE-ONE-EVENT - REFUSED RECORDS ARE STEPS THAT NEVER   *
018130*  RAN AND PROVE NOTHING. EVERY EUCLIDGCD BATCH START OR END    *
018140*  MOVES THE BATCH STATE; ONLY END RECORDS CAN SATISFY ANYTHING *
018150*  ELSE. A GENMGR RESTORE THAT ENDED, WHATEVER ITS RETURN CODE, *
018160*  IS NOTED FOR THE DATASET IT COPIED OVER.                     *
018170*****************************************************************
018800 2200-NOTE-ONE-EVENT.
018900     READ RUN-LEDGER-FILE
019000         AT END
019100             SET END-OF-LEDGER TO TRUE
019200     END-READ.
019300     IF END-OF-LEDGER
019400         GO TO 2200-EXIT
019500     END-IF.
019600     ADD 1 TO RCT-RECORD-NO.
019700     IF RLG-STEP-REFUSED
019800         GO TO 2200-EXIT
019900     END-IF.
020000     IF RLG-STEP-NAME = "EUCLIDGCD" AND RLG-STEP-MODE = "BATCH"
020100         PERFORM 2300-NOTE-BATCH-EVENT THRU 2300-EXIT
020200     END-IF.
020210     IF RLG-STEP-NAME = "PRIMES500" AND RLG-STEP-MODE = "FACTBTCH"
020220         PERFORM 2500-NOTE-FACT-BATCH-EVENT THRU 2500-EXIT
020230     END-IF.
020300     IF NOT RLG-STEP-ENDED
020400         GO TO 2200-EXIT
020500     END-IF.
020510     IF RLG-STEP-NAME = "GENMGR" AND RLG-STEP-MODE = "RESTORE"
020530         PERFORM 2600-NOTE-RESTORE THRU 2600-EXIT
020540     END-IF.
020600     IF RLG-STEP-NAME = "GCDARCH" AND RLG-RETURN-CODE = 0
020700         MOVE "ARCHIVED" TO RCT-WANTED-LABEL
020800         PERFORM 2400-FIND-COUNT THRU 2400-EXIT
020900         IF RCT-FOUND-VALUE > 0
021000             MOVE RCT-RECORD-NO TO RCT-LAST-CUT-SEQ
021100         END-IF
021200     END-IF.
021300     IF RLG-STEP-NAME = "GCDHIST" AND RLG-STEP-MODE = "BUILD"
021400        AND RLG-RETURN-CODE = 0
021500         MOVE RCT-RECORD-NO TO RCT-LAST-HIST-SEQ
021600     END-IF.
021700     IF RLG-STEP-NAME = RCL-STEP-NAME AND RLG-RETURN-CODE <= 4
021800         MOVE RCT-RECORD-NO TO RCT-LAST-CLEAN-END-SEQ
021900     END-IF.
021910     IF RLG-STEP-NAME = "GCDRECON"
021920        AND RLG-SUBJECT-DATE = RCL-SUBJECT-DATE
021930         MOVE RCT-RECORD-NO TO RCT-RECON-SEQ
021940         MOVE RLG-RETURN-CODE TO RCT-RECON-RC
021950     END-IF.
022000     IF RLG-STEP-NAME = "PRIMCHK"
022100         MOVE RCT-RECORD-NO TO RCT-LAST-CHECK-SEQ
022200         MOVE RLG-RETURN-CODE TO RCT-LAST-CHECK-RC
022300         IF RLG-STEP-MODE = "REBUILD"
022400             MOVE RCT-RECORD-NO TO RCT-LAST-PMAST-SEQ
022500         END-IF
022600     END-IF.
022700     MOVE "PRIMMAST" TO RCT-WANTED-LABEL.
022800     PERFORM 2400-FIND-COUNT THRU 2400-EXIT.
022900     IF RCT-FOUND-VALUE > 0
023000         MOVE RCT-RECORD-NO TO RCT-LAST-PMAST-SEQ
023100     END-IF.
023200 2200-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*  2300-NOTE-BATCH-EVENT - A BATCH START WITH NO END AFTER IT   *
023700*  IS A BATCH STILL RUNNING (OR ONE THAT ABENDED - RERUNNING IT *
023800*  CLEARS THAT). FOR THE SUBJECT DATE THE CALLER ASKED ABOUT,   *
023900*  THE LAST EVENT DECIDES: AN END WITH RETURN CODE 0, 4 OR 20   *
024000*  (BAD PAIRS REJECTED, THE REST REDUCED) IS A COMPLETE BATCH;  *
024100*  ANY OTHER END - AN OPEN FAILURE, A REJECTED CONTROL TOTAL,   *
024200*  AN UNAUTHORIZED OPERATOR - IS A BATCH THAT DID NOT FINISH.   *
024300*****************************************************************
024400 2300-NOTE-BATCH-EVENT.
024410     MOVE RCT-RECORD-NO TO RCT-LAST-BATCH-SEQ.
024500     IF RLG-STEP-STARTED
024600         SET ANY-BATCH-RUNNING TO TRUE
024700     ELSE
024800         MOVE 'N' TO WS-ANY-BATCH-SWITCH
024900     END-IF.
025000     IF RLG-SUBJECT-DATE NOT = RCL-SUBJECT-DATE
025100         GO TO 2300-EXIT
025200     END-IF.
025300     IF RLG-STEP-STARTED
025400         SET BATCH-RUNNING TO TRUE
025500     ELSE
025600     IF RLG-RETURN-CODE < 16 OR RLG-RETURN-CODE = 20
025700         SET BATCH-COMPLETE TO TRUE
025800     ELSE
025900         SET BATCH-FAILED TO TRUE
026000     END-IF
026100     END-IF.
026200 2300-EXIT.
026300     EXIT.
026400
026500 2400-FIND-COUNT.
026600     MOVE 0 TO RCT-FOUND-VALUE.
026700     PERFORM 2410-MATCH-ONE-COUNT THRU 2410-EXIT
026800         VARYING RCT-COUNT-IDX FROM 1 BY 1
026900         UNTIL RCT-COUNT-IDX > 3.
027000 2400-EXIT.
027100     EXIT.
027200
027300 2410-MATCH-ONE-COUNT.
027400     IF RLG-COUNT-LABEL(RCT-COUNT-IDX) = RCT-WANTED-LABEL
027500        AND RLG-COUNT-VALUE(RCT-COUNT-IDX) NUMERIC
027600         MOVE RLG-COUNT-VALUE(RCT-COUNT-IDX) TO RCT-FOUND-VALUE
027700     END-IF.
027800 2410-EXIT.
027900     EXIT.
027904
027908*****************************************************************
027912*  2500-NOTE-FACT-BATCH-EVENT - PRIMES500'S FACTOR BATCH        *
027916*  REWRITES FACTOUT EACH RUN, SO ITS LAST EVENT OF ANY DATE     *
027920*  DECIDES WHAT FACTOUT HOLDS: AN END FOR THE SUBJECT DATE      *
027924*  BELOW RETURN CODE 16 IS THAT DAY'S COMPLETE FACTOUT; A START *
027928*  WITH NO END, AN OPEN FAILURE, OR ANOTHER DAY'S RUN IS NOT.   *
027932*****************************************************************
027936 2500-NOTE-FACT-BATCH-EVENT.
027940     IF RLG-STEP-STARTED
027944         SET FACT-BATCH-RUNNING TO TRUE
027948     ELSE
027952     IF RLG-SUBJECT-DATE = RCL-SUBJECT-DATE
027956        AND RLG-RETURN-CODE < 16
027960         SET FACT-BATCH-COMPLETE TO TRUE
027964     ELSE
027968         SET FACT-BATCH-FAILED TO TRUE
027972     END-IF
027976     END-IF.
027980 2500-EXIT.
027984     EXIT.
027994
028004*****************************************************************
028014*  2600-NOTE-RESTORE - A GENMGR RESTORE THAT ENDED HAS COPIED,  *
028024*  OR BEGUN TO COPY, A KEPT GENERATION OVER THE DATASET ITS     *
028034*  FIRST COUNT NAMES; GENMGR LEAVES THAT COUNT BLANK WHEN NO    *
028044*  COPY WAS TRIED. A FAILED COPY MAY STILL HAVE OVERWRITTEN THE *
028054*  DATASET, SO A RESTORED GCDOUT OF ANY RETURN CODE IS A        *
028064*  REPLACEMENT OF GCDOUT, LIKE A BATCH, AND MUST BE BALANCED BY *
028074*  GCDRECON AGAIN BEFORE IT IS EXTRACTED. A CLEAN FACTOUT       *
028084*  RESTORE HOLDS THE RUN DATE OF ITS GENERATION - THE RESTORE'S *
028086*  SUBJECT DATE - JUST AS IF THAT DAY'S FACTOR BATCH HAD ENDED; *
028088*  A FAILED ONE, OR ONE FOR ANY OTHER DATE, IS NOT THAT DAY'S   *
028090*  FACTOUT.                                                     *
028094*****************************************************************
028104 2600-NOTE-RESTORE.
028114     IF RLG-COUNT-LABEL(1) = "GCDOUT"
028144         MOVE RCT-RECORD-NO TO RCT-LAST-BATCH-SEQ
028154     END-IF.
028164     IF RLG-COUNT-LABEL(1) = "FACTOUT"
028194         IF RLG-RETURN-CODE = 0
028198            AND RLG-SUBJECT-DATE = RCL-SUBJECT-DATE
028204             SET FACT-BATCH-COMPLETE TO TRUE
028214         ELSE
028224             SET FACT-BATCH-FAILED TO TRUE
028234         END-IF
028244     END-IF.
028254 2600-EXIT.
028264     EXIT.
028274
028284*****************************************************************
028294*  3000-APPLY-RULES - THE PREREQUISITE TABLE, ONE RULE PER      *
028304*  STEP. A NEW EUCLIDGCD BATCH POSTS TO GCDPAIRM, WHICH MUST    *
028314*  HAVE BEEN REBUILT BY GCDHIST SINCE GCDARCH LAST CUT THE      *
028324*  TRAIL. GCDRECON PROVES ONE DAY'S BATCH, SO THAT BATCH MUST   *
028334*  HAVE ENDED. GCDVERIF, GCDRPT, GCDHIST BUILD AND GCDARCH ALL  *
028344*  READ (OR CUT) THE TRAIL WHOLE AND MUST NOT RUN WHILE A BATCH *
028354*  IS STILL APPENDING TO IT, AND A GENMGR RESTORE MUST NOT      *
028364*  REPLACE A DATASET UNDER A RUNNING BATCH. PRIMES500 ANALYZE   *
028374*  REPORTS FROM PRIMMAST AND NEEDS A CLEAN PRIMCHK              *
028384*  CERTIFICATION NEWER THAN THE LAST CHANGE TO THE MASTER.      *
028394*  STEPS NOT NAMED HERE HAVE NO PREREQUISITE AND ARE ONLY       *
028404*  RECORDED. RESEXPT HAS ITS OWN RULES IN 3100.                 *
028414*****************************************************************
029300 3000-APPLY-RULES.
029400     IF RCT-LAST-CUT-SEQ > RCT-LAST-CLEAN-END-SEQ
029500         SET RCL-TRAIL-CUT-SINCE-STEP TO TRUE
029600     END-IF.
029700     IF RCL-STEP-NAME = "EUCLIDGCD" AND RCL-STEP-MODE = "BATCH"
029800         IF RCT-LAST-CUT-SEQ > RCT-LAST-HIST-SEQ
029900             MOVE "NO GCDHIST BUILD SINCE THE LAST GCDARCH CUT"
030000                 TO RCL-REFUSAL-TEXT
030100             SET RCL-STEP-REFUSED TO TRUE
030200         END-IF
030300         GO TO 3000-EXIT
030400     END-IF.
030500     IF RCL-STEP-NAME = "GCDRECON"
030600         IF NOT BATCH-COMPLETE
030700             STRING "EUCLIDGCD BATCH NOT COMPLETE FOR "
030800                    RCL-SUBJECT-DATE DELIMITED BY SIZE
030900                 INTO RCL-REFUSAL-TEXT
031000             SET RCL-STEP-REFUSED TO TRUE
031100         END-IF
031200         GO TO 3000-EXIT
031300     END-IF.
031400     IF RCL-STEP-NAME = "GCDVERIF" OR RCL-STEP-NAME = "GCDRPT"
031500        OR RCL-STEP-NAME = "GCDARCH"
031600        OR (RCL-STEP-NAME = "GCDHIST" AND RCL-STEP-MODE = "BUILD")
031610        OR (RCL-STEP-NAME = "GENMGR"
031620            AND RCL-STEP-MODE = "RESTORE")
031700         IF ANY-BATCH-RUNNING
031800             MOVE "EUCLIDGCD BATCH STARTED AND NOT YET ENDED"
031900                 TO RCL-REFUSAL-TEXT
032000             SET RCL-STEP-REFUSED TO TRUE
032100         END-IF
032200         GO TO 3000-EXIT
032300     END-IF.
032310     IF RCL-STEP-NAME = "RESEXPT"
032320         PERFORM 3100-EXPORT-RULES THRU 3100-EXIT
032330         GO TO 3000-EXIT
032340     END-IF.
032400     IF RCL-STEP-NAME = "PRIMES500" AND RCL-STEP-MODE = "ANALYZE"
032500         IF RCT-LAST-CHECK-SEQ = 0
032600             MOVE "PRIMCHK HAS NEVER CERTIFIED PRIMMAST"
032700                 TO RCL-REFUSAL-TEXT
032800             SET RCL-STEP-REFUSED TO TRUE
032900         ELSE
033000         IF RCT-LAST-CHECK-SEQ < RCT-LAST-PMAST-SEQ
033100             MOVE "PRIMMAST CHANGED SINCE THE LAST PRIMCHK CHECK"
033200                 TO RCL-REFUSAL-TEXT
033300             SET RCL-STEP-REFUSED TO TRUE
033400         ELSE
033500         IF RCT-LAST-CHECK-RC NOT = 0
033600             MOVE "LAST PRIMCHK CHECK OF PRIMMAST WAS NOT CLEAN"
033700                 TO RCL-REFUSAL-TEXT
033800             SET RCL-STEP-REFUSED TO TRUE
033900         END-IF
034000         END-IF
034100         END-IF
034200     END-IF.
034300 3000-EXIT.
034400     EXIT.
034402
034403*****************************************************************
034404*  3100-EXPORT-RULES - RESEXPT SENDS RESULTS OUTSIDE THE SHOP,  *
034405*  SO ONLY PROVEN ANSWERS MAY GO. GCD AND BOTH SEND GCDOUT:     *
034406*  GCDRECON'S LAST RUN FOR THE RUN DATE MUST HAVE BALANCED, AND *
034407*  NO EUCLIDGCD BATCH OR GENMGR RESTORE OF GCDOUT MAY HAVE      *
034408*  HAPPENED SINCE, SINCE EITHER WOULD HAVE REPLACED THE GCDOUT  *
034409*  GCDRECON PROVED. FACT AND BOTH SEND FACTOUT, WHICH HAS NO    *
034410*  RECONCILIATION OF ITS OWN: THE LAST PRIMES500 FACTOR BATCH - *
034411*  OR RESTORE OF FACTOUT - MUST HAVE BEEN FOR THE RUN DATE.     *
034412*****************************************************************
034422 3100-EXPORT-RULES.
034424     IF RCL-STEP-MODE NOT = "FACT"
034426         IF RCT-RECON-SEQ = 0
034428             STRING "GCDRECON HAS NOT RUN FOR "
034430                    RCL-SUBJECT-DATE DELIMITED BY SIZE
034432                 INTO RCL-REFUSAL-TEXT
034434             SET RCL-STEP-REFUSED TO TRUE
034436         ELSE
034438         IF RCT-RECON-RC NOT = 0
034440             STRING "GCDRECON DID NOT BALANCE "
034442                    RCL-SUBJECT-DATE DELIMITED BY SIZE
034444                 INTO RCL-REFUSAL-TEXT
034446             SET RCL-STEP-REFUSED TO TRUE
034448         ELSE
034450         IF RCT-LAST-BATCH-SEQ > RCT-RECON-SEQ
034452             MOVE "GCDOUT REPLACED SINCE GCDRECON BALANCED"
034454                 TO RCL-REFUSAL-TEXT
034456             SET RCL-STEP-REFUSED TO TRUE
034458         END-IF
034460         END-IF
034462         END-IF
034464     END-IF.
034466     IF RCL-STEP-REFUSED OR RCL-STEP-MODE = "GCD"
034468         GO TO 3100-EXIT
034470     END-IF.
034472     IF NOT FACT-BATCH-COMPLETE
034474         STRING "PRIMES500 FACTOR BATCH NOT COMPLETE FOR "
034476                RCL-SUBJECT-DATE DELIMITED BY SIZE
034478             INTO RCL-REFUSAL-TEXT
034480         SET RCL-STEP-REFUSED TO TRUE
034482     END-IF.
034484 3100-EXIT.
034486     EXIT.
034500
034600*****************************************************************
034700*  4000-OPEN-FOR-APPEND - THE LEDGER IS PERSISTENT, SO OPEN     *
034800*  EXTEND IS TRIED FIRST AND ONLY A DATASET NOT YET CREATED     *
034900*  (STATUS 35) FALLS BACK TO OPEN OUTPUT, AS EUCLIDGCD DOES FOR *
035000*  ITS AUDIT TRAIL.                                             *
035100*****************************************************************
035200 4000-OPEN-FOR-APPEND.
035300     MOVE 'N' TO WS-LEDGER-OPEN-SWITCH.
035400     OPEN EXTEND RUN-LEDGER-FILE.
035500     IF LEDGER-FILE-NOT-FOUND
035600         OPEN OUTPUT RUN-LEDGER-FILE
035700     END-IF.
035800     IF LEDGER-FILE-OK
035900         SET LEDGER-OPEN TO TRUE
036000     END-IF.
036100 4000-EXIT.
036200     EXIT.
036300
036400 4100-BUILD-RECORD.
036500     MOVE SPACES TO RUN-LEDGER-RECORD.
036600     MOVE RCT-TODAY TO RLG-RUN-DATE.
036700     MOVE RCT-NOW TO RLG-RUN-TIME.
036800     MOVE RCL-STEP-NAME TO RLG-STEP-NAME.
036900     MOVE RCL-STEP-MODE TO RLG-STEP-MODE.
037000     MOVE RCL-STEP-RC TO RLG-RETURN-CODE.
037100     MOVE RCL-SUBJECT-DATE TO RLG-SUBJECT-DATE.
037200     MOVE RCT-OPERATOR-ID TO RLG-OPERATOR-ID.
037300     PERFORM 4110-MOVE-ONE-COUNT THRU 4110-EXIT
037400         VARYING RCT-COUNT-IDX FROM 1 BY 1
037500         UNTIL RCT-COUNT-IDX > 3.
037600 4100-EXIT.
037700     EXIT.
037800
037900 4110-MOVE-ONE-COUNT.
038000     MOVE RCL-COUNT-LABEL(RCT-COUNT-IDX)
038100         TO RLG-COUNT-LABEL(RCT-COUNT-IDX).
038200     MOVE RCL-COUNT-VALUE(RCT-COUNT-IDX)
038300         TO RLG-COUNT-VALUE(RCT-COUNT-IDX).
038400 4110-EXIT.
038500     EXIT.
038600
038700 4900-LEDGER-FAILED.
038800     SET RCL-LEDGER-FAILED TO TRUE.
038900     MOVE RCT-LEDGER-FAIL-RC TO RCL-STEP-RC.
039000     STRING "RUNLEDG WILL NOT OPEN, STATUS=" LEDGER-FILE-STATUS
039100            DELIMITED BY SIZE
039200         INTO RCL-REFUSAL-TEXT.
039300 4900-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700*  5000-END-STEP - APPEND THE END RECORD WITH THE STEP'S RETURN *
039800*  CODE AND COUNTS. THE STEP HAS ALREADY DONE ITS WORK, SO A    *
039900*  LEDGER THAT WILL NOT OPEN NOW DOES NOT CHANGE ITS RETURN     *
040000*  CODE; IT IS REPORTED, AND ANY STEP THAT NEEDS THIS ONE WILL  *
040100*  BE REFUSED UNTIL IT IS RERUN.                                *
040200*****************************************************************
040300 5000-END-STEP.
040400     PERFORM 4000-OPEN-FOR-APPEND THRU 4000-EXIT.
040500     IF NOT LEDGER-OPEN
040600         DISPLAY "RUNCTL - UNABLE TO RECORD END OF " RCL-STEP-NAME
040700                 ", RUNLEDG STATUS=" LEDGER-FILE-STATUS
040800         GO TO 5000-EXIT
040900     END-IF.
041000     PERFORM 4100-BUILD-RECORD THRU 4100-EXIT.
041100     SET RLG-STEP-ENDED TO TRUE.
041200     WRITE RUN-LEDGER-RECORD.
041300     CLOSE RUN-LEDGER-FILE.
041400 5000-EXIT.
041500     EXIT.
041600
041700 END PROGRAM RUNCTL.
