002550*                  35); ANY OTHER EXTEND FAILURE STOPS THE CUT  *
002560*                  INSTEAD OF RE-CREATING - AND TRUNCATING -    *
002570*                  THE ARCHIVE GENERATIONS ALREADY KEPT.        *
002571*  10/15/2026 DSH  RECORD LENGTHS 46 TO 56 FOR THE GCDAUDIT HASH*
002572*                  CHAIN. THE CUT IS NOW A PREFIX OF THE TRAIL: *
002573*                  EVERYTHING FROM THE FIRST RECORD ON OR AFTER *
002574*                  THE CUTOFF IS KEPT, SO NEITHER SIDE LOSES A  *
002575*                  LINK IN THE MIDDLE. A CUT THAT ARCHIVES      *
002576*                  ANYTHING WRITES A SEAL RECORD (TYPE 'S',     *
002577*                  CARRYING THE LAST ARCHIVED CHAIN VALUE) TO   *
002578*                  THE END OF THE ARCHIVE AND TO THE HEAD OF THE*
002579*                  KEPT TRAIL, SO GCDCHAIN CAN PROVE EACH ON ITS*
002580*                  OWN; THE SEAL A PREVIOUS CUT LEFT AT THE HEAD*
002581*                  OF THE TRAIL IS ALREADY ON THE ARCHIVE AND IS*
002582*                  RETIRED RATHER THAN ARCHIVED TWICE. THE      *
002583*                  BALANCE NOW ALLOWS FOR BOTH.                 *
002584*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-    *
002585*                  CONTROL LEDGER THROUGH RUNCTL WITH ITS       *
002586*                  RECORDS READ, ARCHIVED AND KEPT; A CLEAN CUT *
002587*                  THAT ARCHIVED ANYTHING HOLDS THE NEXT        *
002588*                  EUCLIDGCD BATCH UNTIL GCDHIST BUILD HAS RUN, *
002589*                  AND TELLS GCDRPT TO REBUILD ITS ROLLUP. THE  *
002590*                  CUT IS REFUSED (RETURN CODE 32) WHILE A      *
002591*                  BATCH IS STILL APPENDING TO THE TRAIL.       *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
004700     RECORDING MODE IS F
004800     BLOCK CONTAINS 0 RECORDS
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 56 CHARACTERS.
005100 COPY GCDAUD.
005200
005300*****************************************************************
006000     RECORDING MODE IS F
006100     BLOCK CONTAINS 0 RECORDS
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 56 CHARACTERS.
006400 01  ARCHIVE-RECORD                  PIC X(56).
006500
006600*****************************************************************
006700*  KEEP-FILE - STAGING DATASET FOR THE RECORDS THAT SURVIVE THE *
007300     RECORDING MODE IS F
007400     BLOCK CONTAINS 0 RECORDS
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 56 CHARACTERS.
007700 01  KEEP-RECORD                     PIC X(56).
007800
007900 WORKING-STORAGE SECTION.
008000 78  GAR-BAD-PARM-RC                 VALUE 12.
009800         88  END-OF-KEEP-FILE        VALUE 'Y'.
009900     05  WS-FAILED-SWITCH            PIC X VALUE 'N'.
010000         88  ARCHIVE-RUN-FAILED      VALUE 'Y'.
010010     05  WS-CUT-SWITCH               PIC X VALUE 'N'.
010020         88  CUT-POINT-REACHED       VALUE 'Y'.
010030     05  WS-SEAL-HELD-SWITCH         PIC X VALUE 'N'.
010040         88  OPENING-SEAL-HELD       VALUE 'Y'.
010100
010200 01  GAR-READ-COUNT                  PIC 9(09) COMP VALUE 0.
010300 01  GAR-ARCHIVED-COUNT              PIC 9(09) COMP VALUE 0.
010400 01  GAR-KEPT-COUNT                  PIC 9(09) COMP VALUE 0.
010500 01  GAR-RESTAGED-COUNT              PIC 9(09) COMP VALUE 0.
010600 01  GAR-BALANCE-TOTAL               PIC 9(09) COMP VALUE 0.
010610 01  GAR-RETIRED-COUNT               PIC 9(09) COMP VALUE 0.
010620 01  GAR-SEALED-COUNT                PIC 9(09) COMP VALUE 0.
010630 01  GAR-STAGED-COUNT                PIC 9(09) COMP VALUE 0.
010640 01  GAR-LAST-CHAIN-VALUE            PIC 9(10) VALUE 0.
010650 01  GAR-HELD-SEAL                   PIC X(56) VALUE SPACES.
010660 01  GAR-SAVED-RECORD                PIC X(56) VALUE SPACES.
010670
010680 COPY RUNLNK.
010700
010800 PROCEDURE DIVISION.
010900*****************************************************************
011100*****************************************************************
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011310     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
011400     PERFORM 2000-SPLIT-TRAIL THRU 2000-EXIT.
011500     IF NOT ARCHIVE-RUN-FAILED
011600         PERFORM 3000-PROVE-BALANCE THRU 3000-EXIT
012300                 " READ: " GAR-READ-COUNT
012400                 " KEPT: " GAR-KEPT-COUNT
012500                 " ARCHIVED: " GAR-ARCHIVED-COUNT
012510                 " SEALED: " GAR-SEALED-COUNT
012600         DISPLAY "GCDARCH - REMEMBER TO REBUILD ANY SUMMARY "
012700                 "MASTERS BUILT FROM THE FULL TRAIL"
012800     END-IF.
012810     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
012900     STOP RUN.
013000
013100*****************************************************************
015100 1000-EXIT.
015200     EXIT.
015300
015304*****************************************************************
015308*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
015312*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
015316*  PREREQUISITES: THE TRAIL MUST NOT BE CUT WHILE AN EUCLIDGCD  *
015320*  BATCH IS STILL APPENDING TO IT. THE SUBJECT DATE IS THE      *
015324*  CUTOFF. A STEP REFUSED, OR ONE THE LEDGER CANNOT RECORD,     *
015328*  ENDS HERE WITH RUNCTL'S RETURN CODE BEFORE ANY OF ITS WORK   *
015332*  IS DONE.                                                     *
015336*****************************************************************
015340 1800-CHECK-RUN-CONTROL.
015344     MOVE "GCDARCH" TO RCL-STEP-NAME.
015348     MOVE "CUT" TO RCL-STEP-MODE.
015352     MOVE GAR-CUTOFF-DATE TO RCL-SUBJECT-DATE.
015356     SET RCL-START-STEP TO TRUE.
015360     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
015364     IF NOT RCL-STEP-CLEARED
015368         DISPLAY "GCDARCH - STEP NOT RUN: " RCL-REFUSAL-TEXT
015372         MOVE RCL-STEP-RC TO RETURN-CODE
015376         STOP RUN
015380     END-IF.
015384 1800-EXIT.
015388     EXIT.
015392
015400 1900-BAD-PARAMETER.
015500     DISPLAY "GCDARCH - CUTOFF DATE (CCYYMMDD) REQUIRED, GOT: "
015600             ARG-RAW.
016400*  EXTEND SO EACH RETENTION CUT APPENDS A NEW GENERATION; THE   *
016500*  FIRST CUT ON A SYSTEM FINDS NO DATASET AND FALLS BACK TO     *
016600*  OPEN OUTPUT, AS EUCLIDGCD'S 1500-OPEN-AUDIT-LOG DOES.        *
016610*  THE CUT IS A PREFIX: ONCE ONE RECORD IS KEPT, EVERY RECORD   *
016620*  AFTER IT IS KEPT TOO, WHATEVER ITS DATE, SO THE CHAIN IS     *
016630*  SPLIT IN ONE PLACE ONLY. A TRAIL THAT IS ARCHIVED TO THE END *
016640*  STILL REACHES ITS CUT POINT, AT END OF FILE.                 *
016700*****************************************************************
016800 2000-SPLIT-TRAIL.
016900     OPEN INPUT AUDIT-LOG-FILE.
019800     END-IF.
019900     PERFORM 2100-SPLIT-ONE-RECORD THRU 2100-EXIT
020000         UNTIL END-OF-AUDIT-FILE.
020010     IF NOT CUT-POINT-REACHED
020020         PERFORM 2300-MARK-CUT-POINT THRU 2300-EXIT
020030     END-IF.
020100     CLOSE AUDIT-LOG-FILE.
020200     CLOSE ARCHIVE-FILE.
020300     CLOSE KEEP-FILE.
021000             SET END-OF-AUDIT-FILE TO TRUE
021100         NOT AT END
021200             ADD 1 TO GAR-READ-COUNT
021210             PERFORM 2150-ROUTE-ONE-RECORD THRU 2150-EXIT
022200     END-READ.
022300 2100-EXIT.
022400     EXIT.
022500
022600*****************************************************************
022601*  2150-ROUTE-ONE-RECORD - A SEAL AT THE HEAD OF THE TRAIL WAS  *
022602*  LEFT BY THE PREVIOUS CUT AND IS ALREADY THE LAST RECORD ON   *
022603*  THE ARCHIVE; IT IS HELD UNTIL THE CUT POINT SHOWS WHETHER    *
022604*  THIS CUT ARCHIVES ANYTHING. UP TO THE CUT POINT, RECORDS     *
022605*  OLDER THAN THE CUTOFF GO TO THE ARCHIVE; THE FIRST RECORD    *
022606*  THAT IS NOT MARKS THE CUT POINT, AND IT AND EVERYTHING AFTER *
022607*  IT GO TO THE KEEP STAGE.                                     *
022608*****************************************************************
022609 2150-ROUTE-ONE-RECORD.
022610     IF GAR-READ-COUNT = 1
022611        AND AUD-SEAL-RECORD
022612         MOVE AUDIT-LOG-RECORD TO GAR-HELD-SEAL
022613         SET OPENING-SEAL-HELD TO TRUE
022614         GO TO 2150-EXIT
022615     END-IF.
022616     IF NOT CUT-POINT-REACHED
022617        AND AUD-RUN-DATE < GAR-CUTOFF-DATE
022618         PERFORM 2200-ARCHIVE-ONE-RECORD THRU 2200-EXIT
022619         GO TO 2150-EXIT
022620     END-IF.
022621     IF NOT CUT-POINT-REACHED
022622         PERFORM 2300-MARK-CUT-POINT THRU 2300-EXIT
022623     END-IF.
022624     MOVE AUDIT-LOG-RECORD TO KEEP-RECORD.
022625     WRITE KEEP-RECORD.
022626     ADD 1 TO GAR-KEPT-COUNT.
022627 2150-EXIT.
022628     EXIT.
022629
022630 2200-ARCHIVE-ONE-RECORD.
022631     IF OPENING-SEAL-HELD
022632         MOVE 'N' TO WS-SEAL-HELD-SWITCH
022633         ADD 1 TO GAR-RETIRED-COUNT
022634     END-IF.
022635     MOVE AUDIT-LOG-RECORD TO ARCHIVE-RECORD.
022636     WRITE ARCHIVE-RECORD.
022637     ADD 1 TO GAR-ARCHIVED-COUNT.
022638     MOVE AUD-CHAIN-VALUE TO GAR-LAST-CHAIN-VALUE.
022639 2200-EXIT.
022640     EXIT.
022641
022642*****************************************************************
022643*  2300-MARK-CUT-POINT - EVERYTHING THIS CUT ARCHIVES IS NOW ON *
022644*  THE ARCHIVE. IF THAT IS ANYTHING AT ALL, A NEW SEAL CLOSES   *
022645*  THE ARCHIVE AND OPENS THE KEEP STAGE; IF NOT, THE PREVIOUS   *
022646*  CUT'S SEAL, WHEN THE TRAIL HAD ONE, STAYS AT ITS HEAD.       *
022647*****************************************************************
022648 2300-MARK-CUT-POINT.
022649     SET CUT-POINT-REACHED TO TRUE.
022650     IF GAR-ARCHIVED-COUNT > 0
022651         PERFORM 2400-WRITE-SEAL THRU 2400-EXIT
022652         GO TO 2300-EXIT
022653     END-IF.
022654     IF OPENING-SEAL-HELD
022655         MOVE GAR-HELD-SEAL TO KEEP-RECORD
022656         WRITE KEEP-RECORD
022657         ADD 1 TO GAR-KEPT-COUNT
022658         MOVE 'N' TO WS-SEAL-HELD-SWITCH
022659     END-IF.
022660 2300-EXIT.
022661     EXIT.
022662
022663*****************************************************************
022664*  2400-WRITE-SEAL - THE SEAL IS BUILT IN THE TRAIL RECORD      *
022665*  AREA, SO THE RECORD THAT REACHED THE CUT POINT IS SET ASIDE  *
022666*  AND PUT BACK AFTER. IT CARRIES THE RECORD COUNT THIS CUT     *
022667*  ARCHIVED AND, UNCHAINED, THE LAST ARCHIVED CHAIN VALUE - THE *
022668*  VALUE THE KEPT TRAIL ALREADY CHAINS ON FROM.                 *
022669*****************************************************************
022670 2400-WRITE-SEAL.
022671     MOVE AUDIT-LOG-RECORD TO GAR-SAVED-RECORD.
022672     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
022673     ACCEPT AUD-RUN-TIME FROM TIME.
022674     MOVE "GCDARCH" TO AUD-OPERATOR-ID.
022675     MOVE GAR-ARCHIVED-COUNT TO AUD-IN-M.
022676     MOVE 0 TO AUD-IN-N.
022677     MOVE 0 TO AUD-GCD-RESULT.
022678     SET AUD-SEAL-RECORD TO TRUE.
022679     MOVE GAR-LAST-CHAIN-VALUE TO AUD-CHAIN-VALUE.
022680     MOVE AUDIT-LOG-RECORD TO ARCHIVE-RECORD.
022681     WRITE ARCHIVE-RECORD.
022682     MOVE AUDIT-LOG-RECORD TO KEEP-RECORD.
022683     WRITE KEEP-RECORD.
022684     ADD 1 TO GAR-SEALED-COUNT.
022685     MOVE GAR-SAVED-RECORD TO AUDIT-LOG-RECORD.
022686 2400-EXIT.
022687     EXIT.
022688
022689*****************************************************************
022700*  3000-PROVE-BALANCE - RECORDS-IN MUST EQUAL RECORDS-KEPT PLUS *
022800*  RECORDS-ARCHIVED, AND THE KEEP STAGE ON DISK MUST ACTUALLY   *
022900*  HOLD THE KEPT COUNT, BEFORE THE LIVE TRAIL IS TOUCHED. A     *
023000*  SPLIT THAT DROPPED OR DOUBLED A RECORD STOPS HERE WITH THE   *
023100*  OUT-OF-BALANCE RETURN CODE AND THE TRAIL INTACT.             *
023110*  A HEAD SEAL RETIRED BY THIS CUT COUNTS AMONG THE RECORDS     *
023120*  IN, AND THE KEEP STAGE HOLDS THE NEW SEAL AS WELL AS THE     *
023130*  RECORDS KEPT.                                                *
023200*****************************************************************
023300 3000-PROVE-BALANCE.
023400     COMPUTE GAR-BALANCE-TOTAL
023500         = GAR-KEPT-COUNT + GAR-ARCHIVED-COUNT
023510         + GAR-RETIRED-COUNT.
023520     COMPUTE GAR-STAGED-COUNT = GAR-KEPT-COUNT + GAR-SEALED-COUNT.
023600     IF GAR-BALANCE-TOTAL NOT = GAR-READ-COUNT
023700         DISPLAY "GCDARCH - OUT OF BALANCE: READ "
023800                 GAR-READ-COUNT " KEPT+ARCHIVED+RETIRED "
023900                 GAR-BALANCE-TOTAL " - TRAIL LEFT UNTOUCHED"
024000         MOVE GAR-OUT-OF-BALANCE-RC TO RETURN-CODE
024100         SET ARCHIVE-RUN-FAILED TO TRUE
025400     PERFORM 3100-COUNT-ONE-KEPT THRU 3100-EXIT
025500         UNTIL END-OF-KEEP-FILE.
025600     CLOSE KEEP-FILE.
025700     IF GAR-RESTAGED-COUNT NOT = GAR-STAGED-COUNT
025800         DISPLAY "GCDARCH - KEEP STAGE HOLDS "
025900                 GAR-RESTAGED-COUNT " RECORDS, EXPECTED "
026000                 GAR-STAGED-COUNT " - TRAIL LEFT UNTOUCHED"
026100         MOVE GAR-OUT-OF-BALANCE-RC TO RETURN-CODE
026200         SET ARCHIVE-RUN-FAILED TO TRUE
026300     END-IF.
030400         UNTIL END-OF-KEEP-FILE.
030500     CLOSE KEEP-FILE.
030600     CLOSE AUDIT-LOG-FILE.
030700     IF GAR-RESTAGED-COUNT NOT = GAR-STAGED-COUNT
030800         DISPLAY "GCDARCH - REPLACE COPIED "
030900                 GAR-RESTAGED-COUNT " RECORDS, EXPECTED "
031000                 GAR-STAGED-COUNT " - RECOVER FROM GCDKEEP"
031100         MOVE GAR-OUT-OF-BALANCE-RC TO RETURN-CODE
031200         SET ARCHIVE-RUN-FAILED TO TRUE
031300     END-IF.
032600 4100-EXIT.
032700     EXIT.
032800
032804*****************************************************************
032808*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
032812*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
032816*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
032820*  LEAVES IT AS THE STEP SET IT.                                *
032824*****************************************************************
032828 9800-RECORD-STEP-END.
032832     MOVE RETURN-CODE TO RCL-STEP-RC.
032836     MOVE "READ" TO RCL-COUNT-LABEL(1).
032840     MOVE GAR-READ-COUNT TO RCL-COUNT-VALUE(1).
032844     MOVE "ARCHIVED" TO RCL-COUNT-LABEL(2).
032848     MOVE GAR-ARCHIVED-COUNT TO RCL-COUNT-VALUE(2).
032852     MOVE "KEPT" TO RCL-COUNT-LABEL(3).
032856     MOVE GAR-KEPT-COUNT TO RCL-COUNT-VALUE(3).
032860     SET RCL-END-STEP TO TRUE.
032864     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
032868 9800-EXIT.
032872     EXIT.
032876
032900 END PROGRAM GCDARCH.
