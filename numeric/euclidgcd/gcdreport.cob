001807*                  PERSISTENT COMPLIANCE MASTER, BEYOND         *
001808*                  RECOVERY ONCE GCDARCH HAS CUT THE TRAIL      *
001809*                  RECORDS THEY SUMMARIZE.                      *
001810*  10/15/2026 DSH  TRAIL RECORDS 46 TO 56 BYTES FOR THE GCDAUDIT*
001813*                  HASH CHAIN. SEAL ('S') RECORDS LEFT BY       *
001814*                  GCDARCH STILL COUNT TOWARD THE ROLLUP POINT -*
001815*                  IT IS A RECORD POSITION - BUT ARE NOT FOLDED *
001816*                  INTO ANY OPERATOR OR DAY TOTAL.              *
001817*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-    *
001818*                  CONTROL LEDGER THROUGH RUNCTL WITH ITS TRAIL *
001819*                  RECORDS FOLDED AND SELECTED. A GCDARCH CUT   *
001820*                  RECORDED SINCE GCDRPT LAST ENDED CLEANLY NOW *
001821*                  FORCES THE REBUILD OUTRIGHT; THE TRAIL-      *
001822*                  LENGTH TEST STAYS AS THE BACKSTOP. THE RUN   *
001823*                  IS REFUSED (RETURN CODE 32) WHILE AN         *
001824*                  EUCLIDGCD BATCH IS STILL APPENDING TO THE    *
001825*                  TRAIL.                                       *
001826*  10/15/2026 DSH  EACH RUN THAT FINISHES KEEPS GCDRPT AS A     *
001827*                  DATED, NUMBERED GENERATION ON THE GENCAT     *
001828*                  CATALOG THROUGH GENCTL.                      *
001811*****************************************************************
001812
001900 ENVIRONMENT DIVISION.
003400     RECORDING MODE IS F
003500     BLOCK CONTAINS 0 RECORDS
003600     LABEL RECORDS ARE STANDARD
003700     RECORD CONTAINS 56 CHARACTERS.
003800 COPY GCDAUD.
003900
004000 FD  REPORT-FILE
020100         10  RPT-RAW-SS              PIC 9(02).
020200         10  FILLER                  PIC 9(02).
020300
020310 COPY RUNLNK.
020320
020400 PROCEDURE DIVISION.
020500*****************************************************************
020600*  0000-MAINLINE                                                *
020700*****************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020910     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
021000     PERFORM 2000-PRODUCE-REPORT THRU 2000-EXIT.
021100     IF A-TOTALS-TABLE-FILLED AND RETURN-CODE = 0
021200         MOVE GCR-TABLE-FULL-RC TO RETURN-CODE
021300     END-IF.
021310     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
021400     STOP RUN.
021500
021600*****************************************************************
029700 1110-EXIT.
029800     EXIT.
029900
029902*****************************************************************
029904*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
029906*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
029908*  PREREQUISITES: THE TRAIL MUST NOT BE FOLDED WHILE AN         *
029910*  EUCLIDGCD BATCH IS STILL APPENDING TO IT. A GCDARCH CUT      *
029912*  SINCE GCDRPT LAST ENDED CLEANLY LEAVES THE ROLLUP POINT      *
029914*  MEANINGLESS, SO THE REBUILD IS FORCED HERE RATHER THAN LEFT  *
029916*  TO THE TRAIL-LENGTH TEST IN 2000. A STEP REFUSED, OR ONE THE *
029918*  LEDGER CANNOT RECORD, ENDS HERE WITH RUNCTL'S RETURN CODE    *
029920*  BEFORE ANY OF ITS WORK IS DONE.                              *
029922*****************************************************************
029924 1800-CHECK-RUN-CONTROL.
029926     MOVE "GCDRPT" TO RCL-STEP-NAME.
029928     IF REBUILD-REQUESTED
029930         MOVE "REBUILD" TO RCL-STEP-MODE
029932     ELSE
029934         MOVE "INCR" TO RCL-STEP-MODE
029936     END-IF.
029938     MOVE 0 TO RCL-SUBJECT-DATE.
029940     SET RCL-START-STEP TO TRUE.
029942     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
029944     IF NOT RCL-STEP-CLEARED
029946         DISPLAY "GCDRPT - STEP NOT RUN: " RCL-REFUSAL-TEXT
029948         MOVE RCL-STEP-RC TO RETURN-CODE
029950         STOP RUN
029952     END-IF.
029954     IF RCL-TRAIL-CUT-SINCE-STEP AND NOT REBUILD-REQUESTED
029956         DISPLAY "GCDRPT - GCDARCH CUT THE TRAIL SINCE THE LAST "
029958                 "RUN, REBUILDING FROM RECORD ONE"
029960         SET REBUILD-REQUESTED TO TRUE
029962     END-IF.
029964 1800-EXIT.
029966     EXIT.
029968
030000 1900-BAD-PARAMETER.
030100     DISPLAY "GCDRPT - INVALID SELECTION PARAMETER: " ARG-RAW.
030200     MOVE GCR-BAD-PARM-RC TO RETURN-CODE.
041600                 DISPLAY "GCDRPT - GCDRLUP EXCEEDS TABLE OF "
041650                         GCR-MAX-ROLLUP " - RAISE THE LIMIT"
041700                 MOVE GCR-ROLLUP-FULL-RC TO RETURN-CODE
041710                 PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
041750                 STOP RUN
041800             END-IF
041850         END-IF
046700             SET END-OF-AUDIT-FILE TO TRUE
046800         NOT AT END
046900             ADD 1 TO GCR-READ-COUNT
046910             IF NOT AUD-SEAL-RECORD
047000                 PERFORM 2350-FOLD-INTO-TABLE THRU 2350-EXIT
047010             END-IF
047100     END-READ.
047200 2320-EXIT.
047300     EXIT.
076100 4200-EXIT.
076200     EXIT.
076300
076304*****************************************************************
076308*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
076312*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
076316*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
076320*  LEAVES IT AS THE STEP SET IT. FIRST, GENCTL KEEPS THE        *
076324*  DATASETS THE STEP WROTE AS NEW GENERATIONS, IF IT ENDED WELL *
076328*  ENOUGH FOR THEM TO BE WORTH KEEPING.                         *
076332*****************************************************************
076336 9800-RECORD-STEP-END.
076340     MOVE RETURN-CODE TO RCL-STEP-RC.
076344     IF REBUILD-REQUESTED
076348         MOVE "REBUILD" TO RCL-STEP-MODE
076352     END-IF.
076356     MOVE "FOLDED" TO RCL-COUNT-LABEL(1).
076360     MOVE GCR-READ-COUNT TO RCL-COUNT-VALUE(1).
076364     MOVE "SELECTED" TO RCL-COUNT-LABEL(2).
076368     MOVE GCR-SELECTED-COUNT TO RCL-COUNT-VALUE(2).
076372     CALL 'GENCTL' USING RUN-CONTROL-LINK.
076376     SET RCL-END-STEP TO TRUE.
076380     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
076384 9800-EXIT.
076388     EXIT.
076392
076400 END PROGRAM GCDRPT.
