002230*                  NO M,N PAIR TO REPLAY, SO THEY ARE COUNTED   *
002240*                  AND SKIPPED RATHER THAN FACTORED; THE COUNT  *
002250*                  PRINTS WITH THE SUMMARY.                     *
002252*  10/15/2026 DSH  CONGRUENCE ('C') TRAIL RECORDS HAVE NO M,N   *
002254*                  PAIR TO REPLAY EITHER; THEY ARE COUNTED AND  *
002256*                  SKIPPED WITH THEIR OWN SUMMARY LINE.         *
002258*  10/15/2026 DSH  TRAIL RECORDS 46 TO 56 BYTES FOR THE GCDAUDIT*
002260*                  HASH CHAIN. SEAL ('S') RECORDS LEFT BY       *
002262*                  GCDARCH CARRY NO REDUCTION TO REPLAY; THEY   *
002264*                  ARE SKIPPED AND COUNTED ON THE REPORT.       *
002266*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-    *
002268*                  CONTROL LEDGER THROUGH RUNCTL WITH ITS PAIRS *
002270*                  REPLAYED, DISCREPANCIES AND ANY PRIMES ADDED *
002272*                  TO PRIMMAST. THE RUN IS REFUSED (RETURN CODE *
002274*                  32) WHILE AN EUCLIDGCD BATCH IS STILL        *
002276*                  APPENDING TO THE TRAIL.                      *
002278*  10/15/2026 DSH  EACH RUN THAT FINISHES KEEPS GCDVRPT AS A    *
002280*                  DATED, NUMBERED GENERATION ON THE GENCAT     *
002282*                  CATALOG THROUGH GENCTL.                      *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004000     RECORDING MODE IS F
004100     BLOCK CONTAINS 0 RECORDS
004200     LABEL RECORDS ARE STANDARD
004300     RECORD CONTAINS 56 CHARACTERS.
004400 COPY GCDAUD.
004500
004600 FD  VERIFY-RPT-FILE
008100 01  GV-DISCREPANCY-COUNT            PIC 9(07) COMP VALUE 0.
008200 01  GV-UNVERIFIED-COUNT             PIC 9(07) COMP VALUE 0.
008210 01  GV-GROUP-SKIPPED-COUNT          PIC 9(07) COMP VALUE 0.
008220 01  GV-CRT-SKIPPED-COUNT            PIC 9(07) COMP VALUE 0.
008230 01  GV-SEAL-SKIPPED-COUNT           PIC 9(07) COMP VALUE 0.
008300
008400 01  GV-TARGET                       PIC 9(08) COMP.
008500 01  GV-GCD                          PIC 9(08) COMP.
016400 COPY PRIMTBL.
016500 COPY FACTTBL.
016600
016610 COPY RUNLNK.
016620
016700 PROCEDURE DIVISION.
016800*****************************************************************
016900*  0000-MAINLINE                                                *
017800             MOVE GV-UNVERIFIED-RC TO RETURN-CODE
017900         END-IF
018000     END-IF.
018010     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
018100     STOP RUN.
018200
018300*****************************************************************
021300         SET ONE-OPERATOR TO TRUE
021400         MOVE ARG-RAW TO SEL-OPERATOR
021500     END-IF.
021510     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
021600     MOVE MAX-PRIME-COUNT TO PRM-TARGET-COUNT.
021700     DIVIDE PRM-TARGET-COUNT BY PRIME-COLS
021800         GIVING PRM-ROW-COUNT
023200 1050-EXIT.
023300     EXIT.
023400
023404*****************************************************************
023408*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
023412*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
023416*  PREREQUISITES: THE TRAIL MUST NOT BE REPLAYED WHILE AN       *
023420*  EUCLIDGCD BATCH IS STILL APPENDING TO IT. IT RUNS BEFORE THE *
023424*  PRIME TABLE IS BUILT, SINCE BUILDING IT CAN EXTEND PRIMMAST. *
023428*  A STEP REFUSED, OR ONE THE LEDGER CANNOT RECORD, ENDS HERE   *
023432*  WITH RUNCTL'S RETURN CODE BEFORE ANY OF ITS WORK IS DONE.    *
023436*****************************************************************
023440 1800-CHECK-RUN-CONTROL.
023444     MOVE "GCDVERIF" TO RCL-STEP-NAME.
023448     MOVE "VERIFY" TO RCL-STEP-MODE.
023452     MOVE 0 TO RCL-SUBJECT-DATE.
023456     SET RCL-START-STEP TO TRUE.
023460     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
023464     IF NOT RCL-STEP-CLEARED
023468         DISPLAY "GCDVERIF - STEP NOT RUN: " RCL-REFUSAL-TEXT
023472         MOVE RCL-STEP-RC TO RETURN-CODE
023476         STOP RUN
023480     END-IF.
023484 1800-EXIT.
023488     EXIT.
023492
023500 1900-BAD-PARAMETER.
023600     DISPLAY "GCDVERIF - INVALID SELECTION PARAMETER: " ARG-RAW.
023700     MOVE GV-BAD-PARM-RC TO RETURN-CODE.
030950                 IF AUD-GROUP-RECORD
030960                     ADD 1 TO GV-GROUP-SKIPPED-COUNT
030970                 ELSE
030974                 IF AUD-CRT-RECORD
030978                     ADD 1 TO GV-CRT-SKIPPED-COUNT
030982                 ELSE
030986                 IF AUD-SEAL-RECORD
030990                     ADD 1 TO GV-SEAL-SKIPPED-COUNT
030994                 ELSE
031000                     ADD 1 TO GV-REPLAYED-COUNT
031100                     PERFORM 3100-VERIFY-ONE-PAIR THRU 3100-EXIT
031150                 END-IF
031160                 END-IF
031170                 END-IF
031200             END-IF
031300     END-READ.
031400 3000-EXIT.
046020     MOVE GV-GROUP-SKIPPED-COUNT TO RPT-CNT-VALUE.
046030     MOVE RPT-COUNT-LINE TO VERIFY-RPT-TEXT.
046040     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
046046     MOVE "CONGRUENCES SKIPPED:      " TO RPT-CNT-LABEL.
046052     MOVE GV-CRT-SKIPPED-COUNT TO RPT-CNT-VALUE.
046058     MOVE RPT-COUNT-LINE TO VERIFY-RPT-TEXT.
046064     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
046070     MOVE "SEAL RECORDS SKIPPED:     " TO RPT-CNT-LABEL.
046076     MOVE GV-SEAL-SKIPPED-COUNT TO RPT-CNT-VALUE.
046082     MOVE RPT-COUNT-LINE TO VERIFY-RPT-TEXT.
046088     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
046100     IF GV-DISCREPANCY-COUNT = 0 AND GV-UNVERIFIED-COUNT = 0
046200         MOVE "ZERO DISCREPANCIES - INDEPENDENT ALGORITHMS AGREE"
046300             TO RPT-VER-TEXT
047000 4000-EXIT.
047100     EXIT.
047200
047204*****************************************************************
047208*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
047212*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
047216*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
047220*  LEAVES IT AS THE STEP SET IT. FIRST, GENCTL KEEPS THE        *
047224*  DATASETS THE STEP WROTE AS NEW GENERATIONS, IF IT ENDED WELL *
047228*  ENOUGH FOR THEM TO BE WORTH KEEPING.                         *
047232*****************************************************************
047236 9800-RECORD-STEP-END.
047240     MOVE RETURN-CODE TO RCL-STEP-RC.
047244     MOVE "REPLAYED" TO RCL-COUNT-LABEL(1).
047248     MOVE GV-REPLAYED-COUNT TO RCL-COUNT-VALUE(1).
047252     MOVE "DISCREP" TO RCL-COUNT-LABEL(2).
047256     MOVE GV-DISCREPANCY-COUNT TO RCL-COUNT-VALUE(2).
047260     MOVE "PRIMMAST" TO RCL-COUNT-LABEL(3).
047264     MOVE PRM-MAST-ADDED-COUNT TO RCL-COUNT-VALUE(3).
047268     CALL 'GENCTL' USING RUN-CONTROL-LINK.
047272     SET RCL-END-STEP TO TRUE.
047276     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
047280 9800-EXIT.
047284     EXIT.
047288
047300 END PROGRAM GCDVERIF.
