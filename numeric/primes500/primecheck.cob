002900*                  SO THE CERTIFICATION IS NEVER TAKEN ON       *
003000*                  FAITH. RUN CHECK WEEKLY AND BEFORE EVERY     *
003100*                  QUARTERLY CAPACITY RUN.                      *
003109*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-    *
003118*                  CONTROL LEDGER THROUGH RUNCTL WITH ITS       *
003127*                  RECORDS CHECKED AND PROBLEMS FOUND. A CLEAN  *
003136*                  CHECK (OR A CLEAN REBUILD, WHICH CHECKS WHAT *
003145*                  IT WROTE) NEWER THAN THE LAST CHANGE TO      *
003154*                  PRIMMAST IS WHAT CLEARS PRIMES500 ANALYZE.   *
003163*  10/15/2026 DSH  EACH RUN THAT FINISHES KEEPS PRIMCERT AS A   *
003172*                  DATED, NUMBERED GENERATION ON THE GENCAT     *
003181*                  CATALOG THROUGH GENCTL.                      *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
013500 01  RPT-VERDICT-LINE.
013600     05  RPT-VER-TEXT                PIC X(60).
013700
013710 COPY RUNLNK.
013720
013800 PROCEDURE DIVISION.
013900*****************************************************************
014000*  0000-MAINLINE                                                *
014100*****************************************************************
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014310     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
014400     PERFORM 1500-OPEN-CERT-REPORT THRU 1500-EXIT.
014500     IF REBUILD-MODE
014600         PERFORM 5000-REBUILD-MASTER THRU 5000-EXIT
015100     IF PCK-PROBLEM-COUNT > 0
015200         MOVE PCK-FAILED-RC TO RETURN-CODE
015300     END-IF.
015310     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
015400     STOP RUN.
015500
015600*****************************************************************
018800 1000-EXIT.
018900     EXIT.
019000
019003*****************************************************************
019006*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
019009*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
019012*  PREREQUISITES; PRIMCHK HAS NONE AND IS ONLY RECORDED. A STEP *
019015*  REFUSED, OR ONE THE LEDGER CANNOT RECORD, ENDS HERE WITH     *
019018*  RUNCTL'S RETURN CODE BEFORE ANY OF ITS WORK IS DONE.         *
019021*****************************************************************
019024 1800-CHECK-RUN-CONTROL.
019027     MOVE "PRIMCHK" TO RCL-STEP-NAME.
019030     IF REBUILD-MODE
019033         MOVE "REBUILD" TO RCL-STEP-MODE
019036     ELSE
019039         MOVE "CHECK" TO RCL-STEP-MODE
019042     END-IF.
019045     MOVE 0 TO RCL-SUBJECT-DATE.
019048     SET RCL-START-STEP TO TRUE.
019051     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
019054     IF NOT RCL-STEP-CLEARED
019057         DISPLAY "PRIMCHK - STEP NOT RUN: " RCL-REFUSAL-TEXT
019060         MOVE RCL-STEP-RC TO RETURN-CODE
019063         STOP RUN
019066     END-IF.
019069 1800-EXIT.
019072     EXIT.
019075
019100 1900-BAD-PARAMETER.
019200     DISPLAY "PRIMCHK - EXPECTED CHECK OR REBUILD (COUNT), GOT: "
019300             ARG-RAW.
020000         DISPLAY "PRIMCHK - UNABLE TO OPEN PRIMCERT, STATUS="
020100                 CERT-FILE-STATUS
020200         MOVE PCK-OPEN-FAIL-RC TO RETURN-CODE
020210         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
020300         STOP RUN
020400     END-IF.
020500     IF REBUILD-MODE
036400         DISPLAY "PRIMCHK - UNABLE TO REWRITE PRIMMAST, STATUS="
036500                 MAST-FILE-STATUS
036600         MOVE PCK-OPEN-FAIL-RC TO RETURN-CODE
036610         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
036700         STOP RUN
036800     END-IF.
036900     MOVE 2 TO PCK-PREV-PRIME.
044700 9000-EXIT.
044800     EXIT.
044900
044904*****************************************************************
044908*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
044912*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
044916*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
044920*  LEAVES IT AS THE STEP SET IT. FIRST, GENCTL KEEPS THE        *
044924*  DATASETS THE STEP WROTE AS NEW GENERATIONS, IF IT ENDED WELL *
044928*  ENOUGH FOR THEM TO BE WORTH KEEPING.                         *
044932*****************************************************************
044936 9800-RECORD-STEP-END.
044940     MOVE RETURN-CODE TO RCL-STEP-RC.
044944     MOVE "RECORDS" TO RCL-COUNT-LABEL(1).
044948     MOVE PCK-RECORD-COUNT TO RCL-COUNT-VALUE(1).
044952     MOVE "PROBLEMS" TO RCL-COUNT-LABEL(2).
044956     MOVE PCK-PROBLEM-COUNT TO RCL-COUNT-VALUE(2).
044960     CALL 'GENCTL' USING RUN-CONTROL-LINK.
044964     SET RCL-END-STEP TO TRUE.
044968     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
044972 9800-EXIT.
044976     EXIT.
044980
045000 END PROGRAM PRIMCHK.
