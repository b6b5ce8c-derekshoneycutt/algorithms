002470*                  AND GROUP GCD. RECORD LENGTHS FOLLOW THE     *
002472*                  WIDENED SHARED LAYOUTS (GCDIN 80, GCDOUT     *
002474*                  60, GCDAUDIT 46).                            *
002475*  10/15/2026 DSH  CONGRUENCE RECORDS RECONCILE LIKE GROUPS:    *
002476*                  EVERY GCDIN 'C' RECORD MUST HAVE A TYPED     *
002477*                  CONGRUENCE RESULT IN INPUT ORDER, AND EVERY  *
002478*                  SYSTEM RUN THROUGH UTIL ('P', CONFLICT 'X' OR*
002479*                  OVERFLOW 'O') EXACTLY ONE 'C' AUDIT RECORD   *
002480*                  AGREEING ON THE PAIR COUNT AND THE LOW-ORDER *
002481*                  SEVEN DIGITS OF THE SOLUTION. A PAIR RESULT  *
002482*                  NOW MATCHES ONLY A 'P' AUDIT RECORD. GCDIN   *
002483*                  RECORDS ARE 160 BYTES.                       *
002484*  10/15/2026 DSH  RATIO RECORDS RECONCILE THE SAME WAY: EVERY  *
002485*                  GCDIN 'R' RECORD MUST HAVE A TYPED RATIO     *
002486*                  RESULT IN INPUT ORDER CARRYING THE SAME M AND*
002487*                  N, AND EVERY RATIO REDUCED ('P') EXACTLY ONE *
002488*                  'R' AUDIT RECORD AGREEING ON M, N AND THE    *
002489*                  GCD.                                         *
002490*  10/15/2026 DSH  TRAIL RECORDS 46 TO 56 BYTES FOR THE GCDAUDIT*
002491*                  HASH CHAIN (GCDAUDIT 56). A SEAL RECORD THAT *
002492*                  A GCDARCH CUT DATED THE SAME DAY IS NOT BATCH*
002493*                  WORK AND IS PASSED OVER, NOT MATCHED.        *
002494*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-    *
002495*                  CONTROL LEDGER THROUGH RUNCTL WITH ITS       *
002496*                  DETAILS, AUDIT RECORDS MATCHED AND           *
002497*                  EXCEPTIONS. THE RECONCILIATION IS REFUSED    *
002498*                  (RETURN CODE 32) UNTIL THE LEDGER SHOWS THE  *
002499*                  EUCLIDGCD BATCH FOR THE RUN DATE COMPLETE,   *
002501*                  SO IT CAN NO LONGER PROVE A BATCH THAT IS    *
002502*                  STILL RUNNING.                               *
002503*  10/15/2026 DSH  EACH RUN THAT FINISHES KEEPS GCDRCN AS A     *
002504*                  DATED, NUMBERED GENERATION ON THE GENCAT     *
002505*                  CATALOG THROUGH GENCTL. A PAST DAY CAN BE    *
002506*                  RECONCILED AGAIN AFTER GENMGR RESTORES THAT  *
002507*                  DAY'S GCDIN AND GCDOUT.                      *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005000     RECORDING MODE IS F
005100     BLOCK CONTAINS 0 RECORDS
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 160 CHARACTERS.
005400 COPY GCDINP.
005500
005600 FD  GCD-RESULT-FILE
006400     RECORDING MODE IS F
006500     BLOCK CONTAINS 0 RECORDS
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 56 CHARACTERS.
006800 COPY GCDAUD.
006900
007000 FD  RECON-RPT-FILE
011610 01  GRC-GROUP-COUNT                 PIC 9(07) COMP VALUE 0.
011620 01  GRC-GRP-RESULT-COUNT            PIC 9(07) COMP VALUE 0.
011630 01  GRC-GRP-REDUCED-COUNT           PIC 9(07) COMP VALUE 0.
011638 01  GRC-CRT-COUNT                   PIC 9(07) COMP VALUE 0.
011646 01  GRC-CRT-RESULT-COUNT            PIC 9(07) COMP VALUE 0.
011654 01  GRC-CRT-REDUCED-COUNT           PIC 9(07) COMP VALUE 0.
011662 01  GRC-CRT-SOLUTION-LOW            PIC 9(07) VALUE 0.
011670 01  GRC-RAT-COUNT                   PIC 9(07) COMP VALUE 0.
011678 01  GRC-RAT-RESULT-COUNT            PIC 9(07) COMP VALUE 0.
011686 01  GRC-RAT-REDUCED-COUNT           PIC 9(07) COMP VALUE 0.
011700
011800*****************************************************************
011900*  REPORT WORK AREAS - SAME EMIT PATTERN AS THE OTHER REPORTS:  *
014800 01  RPT-VERDICT-LINE.
014900     05  RPT-VER-TEXT                PIC X(60).
015000
015010 COPY RUNLNK.
015020
015100 PROCEDURE DIVISION.
015200*****************************************************************
015300*  0000-MAINLINE                                                *
015400*****************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015610     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
015700     PERFORM 2000-RECONCILE THRU 2000-EXIT.
015800     IF GRC-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
015900         MOVE GRC-OUT-OF-BALANCE-RC TO RETURN-CODE
016000     END-IF.
016010     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
016100     STOP RUN.
016200
016300*****************************************************************
018000 1000-EXIT.
018100     EXIT.
018200
018204*****************************************************************
018208*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
018212*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
018216*  PREREQUISITES: THE EUCLIDGCD BATCH FOR THE RUN DATE BEING    *
018220*  PROVED MUST HAVE ENDED - A BATCH STILL RUNNING, OR ONE THAT  *
018224*  NEVER FINISHED, HAS NO COMPLETE GCDOUT TO BALANCE. A STEP    *
018228*  REFUSED, OR ONE THE LEDGER CANNOT RECORD, ENDS HERE WITH     *
018232*  RUNCTL'S RETURN CODE BEFORE ANY OF ITS WORK IS DONE.         *
018236*****************************************************************
018240 1800-CHECK-RUN-CONTROL.
018244     MOVE "GCDRECON" TO RCL-STEP-NAME.
018248     MOVE "BALANCE" TO RCL-STEP-MODE.
018252     MOVE SEL-RUN-DATE TO RCL-SUBJECT-DATE.
018256     SET RCL-START-STEP TO TRUE.
018260     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
018264     IF NOT RCL-STEP-CLEARED
018268         DISPLAY "GCDRECON - STEP NOT RUN: " RCL-REFUSAL-TEXT
018272         MOVE RCL-STEP-RC TO RETURN-CODE
018276         STOP RUN
018280     END-IF.
018284 1800-EXIT.
018288     EXIT.
018292
018300 1900-BAD-PARAMETER.
018400     DISPLAY "GCDRECON - INVALID RUN DATE PARAMETER: " ARG-RAW.
018500     MOVE GRC-BAD-PARM-RC TO RETURN-CODE.
029360                 ADD 1 TO GRC-GROUP-COUNT
029370                 PERFORM 3300-MATCH-GROUP-RESULT THRU 3300-EXIT
029380             ELSE
029382             IF GIN-CRT-SYSTEM
029384                 ADD 1 TO GRC-CRT-COUNT
029386                 PERFORM 3400-MATCH-CRT-RESULT THRU 3400-EXIT
029388             ELSE
029390             IF GIN-RATIO
029392                 ADD 1 TO GRC-RAT-COUNT
029394                 PERFORM 3500-MATCH-RATIO-RESULT THRU 3500-EXIT
029396             ELSE
029400                 ADD 1 TO GRC-DETAIL-COUNT
029500                 PERFORM 3100-MATCH-RESULT-RECORD THRU 3100-EXIT
029600             END-IF
029650             END-IF
029660             END-IF
029670             END-IF
029700     END-READ.
029800 3000-EXIT.
029900     EXIT.
034100         GO TO 3200-EXIT
034200     END-IF.
034300     MOVE 'N' TO WS-AUDIT-HELD-SWITCH.
034400     IF NOT AUD-PAIR-RECORD
034450        OR AUD-IN-M NOT = RES-IN-M
034500        OR AUD-IN-N NOT = RES-IN-N
034600        OR AUD-GCD-RESULT NOT = RES-GCD
035721     EXIT.
035723
035800*****************************************************************
035801*  3400-MATCH-CRT-RESULT - ONE GCDIN CONGRUENCE RECORD MUST PAIR*
035802*  WITH THE NEXT GCDOUT RECORD, WHICH MUST BE A TYPED CONGRUENCE*
035803*  RESULT; A SYSTEM RUN THROUGH UTIL ('P', CONFLICT 'X' OR      *
035804*  OVERFLOW 'O') MUST ALSO PAIR WITH THE NEXT RUN-DATE AUDIT    *
035805*  RECORD, A 'C' TYPE AGREEING ON THE PAIR COUNT AND THE LOW-   *
035806*  ORDER SEVEN DIGITS OF THE SOLUTION (ZERO FOR 'X' AND 'O').   *
035807*****************************************************************
035808 3400-MATCH-CRT-RESULT.
035809     PERFORM 7100-GET-NEXT-RESULT THRU 7100-EXIT.
035810     IF NOT RESULT-RECORD-HELD
035811         MOVE "GCDIN CONGRUENCE WITHOUT GCDOUT  "
035812             TO RPT-EXC-MESSAGE
035813         MOVE 0 TO RPT-EXC-M
035814         MOVE 0 TO RPT-EXC-N
035815         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035816         GO TO 3400-EXIT
035817     END-IF.
035818     ADD 1 TO GRC-RESULT-COUNT.
035819     MOVE 'N' TO WS-RESULT-HELD-SWITCH.
035820     IF NOT RES-CRT-RESULT
035821         MOVE "GCDOUT RECORD NOT CONGRUENCE TYPE"
035822             TO RPT-EXC-MESSAGE
035823         MOVE 0 TO RPT-EXC-M
035824         MOVE 0 TO RPT-EXC-N
035825         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035826         GO TO 3400-EXIT
035827     END-IF.
035828     ADD 1 TO GRC-CRT-RESULT-COUNT.
035829     IF RES-CRT-SOLVED OR RES-CRT-CONFLICT OR RES-CRT-OVERFLOW
035830         ADD 1 TO GRC-CRT-REDUCED-COUNT
035831         PERFORM 3450-MATCH-CRT-AUDIT THRU 3450-EXIT
035832     END-IF.
035833 3400-EXIT.
035834     EXIT.
035835
035836 3450-MATCH-CRT-AUDIT.
035837     PERFORM 7000-GET-NEXT-AUDIT THRU 7000-EXIT.
035838     IF NOT AUDIT-RECORD-HELD
035839         MOVE "CONGRUENCE RESULT WITHOUT AUDIT  "
035840             TO RPT-EXC-MESSAGE
035841         MOVE RES-CRT-COUNT TO RPT-EXC-M
035842         MOVE 0 TO RPT-EXC-N
035843         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035844         GO TO 3450-EXIT
035845     END-IF.
035846     MOVE 'N' TO WS-AUDIT-HELD-SWITCH.
035847     MOVE RES-CRT-SOLUTION TO GRC-CRT-SOLUTION-LOW.
035848     IF NOT AUD-CRT-RECORD
035849        OR AUD-IN-M NOT = RES-CRT-COUNT
035850        OR AUD-GCD-RESULT NOT = GRC-CRT-SOLUTION-LOW
035851         MOVE "AUDIT RECORD DISAGREES WITH CONGR"
035852             TO RPT-EXC-MESSAGE
035853         MOVE AUD-IN-M TO RPT-EXC-M
035854         MOVE AUD-IN-N TO RPT-EXC-N
035855         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035856     ELSE
035857         ADD 1 TO GRC-AUDIT-MATCHED
035858     END-IF.
035859 3450-EXIT.
035860     EXIT.
035861
035862*****************************************************************
035863*  3500-MATCH-RATIO-RESULT - ONE GCDIN RATIO RECORD MUST PAIR   *
035864*  WITH THE NEXT GCDOUT RECORD, WHICH MUST BE A TYPED RATIO     *
035865*  RESULT CARRYING THE SAME M AND N; A RATIO ACTUALLY REDUCED   *
035866*  ('P') MUST ALSO PAIR WITH THE NEXT RUN-DATE AUDIT RECORD, AN *
035867*  'R' TYPE AGREEING ON M, N AND THE GCD.                       *
035868*****************************************************************
035869 3500-MATCH-RATIO-RESULT.
035870     PERFORM 7100-GET-NEXT-RESULT THRU 7100-EXIT.
035871     IF NOT RESULT-RECORD-HELD
035872         MOVE "GCDIN RATIO WITHOUT GCDOUT RECORD"
035873             TO RPT-EXC-MESSAGE
035874         MOVE GIN-RAT-M TO RPT-EXC-M
035875         MOVE GIN-RAT-N TO RPT-EXC-N
035876         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035877         GO TO 3500-EXIT
035878     END-IF.
035879     ADD 1 TO GRC-RESULT-COUNT.
035880     MOVE 'N' TO WS-RESULT-HELD-SWITCH.
035881     IF NOT RES-RAT-RESULT
035882         MOVE "GCDOUT RECORD NOT RATIO TYPE     "
035883             TO RPT-EXC-MESSAGE
035884         MOVE GIN-RAT-M TO RPT-EXC-M
035885         MOVE GIN-RAT-N TO RPT-EXC-N
035886         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035887         GO TO 3500-EXIT
035888     END-IF.
035889     ADD 1 TO GRC-RAT-RESULT-COUNT.
035890     IF RES-RAT-IN-M NOT = GIN-RAT-M
035891        OR RES-RAT-IN-N NOT = GIN-RAT-N
035892         MOVE "GCDOUT RATIO DOES NOT MATCH GCDIN"
035893             TO RPT-EXC-MESSAGE
035894         MOVE GIN-RAT-M TO RPT-EXC-M
035895         MOVE GIN-RAT-N TO RPT-EXC-N
035896         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035897     END-IF.
035898     IF RES-RAT-PROCESSED
035899         ADD 1 TO GRC-RAT-REDUCED-COUNT
035901         PERFORM 3550-MATCH-RATIO-AUDIT THRU 3550-EXIT
035902     END-IF.
035903 3500-EXIT.
035904     EXIT.
035905
035906 3550-MATCH-RATIO-AUDIT.
035907     PERFORM 7000-GET-NEXT-AUDIT THRU 7000-EXIT.
035908     IF NOT AUDIT-RECORD-HELD
035909         MOVE "RATIO RESULT WITHOUT AUDIT RECORD"
035910             TO RPT-EXC-MESSAGE
035911         MOVE RES-RAT-IN-M TO RPT-EXC-M
035912         MOVE RES-RAT-IN-N TO RPT-EXC-N
035913         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035914         GO TO 3550-EXIT
035915     END-IF.
035916     MOVE 'N' TO WS-AUDIT-HELD-SWITCH.
035917     IF NOT AUD-RATIO-RECORD
035918        OR AUD-IN-M NOT = RES-RAT-IN-M
035919        OR AUD-IN-N NOT = RES-RAT-IN-N
035920        OR AUD-GCD-RESULT NOT = RES-RAT-GCD
035921         MOVE "AUDIT RECORD DISAGREES WITH RATIO"
035922             TO RPT-EXC-MESSAGE
035923         MOVE AUD-IN-M TO RPT-EXC-M
035924         MOVE AUD-IN-N TO RPT-EXC-N
035925         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
035926     ELSE
035927         ADD 1 TO GRC-AUDIT-MATCHED
035928     END-IF.
035929 3550-EXIT.
035930     EXIT.
035931
035932*****************************************************************
035900*  3600-CHECK-EXCESS-RESULTS - AFTER THE LAST GCDIN DETAIL, A   *
036000*  GCDOUT RECORD STILL WAITING (OR ANY FURTHER ONES) HAS NO     *
036100*  INPUT IT ANSWERS; EACH ONE IS AN EXCEPTION.                  *
043292     MOVE GRC-GRP-REDUCED-COUNT TO RPT-CNT-VALUE.
043294     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
043296     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
043297     MOVE "GCDIN CONGRUENCES READ:       " TO RPT-CNT-LABEL.
043298     MOVE GRC-CRT-COUNT TO RPT-CNT-VALUE.
043299     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
043301     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
043302     MOVE "CONGRUENCE RESULTS MATCHED:   " TO RPT-CNT-LABEL.
043303     MOVE GRC-CRT-RESULT-COUNT TO RPT-CNT-VALUE.
043304     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
043305     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
043306     MOVE "  SYSTEMS RUN (P/X/O):        " TO RPT-CNT-LABEL.
043307     MOVE GRC-CRT-REDUCED-COUNT TO RPT-CNT-VALUE.
043308     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
043309     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
043310     MOVE "GCDIN RATIOS READ:            " TO RPT-CNT-LABEL.
043311     MOVE GRC-RAT-COUNT TO RPT-CNT-VALUE.
043312     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
043313     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
043314     MOVE "RATIO RESULTS MATCHED:        " TO RPT-CNT-LABEL.
043315     MOVE GRC-RAT-RESULT-COUNT TO RPT-CNT-VALUE.
043316     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
043317     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
043318     MOVE "  RATIOS REDUCED (P):         " TO RPT-CNT-LABEL.
043319     MOVE GRC-RAT-REDUCED-COUNT TO RPT-CNT-VALUE.
043320     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
043321     PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
043300     MOVE "AUDIT RECORDS MATCHED:        " TO RPT-CNT-LABEL.
043400     MOVE GRC-AUDIT-MATCHED TO RPT-CNT-VALUE.
043500     MOVE RPT-COUNT-LINE TO RECON-RPT-TEXT.
046200*  7000-GET-NEXT-AUDIT - HOLD THE NEXT TRAIL RECORD WHOSE RUN   *
046300*  DATE IS THE ONE BEING RECONCILED, SKIPPING THE HISTORY IN    *
046400*  FRONT OF IT; THE CALLER CONSUMES THE HELD RECORD BY          *
046500*  CLEARING THE SWITCH. SEALS ARE NEVER HELD.                   *
046600*****************************************************************
046700 7000-GET-NEXT-AUDIT.
046800     PERFORM 7010-READ-ONE-AUDIT THRU 7010-EXIT
047600             SET END-OF-AUDIT-FILE TO TRUE
047700         NOT AT END
047800             IF AUD-RUN-DATE = SEL-RUN-DATE
047810                AND NOT AUD-SEAL-RECORD
047900                 SET AUDIT-RECORD-HELD TO TRUE
048000             END-IF
048100     END-READ.
051200 8000-EXIT.
051300     EXIT.
051400
051410*****************************************************************
051420*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
051430*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
051440*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
051450*  LEAVES IT AS THE STEP SET IT. FIRST, GENCTL KEEPS THE        *
051460*  DATASETS THE STEP WROTE AS NEW GENERATIONS, IF IT ENDED WELL *
051470*  ENOUGH FOR THEM TO BE WORTH KEEPING.                         *
051480*****************************************************************
051490 9800-RECORD-STEP-END.
051500     MOVE RETURN-CODE TO RCL-STEP-RC.
051510     MOVE "DETAILS" TO RCL-COUNT-LABEL(1).
051520     MOVE GRC-DETAIL-COUNT TO RCL-COUNT-VALUE(1).
051530     MOVE "MATCHED" TO RCL-COUNT-LABEL(2).
051540     MOVE GRC-AUDIT-MATCHED TO RCL-COUNT-VALUE(2).
051550     MOVE "EXCEPTNS" TO RCL-COUNT-LABEL(3).
051560     MOVE GRC-EXCEPTION-COUNT TO RCL-COUNT-VALUE(3).
051570     CALL 'GENCTL' USING RUN-CONTROL-LINK.
051580     SET RCL-END-STEP TO TRUE.
051590     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
051600 9800-EXIT.
051610     EXIT.
051620
052100 END PROGRAM GCDRECON.
