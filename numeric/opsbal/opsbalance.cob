002710*  09/02/2026 DSH  GCDCKPT RECORDS 23 TO 30 BYTES, TRACKING     *
002720*                  THE COMMIT-POINT IDENTITY THAT NOW CARRIES   *
002730*                  THE GCDIN HEADER'S EXPECTED GROUP COUNT.     *
002732*  10/15/2026 DSH  CONGRUENCE ('C') WORK IS COUNTED ALONGSIDE   *
002734*                  GROUPS: AUDIT CONGRUENCES TODAY, CONGRUENCE  *
002736*                  RESULTS, THE SYSTEMS FOUND TO HAVE NO        *
002738*                  SOLUTION (INFORMATIONAL), AND THE RESULTS NOT*
002740*                  CLEAN (OVERFLOW, ZERO MODULUS, ERROR), WHICH *
002742*                  TURN THE DAY AMBER.                          *
002744*  10/15/2026 DSH  RATIO ('R') WORK IS COUNTED THE SAME WAY:    *
002746*                  AUDIT RATIOS TODAY, GCDOUT RATIO RESULTS, AND*
002748*                  THE RATIO RESULTS NOT CLEAN (ZERO TERM,      *
002750*                  ERROR), WHICH TURN THE DAY AMBER.            *
002752*                  GCDCKPT RECORDS 30 TO 44 BYTES, TRACKING     *
002754*                  THE COMMIT-POINT IDENTITY THAT NOW CARRIES   *
002756*                  THE GCDIN HEADER'S CONGRUENCE AND RATIO      *
002758*                  COUNTS.                                      *
002760*  10/15/2026 DSH  TRAIL RECORDS 46 TO 56 BYTES FOR THE GCDAUDIT*
002762*                  HASH CHAIN. A SEAL ('S') RECORD FROM A       *
002764*                  GCDARCH CUT IS NOT THE DAY'S ACTIVITY AND    *
002766*                  STAYS OUT OF THE TODAY COUNTS.               *
002768*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-    *
002770*                  CONTROL LEDGER THROUGH RUNCTL, AND THE       *
002772*                  REPORT GAINS A STEP TIMELINE: EACH OF THE    *
002774*                  DAY'S LEDGER EVENTS IN ORDER WITH ITS MODE,  *
002776*                  RETURN CODE, SUBJECT DATE AND COUNTS, THE    *
002778*                  PREREQUISITE NAMED FOR ANY STEP REFUSED, AND *
002780*                  EVERY STEP STARTED BUT NEVER ENDED. A        *
002782*                  REFUSAL, AN END AT RETURN CODE 8 OR WORSE,   *
002784*                  OR A STEP NEVER ENDED TURNS THE DAY AMBER.   *
002786*                  NO LEDGER READS AS NO STEPS RECORDED.        *
002788*  10/15/2026 DSH  EACH RUN THAT FINISHES KEEPS OPSRPT AS A     *
002790*                  DATED, NUMBERED GENERATION ON THE GENCAT     *
002792*                  CATALOG THROUGH GENCTL.                      *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
006200            ORGANIZATION IS SEQUENTIAL
006300            ACCESS MODE IS SEQUENTIAL
006400            FILE STATUS IS OPS-RPT-STATUS.
006410     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
006420            ORGANIZATION IS SEQUENTIAL
006430            ACCESS MODE IS SEQUENTIAL
006440            FILE STATUS IS LEDGER-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006900     RECORDING MODE IS F
007000     BLOCK CONTAINS 0 RECORDS
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 56 CHARACTERS.
007300 COPY GCDAUD.
007400
007500 FD  GCD-RESULT-FILE
008800     RECORDING MODE IS F
008900     BLOCK CONTAINS 0 RECORDS
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 44 CHARACTERS.
009200 01  GCD-CKPT-IMAGE                  PIC X(44).
009300
009400 FD  FACT-OUT-FILE
009500     RECORDING MODE IS F
013700 01  OPS-RPT-RECORD.
013800     05  OPS-RPT-TEXT                PIC X(80).
013900
013910 FD  RUN-LEDGER-FILE
013920     RECORDING MODE IS F
013930     BLOCK CONTAINS 0 RECORDS
013940     LABEL RECORDS ARE STANDARD
013950     RECORD CONTAINS 160 CHARACTERS.
013960 COPY RUNLEDG.
014000 WORKING-STORAGE SECTION.
014100 78  OPS-AMBER-RC                    VALUE 4.
014200 78  OPS-BAD-PARM-RC                 VALUE 12.
015800     88  PRIME-CKPT-OK               VALUE '00'.
015900 01  OPS-RPT-STATUS                  PIC XX.
016000     88  OPS-RPT-OK                  VALUE '00'.
016010 01  LEDGER-FILE-STATUS              PIC XX.
016020     88  LEDGER-FILE-OK              VALUE '00'.
016100
016200 01  ARG-RAW                         PIC X(10) VALUE SPACES.
016300 01  OPS-REPORT-DATE                 PIC 9(08) VALUE 0.
017500*****************************************************************
017600 01  OPS-AUD-TODAY-PAIRS             PIC 9(07) COMP VALUE 0.
017700 01  OPS-AUD-TODAY-GROUPS            PIC 9(07) COMP VALUE 0.
017710 01  OPS-AUD-TODAY-CRTS              PIC 9(07) COMP VALUE 0.
017720 01  OPS-AUD-TODAY-RATS              PIC 9(07) COMP VALUE 0.
017800 01  OPS-AUD-TOTAL-RECS              PIC 9(09) COMP VALUE 0.
017900 01  OPS-OUT-P-COUNT                 PIC 9(07) COMP VALUE 0.
018000 01  OPS-OUT-H-COUNT                 PIC 9(07) COMP VALUE 0.
018200 01  OPS-OUT-E-COUNT                 PIC 9(07) COMP VALUE 0.
018300 01  OPS-OUT-GRP-COUNT               PIC 9(07) COMP VALUE 0.
018400 01  OPS-OUT-GRP-BAD                 PIC 9(07) COMP VALUE 0.
018410 01  OPS-OUT-CRT-COUNT               PIC 9(07) COMP VALUE 0.
018420 01  OPS-OUT-CRT-CONFLICT            PIC 9(07) COMP VALUE 0.
018430 01  OPS-OUT-CRT-BAD                 PIC 9(07) COMP VALUE 0.
018440 01  OPS-OUT-RAT-COUNT               PIC 9(07) COMP VALUE 0.
018450 01  OPS-OUT-RAT-BAD                 PIC 9(07) COMP VALUE 0.
018500 01  OPS-FACT-OUT-COUNT              PIC 9(07) COMP VALUE 0.
018600 01  OPS-FACT-INCOMPLETE             PIC 9(07) COMP VALUE 0.
018700 01  OPS-FACT-EXCP-COUNT             PIC 9(07) COMP VALUE 0.
019000 01  OPS-GCD-CKPT-RECS               PIC 9(07) COMP VALUE 0.
019100 01  OPS-PRIME-CKPT-RECS             PIC 9(07) COMP VALUE 0.
019200
019203*****************************************************************
019206*  THE STEP TIMELINE. EVERY START OF THE DAY IS NOTED IN THE    *
019209*  OPEN-START TABLE AND CROSSED OFF BY THE NEXT END OF THE      *
019212*  SAME STEP; WHAT IS LEFT UNCROSSED AT THE END OF THE LEDGER   *
019215*  NEVER FINISHED. STARTS PAST THE TABLE'S END GO UNTRACKED.    *
019218*****************************************************************
019221 78  OPS-MAX-OPEN-STARTS             VALUE 50.
019224 01  OPS-LEDGER-TODAY                PIC 9(07) COMP VALUE 0.
019227 01  OPS-LEDGER-STARTS               PIC 9(07) COMP VALUE 0.
019230 01  OPS-LEDGER-ENDS                 PIC 9(07) COMP VALUE 0.
019233 01  OPS-LEDGER-REFUSED              PIC 9(07) COMP VALUE 0.
019236 01  OPS-LEDGER-BAD-ENDS             PIC 9(07) COMP VALUE 0.
019239 01  OPS-LEDGER-NOT-ENDED            PIC 9(07) COMP VALUE 0.
019242 01  OPS-OPEN-COUNT                  PIC S9(04) COMP VALUE 0.
019245 01  OPS-OPEN-IDX                    PIC S9(04) COMP VALUE 0.
019248 01  OPS-COUNT-IDX                   PIC 9(04) COMP VALUE 0.
019251 01  OPS-OPEN-START-TABLE.
019254     05  OPS-OPEN-ENTRY              OCCURS 50 TIMES.
019257         10  OPS-OPEN-STEP           PIC X(10).
019260         10  OPS-OPEN-MODE           PIC X(08).
019263         10  OPS-OPEN-TIME           PIC 9(08).
019266         10  OPS-OPEN-SUBJECT        PIC 9(08).
019269         10  OPS-OPEN-ENDED-SWITCH   PIC X.
019272             88  OPS-OPEN-ENDED      VALUE 'Y'.
019275 01  OPS-LEDGER-TIME                 PIC 9(08).
019278 01  OPS-LEDGER-TIME-PARTS REDEFINES OPS-LEDGER-TIME.
019281     05  OPS-LTM-HH                  PIC 99.
019284     05  OPS-LTM-MM                  PIC 99.
019287     05  OPS-LTM-SS                  PIC 99.
019290     05  OPS-LTM-CC                  PIC 99.
019293
019300 01  RPT-TITLE-LINE.
019400     05  FILLER                      PIC X(40) VALUE
019500         "END-OF-DAY OPERATIONS BALANCE - DATE:   ".
020500     05  FILLER                      PIC X(02) VALUE SPACES.
020600     05  RPT-CNT-FLAG                PIC X(14).
020700
020702 01  RPT-STEP-LINE.
020704     05  FILLER                      PIC X(02) VALUE SPACES.
020706     05  RPT-STP-HH                  PIC 99.
020708     05  FILLER                      PIC X VALUE ":".
020710     05  RPT-STP-MM                  PIC 99.
020712     05  FILLER                      PIC X VALUE ":".
020714     05  RPT-STP-SS                  PIC 99.
020716     05  FILLER                      PIC X(01) VALUE SPACES.
020718     05  RPT-STP-NAME                PIC X(10).
020720     05  FILLER                      PIC X(01) VALUE SPACES.
020722     05  RPT-STP-MODE                PIC X(08).
020724     05  FILLER                      PIC X(01) VALUE SPACES.
020726     05  RPT-STP-EVENT               PIC X(07).
020728     05  FILLER                      PIC X(01) VALUE SPACES.
020730     05  RPT-STP-RC-AREA             PIC X(04).
020732     05  RPT-STP-RC REDEFINES RPT-STP-RC-AREA
020734                                     PIC ZZZ9.
020736     05  FILLER                      PIC X(02) VALUE SPACES.
020738     05  RPT-STP-SUBJECT             PIC 9(08).
020740     05  FILLER                      PIC X(02) VALUE SPACES.
020742     05  RPT-STP-FLAG                PIC X(14).
020744
020746 01  RPT-STEP-COUNTS-LINE.
020748     05  FILLER                      PIC X(12) VALUE SPACES.
020750     05  RPT-SCT-ENTRY               OCCURS 3 TIMES.
020752         10  RPT-SCT-LABEL           PIC X(08).
020754         10  RPT-SCT-EQUALS          PIC X.
020756         10  RPT-SCT-VALUE           PIC Z(08)9.
020758         10  FILLER                  PIC X(02).
020760
020762 01  RPT-STEP-NOTE-LINE.
020764     05  FILLER                      PIC X(12) VALUE SPACES.
020766     05  FILLER                      PIC X(09) VALUE "MISSING: ".
020768     05  RPT-SNT-TEXT                PIC X(50).
020770
020800 01  RPT-VERDICT-LINE.
020900     05  FILLER                      PIC X(09) VALUE "VERDICT: ".
021000     05  RPT-VER-TEXT                PIC X(60).
021100
021110 COPY RUNLNK.
021120
021200 PROCEDURE DIVISION.
021300*****************************************************************
021400*  0000-MAINLINE                                                *
021500*****************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021710     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
021800     PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT.
021900     PERFORM 3000-SCAN-GCD-RESULTS THRU 3000-EXIT.
022000     PERFORM 4000-SCAN-FACTOR-FEED THRU 4000-EXIT.
022400     IF DAY-IS-AMBER
022500         MOVE OPS-AMBER-RC TO RETURN-CODE
022600     END-IF.
022610     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
022700     STOP RUN.
022800
022900*****************************************************************
024700 1000-EXIT.
024800     EXIT.
024900
024904*****************************************************************
024908*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
024912*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
024916*  PREREQUISITES; OPSBAL HAS NONE AND IS ONLY RECORDED, WITH    *
024920*  THE REPORT DATE AS ITS SUBJECT. A STEP REFUSED, OR ONE THE   *
024924*  LEDGER CANNOT RECORD, ENDS HERE WITH RUNCTL'S RETURN CODE    *
024928*  BEFORE ANY OF ITS WORK IS DONE.                              *
024932*****************************************************************
024936 1800-CHECK-RUN-CONTROL.
024940     MOVE "OPSBAL" TO RCL-STEP-NAME.
024944     MOVE "DAILY" TO RCL-STEP-MODE.
024948     MOVE OPS-REPORT-DATE TO RCL-SUBJECT-DATE.
024952     SET RCL-START-STEP TO TRUE.
024956     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
024960     IF NOT RCL-STEP-CLEARED
024964         DISPLAY "OPSBAL - STEP NOT RUN: " RCL-REFUSAL-TEXT
024968         MOVE RCL-STEP-RC TO RETURN-CODE
024972         STOP RUN
024976     END-IF.
024980 1800-EXIT.
024984     EXIT.
024988
025000 2000-SCAN-AUDIT-TRAIL.
025100     MOVE 'N' TO WS-EOF-SWITCH.
025200     OPEN INPUT AUDIT-LOG-FILE.
026600         NOT AT END
026700             ADD 1 TO OPS-AUD-TOTAL-RECS
026800             IF AUD-RUN-DATE = OPS-REPORT-DATE
026810                AND NOT AUD-SEAL-RECORD
026900                 IF AUD-GROUP-RECORD
027000                     ADD 1 TO OPS-AUD-TODAY-GROUPS
027100                 ELSE
027110                 IF AUD-CRT-RECORD
027120                     ADD 1 TO OPS-AUD-TODAY-CRTS
027130                 ELSE
027140                 IF AUD-RATIO-RECORD
027150                     ADD 1 TO OPS-AUD-TODAY-RATS
027160                 ELSE
027200                     ADD 1 TO OPS-AUD-TODAY-PAIRS
027300                 END-IF
027310                 END-IF
027320                 END-IF
027400             END-IF
027500     END-READ.
027600 2100-EXIT.
030000                     ADD 1 TO OPS-OUT-GRP-BAD
030100                 END-IF
030200             ELSE
030205             IF RES-CRT-RESULT
030210                 ADD 1 TO OPS-OUT-CRT-COUNT
030215                 IF RES-CRT-CONFLICT
030220                     ADD 1 TO OPS-OUT-CRT-CONFLICT
030225                 END-IF
030230                 IF RES-CRT-SKIPPED-ZERO OR RES-CRT-ERROR
030235                    OR RES-CRT-OVERFLOW
030240                     ADD 1 TO OPS-OUT-CRT-BAD
030245                 END-IF
030250             ELSE
030255             IF RES-RAT-RESULT
030260                 ADD 1 TO OPS-OUT-RAT-COUNT
030265                 IF NOT RES-RAT-PROCESSED
030270                     ADD 1 TO OPS-OUT-RAT-BAD
030275                 END-IF
030280             ELSE
030300                 IF RES-PROCESSED
030400                     ADD 1 TO OPS-OUT-P-COUNT
030500                 ELSE
031400                 END-IF
031500                 END-IF
031600             END-IF
031610             END-IF
031620             END-IF
031700     END-READ.
031800 3100-EXIT.
031900     EXIT.
043600*****************************************************************
043700*  7000-WRITE-REPORT - THE ONE-PAGE SUMMARY AND THE VERDICT.   *
043800*  AMBER WHEN ANYTHING NEEDS A HUMAN: AN ERROR DISPOSITION, A  *
043900*  FACTOR EXCEPTION OR INCOMPLETE, A STALE COMMIT POINT, OR A  *
043910*  LEDGER STEP REFUSED, FAILED OR NEVER ENDED.                 *
044000*****************************************************************
044100 7000-WRITE-REPORT.
044200     OPEN OUTPUT OPS-RPT-FILE.
045800     MOVE "AUDIT GROUPS TODAY:           " TO RPT-CNT-LABEL.
045900     MOVE OPS-AUD-TODAY-GROUPS TO RPT-CNT-VALUE.
046000     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
046010     MOVE "AUDIT CONGRUENCES TODAY:      " TO RPT-CNT-LABEL.
046020     MOVE OPS-AUD-TODAY-CRTS TO RPT-CNT-VALUE.
046030     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
046040     MOVE "AUDIT RATIOS TODAY:           " TO RPT-CNT-LABEL.
046050     MOVE OPS-AUD-TODAY-RATS TO RPT-CNT-VALUE.
046060     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
046100     MOVE "GCDOUT PROCESSED (P):         " TO RPT-CNT-LABEL.
046200     MOVE OPS-OUT-P-COUNT TO RPT-CNT-VALUE.
046300     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
048400         SET DAY-IS-AMBER TO TRUE
048500     END-IF.
048600     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
048604     MOVE "GCDOUT CONGRUENCE RESULTS:    " TO RPT-CNT-LABEL.
048608     MOVE OPS-OUT-CRT-COUNT TO RPT-CNT-VALUE.
048612     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
048616     MOVE "CONGRUENCES WITH NO SOLUTION: " TO RPT-CNT-LABEL.
048620     MOVE OPS-OUT-CRT-CONFLICT TO RPT-CNT-VALUE.
048624     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
048628     MOVE "CONGRUENCE RESULTS NOT CLEAN: " TO RPT-CNT-LABEL.
048632     MOVE OPS-OUT-CRT-BAD TO RPT-CNT-VALUE.
048636     IF OPS-OUT-CRT-BAD > 0
048640         MOVE "<- ATTENTION" TO RPT-CNT-FLAG
048644         SET DAY-IS-AMBER TO TRUE
048648     END-IF.
048652     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
048656     MOVE "GCDOUT RATIO RESULTS:         " TO RPT-CNT-LABEL.
048660     MOVE OPS-OUT-RAT-COUNT TO RPT-CNT-VALUE.
048664     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
048668     MOVE "RATIO RESULTS NOT CLEAN:      " TO RPT-CNT-LABEL.
048672     MOVE OPS-OUT-RAT-BAD TO RPT-CNT-VALUE.
048676     IF OPS-OUT-RAT-BAD > 0
048680         MOVE "<- ATTENTION" TO RPT-CNT-FLAG
048684         SET DAY-IS-AMBER TO TRUE
048688     END-IF.
048692     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
048700     MOVE "STALE GCDCKPT RECORDS:        " TO RPT-CNT-LABEL.
048800     MOVE OPS-GCD-CKPT-RECS TO RPT-CNT-VALUE.
048900     IF OPS-GCD-CKPT-RECS > 0
052400         SET DAY-IS-AMBER TO TRUE
052500     END-IF.
052600     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
052610     PERFORM 7100-WRITE-STEP-TIMELINE THRU 7100-EXIT.
052700     IF DAY-IS-AMBER
052800         MOVE "AMBER - SEE FLAGGED LINES BEFORE NEXT BATCH"
052900             TO RPT-VER-TEXT
053700     EXIT.
053800
053900*****************************************************************
053901*  7100-WRITE-STEP-TIMELINE - THE DAY'S RUNLEDG EVENTS IN THE   *
053902*  ORDER THEY WERE RECORDED: ONE LINE PER START, END OR         *
053903*  REFUSAL, FOLLOWED BY THE COUNTS FOR AN END AND THE MISSING   *
053904*  PREREQUISITE FOR A REFUSAL, THEN EVERY STEP STARTED AND      *
053905*  NEVER ENDED. OPSBAL'S OWN START IS ON THE LEDGER BUT ITS END *
053906*  IS NOT YET, SO IT IS LEFT OUT OF THE STEPS NEVER ENDED.      *
053907*****************************************************************
053908 7100-WRITE-STEP-TIMELINE.
053909     MOVE "RUN-CONTROL LEDGER - STEP TIMELINE" TO RPT-SEC-TEXT.
053910     MOVE RPT-SECTION-LINE TO OPS-RPT-TEXT.
053911     PERFORM 7900-EMIT-LINE THRU 7900-EXIT.
053912     MOVE 'N' TO WS-EOF-SWITCH.
053913     OPEN INPUT RUN-LEDGER-FILE.
053914     IF LEDGER-FILE-OK
053915         PERFORM 7110-LIST-ONE-EVENT THRU 7110-EXIT
053916             UNTIL END-OF-THIS-FILE
053917         CLOSE RUN-LEDGER-FILE
053918     END-IF.
053919     PERFORM 7150-LIST-OPEN-START THRU 7150-EXIT
053920         VARYING OPS-OPEN-IDX FROM 1 BY 1
053921         UNTIL OPS-OPEN-IDX > OPS-OPEN-COUNT.
053922     MOVE "LEDGER EVENTS TODAY:          " TO RPT-CNT-LABEL.
053923     MOVE OPS-LEDGER-TODAY TO RPT-CNT-VALUE.
053924     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
053925     MOVE "STEPS STARTED:                " TO RPT-CNT-LABEL.
053926     MOVE OPS-LEDGER-STARTS TO RPT-CNT-VALUE.
053927     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
053928     MOVE "STEPS ENDED:                  " TO RPT-CNT-LABEL.
053929     MOVE OPS-LEDGER-ENDS TO RPT-CNT-VALUE.
053930     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
053931     MOVE "STEPS ENDED RC 8 OR WORSE:    " TO RPT-CNT-LABEL.
053932     MOVE OPS-LEDGER-BAD-ENDS TO RPT-CNT-VALUE.
053933     IF OPS-LEDGER-BAD-ENDS > 0
053934         MOVE "<- ATTENTION" TO RPT-CNT-FLAG
053935         SET DAY-IS-AMBER TO TRUE
053936     END-IF.
053937     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
053938     MOVE "STEPS REFUSED:                " TO RPT-CNT-LABEL.
053939     MOVE OPS-LEDGER-REFUSED TO RPT-CNT-VALUE.
053940     IF OPS-LEDGER-REFUSED > 0
053941         MOVE "<- ATTENTION" TO RPT-CNT-FLAG
053942         SET DAY-IS-AMBER TO TRUE
053943     END-IF.
053944     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
053945     MOVE "STEPS NEVER ENDED:            " TO RPT-CNT-LABEL.
053946     MOVE OPS-LEDGER-NOT-ENDED TO RPT-CNT-VALUE.
053947     IF OPS-LEDGER-NOT-ENDED > 0
053948         MOVE "<- RESTART DUE" TO RPT-CNT-FLAG
053949         SET DAY-IS-AMBER TO TRUE
053950     END-IF.
053951     PERFORM 7800-EMIT-COUNT THRU 7800-EXIT.
053952 7100-EXIT.
053953     EXIT.
053954
053955 7110-LIST-ONE-EVENT.
053956     READ RUN-LEDGER-FILE
053957         AT END
053958             SET END-OF-THIS-FILE TO TRUE
053959             GO TO 7110-EXIT
053960     END-READ.
053961     IF RLG-RUN-DATE NOT = OPS-REPORT-DATE
053962         GO TO 7110-EXIT
053963     END-IF.
053964     ADD 1 TO OPS-LEDGER-TODAY.
053965     MOVE RLG-RUN-TIME TO OPS-LEDGER-TIME.
053966     MOVE OPS-LTM-HH TO RPT-STP-HH.
053967     MOVE OPS-LTM-MM TO RPT-STP-MM.
053968     MOVE OPS-LTM-SS TO RPT-STP-SS.
053969     MOVE RLG-STEP-NAME TO RPT-STP-NAME.
053970     MOVE RLG-STEP-MODE TO RPT-STP-MODE.
053971     MOVE RLG-SUBJECT-DATE TO RPT-STP-SUBJECT.
053972     MOVE SPACES TO RPT-STP-FLAG.
053973     IF RLG-STEP-STARTED
053974         MOVE "START" TO RPT-STP-EVENT
053975         MOVE SPACES TO RPT-STP-RC-AREA
053976         ADD 1 TO OPS-LEDGER-STARTS
053977         PERFORM 7120-NOTE-OPEN-START THRU 7120-EXIT
053978     ELSE
053979         MOVE RLG-RETURN-CODE TO RPT-STP-RC
053980         IF RLG-STEP-REFUSED
053981             MOVE "REFUSED" TO RPT-STP-EVENT
053982             MOVE "<- REFUSED" TO RPT-STP-FLAG
053983             ADD 1 TO OPS-LEDGER-REFUSED
053984         ELSE
053985             MOVE "END" TO RPT-STP-EVENT
053986             ADD 1 TO OPS-LEDGER-ENDS
053987             IF RLG-RETURN-CODE NOT < 8
053988                 MOVE "<- ATTENTION" TO RPT-STP-FLAG
053989                 ADD 1 TO OPS-LEDGER-BAD-ENDS
053990             END-IF
053991             PERFORM 7130-CROSS-OFF-START THRU 7130-EXIT
053992         END-IF
053993     END-IF.
053994     MOVE RPT-STEP-LINE TO OPS-RPT-TEXT.
053995     PERFORM 7900-EMIT-LINE THRU 7900-EXIT.
053996     IF RLG-STEP-REFUSED
053997         MOVE RLG-NOTE TO RPT-SNT-TEXT
053998         MOVE RPT-STEP-NOTE-LINE TO OPS-RPT-TEXT
053999         PERFORM 7900-EMIT-LINE THRU 7900-EXIT
054001     END-IF.
054002     IF RLG-STEP-ENDED
054003         MOVE SPACES TO RPT-STEP-COUNTS-LINE
054004         PERFORM 7140-FORMAT-ONE-COUNT THRU 7140-EXIT
054005             VARYING OPS-COUNT-IDX FROM 1 BY 1
054006             UNTIL OPS-COUNT-IDX > 3
054007         IF RPT-STEP-COUNTS-LINE NOT = SPACES
054008             MOVE RPT-STEP-COUNTS-LINE TO OPS-RPT-TEXT
054009             PERFORM 7900-EMIT-LINE THRU 7900-EXIT
054010         END-IF
054011     END-IF.
054012 7110-EXIT.
054013     EXIT.
054014
054015 7120-NOTE-OPEN-START.
054016     IF OPS-OPEN-COUNT < OPS-MAX-OPEN-STARTS
054017         ADD 1 TO OPS-OPEN-COUNT
054018         MOVE RLG-STEP-NAME TO OPS-OPEN-STEP(OPS-OPEN-COUNT)
054019         MOVE RLG-STEP-MODE TO OPS-OPEN-MODE(OPS-OPEN-COUNT)
054020         MOVE RLG-RUN-TIME TO OPS-OPEN-TIME(OPS-OPEN-COUNT)
054021         MOVE RLG-SUBJECT-DATE
054022             TO OPS-OPEN-SUBJECT(OPS-OPEN-COUNT)
054023         MOVE 'N' TO OPS-OPEN-ENDED-SWITCH(OPS-OPEN-COUNT)
054024     END-IF.
054025 7120-EXIT.
054026     EXIT.
054027
054028*****************************************************************
054029*  7130-CROSS-OFF-START - AN END CLOSES THE LATEST OPEN START   *
054030*  OF THE SAME STEP. THE MODE IS NOT COMPARED: GCDRPT CAN       *
054031*  START INCREMENTAL AND END AS A REBUILD. AN END WHOSE START   *
054032*  WAS ON AN EARLIER DAY FINDS NOTHING TO CLOSE.                *
054033*****************************************************************
054034 7130-CROSS-OFF-START.
054035     PERFORM 7135-TRY-ONE-OPEN THRU 7135-EXIT
054036         VARYING OPS-OPEN-IDX FROM OPS-OPEN-COUNT BY -1
054037         UNTIL OPS-OPEN-IDX < 1.
054038 7130-EXIT.
054039     EXIT.
054040
054041 7135-TRY-ONE-OPEN.
054042     IF OPS-OPEN-STEP(OPS-OPEN-IDX) = RLG-STEP-NAME
054043        AND NOT OPS-OPEN-ENDED(OPS-OPEN-IDX)
054044         SET OPS-OPEN-ENDED(OPS-OPEN-IDX) TO TRUE
054045         MOVE 0 TO OPS-OPEN-IDX
054046     END-IF.
054047 7135-EXIT.
054048     EXIT.
054049
054050 7140-FORMAT-ONE-COUNT.
054051     IF RLG-COUNT-LABEL(OPS-COUNT-IDX) NOT = SPACES
054052         MOVE RLG-COUNT-LABEL(OPS-COUNT-IDX)
054053             TO RPT-SCT-LABEL(OPS-COUNT-IDX)
054054         MOVE "=" TO RPT-SCT-EQUALS(OPS-COUNT-IDX)
054055         MOVE RLG-COUNT-VALUE(OPS-COUNT-IDX)
054056             TO RPT-SCT-VALUE(OPS-COUNT-IDX)
054057     END-IF.
054058 7140-EXIT.
054059     EXIT.
054060
054061 7150-LIST-OPEN-START.
054062     IF OPS-OPEN-ENDED(OPS-OPEN-IDX)
054063        OR OPS-OPEN-STEP(OPS-OPEN-IDX) = "OPSBAL"
054064         GO TO 7150-EXIT
054065     END-IF.
054066     ADD 1 TO OPS-LEDGER-NOT-ENDED.
054067     MOVE OPS-OPEN-TIME(OPS-OPEN-IDX) TO OPS-LEDGER-TIME.
054068     MOVE OPS-LTM-HH TO RPT-STP-HH.
054069     MOVE OPS-LTM-MM TO RPT-STP-MM.
054070     MOVE OPS-LTM-SS TO RPT-STP-SS.
054071     MOVE OPS-OPEN-STEP(OPS-OPEN-IDX) TO RPT-STP-NAME.
054072     MOVE OPS-OPEN-MODE(OPS-OPEN-IDX) TO RPT-STP-MODE.
054073     MOVE "NO END" TO RPT-STP-EVENT.
054074     MOVE SPACES TO RPT-STP-RC-AREA.
054075     MOVE OPS-OPEN-SUBJECT(OPS-OPEN-IDX) TO RPT-STP-SUBJECT.
054076     MOVE "<- NEVER ENDED" TO RPT-STP-FLAG.
054077     MOVE RPT-STEP-LINE TO OPS-RPT-TEXT.
054078     PERFORM 7900-EMIT-LINE THRU 7900-EXIT.
054079 7150-EXIT.
054080     EXIT.
054081
054082*****************************************************************
054000*  7800-EMIT-COUNT - THE CALLER HAS FILLED THE LABEL, VALUE,   *
054100*  AND (WHEN WARRANTED) THE MARGIN FLAG; THE FLAG IS CLEARED   *
054200*  AFTER THE LINE GOES OUT SO IT NEVER BLEEDS FORWARD.         *
055400 7900-EXIT.
055500     EXIT.
055600
055604*****************************************************************
055608*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
055612*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
055616*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
055620*  LEAVES IT AS THE STEP SET IT. FIRST, GENCTL KEEPS THE        *
055624*  DATASETS THE STEP WROTE AS NEW GENERATIONS, IF IT ENDED WELL *
055628*  ENOUGH FOR THEM TO BE WORTH KEEPING.                         *
055632*****************************************************************
055636 9800-RECORD-STEP-END.
055640     MOVE RETURN-CODE TO RCL-STEP-RC.
055644     MOVE "EVENTS" TO RCL-COUNT-LABEL(1).
055648     MOVE OPS-LEDGER-TODAY TO RCL-COUNT-VALUE(1).
055652     MOVE "REFUSED" TO RCL-COUNT-LABEL(2).
055656     MOVE OPS-LEDGER-REFUSED TO RCL-COUNT-VALUE(2).
055660     MOVE "NOTENDED" TO RCL-COUNT-LABEL(3).
055664     MOVE OPS-LEDGER-NOT-ENDED TO RCL-COUNT-VALUE(3).
055668     CALL 'GENCTL' USING RUN-CONTROL-LINK.
055672     SET RCL-END-STEP TO TRUE.
055676     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
055680 9800-EXIT.
055684     EXIT.
055688
055700 END PROGRAM OPSBAL.
