002420*                  PAIR/GROUP TYPE BYTE. GROUP RECORDS CARRY    *
002430*                  NO M,N PAIR, SO BUILD SKIPS THEM - THE       *
002440*                  MASTER STAYS A PAIR MASTER.                  *
002442*  10/15/2026 DSH  GCDPAIRM IS NOW INDEXED ON M,N AND EUCLIDGCD *
002444*                  KEEPS IT CURRENT AS IT REDUCES, SO BUILD IS  *
002446*                  NO LONGER OWED AFTER EVERY BATCH - IT IS THE *
002448*                  RECOVERY TOOL THAT RECREATES THE MASTER FROM *
002450*                  THE TRAIL (STILL REQUIRED AFTER GCDARCH TRIMS*
002452*                  IT). BUILD FOLDS EACH TRAIL RECORD STRAIGHT  *
002454*                  INTO THE INDEXED MASTER, SO THE 5000-PAIR    *
002456*                  TABLE AND ITS TABLE-FULL RETURN CODE ARE     *
002458*                  GONE. INQUIRY IS A SINGLE KEYED READ.        *
002460*  10/15/2026 DSH  CONGRUENCE ('C') TRAIL RECORDS CARRY NO M,N  *
002462*                  PAIR EITHER, SO BUILD NOW FOLDS ONLY PAIR    *
002464*                  ('P') RECORDS.                               *
002466*  10/15/2026 DSH  TRAIL RECORDS 46 TO 56 BYTES FOR THE GCDAUDIT*
002468*                  HASH CHAIN. SEAL ('S') RECORDS LEFT BY       *
002470*                  GCDARCH ARE NOT PAIRS, SO BUILD PASSES OVER  *
002472*                  THEM WITH THE OTHER NON-PAIR TYPES.          *
002474*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-    *
002476*                  CONTROL LEDGER THROUGH RUNCTL, BUILD WITH    *
002478*                  ITS TRAIL RECORDS READ AND PAIRS MASTERED. A *
002480*                  CLEAN BUILD IS WHAT CLEARS THE NEXT          *
002482*                  EUCLIDGCD BATCH AFTER A GCDARCH CUT. BUILD   *
002484*                  IS REFUSED (RETURN CODE 32) WHILE A BATCH IS *
002486*                  STILL APPENDING TO THE TRAIL.                *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
003200            ACCESS MODE IS SEQUENTIAL
003300            FILE STATUS IS AUDIT-FILE-STATUS.
003400     SELECT PAIR-MAST-FILE ASSIGN TO "GCDPAIRM"
003500            ORGANIZATION IS INDEXED
003600            ACCESS MODE IS RANDOM
003610            RECORD KEY IS PMR-PAIR-KEY
003700            FILE STATUS IS PAIR-MAST-STATUS.
003800
003900 DATA DIVISION.
004200     RECORDING MODE IS F
004300     BLOCK CONTAINS 0 RECORDS
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 56 CHARACTERS.
004600 COPY GCDAUD.
004700
004800 FD  PAIR-MAST-FILE
005300 COPY GCDPAIR.
005400
005500 WORKING-STORAGE SECTION.
005700 78  GPH-NOT-FOUND-RC                VALUE 4.
005800 78  GPH-BAD-PARM-RC                 VALUE 12.
005900 78  GPH-OPEN-FAIL-RC                VALUE 16.
006100
006200 01  AUDIT-FILE-STATUS               PIC XX.
006300     88  AUDIT-FILE-OK               VALUE '00'.
006900 01  GPH-IN-N                        PIC 9(07) VALUE 0.
007000 01  GPH-LCM                         PIC 9(14) VALUE 0.
007010
007200 01  WS-SWITCHES.
007300     05  WS-MODE-SWITCH              PIC X VALUE 'I'.
007400         88  BUILD-MODE              VALUE 'B'.
007500         88  INQUIRY-MODE            VALUE 'I'.
007600     05  WS-AUDIT-EOF-SWITCH         PIC X VALUE 'N'.
007700         88  END-OF-AUDIT-FILE       VALUE 'Y'.
007800     05  WS-MAST-FOUND-SWITCH        PIC X VALUE 'N'.
007900         88  PAIR-ON-MASTER          VALUE 'Y'.
008200
008300 01  GPH-READ-COUNT                  PIC 9(09) COMP VALUE 0.
008400 01  GPH-ADDED-COUNT                 PIC 9(09) COMP VALUE 0.
008500 01  GPH-WRITE-FAIL-COUNT            PIC 9(09) COMP VALUE 0.
010300
010400 01  GPH-M-OUT                       PIC Z(06)9.
010500 01  GPH-N-OUT                       PIC Z(06)9.
010700 01  GPH-LCM-OUT                     PIC Z(13)9.
010800 01  GPH-TIMES-OUT                   PIC Z(06)9.
010900
010910 COPY RUNLNK.
010920
011000 PROCEDURE DIVISION.
011100*****************************************************************
011200*  0000-MAINLINE                                                *
011300*****************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011510     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
011600     IF BUILD-MODE
011700         PERFORM 2000-BUILD-MASTER THRU 2000-EXIT
011800     ELSE
011900         PERFORM 5000-ANSWER-INQUIRY THRU 5000-EXIT
012000     END-IF.
012010     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
012100     STOP RUN.
012200
012300*****************************************************************
015000 1000-EXIT.
015100     EXIT.
015200
015203*****************************************************************
015206*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
015209*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
015212*  PREREQUISITES: BUILD MUST NOT READ THE TRAIL WHILE AN        *
015215*  EUCLIDGCD BATCH IS STILL APPENDING TO IT; AN INQUIRY IS ONLY *
015218*  RECORDED. A STEP REFUSED, OR ONE THE LEDGER CANNOT RECORD,   *
015221*  ENDS HERE WITH RUNCTL'S RETURN CODE BEFORE ANY OF ITS WORK   *
015224*  IS DONE.                                                     *
015227*****************************************************************
015230 1800-CHECK-RUN-CONTROL.
015233     MOVE "GCDHIST" TO RCL-STEP-NAME.
015236     IF BUILD-MODE
015239         MOVE "BUILD" TO RCL-STEP-MODE
015242     ELSE
015245         MOVE "INQUIRY" TO RCL-STEP-MODE
015248     END-IF.
015251     MOVE 0 TO RCL-SUBJECT-DATE.
015254     SET RCL-START-STEP TO TRUE.
015257     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
015260     IF NOT RCL-STEP-CLEARED
015263         DISPLAY "GCDHIST - STEP NOT RUN: " RCL-REFUSAL-TEXT
015266         MOVE RCL-STEP-RC TO RETURN-CODE
015269         STOP RUN
015272     END-IF.
015275 1800-EXIT.
015278     EXIT.
015281
015300 1900-BAD-PARAMETER.
015400     DISPLAY "GCDHIST - EXPECTED 'BUILD' OR AN M,N PAIR, GOT: "
015500             ARG-RAW.
015700     STOP RUN.
015800
015900*****************************************************************
015910*  2000-BUILD-MASTER - RECOVERY: RECREATE GCDPAIRM EMPTY, THEN  *
015920*  FOLD THE WHOLE TRAIL INTO IT ONE RECORD AT A TIME, KEYED ON  *
015930*  THE M,N PAIR. THE TRAIL IS APPENDED CHRONOLOGICALLY, SO THE  *
015940*  FIRST SIGHTING OF A PAIR SETS ITS FIRST RUN DATE AND EVERY   *
015950*  LATER SIGHTING ADVANCES THE LAST - THE SAME POSTING EUCLIDGCD*
015960*  DOES IN-LINE AS IT REDUCES.                                  *
016500*****************************************************************
016600 2000-BUILD-MASTER.
016700     OPEN INPUT AUDIT-LOG-FILE.
017100         MOVE GPH-OPEN-FAIL-RC TO RETURN-CODE
017200         GO TO 2000-EXIT
017300     END-IF.
017700     OPEN OUTPUT PAIR-MAST-FILE.
017710     IF PAIR-MAST-OK
017720         CLOSE PAIR-MAST-FILE
017730         OPEN I-O PAIR-MAST-FILE
017740     END-IF.
017800     IF NOT PAIR-MAST-OK
017900         DISPLAY "GCDHIST - UNABLE TO OPEN GCDPAIRM, STATUS="
018000                 PAIR-MAST-STATUS
018100         MOVE GPH-OPEN-FAIL-RC TO RETURN-CODE
018110         CLOSE AUDIT-LOG-FILE
018200         GO TO 2000-EXIT
018300     END-IF.
018400     PERFORM 2100-ROLL-ONE-RECORD THRU 2100-EXIT
018410         UNTIL END-OF-AUDIT-FILE.
018420     CLOSE AUDIT-LOG-FILE.
018700     CLOSE PAIR-MAST-FILE.
018800     DISPLAY "GCDHIST - TRAIL RECORDS READ: " GPH-READ-COUNT
018900             " DISTINCT PAIRS MASTERED: " GPH-ADDED-COUNT.
018910     IF GPH-WRITE-FAIL-COUNT > 0
019100         DISPLAY "GCDHIST - GCDPAIRM WRITES FAILED: "
019200                 GPH-WRITE-FAIL-COUNT
019300         MOVE GPH-OPEN-FAIL-RC TO RETURN-CODE
019400     END-IF.
019500 2000-EXIT.
019600     EXIT.
020100             SET END-OF-AUDIT-FILE TO TRUE
020200         NOT AT END
020300             ADD 1 TO GPH-READ-COUNT
020350             IF AUD-PAIR-RECORD
020400                 PERFORM 2200-FOLD-INTO-MASTER THRU 2200-EXIT
020450             END-IF
020500     END-READ.
020600 2100-EXIT.
020700     EXIT.
020800
020900 2200-FOLD-INTO-MASTER.
021000     MOVE AUD-IN-M TO PMR-IN-M.
021010     MOVE AUD-IN-N TO PMR-IN-N.
021100     PERFORM 6000-READ-PAIR THRU 6000-EXIT.
021110     IF PAIR-ON-MASTER
021600         ADD 1 TO PMR-REDUCE-COUNT
021700         MOVE AUD-RUN-DATE TO PMR-LAST-RUN-DATE
021800         MOVE AUD-GCD-RESULT TO PMR-GCD-RESULT
021810         REWRITE PAIR-MAST-RECORD
021900     ELSE
022200         MOVE AUD-IN-M TO PMR-IN-M
022300         MOVE AUD-IN-N TO PMR-IN-N
022400         MOVE AUD-GCD-RESULT TO PMR-GCD-RESULT
022500         MOVE AUD-RUN-DATE TO PMR-FIRST-RUN-DATE
022600         MOVE AUD-RUN-DATE TO PMR-LAST-RUN-DATE
022700         MOVE 1 TO PMR-REDUCE-COUNT
022710         WRITE PAIR-MAST-RECORD
022720         IF PAIR-MAST-OK
022900             ADD 1 TO GPH-ADDED-COUNT
023100         END-IF
023200     END-IF.
023210     IF NOT PAIR-MAST-OK
023220         ADD 1 TO GPH-WRITE-FAIL-COUNT
023230     END-IF.
023300 2200-EXIT.
023400     EXIT.
023500
025500*****************************************************************
025600*  5000-ANSWER-INQUIRY - ONE KEYED READ OF THE MASTER FOR THE   *
025700*  M,N ASKED ABOUT, ANSWERED FROM IT: THE GCD (AND THE LCM      *
025800*  REBUILT FROM IT), THE FIRST AND LAST RUN DATES, AND HOW      *
025900*  MANY TIMES THE PAIR HAS BEEN REDUCED. NO MATH IS RUN; A      *
026000*  PAIR NEVER SEEN ENDS WITH THE NOT-FOUND RETURN CODE.         *
026100*****************************************************************
026200 5000-ANSWER-INQUIRY.
026300     OPEN INPUT PAIR-MAST-FILE.
026800         MOVE GPH-OPEN-FAIL-RC TO RETURN-CODE
026900         GO TO 5000-EXIT
027000     END-IF.
027100     MOVE GPH-IN-M TO PMR-IN-M.
027110     MOVE GPH-IN-N TO PMR-IN-N.
027200     PERFORM 6000-READ-PAIR THRU 6000-EXIT.
027500     MOVE GPH-IN-M TO GPH-M-OUT.
027600     MOVE GPH-IN-N TO GPH-N-OUT.
027610     IF PAIR-ON-MASTER
027800         COMPUTE GPH-LCM
027900             = (GPH-IN-M * GPH-IN-N) / PMR-GCD-RESULT
028000         MOVE PMR-GCD-RESULT TO GPH-GCD-OUT
028100         MOVE GPH-LCM TO GPH-LCM-OUT
028200         MOVE PMR-REDUCE-COUNT TO GPH-TIMES-OUT
028300         DISPLAY "GCDHIST - PAIR " GPH-M-OUT " " GPH-N-OUT
028400                 " IS ON THE MASTER"
028500         DISPLAY "    GCD:        " GPH-GCD-OUT
028600         DISPLAY "    LCM:        " GPH-LCM-OUT
028700         DISPLAY "    FIRST RUN:  " PMR-FIRST-RUN-DATE
028800         DISPLAY "    LAST RUN:   " PMR-LAST-RUN-DATE
028900         DISPLAY "    TIMES RUN:  " GPH-TIMES-OUT
029000     ELSE
029100         DISPLAY "GCDHIST - PAIR " GPH-M-OUT " " GPH-N-OUT
029200                 " HAS NEVER BEEN REDUCED"
029300         MOVE GPH-NOT-FOUND-RC TO RETURN-CODE
029400     END-IF.
029410     CLOSE PAIR-MAST-FILE.
029500 5000-EXIT.
029600     EXIT.
029700
029710*****************************************************************
029720*  6000-READ-PAIR - ONE RANDOM READ ON THE KEY THE CALLER HAS   *
029730*  MOVED TO PMR-PAIR-KEY. A HIT LEAVES THE MASTER RECORD IN     *
029740*  THE RECORD AREA.                                             *
029750*****************************************************************
029760 6000-READ-PAIR.
029770     MOVE 'N' TO WS-MAST-FOUND-SWITCH.
029900     READ PAIR-MAST-FILE
030000         INVALID KEY
030400             MOVE 'N' TO WS-MAST-FOUND-SWITCH
030410         NOT INVALID KEY
030420             SET PAIR-ON-MASTER TO TRUE
030600     END-READ.
030700 6000-EXIT.
030800     EXIT.
030900
030905*****************************************************************
030910*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
030915*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
030920*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
030925*  LEAVES IT AS THE STEP SET IT.                                *
030930*****************************************************************
030935 9800-RECORD-STEP-END.
030940     MOVE RETURN-CODE TO RCL-STEP-RC.
030945     MOVE "READ" TO RCL-COUNT-LABEL(1).
030950     MOVE GPH-READ-COUNT TO RCL-COUNT-VALUE(1).
030955     MOVE "PAIRS" TO RCL-COUNT-LABEL(2).
030960     MOVE GPH-ADDED-COUNT TO RCL-COUNT-VALUE(2).
030965     SET RCL-END-STEP TO TRUE.
030970     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
030975 9800-EXIT.
030980     EXIT.
030985
031000 END PROGRAM GCDHIST.
