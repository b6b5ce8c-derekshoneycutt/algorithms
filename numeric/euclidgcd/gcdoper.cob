001800*                  THE MASTER IS SMALL, SO MAINTENANCE LOADS    *
001900*                  IT TO A TABLE, APPLIES THE CHANGE, AND       *
002000*                  REWRITES THE DATASET WHOLE.                  *
002007*  10/15/2026 DSH  EVERY CHANGE TO GCDOPERM IS LOGGED TO THE    *
002014*                  NEW GCDOPERH CHANGE-HISTORY DATASET WITH THE *
002021*                  OPERATOR'S RECORD BEFORE AND AFTER, THE USER *
002028*                  FROM THE ENVIRONMENT, AND THE DATE AND TIME. *
002035*                  A NEW ADD, OR A REACTIVATION BY THE NEW      *
002042*                  REACT MODE, NOW STAYS PENDING ('P') UNTIL A  *
002049*                  DIFFERENT USER RUNS APPROVE; NOBODY CAN      *
002056*                  APPROVE THEIR OWN REQUEST. HISTORY LISTS THE *
002063*                  LOG BY OPERATOR ID AND DATE RANGE FOR THE    *
002070*                  ACCESS REVIEW. MAINTENANCE NEEDS A USER IN   *
002077*                  THE ENVIRONMENT, AND THE MASTER IS NOT       *
002084*                  TOUCHED IF GCDOPERH WILL NOT OPEN.           *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002700            ORGANIZATION IS SEQUENTIAL
002800            ACCESS MODE IS SEQUENTIAL
002900            FILE STATUS IS OPER-MAST-STATUS.
002910     SELECT OPER-HIST-FILE ASSIGN TO "GCDOPERH"
002920            ORGANIZATION IS SEQUENTIAL
002930            ACCESS MODE IS SEQUENTIAL
002940            FILE STATUS IS OPER-HIST-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003700     RECORD CONTAINS 25 CHARACTERS.
003800 COPY GCDOPR.
003900
003910 FD  OPER-HIST-FILE
003920     RECORDING MODE IS F
003930     BLOCK CONTAINS 0 RECORDS
003940     LABEL RECORDS ARE STANDARD
003950     RECORD CONTAINS 120 CHARACTERS.
003960 COPY GCDOPH.
004000 WORKING-STORAGE SECTION.
004100 78  GOP-MAX-OPERATORS               VALUE 200.
004200 78  GOP-BAD-PARM-RC                 VALUE 12.
004400 78  GOP-NOT-FOUND-RC                VALUE 8.
004500 78  GOP-DUPLICATE-RC                VALUE 8.
004600 78  GOP-TABLE-FULL-RC               VALUE 16.
004610 78  GOP-NOT-PENDING-RC              VALUE 8.
004620 78  GOP-SELF-APPROVE-RC             VALUE 8.
004700
004800 01  OPER-MAST-STATUS                PIC XX.
004900     88  OPER-MAST-OK                VALUE '00'.
004950     88  OPER-MAST-NOT-FOUND         VALUE '35'.
004960 01  OPER-HIST-STATUS                PIC XX.
004970     88  OPER-HIST-OK                VALUE '00'.
004980     88  OPER-HIST-NOT-FOUND         VALUE '35'.
005000
005100 01  ARG-RAW                         PIC X(10) VALUE SPACES.
005200 01  GOP-OPERATOR-ID                 PIC X(08) VALUE SPACES.
005300 01  GOP-EFF-DATE                    PIC 9(08) VALUE 0.
005400 01  GOP-TODAY                       PIC 9(08) VALUE 0.
005410 01  GOP-NOW-TIME                    PIC 9(08) VALUE 0.
005420 01  GOP-USER-ID                     PIC X(08) VALUE SPACES.
005430 01  GOP-ACTION-NAME                 PIC X(08) VALUE SPACES.
005440 01  GOP-REQUESTER                   PIC X(08) VALUE SPACES.
005450 01  GOP-BEFORE-IMAGE                PIC X(25) VALUE SPACES.
005460 01  GOP-FROM-DATE                   PIC 9(08) VALUE 0.
005470 01  GOP-THRU-DATE                   PIC 9(08) VALUE 99999999.
005480 01  GOP-HIST-LISTED                 PIC 9(07) COMP VALUE 0.
005500
005600 01  WS-SWITCHES.
005700     05  WS-MODE-SWITCH              PIC X VALUE 'L'.
005800         88  ADD-MODE                VALUE 'A'.
005900         88  DEACT-MODE              VALUE 'D'.
005910         88  REACT-MODE              VALUE 'R'.
005920         88  APPROVE-MODE            VALUE 'P'.
005930         88  HISTORY-MODE            VALUE 'H'.
006000         88  LIST-MODE               VALUE 'L'.
006100     05  WS-MAST-EOF-SWITCH          PIC X VALUE 'N'.
006200         88  OPER-MAST-EOF           VALUE 'Y'.
006210     05  WS-HIST-EOF-SWITCH          PIC X VALUE 'N'.
006220         88  OPER-HIST-EOF           VALUE 'Y'.
006300
006400 01  GOP-COUNT-USED                  PIC 9(05) COMP VALUE 0.
006500 01  GOP-IDX                         PIC 9(05) COMP.
006700
006800*****************************************************************
006900*  THE WHOLE MASTER, LOADED FOR MAINTENANCE AND LISTING. ONE   *
007000*  ENTRY MIRRORS ONE OPER-MAST-RECORD, SO AN ENTRY MOVES WHOLE *
007010*  INTO A GCDOPERH BEFORE OR AFTER IMAGE.                      *
007100*****************************************************************
007200 01  GOP-OPER-TABLE.
007300     05  GOP-ENTRY OCCURS GOP-MAX-OPERATORS TIMES.
008500     05  FILLER                      PIC X(06) VALUE "  END ".
008600     05  GLL-END                     PIC 9(08).
008700
008703*****************************************************************
008706*  ONE GCDOPERH ENTRY AS LISTED BY HISTORY MODE: WHEN, WHAT,    *
008709*  WHO, THE STATUS AND DATES BEFORE AND AFTER, AND FOR AN       *
008712*  APPROVAL THE USER WHO REQUESTED THE CHANGE.                  *
008715*****************************************************************
008718 01  GOP-HIST-LINE.
008721     05  GHL-DATE                    PIC 9(08).
008724     05  FILLER                      PIC X VALUE SPACE.
008727     05  GHL-TIME                    PIC 9(06).
008730     05  FILLER                      PIC X VALUE SPACE.
008733     05  GHL-ACTION                  PIC X(08).
008736     05  FILLER                      PIC X VALUE SPACE.
008739     05  GHL-OPERATOR-ID             PIC X(08).
008742     05  FILLER                      PIC X(04) VALUE " BY ".
008745     05  GHL-USER                    PIC X(08).
008748     05  FILLER                      PIC X(08) VALUE " BEFORE ".
008751     05  GHL-BEF-STATUS              PIC X.
008754     05  FILLER                      PIC X VALUE SPACE.
008757     05  GHL-BEF-EFF                 PIC X(08).
008760     05  FILLER                      PIC X VALUE SPACE.
008763     05  GHL-BEF-END                 PIC X(08).
008766     05  FILLER                      PIC X(07) VALUE " AFTER ".
008769     05  GHL-AFT-STATUS              PIC X.
008772     05  FILLER                      PIC X VALUE SPACE.
008775     05  GHL-AFT-EFF                 PIC X(08).
008778     05  FILLER                      PIC X VALUE SPACE.
008781     05  GHL-AFT-END                 PIC X(08).
008784     05  FILLER                      PIC X(05) VALUE " REQ ".
008787     05  GHL-REQUESTER               PIC X(08).
008790
008800 PROCEDURE DIVISION.
008900*****************************************************************
009000*  0000-MAINLINE                                                *
009100*****************************************************************
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009310     IF HISTORY-MODE
009320         PERFORM 8000-LIST-HISTORY THRU 8000-EXIT
009330         STOP RUN
009340     END-IF.
009400     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
009500     IF ADD-MODE
009600         PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
009800         IF DEACT-MODE
009900             PERFORM 4000-DEACTIVATE-OPERATOR THRU 4000-EXIT
010000         ELSE
010010             IF REACT-MODE
010100                 PERFORM 3500-REACTIVATE-OPERATOR THRU 3500-EXIT
010110             ELSE
010120                 IF APPROVE-MODE
010130                     PERFORM 4500-APPROVE-REQUEST THRU 4500-EXIT
010140                 ELSE
010150                     PERFORM 5000-LIST-MASTER THRU 5000-EXIT
010160                 END-IF
010170             END-IF
010200         END-IF
010300     END-IF.
010400     STOP RUN.
010700*  1000-INITIALIZE - MODE, OPERATOR ID, AND THE OPTIONAL DATE.  *
010800*  EACH FIELD IS BLANKED BEFORE ITS ACCEPT BECAUSE AN ACCEPT    *
010900*  PAST THE LAST ARGUMENT-VALUE LEAVES THE FIELD UNTOUCHED.     *
010910*  EVERY MODE THAT CHANGES THE MASTER ALSO NEEDS THE USER FROM  *
010920*  THE ENVIRONMENT, WHOSE NAME GOES ON THE GCDOPERH ENTRY.      *
011000*****************************************************************
011100 1000-INITIALIZE.
011200     ACCEPT GOP-TODAY FROM DATE YYYYMMDD.
011210     ACCEPT GOP-NOW-TIME FROM TIME.
011220     ACCEPT GOP-USER-ID FROM ENVIRONMENT "USER".
011300     MOVE GOP-TODAY TO GOP-EFF-DATE.
011400     MOVE SPACES TO ARG-RAW.
011500     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
012300                 SET LIST-MODE TO TRUE
012400                 GO TO 1000-EXIT
012500             ELSE
012508             IF ARG-RAW = "REACT"
012516                 SET REACT-MODE TO TRUE
012524             ELSE
012532             IF ARG-RAW = "APPROVE"
012540                 SET APPROVE-MODE TO TRUE
012548             ELSE
012556             IF ARG-RAW = "HISTORY"
012564                 SET HISTORY-MODE TO TRUE
012572                 PERFORM 1100-HISTORY-PARMS THRU 1100-EXIT
012580                 GO TO 1000-EXIT
012588             ELSE
012600                 GO TO 1900-BAD-PARAMETER
012700             END-IF
012710             END-IF
012720             END-IF
012730             END-IF
012800         END-IF
012900     END-IF.
012910     IF GOP-USER-ID = SPACES
012920         DISPLAY "GCDOPER - NO USER IN THE ENVIRONMENT TO RECORD "
012930                 "AGAINST THE CHANGE"
012940         MOVE GOP-BAD-PARM-RC TO RETURN-CODE
012950         STOP RUN
012960     END-IF.
013000     MOVE SPACES TO ARG-RAW.
013100     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
013200     IF ARG-RAW = SPACES
013300         GO TO 1900-BAD-PARAMETER
013400     END-IF.
013500     MOVE ARG-RAW TO GOP-OPERATOR-ID.
013510     IF APPROVE-MODE
013520         GO TO 1000-EXIT
013530     END-IF.
013600     MOVE SPACES TO ARG-RAW.
013700     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
013800     IF ARG-RAW NOT = SPACES
014500 1000-EXIT.
014600     EXIT.
014700
014703*****************************************************************
014706*  1100-HISTORY-PARMS - HISTORY TAKES AN OPTIONAL OPERATOR ID,  *
014709*  FROM DATE AND THRU DATE (CCYYMMDD); SPACES OR "ALL" LEAVE    *
014712*  EACH ONE OPEN.                                               *
014715*****************************************************************
014718 1100-HISTORY-PARMS.
014721     MOVE SPACES TO ARG-RAW.
014724     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
014727     IF ARG-RAW NOT = SPACES AND ARG-RAW NOT = "ALL"
014730         MOVE ARG-RAW TO GOP-OPERATOR-ID
014733     END-IF.
014736     MOVE SPACES TO ARG-RAW.
014739     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
014742     IF ARG-RAW NOT = SPACES AND ARG-RAW NOT = "ALL"
014745         IF FUNCTION TEST-NUMVAL(ARG-RAW) = 0
014748             COMPUTE GOP-FROM-DATE = FUNCTION NUMVAL(ARG-RAW)
014751         ELSE
014754             GO TO 1900-BAD-PARAMETER
014757         END-IF
014760     END-IF.
014763     MOVE SPACES TO ARG-RAW.
014766     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
014769     IF ARG-RAW NOT = SPACES AND ARG-RAW NOT = "ALL"
014772         IF FUNCTION TEST-NUMVAL(ARG-RAW) = 0
014775             COMPUTE GOP-THRU-DATE = FUNCTION NUMVAL(ARG-RAW)
014778         ELSE
014781             GO TO 1900-BAD-PARAMETER
014784         END-IF
014787     END-IF.
014790 1100-EXIT.
014793     EXIT.
014796
014800 1900-BAD-PARAMETER.
014900     DISPLAY "GCDOPER - USAGE: ADD/DEACT/REACT OPERATOR-ID "
015000             "(CCYYMMDD), APPROVE OPERATOR-ID, HISTORY (ID) "
015010             "(FROM) (THRU), OR LIST. GOT: " ARG-RAW.
015100     MOVE GOP-BAD-PARM-RC TO RETURN-CODE.
015200     STOP RUN.
015300
018900     EXIT.
019000
019100*****************************************************************
019200*  3000-ADD-OPERATOR - A NEW AUTHORIZATION, PENDING UNTIL A     *
019210*  SECOND USER APPROVES IT. AN ID ALREADY ON THE MASTER IS      *
019300*  REJECTED - REACTIVATION IS A REACT REQUEST OF ITS OWN, NOT A *
019400*  SIDE EFFECT OF A RETYPED ADD.                                *
019500*****************************************************************
019600 3000-ADD-OPERATOR.
019610     MOVE "ADD" TO GOP-ACTION-NAME.
019700     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
019800     IF GOP-FOUND-IDX > 0
019900         DISPLAY "GCDOPER - ALREADY ON MASTER: " GOP-OPERATOR-ID
020500         MOVE GOP-TABLE-FULL-RC TO RETURN-CODE
020600         GO TO 3000-EXIT
020700     END-IF.
020710     PERFORM 7400-SAVE-BEFORE-IMAGE THRU 7400-EXIT.
020800     ADD 1 TO GOP-COUNT-USED.
020900     MOVE GOP-OPERATOR-ID TO GOP-ID(GOP-COUNT-USED).
021000     MOVE 'P' TO GOP-STATUS(GOP-COUNT-USED).
021100     MOVE GOP-EFF-DATE TO GOP-EFF(GOP-COUNT-USED).
021200     MOVE 0 TO GOP-END(GOP-COUNT-USED).
021210     MOVE GOP-COUNT-USED TO GOP-FOUND-IDX.
021300     PERFORM 7500-RECORD-CHANGE THRU 7500-EXIT.
021400     DISPLAY "GCDOPER - ADDED " GOP-OPERATOR-ID
021500             " EFFECTIVE " GOP-EFF-DATE
021510             " - PENDING APPROVAL BY ANOTHER USER".
021600 3000-EXIT.
021700     EXIT.
021800
021900*****************************************************************
021903*  3500-REACTIVATE-OPERATOR - PUT A DEACTIVATED ID BACK IN      *
021906*  EFFECT FROM TODAY OR THE OPTIONAL DATE, OPEN-ENDED. LIKE AN  *
021909*  ADD IT STAYS PENDING UNTIL A SECOND USER APPROVES IT; THE    *
021912*  END DATE IT HAD SURVIVES IN THE GCDOPERH BEFORE IMAGE.       *
021915*****************************************************************
021918 3500-REACTIVATE-OPERATOR.
021921     MOVE "REACT" TO GOP-ACTION-NAME.
021924     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
021927     IF GOP-FOUND-IDX = 0
021930         DISPLAY "GCDOPER - NOT ON MASTER: " GOP-OPERATOR-ID
021933         MOVE GOP-NOT-FOUND-RC TO RETURN-CODE
021936         GO TO 3500-EXIT
021939     END-IF.
021942     IF GOP-STATUS(GOP-FOUND-IDX) NOT = 'I'
021945         DISPLAY "GCDOPER - NOT INACTIVE (STATUS "
021948                 GOP-STATUS(GOP-FOUND-IDX) "): " GOP-OPERATOR-ID
021951         MOVE GOP-DUPLICATE-RC TO RETURN-CODE
021954         GO TO 3500-EXIT
021957     END-IF.
021960     PERFORM 7400-SAVE-BEFORE-IMAGE THRU 7400-EXIT.
021963     MOVE 'P' TO GOP-STATUS(GOP-FOUND-IDX).
021966     MOVE GOP-EFF-DATE TO GOP-EFF(GOP-FOUND-IDX).
021969     MOVE 0 TO GOP-END(GOP-FOUND-IDX).
021972     PERFORM 7500-RECORD-CHANGE THRU 7500-EXIT.
021975     DISPLAY "GCDOPER - REACTIVATION OF " GOP-OPERATOR-ID
021978             " EFFECTIVE " GOP-EFF-DATE
021981             " - PENDING APPROVAL BY ANOTHER USER".
021984 3500-EXIT.
021987     EXIT.
021990
021993*****************************************************************
022000*  4000-DEACTIVATE-OPERATOR - FLIP THE STATUS AND STAMP THE    *
022100*  END DATE; THE RECORD STAYS ON THE MASTER SO GCDRPT CAN      *
022200*  STILL TELL A FORMER OPERATOR FROM AN ID NEVER AUTHORIZED.   *
022210*  TAKING ACCESS AWAY NEEDS NO SECOND USER; DEACT OF A PENDING *
022220*  ID WITHDRAWS THE REQUEST.                                    *
022300*****************************************************************
022400 4000-DEACTIVATE-OPERATOR.
022410     MOVE "DEACT" TO GOP-ACTION-NAME.
022500     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
022600     IF GOP-FOUND-IDX = 0
022700         DISPLAY "GCDOPER - NOT ON MASTER: " GOP-OPERATOR-ID
023300         MOVE GOP-NOT-FOUND-RC TO RETURN-CODE
023400         GO TO 4000-EXIT
023500     END-IF.
023510     PERFORM 7400-SAVE-BEFORE-IMAGE THRU 7400-EXIT.
023600     MOVE 'I' TO GOP-STATUS(GOP-FOUND-IDX).
023700     MOVE GOP-EFF-DATE TO GOP-END(GOP-FOUND-IDX).
023800     PERFORM 7500-RECORD-CHANGE THRU 7500-EXIT.
023900     DISPLAY "GCDOPER - DEACTIVATED " GOP-OPERATOR-ID
024000             " AS OF " GOP-EFF-DATE.
024100 4000-EXIT.
024200     EXIT.
024300
024301*****************************************************************
024302*  4500-APPROVE-REQUEST - THE CHECKER'S HALF OF A PENDING ADD   *
024303*  OR REACT. THE REQUESTER IS TAKEN FROM GCDOPERH, NOT FROM ANY *
024304*  PARAMETER, AND MUST DIFFER FROM THE USER RUNNING APPROVE. A  *
024305*  PENDING ID WITH NO OPEN REQUEST ON GCDOPERH IS LEFT PENDING, *
024306*  SINCE NOTHING PROVES A SECOND USER.                          *
024307*****************************************************************
024308 4500-APPROVE-REQUEST.
024309     MOVE "APPROVE" TO GOP-ACTION-NAME.
024310     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
024311     IF GOP-FOUND-IDX = 0
024312         DISPLAY "GCDOPER - NOT ON MASTER: " GOP-OPERATOR-ID
024313         MOVE GOP-NOT-FOUND-RC TO RETURN-CODE
024314         GO TO 4500-EXIT
024315     END-IF.
024316     IF GOP-STATUS(GOP-FOUND-IDX) NOT = 'P'
024317         DISPLAY "GCDOPER - NOTHING PENDING FOR: " GOP-OPERATOR-ID
024318         MOVE GOP-NOT-PENDING-RC TO RETURN-CODE
024319         GO TO 4500-EXIT
024320     END-IF.
024321     PERFORM 4600-FIND-REQUESTER THRU 4600-EXIT.
024322     IF GOP-REQUESTER = SPACES
024323         DISPLAY "GCDOPER - NO OPEN REQUEST ON GCDOPERH FOR "
024324                 GOP-OPERATOR-ID " - LEFT PENDING"
024325         MOVE GOP-NOT-PENDING-RC TO RETURN-CODE
024326         GO TO 4500-EXIT
024327     END-IF.
024328     IF GOP-REQUESTER = GOP-USER-ID
024329         DISPLAY "GCDOPER - " GOP-USER-ID
024330                 " REQUESTED THIS CHANGE AND CANNOT APPROVE IT"
024331         MOVE GOP-SELF-APPROVE-RC TO RETURN-CODE
024332         GO TO 4500-EXIT
024333     END-IF.
024334     PERFORM 7400-SAVE-BEFORE-IMAGE THRU 7400-EXIT.
024335     MOVE 'A' TO GOP-STATUS(GOP-FOUND-IDX).
024336     PERFORM 7500-RECORD-CHANGE THRU 7500-EXIT.
024337     DISPLAY "GCDOPER - APPROVED " GOP-OPERATOR-ID
024338             " REQUESTED BY " GOP-REQUESTER.
024339 4500-EXIT.
024340     EXIT.
024341
024342*****************************************************************
024343*  4600-FIND-REQUESTER - THE USER ON THE LATEST ADD OR REACT    *
024344*  ENTRY FOR THE OPERATOR. A LATER DEACT OR APPROVE CLOSES THAT *
024345*  REQUEST, SO IT CLEARS THE REQUESTER AGAIN.                   *
024346*****************************************************************
024347 4600-FIND-REQUESTER.
024348     MOVE SPACES TO GOP-REQUESTER.
024349     MOVE 'N' TO WS-HIST-EOF-SWITCH.
024350     OPEN INPUT OPER-HIST-FILE.
024351     IF NOT OPER-HIST-OK
024352         GO TO 4600-EXIT
024353     END-IF.
024354     PERFORM 4610-NOTE-ONE-ENTRY THRU 4610-EXIT
024355         UNTIL OPER-HIST-EOF.
024356     CLOSE OPER-HIST-FILE.
024357 4600-EXIT.
024358     EXIT.
024359
024360 4610-NOTE-ONE-ENTRY.
024361     READ OPER-HIST-FILE
024362         AT END
024363             SET OPER-HIST-EOF TO TRUE
024364         NOT AT END
024365             IF OPH-OPERATOR-ID = GOP-OPERATOR-ID
024366                 IF OPH-ACTION = "ADD" OR OPH-ACTION = "REACT"
024367                     MOVE OPH-USER TO GOP-REQUESTER
024368                 ELSE
024369                     MOVE SPACES TO GOP-REQUESTER
024370                 END-IF
024371             END-IF
024372     END-READ.
024373 4610-EXIT.
024374     EXIT.
024375
024400 5000-LIST-MASTER.
024500     IF GOP-COUNT-USED = 0
024600         DISPLAY "GCDOPER - MASTER IS EMPTY"
030100 7100-EXIT.
030200     EXIT.
030300
030301*****************************************************************
030302*  7400-SAVE-BEFORE-IMAGE - THE OPERATOR'S ENTRY AS IT STANDS   *
030303*  BEFORE THE CHANGE; SPACES FOR AN ID NOT YET ON THE MASTER.   *
030304*****************************************************************
030305 7400-SAVE-BEFORE-IMAGE.
030306     IF GOP-FOUND-IDX = 0
030307         MOVE SPACES TO GOP-BEFORE-IMAGE
030308     ELSE
030309         MOVE GOP-ENTRY(GOP-FOUND-IDX) TO GOP-BEFORE-IMAGE
030310     END-IF.
030311 7400-EXIT.
030312     EXIT.
030313
030314*****************************************************************
030315*  7500-RECORD-CHANGE - REWRITE THE MASTER AND LOG THE CHANGE.  *
030316*  GCDOPERH IS OPENED FIRST, SO A CHANGE THAT COULD NOT BE      *
030317*  LOGGED IS NEVER MADE; ITS FIRST USE (STATUS 35) CREATES IT.  *
030318*****************************************************************
030319 7500-RECORD-CHANGE.
030320     OPEN EXTEND OPER-HIST-FILE.
030321     IF OPER-HIST-NOT-FOUND
030322         OPEN OUTPUT OPER-HIST-FILE
030323     END-IF.
030324     IF NOT OPER-HIST-OK
030325         DISPLAY "GCDOPER - UNABLE TO OPEN GCDOPERH, STATUS="
030326                 OPER-HIST-STATUS " - GCDOPERM NOT CHANGED"
030327         MOVE GOP-OPEN-FAIL-RC TO RETURN-CODE
030328         STOP RUN
030329     END-IF.
030330     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
030331     MOVE SPACES TO OPER-HIST-RECORD.
030332     MOVE GOP-TODAY TO OPH-DATE.
030333     MOVE GOP-NOW-TIME TO OPH-TIME.
030334     MOVE GOP-ACTION-NAME TO OPH-ACTION.
030335     MOVE GOP-USER-ID TO OPH-USER.
030336     MOVE GOP-OPERATOR-ID TO OPH-OPERATOR-ID.
030337     MOVE GOP-BEFORE-IMAGE TO OPH-BEFORE-IMAGE.
030338     MOVE GOP-ENTRY(GOP-FOUND-IDX) TO OPH-AFTER-IMAGE.
030339     MOVE GOP-REQUESTER TO OPH-REQUESTED-BY.
030340     WRITE OPER-HIST-RECORD.
030341     IF NOT OPER-HIST-OK
030342         DISPLAY "GCDOPER - GCDOPERH WRITE FAILED, STATUS="
030343                 OPER-HIST-STATUS " - LOG THE CHANGE BY HAND"
030344         MOVE GOP-OPEN-FAIL-RC TO RETURN-CODE
030345     END-IF.
030346     CLOSE OPER-HIST-FILE.
030347 7500-EXIT.
030348     EXIT.
030349
030350*****************************************************************
030351*  8000-LIST-HISTORY - GCDOPERH FOR THE QUARTERLY ACCESS        *
030352*  REVIEW, OLDEST FIRST, FOR ONE OPERATOR ID OR ALL OF THEM AND *
030353*  A RANGE OF CHANGE DATES.                                     *
030354*****************************************************************
030355 8000-LIST-HISTORY.
030356     MOVE 'N' TO WS-HIST-EOF-SWITCH.
030357     OPEN INPUT OPER-HIST-FILE.
030358     IF OPER-HIST-NOT-FOUND
030359         DISPLAY "GCDOPER - NO CHANGE HISTORY YET (NO GCDOPERH)"
030360         GO TO 8000-EXIT
030361     END-IF.
030362     IF NOT OPER-HIST-OK
030363         DISPLAY "GCDOPER - UNABLE TO OPEN GCDOPERH, STATUS="
030364                 OPER-HIST-STATUS
030365         MOVE GOP-OPEN-FAIL-RC TO RETURN-CODE
030366         GO TO 8000-EXIT
030367     END-IF.
030368     PERFORM 8100-LIST-ONE-ENTRY THRU 8100-EXIT
030369         UNTIL OPER-HIST-EOF.
030370     CLOSE OPER-HIST-FILE.
030371     DISPLAY "GCDOPER - HISTORY ENTRIES LISTED: " GOP-HIST-LISTED.
030372 8000-EXIT.
030373     EXIT.
030374
030375 8100-LIST-ONE-ENTRY.
030376     READ OPER-HIST-FILE
030377         AT END
030378             SET OPER-HIST-EOF TO TRUE
030379             GO TO 8100-EXIT
030380     END-READ.
030381     IF GOP-OPERATOR-ID NOT = SPACES
030382        AND OPH-OPERATOR-ID NOT = GOP-OPERATOR-ID
030383         GO TO 8100-EXIT
030384     END-IF.
030385     IF OPH-DATE < GOP-FROM-DATE OR OPH-DATE > GOP-THRU-DATE
030386         GO TO 8100-EXIT
030387     END-IF.
030388     MOVE OPH-DATE TO GHL-DATE.
030389     MOVE OPH-TIME-HHMMSS TO GHL-TIME.
030390     MOVE OPH-ACTION TO GHL-ACTION.
030391     MOVE OPH-OPERATOR-ID TO GHL-OPERATOR-ID.
030392     MOVE OPH-USER TO GHL-USER.
030393     MOVE OPH-BEF-STATUS TO GHL-BEF-STATUS.
030394     MOVE OPH-BEF-EFF-DATE TO GHL-BEF-EFF.
030395     MOVE OPH-BEF-END-DATE TO GHL-BEF-END.
030396     MOVE OPH-AFT-STATUS TO GHL-AFT-STATUS.
030397     MOVE OPH-AFT-EFF-DATE TO GHL-AFT-EFF.
030398     MOVE OPH-AFT-END-DATE TO GHL-AFT-END.
030399     MOVE OPH-REQUESTED-BY TO GHL-REQUESTER.
030401     DISPLAY GOP-HIST-LINE.
030402     ADD 1 TO GOP-HIST-LISTED.
030403 8100-EXIT.
030404     EXIT.
030405
030400 END PROGRAM GCDOPER.
