000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RESEXPT.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - COMMA-DELIMITED OUTBOUND  *
001200*                  INTERFACE EXTRACT OF A DAY'S RESULTS: GCDOUT *
001300*                  TO GCDXTR FOR ENGINEERING AND FACTOUT TO     *
001400*                  FACTXTR FOR FINANCE. EACH FILE OPENS WITH A  *
001500*                  COLUMN-HEADING ROW, CARRIES DECODED RESULT   *
001600*                  TYPE, DISPOSITION, STATUS AND CLASS TEXT IN  *
001700*                  PLACE OF THE ONE-BYTE CODES AND THE          *
001800*                  FACTORIZATION WRITTEN OUT (2^3*5*7), AND     *
001900*                  CLOSES WITH A CONTROL TRAILER OF ROW COUNTS  *
002000*                  AND A CHECKSUM. RUNCTL REFUSES THE GCDOUT    *
002100*                  EXTRACT UNLESS GCDRECON HAS BALANCED THE     *
002200*                  DAY'S BATCH.                                 *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT GCD-RESULT-FILE ASSIGN TO "GCDOUT"
002900            ORGANIZATION IS SEQUENTIAL
003000            ACCESS MODE IS SEQUENTIAL
003100            FILE STATUS IS GCD-RESULT-STATUS.
003200     SELECT FACT-OUT-FILE ASSIGN TO "FACTOUT"
003300            ORGANIZATION IS SEQUENTIAL
003400            ACCESS MODE IS SEQUENTIAL
003500            FILE STATUS IS FACT-OUT-STATUS.
003600     SELECT GCD-EXTRACT-FILE ASSIGN TO "GCDXTR"
003700            ORGANIZATION IS SEQUENTIAL
003800            ACCESS MODE IS SEQUENTIAL
003900            FILE STATUS IS GCD-EXTRACT-STATUS.
004000     SELECT FACT-EXTRACT-FILE ASSIGN TO "FACTXTR"
004100            ORGANIZATION IS SEQUENTIAL
004200            ACCESS MODE IS SEQUENTIAL
004300            FILE STATUS IS FACT-EXTRACT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  GCD-RESULT-FILE
004800     RECORDING MODE IS F
004900     BLOCK CONTAINS 0 RECORDS
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 60 CHARACTERS.
005200 COPY GCDRES.
005300
005400 FD  FACT-OUT-FILE
005500     RECORDING MODE IS F
005600     BLOCK CONTAINS 0 RECORDS
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 373 CHARACTERS.
005900 COPY FACTRES.
006000
006100*****************************************************************
006200*  THE TWO EXTRACTS ARE VARIABLE-LENGTH: EACH ROW IS WRITTEN AT *
006300*  ITS OWN LENGTH, SO THE RECEIVING SIDE SEES NO PADDING AFTER  *
006400*  THE LAST COLUMN.                                             *
006500*****************************************************************
006600 FD  GCD-EXTRACT-FILE
006700     RECORDING MODE IS V
006800     BLOCK CONTAINS 0 RECORDS
006900     LABEL RECORDS ARE STANDARD
007000     RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
007100         DEPENDING ON XPT-GCD-ROW-LENGTH.
007200 01  GCD-EXTRACT-RECORD.
007300     05  GCD-EXTRACT-TEXT            PIC X(256).
007400
007500 FD  FACT-EXTRACT-FILE
007600     RECORDING MODE IS V
007700     BLOCK CONTAINS 0 RECORDS
007800     LABEL RECORDS ARE STANDARD
007900     RECORD IS VARYING IN SIZE FROM 1 TO 512 CHARACTERS
008000         DEPENDING ON XPT-FACT-ROW-LENGTH.
008100 01  FACT-EXTRACT-RECORD.
008200     05  FACT-EXTRACT-TEXT           PIC X(512).
008300
008400 WORKING-STORAGE SECTION.
008500 78  XPT-NOTHING-SENT-RC             VALUE 4.
008600 78  XPT-BAD-PARM-RC                 VALUE 12.
008700 78  XPT-OPEN-FAIL-RC                VALUE 16.
008800 78  XPT-HASH-MODULUS                VALUE 1000000000000000.
008900
009000 01  GCD-RESULT-STATUS               PIC XX.
009100     88  GCD-RESULT-OK               VALUE '00'.
009200 01  FACT-OUT-STATUS                 PIC XX.
009300     88  FACT-OUT-OK                 VALUE '00'.
009400 01  GCD-EXTRACT-STATUS              PIC XX.
009500     88  GCD-EXTRACT-OK              VALUE '00'.
009600 01  FACT-EXTRACT-STATUS             PIC XX.
009700     88  FACT-EXTRACT-OK             VALUE '00'.
009800
009900 01  ARG-RAW                         PIC X(10) VALUE SPACES.
010000 01  SEL-RUN-DATE                    PIC 9(08) VALUE 0.
010100 01  XPT-SELECTION                   PIC X(04) VALUE "BOTH".
010200     88  XPT-VALID-SELECTION         VALUE "GCD" "FACT" "BOTH".
010300     88  XPT-WANT-GCDOUT             VALUE "GCD" "BOTH".
010400     88  XPT-WANT-FACTOUT            VALUE "FACT" "BOTH".
010500
010600 01  WS-SWITCHES.
010700     05  WS-GCDOUT-EOF-SWITCH        PIC X VALUE 'N'.
010800         88  END-OF-GCDOUT           VALUE 'Y'.
010900     05  WS-FACTOUT-EOF-SWITCH       PIC X VALUE 'N'.
011000         88  END-OF-FACTOUT          VALUE 'Y'.
011100
011200*****************************************************************
011300*  ROW COUNTS FOR THE TRAILERS AND THE RUN-CONTROL LEDGER.      *
011400*****************************************************************
011500 01  XPT-GCD-ROW-COUNT               PIC 9(07) COMP VALUE 0.
011600 01  XPT-PAIR-COUNT                  PIC 9(07) COMP VALUE 0.
011700 01  XPT-GROUP-COUNT                 PIC 9(07) COMP VALUE 0.
011800 01  XPT-CRT-COUNT                   PIC 9(07) COMP VALUE 0.
011900 01  XPT-RATIO-COUNT                 PIC 9(07) COMP VALUE 0.
012000 01  XPT-FACT-ROW-COUNT              PIC 9(07) COMP VALUE 0.
012100 01  XPT-COMPLETE-COUNT              PIC 9(07) COMP VALUE 0.
012200 01  XPT-INCOMPLETE-COUNT            PIC 9(07) COMP VALUE 0.
012300
012400*****************************************************************
012500*  THE CHECKSUM EACH TRAILER CARRIES IS THE SUM OF EVERY WHOLE  *
012600*  NUMBER WRITTEN ON THAT FILE'S DATA ROWS - EACH COLUMN VALUE  *
012700*  AND EACH PRIME AND EXPONENT WITHIN A FACTORIZATION - MODULO  *
012800*  10**15. THE RECEIVING SIDE BALANCES BY SPLITTING EVERY DATA  *
012900*  ROW ON ANYTHING THAT IS NOT A DIGIT AND ADDING THE NUMBERS.  *
013000*  EACH NUMBER IS REDUCED BEFORE IT IS ADDED SO AN 18-DIGIT LCM *
013100*  CANNOT OVERFLOW THE TOTAL.                                   *
013200*****************************************************************
013300 01  XPT-HASH-TOTAL                  PIC 9(18) COMP VALUE 0.
013400 01  XPT-HASH-PART                   PIC 9(18) COMP VALUE 0.
013500 01  XPT-HASH-QUOTIENT               PIC 9(18) COMP VALUE 0.
013600
013700*****************************************************************
013800*  ROW BUILDING - A ROW IS STRUNG TOGETHER A COLUMN AT A TIME,  *
013900*  EACH COLUMN FOLLOWED BY ITS COMMA; THE COMMA AFTER THE LAST  *
014000*  COLUMN IS LEFT OFF BY WRITING THE ROW ONE BYTE SHORT.        *
014100*  NUMBERS GO OUT WITHOUT LEADING ZEROS, AND A COLUMN THAT DOES *
014200*  NOT APPLY TO A ROW IS EMPTY.                                 *
014300*****************************************************************
014400 01  XPT-ROW                         PIC X(512) VALUE SPACES.
014500 01  XPT-ROW-PTR                     PIC 9(04) COMP VALUE 1.
014600 01  XPT-GCD-ROW-LENGTH              PIC 9(04) COMP VALUE 0.
014700 01  XPT-FACT-ROW-LENGTH             PIC 9(04) COMP VALUE 0.
014800 01  XPT-NUM-VALUE                   PIC 9(18) VALUE 0.
014900 01  XPT-NUM-EDIT                    PIC Z(17)9.
015000 01  XPT-LEAD-SPACES                 PIC 9(02) COMP VALUE 0.
015100 01  XPT-TEXT-VALUE                  PIC X(20) VALUE SPACES.
015200 01  XPT-EMPTY-COUNT                 PIC 9(02) COMP VALUE 0.
015300 01  XPT-FACTOR-IDX                  PIC 9(02) COMP VALUE 0.
015400 01  XPT-FACTOR-LIMIT                PIC 9(03) VALUE 0.
015500
015600 01  XPT-GCD-HEADING.
015700     05  FILLER                      PIC X(40) VALUE
015800         "SEQ,RESULT_TYPE,DISPOSITION,M,N,OPERAND_".
015900     05  FILLER                      PIC X(40) VALUE
016000         "COUNT,TOOTH_LIMIT,GCD,LCM,SOLUTION,MODUL".
016100     05  FILLER                      PIC X(40) VALUE
016200         "US,LOWEST_M,LOWEST_N,CF_TERMS,APPROXIMAT".
016300     05  FILLER                      PIC X(40) VALUE
016400         "IONS,CONFLICT_I,CONFLICT_J,CONFLICT_MOD_".
016500     05  FILLER                      PIC X(20) VALUE
016600         "I,CONFLICT_MOD_J".
016700
016800 01  XPT-FACT-HEADING.
016900     05  FILLER                      PIC X(40) VALUE
017000         "SEQ,TARGET,STATUS,FACTORIZATION,UNFACTOR".
017100     05  FILLER                      PIC X(40) VALUE
017200         "ED_REMAINDER,DISTINCT_PRIMES,DIVISOR_COU".
017300     05  FILLER                      PIC X(40) VALUE
017400         "NT,DIVISOR_SUM,TOTIENT,CLASS".
017500
017600 01  XPT-TOTAL-LINE.
017700     05  XPT-TOT-LABEL               PIC X(30).
017800     05  XPT-TOT-VALUE               PIC Z(06)9.
017900
018000 01  XPT-CHECKSUM-LINE.
018100     05  FILLER                      PIC X(30)
018200                     VALUE "CHECKSUM:".
018300     05  XPT-CHK-VALUE               PIC Z(14)9.
018400
018500 COPY RUNLNK.
018600
018700 PROCEDURE DIVISION.
018800*****************************************************************
018900*  0000-MAINLINE                                                *
019000*****************************************************************
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
019400     IF XPT-WANT-GCDOUT
019500         PERFORM 2000-EXTRACT-GCDOUT THRU 2000-EXIT
019600     END-IF.
019700     IF XPT-WANT-FACTOUT AND RETURN-CODE < XPT-OPEN-FAIL-RC
019800         PERFORM 4000-EXTRACT-FACTOUT THRU 4000-EXIT
019900     END-IF.
020000     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
020100     STOP RUN.
020200
020300*****************************************************************
020400*  1000-INITIALIZE - THE FIRST OPTIONAL PARAMETER SAYS WHICH    *
020500*  RESULTS TO EXTRACT: GCD (GCDOUT), FACT (FACTOUT) OR BOTH,    *
020600*  THE DEFAULT. THE SECOND IS THE RUN DATE (CCYYMMDD) WHOSE     *
020700*  RESULTS ARE BEING SENT; IT DEFAULTS TO TODAY, SINCE THE      *
020800*  EXTRACT RUNS AFTER THE BATCH AND ITS RECONCILIATION IN THE   *
020900*  SAME JOB. EACH FIELD IS BLANKED BEFORE ITS ACCEPT BECAUSE AN *
021000*  ACCEPT PAST THE LAST ARGUMENT-VALUE LEAVES THE FIELD         *
021100*  UNTOUCHED.                                                   *
021200*****************************************************************
021300 1000-INITIALIZE.
021400     ACCEPT SEL-RUN-DATE FROM DATE YYYYMMDD.
021500     MOVE SPACES TO ARG-RAW.
021600     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
021700     IF ARG-RAW NOT = SPACES
021800         MOVE ARG-RAW TO XPT-SELECTION
021900         IF NOT XPT-VALID-SELECTION
022000            OR ARG-RAW(5:) NOT = SPACES
022100             GO TO 1900-BAD-PARAMETER
022200         END-IF
022300     END-IF.
022400     MOVE SPACES TO ARG-RAW.
022500     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
022600     IF ARG-RAW NOT = SPACES
022700         IF FUNCTION TEST-NUMVAL(ARG-RAW) = 0
022800             COMPUTE SEL-RUN-DATE = FUNCTION NUMVAL(ARG-RAW)
022900         ELSE
023000             GO TO 1900-BAD-PARAMETER
023100         END-IF
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
023800*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
023900*  PREREQUISITES: A GCDOUT EXTRACT NEEDS GCDRECON TO HAVE       *
024000*  BALANCED THE RUN DATE'S BATCH, WITH NO BATCH RUN SINCE TO    *
024100*  REPLACE THE GCDOUT IT PROVED, SO UNRECONCILED ANSWERS ARE    *
024200*  NEVER SENT; A FACTOUT EXTRACT NEEDS THE RUN DATE'S PRIMES500 *
024300*  FACTOR BATCH TO HAVE FINISHED. A STEP REFUSED, OR ONE THE    *
024400*  LEDGER CANNOT RECORD, ENDS HERE WITH RUNCTL'S RETURN CODE    *
024500*  BEFORE ANY OF ITS WORK IS DONE.                              *
024600*****************************************************************
024700 1800-CHECK-RUN-CONTROL.
024800     MOVE "RESEXPT" TO RCL-STEP-NAME.
024900     MOVE XPT-SELECTION TO RCL-STEP-MODE.
025000     MOVE SEL-RUN-DATE TO RCL-SUBJECT-DATE.
025100     SET RCL-START-STEP TO TRUE.
025200     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
025300     IF NOT RCL-STEP-CLEARED
025400         DISPLAY "RESEXPT - STEP NOT RUN: " RCL-REFUSAL-TEXT
025500         MOVE RCL-STEP-RC TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800 1800-EXIT.
025900     EXIT.
026000
026100 1900-BAD-PARAMETER.
026200     DISPLAY "RESEXPT - INVALID PARAMETER: " ARG-RAW.
026300     DISPLAY "RESEXPT - USAGE: RESEXPT [GCD|FACT|BOTH] "
026400             "[CCYYMMDD]".
026500     MOVE XPT-BAD-PARM-RC TO RETURN-CODE.
026600     STOP RUN.
026700
026800*****************************************************************
026900*  2000-EXTRACT-GCDOUT - HEADING ROW, ONE ROW PER GCDOUT RECORD *
027000*  IN GCDOUT ORDER, THEN THE CONTROL TRAILER. AN EMPTY GCDOUT   *
027100*  STILL GETS ITS HEADING AND A ZERO TRAILER, SO THE RECEIVING  *
027200*  SIDE SEES THAT NOTHING WAS SENT RATHER THAN NO FILE AT ALL.  *
027300*****************************************************************
027400 2000-EXTRACT-GCDOUT.
027500     OPEN INPUT GCD-RESULT-FILE.
027600     IF NOT GCD-RESULT-OK
027700         DISPLAY "RESEXPT - UNABLE TO OPEN GCDOUT, STATUS="
027800                 GCD-RESULT-STATUS
027900         MOVE XPT-OPEN-FAIL-RC TO RETURN-CODE
028000         GO TO 2000-EXIT
028100     END-IF.
028200     OPEN OUTPUT GCD-EXTRACT-FILE.
028300     IF NOT GCD-EXTRACT-OK
028400         DISPLAY "RESEXPT - UNABLE TO OPEN GCDXTR, STATUS="
028500                 GCD-EXTRACT-STATUS
028600         MOVE XPT-OPEN-FAIL-RC TO RETURN-CODE
028700         CLOSE GCD-RESULT-FILE
028800         GO TO 2000-EXIT
028900     END-IF.
029000     MOVE 0 TO XPT-HASH-TOTAL.
029100     PERFORM 8800-START-ROW THRU 8800-EXIT.
029200     STRING XPT-GCD-HEADING DELIMITED BY SPACE
029300            "," DELIMITED BY SIZE
029400         INTO XPT-ROW WITH POINTER XPT-ROW-PTR.
029500     PERFORM 2900-WRITE-GCD-ROW THRU 2900-EXIT.
029600     PERFORM 2100-EXTRACT-ONE-RESULT THRU 2100-EXIT
029700         UNTIL END-OF-GCDOUT.
029800     PERFORM 2800-WRITE-GCD-TRAILER THRU 2800-EXIT.
029900     CLOSE GCD-RESULT-FILE.
030000     CLOSE GCD-EXTRACT-FILE.
030100     MOVE "GCDXTR ROWS WRITTEN:" TO XPT-TOT-LABEL.
030200     MOVE XPT-GCD-ROW-COUNT TO XPT-TOT-VALUE.
030300     DISPLAY "RESEXPT - " XPT-TOTAL-LINE.
030400     MOVE XPT-HASH-TOTAL TO XPT-CHK-VALUE.
030500     DISPLAY "RESEXPT - " XPT-CHECKSUM-LINE.
030600     IF XPT-GCD-ROW-COUNT = 0 AND RETURN-CODE = 0
030700         MOVE XPT-NOTHING-SENT-RC TO RETURN-CODE
030800     END-IF.
030900 2000-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300*  2100-EXTRACT-ONE-RESULT - THE SEQUENCE NUMBER, THEN THE      *
031400*  COLUMNS FOR THE RECORD'S TYPE. A RECORD OF NO KNOWN TYPE IS  *
031500*  STILL SENT, MARKED UNKNOWN, SO THE ROW COUNT STILL BALANCES  *
031600*  TO GCDOUT.                                                   *
031700*****************************************************************
031800 2100-EXTRACT-ONE-RESULT.
031900     READ GCD-RESULT-FILE
032000         AT END
032100             SET END-OF-GCDOUT TO TRUE
032200             GO TO 2100-EXIT
032300     END-READ.
032400     ADD 1 TO XPT-GCD-ROW-COUNT.
032500     PERFORM 8800-START-ROW THRU 8800-EXIT.
032600     MOVE XPT-GCD-ROW-COUNT TO XPT-NUM-VALUE.
032700     PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT.
032800     IF RES-PAIR-RESULT
032900         PERFORM 2200-PAIR-COLUMNS THRU 2200-EXIT
033000     ELSE
033100     IF RES-GROUP-RESULT
033200         PERFORM 2300-GROUP-COLUMNS THRU 2300-EXIT
033300     ELSE
033400     IF RES-CRT-RESULT
033500         PERFORM 2400-CONGRUENCE-COLUMNS THRU 2400-EXIT
033600     ELSE
033700     IF RES-RAT-RESULT
033800         PERFORM 2500-RATIO-COLUMNS THRU 2500-EXIT
033900     ELSE
034000         MOVE "UNKNOWN" TO XPT-TEXT-VALUE
034100         PERFORM 8100-ADD-TEXT THRU 8100-EXIT
034200         MOVE 17 TO XPT-EMPTY-COUNT
034300         PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT
034400     END-IF
034500     END-IF
034600     END-IF
034700     END-IF.
034800     PERFORM 2900-WRITE-GCD-ROW THRU 2900-EXIT.
034900 2100-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300*  2200-PAIR-COLUMNS - M AND N, AND THE GCD AND LCM WHEN THE    *
035400*  PAIR WAS ANSWERED, WHETHER COMPUTED OR TAKEN FROM GCDPAIRM.  *
035500*****************************************************************
035600 2200-PAIR-COLUMNS.
035700     ADD 1 TO XPT-PAIR-COUNT.
035800     MOVE "PAIR" TO XPT-TEXT-VALUE.
035900     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
036000     IF RES-PROCESSED
036100         MOVE "PROCESSED" TO XPT-TEXT-VALUE
036200     ELSE
036300     IF RES-FROM-HISTORY
036400         MOVE "FROM HISTORY" TO XPT-TEXT-VALUE
036500     ELSE
036600     IF RES-SKIPPED-ZERO
036700         MOVE "SKIPPED ZERO" TO XPT-TEXT-VALUE
036800     ELSE
036900     IF RES-OTHER-ERROR
037000         MOVE "ERROR" TO XPT-TEXT-VALUE
037100     ELSE
037200         MOVE "UNKNOWN" TO XPT-TEXT-VALUE
037300     END-IF
037400     END-IF
037500     END-IF
037600     END-IF.
037700     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
037800     IF RES-IN-M NUMERIC
037900         MOVE RES-IN-M TO XPT-NUM-VALUE
038000         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
038100     ELSE
038200         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
038300     END-IF.
038400     IF RES-IN-N NUMERIC
038500         MOVE RES-IN-N TO XPT-NUM-VALUE
038600         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
038700     ELSE
038800         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
038900     END-IF.
039000     MOVE 2 TO XPT-EMPTY-COUNT.
039100     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
039200     IF RES-PROCESSED OR RES-FROM-HISTORY
039300         MOVE RES-GCD TO XPT-NUM-VALUE
039400         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
039500         MOVE RES-LCM TO XPT-NUM-VALUE
039600         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
039700     ELSE
039800         MOVE 2 TO XPT-EMPTY-COUNT
039900         PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT
040000     END-IF.
040100     MOVE 10 TO XPT-EMPTY-COUNT.
040200     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
040300 2200-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*  2300-GROUP-COLUMNS - THE OPERAND COUNT, AND THE GCD AND LCM  *
040800*  FOLDED ACROSS THE GROUP. A GROUP WHOSE LCM OVERFLOWED STILL  *
040900*  HAS A GOOD GCD.                                              *
041000*****************************************************************
041100 2300-GROUP-COLUMNS.
041200     ADD 1 TO XPT-GROUP-COUNT.
041300     MOVE "GROUP" TO XPT-TEXT-VALUE.
041400     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
041500     IF RES-GRP-PROCESSED
041600         MOVE "PROCESSED" TO XPT-TEXT-VALUE
041700     ELSE
041800     IF RES-GRP-LCM-OVERFLOW
041900         MOVE "LCM OVERFLOW" TO XPT-TEXT-VALUE
042000     ELSE
042100     IF RES-GRP-SKIPPED-ZERO
042200         MOVE "SKIPPED ZERO" TO XPT-TEXT-VALUE
042300     ELSE
042400     IF RES-GRP-ERROR
042500         MOVE "ERROR" TO XPT-TEXT-VALUE
042600     ELSE
042700         MOVE "UNKNOWN" TO XPT-TEXT-VALUE
042800     END-IF
042900     END-IF
043000     END-IF
043100     END-IF.
043200     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
043300     MOVE 2 TO XPT-EMPTY-COUNT.
043400     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
043500     IF RES-GRP-COUNT NUMERIC
043600         MOVE RES-GRP-COUNT TO XPT-NUM-VALUE
043700         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
043800     ELSE
043900         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
044000     END-IF.
044100     PERFORM 8200-ADD-EMPTY THRU 8200-EXIT.
044200     IF RES-GRP-PROCESSED OR RES-GRP-LCM-OVERFLOW
044300         MOVE RES-GRP-GCD TO XPT-NUM-VALUE
044400         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
044500     ELSE
044600         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
044700     END-IF.
044800     IF RES-GRP-PROCESSED
044900         MOVE RES-GRP-LCM TO XPT-NUM-VALUE
045000         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
045100     ELSE
045200         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
045300     END-IF.
045400     MOVE 10 TO XPT-EMPTY-COUNT.
045500     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
045600 2300-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*  2400-CONGRUENCE-COLUMNS - THE CONGRUENCE COUNT, AND EITHER   *
046100*  THE SOLUTION X WITH THE MODULUS IT HOLDS UNDER, OR FOR A     *
046200*  SYSTEM WITH NO SOLUTION THE TWO CONFLICTING POSITIONS AND    *
046300*  THEIR MODULI.                                                *
046400*****************************************************************
046500 2400-CONGRUENCE-COLUMNS.
046600     ADD 1 TO XPT-CRT-COUNT.
046700     MOVE "CONGRUENCE" TO XPT-TEXT-VALUE.
046800     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
046900     IF RES-CRT-SOLVED
047000         MOVE "SOLVED" TO XPT-TEXT-VALUE
047100     ELSE
047200     IF RES-CRT-CONFLICT
047300         MOVE "NO SOLUTION" TO XPT-TEXT-VALUE
047400     ELSE
047500     IF RES-CRT-OVERFLOW
047600         MOVE "MODULUS OVERFLOW" TO XPT-TEXT-VALUE
047700     ELSE
047800     IF RES-CRT-SKIPPED-ZERO
047900         MOVE "SKIPPED ZERO" TO XPT-TEXT-VALUE
048000     ELSE
048100     IF RES-CRT-ERROR
048200         MOVE "ERROR" TO XPT-TEXT-VALUE
048300     ELSE
048400         MOVE "UNKNOWN" TO XPT-TEXT-VALUE
048500     END-IF
048600     END-IF
048700     END-IF
048800     END-IF
048900     END-IF.
049000     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
049100     MOVE 2 TO XPT-EMPTY-COUNT.
049200     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
049300     IF RES-CRT-COUNT NUMERIC
049400         MOVE RES-CRT-COUNT TO XPT-NUM-VALUE
049500         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
049600     ELSE
049700         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
049800     END-IF.
049900     MOVE 3 TO XPT-EMPTY-COUNT.
050000     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
050100     IF RES-CRT-SOLVED
050200         MOVE RES-CRT-SOLUTION TO XPT-NUM-VALUE
050300         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
050400         MOVE RES-CRT-MODULUS TO XPT-NUM-VALUE
050500         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
050600     ELSE
050700         MOVE 2 TO XPT-EMPTY-COUNT
050800         PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT
050900     END-IF.
051000     MOVE 4 TO XPT-EMPTY-COUNT.
051100     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
051200     IF RES-CRT-CONFLICT
051300         MOVE RES-CRT-CONFLICT-I TO XPT-NUM-VALUE
051400         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
051500         MOVE RES-CRT-CONFLICT-J TO XPT-NUM-VALUE
051600         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
051700         MOVE RES-CRT-CONFLICT-MOD-I TO XPT-NUM-VALUE
051800         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
051900         MOVE RES-CRT-CONFLICT-MOD-J TO XPT-NUM-VALUE
052000         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
052100     ELSE
052200         MOVE 4 TO XPT-EMPTY-COUNT
052300         PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT
052400     END-IF.
052500 2400-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*  2500-RATIO-COLUMNS - M, N AND THE TOOTH LIMIT (EMPTY WHEN    *
053000*  THE RATIO HAD NO LIMIT), AND FOR A REDUCED RATIO ITS GCD,    *
053100*  LOWEST TERMS, AND THE TERM AND APPROXIMATION COUNTS SENT TO  *
053200*  GCDRATO.                                                     *
053300*****************************************************************
053400 2500-RATIO-COLUMNS.
053500     ADD 1 TO XPT-RATIO-COUNT.
053600     MOVE "RATIO" TO XPT-TEXT-VALUE.
053700     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
053800     IF RES-RAT-PROCESSED
053900         MOVE "PROCESSED" TO XPT-TEXT-VALUE
054000     ELSE
054100     IF RES-RAT-SKIPPED-ZERO
054200         MOVE "SKIPPED ZERO" TO XPT-TEXT-VALUE
054300     ELSE
054400     IF RES-RAT-ERROR
054500         MOVE "ERROR" TO XPT-TEXT-VALUE
054600     ELSE
054700         MOVE "UNKNOWN" TO XPT-TEXT-VALUE
054800     END-IF
054900     END-IF
055000     END-IF.
055100     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
055200     IF RES-RAT-IN-M NUMERIC
055300         MOVE RES-RAT-IN-M TO XPT-NUM-VALUE
055400         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
055500     ELSE
055600         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
055700     END-IF.
055800     IF RES-RAT-IN-N NUMERIC
055900         MOVE RES-RAT-IN-N TO XPT-NUM-VALUE
056000         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
056100     ELSE
056200         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
056300     END-IF.
056400     PERFORM 8200-ADD-EMPTY THRU 8200-EXIT.
056500     IF RES-RAT-TOOTH-LIMIT NUMERIC AND RES-RAT-TOOTH-LIMIT > 0
056600         MOVE RES-RAT-TOOTH-LIMIT TO XPT-NUM-VALUE
056700         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
056800     ELSE
056900         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
057000     END-IF.
057100     IF RES-RAT-PROCESSED
057200         MOVE RES-RAT-GCD TO XPT-NUM-VALUE
057300         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
057400         MOVE 3 TO XPT-EMPTY-COUNT
057500         PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT
057600         MOVE RES-RAT-LOW-M TO XPT-NUM-VALUE
057700         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
057800         MOVE RES-RAT-LOW-N TO XPT-NUM-VALUE
057900         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
058000         MOVE RES-RAT-TERM-COUNT TO XPT-NUM-VALUE
058100         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
058200         MOVE RES-RAT-APPROX-COUNT TO XPT-NUM-VALUE
058300         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
058400     ELSE
058500         MOVE 8 TO XPT-EMPTY-COUNT
058600         PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT
058700     END-IF.
058800     MOVE 4 TO XPT-EMPTY-COUNT.
058900     PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT.
059000 2500-EXIT.
059100     EXIT.
059200
059300*****************************************************************
059400*  2800-WRITE-GCD-TRAILER - TRAILER,GCDOUT,RUN DATE,DATA ROWS,  *
059500*  PAIRS,GROUPS,CONGRUENCES,RATIOS,CHECKSUM. THE TRAILER'S OWN  *
059600*  NUMBERS ARE NOT PART OF THE CHECKSUM.                        *
059700*****************************************************************
059800 2800-WRITE-GCD-TRAILER.
059900     PERFORM 8800-START-ROW THRU 8800-EXIT.
060000     MOVE "TRAILER" TO XPT-TEXT-VALUE.
060100     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
060200     MOVE "GCDOUT" TO XPT-TEXT-VALUE.
060300     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
060400     MOVE SEL-RUN-DATE TO XPT-NUM-VALUE.
060500     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
060600     MOVE XPT-GCD-ROW-COUNT TO XPT-NUM-VALUE.
060700     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
060800     MOVE XPT-PAIR-COUNT TO XPT-NUM-VALUE.
060900     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
061000     MOVE XPT-GROUP-COUNT TO XPT-NUM-VALUE.
061100     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
061200     MOVE XPT-CRT-COUNT TO XPT-NUM-VALUE.
061300     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
061400     MOVE XPT-RATIO-COUNT TO XPT-NUM-VALUE.
061500     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
061600     MOVE XPT-HASH-TOTAL TO XPT-NUM-VALUE.
061700     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
061800     PERFORM 2900-WRITE-GCD-ROW THRU 2900-EXIT.
061900 2800-EXIT.
062000     EXIT.
062100
062200 2900-WRITE-GCD-ROW.
062300     COMPUTE XPT-GCD-ROW-LENGTH = XPT-ROW-PTR - 2.
062400     MOVE XPT-ROW TO GCD-EXTRACT-TEXT.
062500     WRITE GCD-EXTRACT-RECORD.
062600 2900-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000*  4000-EXTRACT-FACTOUT - HEADING ROW, ONE ROW PER FACTOUT      *
063100*  TARGET IN FACTOUT ORDER, THEN THE CONTROL TRAILER, AS FOR    *
063200*  GCDOUT.                                                      *
063300*****************************************************************
063400 4000-EXTRACT-FACTOUT.
063500     OPEN INPUT FACT-OUT-FILE.
063600     IF NOT FACT-OUT-OK
063700         DISPLAY "RESEXPT - UNABLE TO OPEN FACTOUT, STATUS="
063800                 FACT-OUT-STATUS
063900         MOVE XPT-OPEN-FAIL-RC TO RETURN-CODE
064000         GO TO 4000-EXIT
064100     END-IF.
064200     OPEN OUTPUT FACT-EXTRACT-FILE.
064300     IF NOT FACT-EXTRACT-OK
064400         DISPLAY "RESEXPT - UNABLE TO OPEN FACTXTR, STATUS="
064500                 FACT-EXTRACT-STATUS
064600         MOVE XPT-OPEN-FAIL-RC TO RETURN-CODE
064700         CLOSE FACT-OUT-FILE
064800         GO TO 4000-EXIT
064900     END-IF.
065000     MOVE 0 TO XPT-HASH-TOTAL.
065100     PERFORM 8800-START-ROW THRU 8800-EXIT.
065200     STRING XPT-FACT-HEADING DELIMITED BY SPACE
065300            "," DELIMITED BY SIZE
065400         INTO XPT-ROW WITH POINTER XPT-ROW-PTR.
065500     PERFORM 4900-WRITE-FACT-ROW THRU 4900-EXIT.
065600     PERFORM 4100-EXTRACT-ONE-TARGET THRU 4100-EXIT
065700         UNTIL END-OF-FACTOUT.
065800     PERFORM 4800-WRITE-FACT-TRAILER THRU 4800-EXIT.
065900     CLOSE FACT-OUT-FILE.
066000     CLOSE FACT-EXTRACT-FILE.
066100     MOVE "FACTXTR ROWS WRITTEN:" TO XPT-TOT-LABEL.
066200     MOVE XPT-FACT-ROW-COUNT TO XPT-TOT-VALUE.
066300     DISPLAY "RESEXPT - " XPT-TOTAL-LINE.
066400     MOVE XPT-HASH-TOTAL TO XPT-CHK-VALUE.
066500     DISPLAY "RESEXPT - " XPT-CHECKSUM-LINE.
066600     IF XPT-FACT-ROW-COUNT = 0 AND RETURN-CODE = 0
066700         MOVE XPT-NOTHING-SENT-RC TO RETURN-CODE
066800     END-IF.
066900 4000-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300*  4100-EXTRACT-ONE-TARGET - A COMPLETE FACTORIZATION CARRIES   *
067400*  ITS DIVISOR COUNT, DIVISOR SUM, TOTIENT AND CLASS; AN        *
067500*  INCOMPLETE ONE CARRIES THE FACTORS FOUND AND THE REMAINDER   *
067600*  THE PRIME TABLE COULD NOT BREAK, AND ITS DERIVED COLUMNS ARE *
067700*  EMPTY.                                                       *
067800*****************************************************************
067900 4100-EXTRACT-ONE-TARGET.
068000     READ FACT-OUT-FILE
068100         AT END
068200             SET END-OF-FACTOUT TO TRUE
068300             GO TO 4100-EXIT
068400     END-READ.
068500     ADD 1 TO XPT-FACT-ROW-COUNT.
068600     PERFORM 8800-START-ROW THRU 8800-EXIT.
068700     MOVE XPT-FACT-ROW-COUNT TO XPT-NUM-VALUE.
068800     PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT.
068900     MOVE FOUT-TARGET TO XPT-NUM-VALUE.
069000     PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT.
069100     IF FOUT-COMPLETE
069200         ADD 1 TO XPT-COMPLETE-COUNT
069300         MOVE "COMPLETE" TO XPT-TEXT-VALUE
069400     ELSE
069500         ADD 1 TO XPT-INCOMPLETE-COUNT
069600         MOVE "INCOMPLETE" TO XPT-TEXT-VALUE
069700     END-IF.
069800     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
069900     PERFORM 4200-ADD-FACTORIZATION THRU 4200-EXIT.
070000     IF FOUT-COMPLETE
070100         PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
070200     ELSE
070300         MOVE FOUT-REMAINDER TO XPT-NUM-VALUE
070400         PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT
070500     END-IF.
070600     MOVE XPT-FACTOR-LIMIT TO XPT-NUM-VALUE.
070700     PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT.
070800     PERFORM 4300-ADD-DERIVED THRU 4300-EXIT.
070900     PERFORM 4900-WRITE-FACT-ROW THRU 4900-EXIT.
071000 4100-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400*  4300-ADD-DERIVED - DIVISOR COUNT, DIVISOR SUM, TOTIENT AND   *
071500*  CLASS, ALL EMPTY WHEN PRIMES500 LEFT THE TARGET UNCLASSIFIED *
071600*  (AN INCOMPLETE FACTORIZATION, OR A ZERO TARGET).             *
071700*****************************************************************
071800 4300-ADD-DERIVED.
071900     IF FOUT-NO-CLASS
072000         MOVE 4 TO XPT-EMPTY-COUNT
072100         PERFORM 8210-ADD-EMPTY-COLUMNS THRU 8210-EXIT
072200         GO TO 4300-EXIT
072300     END-IF.
072400     MOVE FOUT-DIVISOR-COUNT TO XPT-NUM-VALUE.
072500     PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT.
072600     MOVE FOUT-DIVISOR-SUM TO XPT-NUM-VALUE.
072700     PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT.
072800     MOVE FOUT-TOTIENT TO XPT-NUM-VALUE.
072900     PERFORM 8050-ADD-HASHED-NUMBER THRU 8050-EXIT.
073000     IF FOUT-PERFECT
073100         MOVE "PERFECT" TO XPT-TEXT-VALUE
073200     ELSE
073300     IF FOUT-ABUNDANT
073400         MOVE "ABUNDANT" TO XPT-TEXT-VALUE
073500     ELSE
073600     IF FOUT-DEFICIENT
073700         MOVE "DEFICIENT" TO XPT-TEXT-VALUE
073800     ELSE
073900         MOVE "UNKNOWN" TO XPT-TEXT-VALUE
074000     END-IF
074100     END-IF
074200     END-IF.
074300     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
074400 4300-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*  4200-ADD-FACTORIZATION - THE PRIME FACTORS IN ASCENDING      *
074900*  ORDER JOINED BY '*', EACH WITH ITS EXPONENT AFTER A '^' WHEN *
075000*  THE EXPONENT IS ABOVE ONE: 280 GOES OUT AS 2^3*5*7. A TARGET *
075100*  WITH NO FACTORS (1, OR AN INCOMPLETE TARGET WITH NOTHING     *
075200*  FOUND) GOES OUT AS ITSELF. THE FACTOR COUNT IS HELD TO THE   *
075300*  PAIRS THE RECORD CAN CARRY.                                  *
075400*****************************************************************
075500 4200-ADD-FACTORIZATION.
075600     MOVE FOUT-FACTOR-COUNT TO XPT-FACTOR-LIMIT.
075700     IF XPT-FACTOR-LIMIT > 30
075800         MOVE 30 TO XPT-FACTOR-LIMIT
075900     END-IF.
076000     IF XPT-FACTOR-LIMIT = 0
076100         MOVE FOUT-TARGET TO XPT-NUM-VALUE
076200         PERFORM 8020-FOLD-INTO-HASH THRU 8020-EXIT
076300         PERFORM 8010-APPEND-DIGITS THRU 8010-EXIT
076400     ELSE
076500         PERFORM 4210-ADD-ONE-FACTOR THRU 4210-EXIT
076600             VARYING XPT-FACTOR-IDX FROM 1 BY 1
076700             UNTIL XPT-FACTOR-IDX > XPT-FACTOR-LIMIT
076800     END-IF.
076900     STRING "," DELIMITED BY SIZE
077000         INTO XPT-ROW WITH POINTER XPT-ROW-PTR.
077100 4200-EXIT.
077200     EXIT.
077300
077400 4210-ADD-ONE-FACTOR.
077500     IF XPT-FACTOR-IDX > 1
077600         STRING "*" DELIMITED BY SIZE
077700             INTO XPT-ROW WITH POINTER XPT-ROW-PTR
077800     END-IF.
077900     MOVE FOUT-FACTOR-VALUE(XPT-FACTOR-IDX) TO XPT-NUM-VALUE.
078000     PERFORM 8020-FOLD-INTO-HASH THRU 8020-EXIT.
078100     PERFORM 8010-APPEND-DIGITS THRU 8010-EXIT.
078200     IF FOUT-FACTOR-EXP(XPT-FACTOR-IDX) > 1
078300         STRING "^" DELIMITED BY SIZE
078400             INTO XPT-ROW WITH POINTER XPT-ROW-PTR
078500         MOVE FOUT-FACTOR-EXP(XPT-FACTOR-IDX) TO XPT-NUM-VALUE
078600         PERFORM 8020-FOLD-INTO-HASH THRU 8020-EXIT
078700         PERFORM 8010-APPEND-DIGITS THRU 8010-EXIT
078800     END-IF.
078900 4210-EXIT.
079000     EXIT.
079100
079200*****************************************************************
079300*  4800-WRITE-FACT-TRAILER - TRAILER,FACTOUT,RUN DATE,DATA      *
079400*  ROWS, COMPLETE,INCOMPLETE,CHECKSUM.                          *
079500*****************************************************************
079600 4800-WRITE-FACT-TRAILER.
079700     PERFORM 8800-START-ROW THRU 8800-EXIT.
079800     MOVE "TRAILER" TO XPT-TEXT-VALUE.
079900     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
080000     MOVE "FACTOUT" TO XPT-TEXT-VALUE.
080100     PERFORM 8100-ADD-TEXT THRU 8100-EXIT.
080200     MOVE SEL-RUN-DATE TO XPT-NUM-VALUE.
080300     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
080400     MOVE XPT-FACT-ROW-COUNT TO XPT-NUM-VALUE.
080500     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
080600     MOVE XPT-COMPLETE-COUNT TO XPT-NUM-VALUE.
080700     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
080800     MOVE XPT-INCOMPLETE-COUNT TO XPT-NUM-VALUE.
080900     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
081000     MOVE XPT-HASH-TOTAL TO XPT-NUM-VALUE.
081100     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
081200     PERFORM 4900-WRITE-FACT-ROW THRU 4900-EXIT.
081300 4800-EXIT.
081400     EXIT.
081500
081600 4900-WRITE-FACT-ROW.
081700     COMPUTE XPT-FACT-ROW-LENGTH = XPT-ROW-PTR - 2.
081800     MOVE XPT-ROW TO FACT-EXTRACT-TEXT.
081900     WRITE FACT-EXTRACT-RECORD.
082000 4900-EXIT.
082100     EXIT.
082200
082300*****************************************************************
082400*  8000-ADD-NUMBER - ONE NUMERIC COLUMN AND ITS COMMA. THE      *
082500*  EDITED PICTURE DROPS THE LEADING ZEROS AS BLANKS, AND ONLY   *
082600*  THE DIGITS AFTER THE BLANKS ARE STRUNG IN. 8050 ALSO ADDS    *
082700*  THE NUMBER TO THE CHECKSUM; DATA ROWS USE IT, THE TRAILER    *
082800*  DOES NOT.                                                    *
082900*****************************************************************
083000 8000-ADD-NUMBER.
083100     PERFORM 8010-APPEND-DIGITS THRU 8010-EXIT.
083200     STRING "," DELIMITED BY SIZE
083300         INTO XPT-ROW WITH POINTER XPT-ROW-PTR.
083400 8000-EXIT.
083500     EXIT.
083600
083700 8010-APPEND-DIGITS.
083800     MOVE XPT-NUM-VALUE TO XPT-NUM-EDIT.
083900     MOVE 0 TO XPT-LEAD-SPACES.
084000     INSPECT XPT-NUM-EDIT TALLYING XPT-LEAD-SPACES
084100         FOR LEADING SPACES.
084200     STRING XPT-NUM-EDIT(XPT-LEAD-SPACES + 1:) DELIMITED BY SIZE
084300         INTO XPT-ROW WITH POINTER XPT-ROW-PTR.
084400 8010-EXIT.
084500     EXIT.
084600
084700 8020-FOLD-INTO-HASH.
084800     DIVIDE XPT-NUM-VALUE BY XPT-HASH-MODULUS
084900         GIVING XPT-HASH-QUOTIENT
085000         REMAINDER XPT-HASH-PART.
085100     ADD XPT-HASH-PART TO XPT-HASH-TOTAL.
085200     IF XPT-HASH-TOTAL >= XPT-HASH-MODULUS
085300         SUBTRACT XPT-HASH-MODULUS FROM XPT-HASH-TOTAL
085400     END-IF.
085500 8020-EXIT.
085600     EXIT.
085700
085800 8050-ADD-HASHED-NUMBER.
085900     PERFORM 8020-FOLD-INTO-HASH THRU 8020-EXIT.
086000     PERFORM 8000-ADD-NUMBER THRU 8000-EXIT.
086100 8050-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500*  8100-ADD-TEXT - ONE TEXT COLUMN AND ITS COMMA. THE DECODED   *
086600*  VALUES ARE THIS PROGRAM'S OWN AND HOLD SINGLE SPACES AT      *
086700*  MOST, SO THE FIRST DOUBLE SPACE ENDS THE TEXT.               *
086800*****************************************************************
086900 8100-ADD-TEXT.
087000     STRING XPT-TEXT-VALUE DELIMITED BY "  "
087100            "," DELIMITED BY SIZE
087200         INTO XPT-ROW WITH POINTER XPT-ROW-PTR.
087300 8100-EXIT.
087400     EXIT.
087500
087600 8200-ADD-EMPTY.
087700     STRING "," DELIMITED BY SIZE
087800         INTO XPT-ROW WITH POINTER XPT-ROW-PTR.
087900 8200-EXIT.
088000     EXIT.
088100
088200 8210-ADD-EMPTY-COLUMNS.
088300     PERFORM 8200-ADD-EMPTY THRU 8200-EXIT
088400         XPT-EMPTY-COUNT TIMES.
088500 8210-EXIT.
088600     EXIT.
088700
088800 8800-START-ROW.
088900     MOVE SPACES TO XPT-ROW.
089000     MOVE 1 TO XPT-ROW-PTR.
089100 8800-EXIT.
089200     EXIT.
089300
089400*****************************************************************
089500*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
089600*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND THE ROWS SENT ON *
089700*  EACH EXTRACT. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL *
089800*  LEAVES IT AS THE STEP SET IT.                                *
089900*****************************************************************
090000 9800-RECORD-STEP-END.
090100     MOVE RETURN-CODE TO RCL-STEP-RC.
090200     MOVE "GCDROWS" TO RCL-COUNT-LABEL(1).
090300     MOVE XPT-GCD-ROW-COUNT TO RCL-COUNT-VALUE(1).
090400     MOVE "FACTROWS" TO RCL-COUNT-LABEL(2).
090500     MOVE XPT-FACT-ROW-COUNT TO RCL-COUNT-VALUE(2).
090600     SET RCL-END-STEP TO TRUE.
090700     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
090800 9800-EXIT.
090900     EXIT.
091000
091100 END PROGRAM RESEXPT.
