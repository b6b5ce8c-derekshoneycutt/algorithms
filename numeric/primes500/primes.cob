003197*                  THEY RIDE ON EVERY FACTOUT RECORD (350 TO     *
003198*                  373 BYTES) AND PRINT FROM THE SINGLE-TARGET   *
003199*                  FACTOR DISPLAY MODE TOO.                      *
003201*  10/15/2026 DSH  EVERY RUN IS RECORDED ON THE RUNLEDG RUN-     *
003202*                  CONTROL LEDGER THROUGH RUNCTL: ITS START      *
003203*                  BEFORE THE TABLE IS BUILT, ITS END WITH THE   *
003204*                  RETURN CODE, THE PRIMES ADDED TO PRIMMAST     *
003205*                  AND THE MODE'S OWN COUNTS. ANALYZE IS         *
003206*                  REFUSED (RETURN CODE 32) UNLESS A CLEAN       *
003207*                  PRIMCHK CHECK HAS CERTIFIED PRIMMAST SINCE    *
003208*                  IT LAST CHANGED.                              *
003209*  10/15/2026 DSH  FACTOUT RECORD LAYOUT MOVED TO THE SHARED     *
003210*                  FACTRES COPYBOOK SO THE RESEXPT INTERFACE     *
003211*                  EXTRACT READS IT THROUGH THE SAME LAYOUT.     *
003212*  10/15/2026 DSH  EACH RUN THAT FINISHES KEEPS ITS OUTPUT AS A  *
003213*                  DATED, NUMBERED GENERATION ON THE GENCAT      *
003214*                  CATALOG THROUGH GENCTL - FACTOUT AND          *
003215*                  FACTEXCP FROM THE FACTOR BATCH, PRIMANAL      *
003216*                  FROM ANALYZE, PRIMEOUT FROM THE LISTING.      *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
005046*  PAIR OCCURS COUNT MUST MATCH MAX-FACTOR-ENTRIES IN          *
005047*  FACTCONS (A 78-LEVEL CANNOT BE REFERENCED FROM THE FILE     *
005048*  SECTION).                                                    *
005049*  THE LAYOUT ITSELF IS IN FACTRES, SHARED WITH ITS READERS.    *
005050*****************************************************************
005052 FD  FACT-OUT-FILE
005054     RECORDING MODE IS F
005056     BLOCK CONTAINS 0 RECORDS
005058     LABEL RECORDS ARE STANDARD
005060     RECORD CONTAINS 373 CHARACTERS.
005070 COPY FACTRES.
005093
005094*****************************************************************
005095*  FACT-EXCP-FILE - EXCEPTIONS LISTING: ONE PRINT LINE PER      *
013600 COPY FACTCONS.
013700 COPY PRIMTBL.
013800 COPY FACTTBL.
013810 COPY RUNLNK.
013900
014000 PROCEDURE DIVISION.
014100*****************************************************************
014300*****************************************************************
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014510     PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT.
014600     CALL 'PRIMES' USING PRIME-TABLE.
014700     IF FACTOR-FILE-MODE
014710         PERFORM 5200-PROCESS-FACTOR-FILE THRU 5200-EXIT
015100         END-IF
015105         END-IF
015110     END-IF.
015120     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
015200     STOP RUN.
015300
015400*****************************************************************
019490     EXIT.
019500
019600*****************************************************************
019602*  1800-CHECK-RUN-CONTROL - RECORD THE START OF THE STEP ON THE *
019604*  RUNLEDG RUN-CONTROL LEDGER. RUNCTL FIRST CHECKS THE STEP'S   *
019606*  PREREQUISITES: ANALYZE NEEDS A CLEAN PRIMCHK CHECK OF        *
019608*  PRIMMAST SINCE THE MASTER LAST CHANGED; THE OTHER MODES ARE  *
019610*  ONLY RECORDED. A STEP REFUSED, OR ONE THE LEDGER CANNOT      *
019612*  RECORD, ENDS HERE WITH RUNCTL'S RETURN CODE BEFORE ANY OF    *
019614*  ITS WORK IS DONE.                                            *
019616*****************************************************************
019618 1800-CHECK-RUN-CONTROL.
019620     MOVE "PRIMES500" TO RCL-STEP-NAME.
019622     IF FACTOR-FILE-MODE
019624         MOVE "FACTBTCH" TO RCL-STEP-MODE
019626     ELSE
019628     IF FACTOR-MODE
019630         MOVE "FACTOR" TO RCL-STEP-MODE
019632     ELSE
019634     IF ANALYZE-MODE
019636         MOVE "ANALYZE" TO RCL-STEP-MODE
019638     ELSE
019640         MOVE "LIST" TO RCL-STEP-MODE
019642     END-IF
019644     END-IF
019646     END-IF.
019648     MOVE 0 TO RCL-SUBJECT-DATE.
019650     SET RCL-START-STEP TO TRUE.
019652     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
019654     IF NOT RCL-STEP-CLEARED
019656         DISPLAY "PRIMES500 - STEP NOT RUN: " RCL-REFUSAL-TEXT
019658         MOVE RCL-STEP-RC TO RETURN-CODE
019660         STOP RUN
019662     END-IF.
019664 1800-EXIT.
019666     EXIT.
019668
019670*****************************************************************
019700*  2000-PRODUCE-REPORT - BUILDS THE PAGINATED PRIME REPORT: A   *
019800*  TITLE/DATE HEADER AND COLUMN LABELS REPEATED EVERY 50 DETAIL *
019900*  LINES, THEN A TRAILING COUNT SUMMARY. EACH LINE IS BOTH      *
031098 6950-EXIT.
031100     EXIT.
031102
031103*****************************************************************
031105*  9800-RECORD-STEP-END - RECORD THE END OF THE STEP ON THE     *
031106*  RUN-CONTROL LEDGER WITH ITS RETURN CODE AND KEY RECORD       *
031107*  COUNTS. RUNCTL HANDS THE RETURN CODE BACK, SO THE CALL       *
031108*  LEAVES IT AS THE STEP SET IT. FIRST, GENCTL KEEPS THE        *
031109*  DATASETS THE STEP WROTE AS NEW GENERATIONS, IF IT ENDED WELL *
031110*  ENOUGH FOR THEM TO BE WORTH KEEPING.                         *
031111*****************************************************************
031112 9800-RECORD-STEP-END.
031113     MOVE RETURN-CODE TO RCL-STEP-RC.
031114     MOVE "PRIMMAST" TO RCL-COUNT-LABEL(1).
031115     MOVE PRM-MAST-ADDED-COUNT TO RCL-COUNT-VALUE(1).
031116     IF FACTOR-FILE-MODE
031117         MOVE "FACTIN" TO RCL-COUNT-LABEL(2)
031118         MOVE FACT-IN-COUNT TO RCL-COUNT-VALUE(2)
031119         MOVE "FACTEXCP" TO RCL-COUNT-LABEL(3)
031121         MOVE FACT-EXCP-COUNT TO RCL-COUNT-VALUE(3)
031122     ELSE
031123         MOVE "PRIMES" TO RCL-COUNT-LABEL(2)
031124         MOVE PRM-TARGET-COUNT TO RCL-COUNT-VALUE(2)
031125     END-IF.
031126     CALL 'GENCTL' USING RUN-CONTROL-LINK.
031127     SET RCL-END-STEP TO TRUE.
031128     CALL 'RUNCTL' USING RUN-CONTROL-LINK.
031129 9800-EXIT.
031130     EXIT.
031131
031104 END PROGRAM MAIN.
031120
031136 IDENTIFICATION DIVISION.
033590*                  ITS RECORDS ARE APPLIED ONLY WHERE THEY GO   *
033592*                  BEYOND THE MASTER, AND ARE FOLDED INTO THE   *
033594*                  MASTER SO ITS ORDINALS STAY CONTIGUOUS.      *
033595*  10/15/2026 DSH  PRM-MAST-ADDED-COUNT IN THE TABLE NOW TELLS  *
033596*                  THE CALLER HOW MANY PRIMES THIS CALL APPENDED*
033597*                  TO PRIMMAST, FOR THE RUN-CONTROL LEDGER.     *
033600*****************************************************************
033700
033800 ENVIRONMENT DIVISION.
039200*****************************************************************
039300 0000-MAINLINE.
039400     MOVE 2 TO PRIME-VALUE(1,1).
039410     MOVE 0 TO PRM-MAST-ADDED-COUNT.
039500     COMPUTE TARGET-COUNT-LIMIT = PRM-TARGET-COUNT - 1.
039510     PERFORM 0300-LOAD-PRIME-MASTER THRU 0300-EXIT.
039512     MOVE COUNTER TO SAVE-MAST-COUNTER.
045234         MOVE CKPT-CANDIDATE TO PMAST-CANDIDATE
045236         WRITE PRIME-MAST-RECORD
045238         MOVE CKPT-COUNTER TO MAST-HIGH-ORDINAL
045239         ADD 1 TO PRM-MAST-ADDED-COUNT
045240     END-IF.
045242 0520-EXIT.
045244     EXIT.
048934         MOVE CANDIDATE TO PMAST-CANDIDATE
048936         MOVE COUNTER TO MAST-HIGH-ORDINAL
048938         WRITE PRIME-MAST-RECORD
048939         ADD 1 TO PRM-MAST-ADDED-COUNT
048940     END-IF.
048942 1300-EXIT.
048944     EXIT.
