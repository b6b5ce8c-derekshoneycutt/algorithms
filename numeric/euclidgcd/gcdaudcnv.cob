002400*                  (OR ONE THE NEW EUCLIDGCD HAS APPENDED TO).  *
002500*                  RUN GCDARCH AND GCDHIST BUILD AND A GCDRPT   *
002600*                  REBUILD ONLY AFTER THIS STEP VERIFIES.       *
002607*  10/15/2026 DSH  TRAIL RECORDS 46 TO 56 BYTES FOR THE GCDAUDIT*
002614*                  HASH CHAIN. THE 45-BYTE CONVERSION NOW WRITES*
002621*                  CHAINED RECORDS, AND A NEW "CHAIN" PARAMETER *
002628*                  CONVERTS A 46-BYTE TRAIL (RENAMED TO GCDAUDO)*
002635*                  AND, WHEN ONE IS KEPT, ITS 46-BYTE ARCHIVE   *
002642*                  (RENAMED TO GCDARCO): THE ARCHIVE IS CHAINED *
002649*                  FROM ZERO AND CLOSED WITH A SEAL, AND THE    *
002656*                  TRAIL OPENS WITH THE SAME SEAL AND CHAINS ON *
002663*                  FROM IT, EXACTLY AS A GCDARCH RETENTION CUT  *
002670*                  LEAVES THEM. THE GUARD NOW ALSO REFUSES A    *
002677*                  CHAIN RUN WHEN A GCDARCH ALREADY EXISTS. RUN *
002684*                  GCDCHAIN OVER BOTH BEFORE DISCARDING THE OLD *
002691*                  DATASETS.                                    *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003700            ORGANIZATION IS SEQUENTIAL
003800            ACCESS MODE IS SEQUENTIAL
003900            FILE STATUS IS AUDIT-FILE-STATUS.
003907     SELECT TYPED-AUDIT-FILE ASSIGN TO "GCDAUDO"
003914            ORGANIZATION IS SEQUENTIAL
003921            ACCESS MODE IS SEQUENTIAL
003928            FILE STATUS IS OLD-AUDIT-STATUS.
003935     SELECT OLD-ARCHIVE-FILE ASSIGN TO "GCDARCO"
003942            ORGANIZATION IS SEQUENTIAL
003949            ACCESS MODE IS SEQUENTIAL
003956            FILE STATUS IS OLD-ARCHIVE-STATUS.
003963     SELECT ARCHIVE-FILE ASSIGN TO "GCDARCH"
003970            ORGANIZATION IS SEQUENTIAL
003977            ACCESS MODE IS SEQUENTIAL
003984            FILE STATUS IS ARCHIVE-FILE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
006200     RECORDING MODE IS F
006300     BLOCK CONTAINS 0 RECORDS
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 56 CHARACTERS.
006600 COPY GCDAUD.
006700
006703*****************************************************************
006706*  TYPED-AUDIT-FILE AND OLD-ARCHIVE-FILE - THE UNCHAINED TRAIL  *
006709*  AND ARCHIVE FOR A CHAIN RUN: EACH RECORD IS EXACTLY THE 46   *
006712*  BYTES THAT NOW MAKE UP AUD-CHAINED-DATA, TYPE BYTE INCLUDED. *
006715*  ARCHIVE-FILE IS THE CHAINED ARCHIVE BUILT FROM GCDARCO, IN   *
006718*  THE SAME 56-BYTE LAYOUT GCDARCH APPENDS.                     *
006721*****************************************************************
006724 FD  TYPED-AUDIT-FILE
006727     RECORDING MODE IS F
006730     BLOCK CONTAINS 0 RECORDS
006733     LABEL RECORDS ARE STANDARD
006736     RECORD CONTAINS 46 CHARACTERS.
006739 01  TYPED-AUDIT-RECORD              PIC X(46).
006742
006745 FD  OLD-ARCHIVE-FILE
006748     RECORDING MODE IS F
006751     BLOCK CONTAINS 0 RECORDS
006754     LABEL RECORDS ARE STANDARD
006757     RECORD CONTAINS 46 CHARACTERS.
006760 01  OLD-ARCHIVE-RECORD              PIC X(46).
006763
006766 FD  ARCHIVE-FILE
006769     RECORDING MODE IS F
006772     BLOCK CONTAINS 0 RECORDS
006775     LABEL RECORDS ARE STANDARD
006778     RECORD CONTAINS 56 CHARACTERS.
006781 01  ARCHIVE-RECORD                  PIC X(56).
006784
006800 WORKING-STORAGE SECTION.
006810 78  GCV-BAD-PARM-RC                 VALUE 12.
006900 78  GCV-OPEN-FAIL-RC                VALUE 16.
007000 78  GCV-GUARD-RC                    VALUE 16.
007050 78  GCV-OUT-OF-BALANCE-RC           VALUE 20.
007400 01  AUDIT-FILE-STATUS               PIC XX.
007500     88  AUDIT-FILE-OK               VALUE '00'.
007600     88  AUDIT-FILE-NOT-FOUND        VALUE '35'.
007610 01  OLD-ARCHIVE-STATUS              PIC XX.
007620     88  OLD-ARCHIVE-OK              VALUE '00'.
007630     88  OLD-ARCHIVE-NOT-FOUND       VALUE '35'.
007640 01  ARCHIVE-FILE-STATUS             PIC XX.
007650     88  ARCHIVE-FILE-OK             VALUE '00'.
007660     88  ARCHIVE-FILE-NOT-FOUND      VALUE '35'.
007670
007680 01  ARG-RAW                         PIC X(10) VALUE SPACES.
007700
007800 01  WS-SWITCHES.
007900     05  WS-EOF-SWITCH               PIC X VALUE 'N'.
008000         88  END-OF-OLD-FILE         VALUE 'Y'.
008010     05  WS-ARC-EOF-SWITCH           PIC X VALUE 'N'.
008020         88  END-OF-OLD-ARCHIVE      VALUE 'Y'.
008030     05  WS-MODE-SWITCH              PIC X VALUE 'L'.
008040         88  LEGACY-CONVERSION       VALUE 'L'.
008050         88  CHAIN-CONVERSION        VALUE 'C'.
008100
008200 01  GCV-READ-COUNT                  PIC 9(09) COMP VALUE 0.
008300 01  GCV-WRITTEN-COUNT               PIC 9(09) COMP VALUE 0.
008310 01  GCV-ARC-READ-COUNT              PIC 9(09) COMP VALUE 0.
008320 01  GCV-ARC-WRITTEN-COUNT           PIC 9(09) COMP VALUE 0.
008330 01  GCV-SEAL-COUNT                  PIC 9(09) COMP VALUE 0.
008340
008350 COPY GCDLNK.
008400
008500 PROCEDURE DIVISION.
008600*****************************************************************
008700*  0000-MAINLINE                                                *
008800*****************************************************************
008900 0000-MAINLINE.
008910     PERFORM 0500-ACCEPT-PARAMETER THRU 0500-EXIT.
009000     PERFORM 1000-GUARD-AGAINST-RERUN THRU 1000-EXIT.
009010     IF CHAIN-CONVERSION
009100         PERFORM 3000-CONVERT-CHAINED THRU 3000-EXIT
009110     ELSE
009120         PERFORM 2000-CONVERT-TRAIL THRU 2000-EXIT
009130     END-IF.
009200     IF GCV-WRITTEN-COUNT = GCV-READ-COUNT
009210        AND GCV-ARC-WRITTEN-COUNT = GCV-ARC-READ-COUNT
009300         DISPLAY "GCDAUDCV - CONVERTED " GCV-WRITTEN-COUNT
009400                 " OF " GCV-READ-COUNT " TRAIL RECORDS"
009401         IF CHAIN-CONVERSION
009402             DISPLAY "GCDAUDCV - CHAINED " GCV-ARC-WRITTEN-COUNT
009403                     " OF " GCV-ARC-READ-COUNT
009404                     " ARCHIVE RECORDS, SEALS: " GCV-SEAL-COUNT
009405         END-IF
009410     ELSE
009420         DISPLAY "GCDAUDCV - OUT OF BALANCE: READ "
009430                 GCV-READ-COUNT " WROTE " GCV-WRITTEN-COUNT
009440                 " - RETRY FROM GCDAUDO"
009443         DISPLAY "GCDAUDCV - ARCHIVE READ " GCV-ARC-READ-COUNT
009446                 " WROTE " GCV-ARC-WRITTEN-COUNT
009450         MOVE GCV-OUT-OF-BALANCE-RC TO RETURN-CODE
009500     END-IF.
009600     STOP RUN.
009700
009800*****************************************************************
009804*  0500-ACCEPT-PARAMETER - NO PARAMETER CONVERTS A 45-BYTE      *
009808*  TRAIL, AS THIS STEP ALWAYS HAS. "CHAIN" CONVERTS A 46-BYTE   *
009812*  TRAIL, AND ITS ARCHIVE WHEN ONE IS KEPT, TO THE CHAINED      *
009816*  56-BYTE LAYOUT. ANYTHING ELSE IS REFUSED BEFORE A DATASET IS *
009820*  OPENED.                                                      *
009824*****************************************************************
009828 0500-ACCEPT-PARAMETER.
009832     MOVE SPACES TO ARG-RAW.
009836     ACCEPT ARG-RAW FROM ARGUMENT-VALUE.
009840     IF ARG-RAW = "CHAIN"
009844         SET CHAIN-CONVERSION TO TRUE
009848         GO TO 0500-EXIT
009852     END-IF.
009856     IF ARG-RAW NOT = SPACES
009860         DISPLAY "GCDAUDCV - PARAMETER MUST BE CHAIN OR NONE, "
009864                 "GOT: " ARG-RAW
009868         MOVE GCV-BAD-PARM-RC TO RETURN-CODE
009872         STOP RUN
009876     END-IF.
009880 0500-EXIT.
009884     EXIT.
009888
009892*****************************************************************
009900*  1000-GUARD-AGAINST-RERUN - A GCDAUDIT ALREADY ON THE SYSTEM *
010000*  IS EITHER ALREADY CONVERTED OR ALREADY BEING APPENDED TO    *
010100*  BY THE NEW EUCLIDGCD; EITHER WAY THIS STEP MUST NOT BUILD   *
010200*  A FRESH ONE OVER IT. ONLY FILE-NOT-FOUND (STATUS 35) LETS   *
010300*  THE CONVERSION PROCEED.                                     *
010310*  A CHAIN RUN BUILDS A FRESH GCDARCH AS WELL, SO AN ARCHIVE   *
010320*  ALREADY ON THE SYSTEM - ONE NOT YET RENAMED TO GCDARCO -    *
010330*  STOPS IT THE SAME WAY.                                      *
010400*****************************************************************
010500 1000-GUARD-AGAINST-RERUN.
010600     OPEN INPUT AUDIT-LOG-FILE.
011700         MOVE GCV-OPEN-FAIL-RC TO RETURN-CODE
011800         STOP RUN
011900     END-IF.
011905     IF CHAIN-CONVERSION
011910         OPEN INPUT ARCHIVE-FILE
011915         IF ARCHIVE-FILE-OK
011920             CLOSE ARCHIVE-FILE
011925             DISPLAY "GCDAUDCV - GCDARCH ALREADY EXISTS, RENAME "
011930                     "IT TO GCDARCO - CONVERSION REFUSED"
011935             MOVE GCV-GUARD-RC TO RETURN-CODE
011940             STOP RUN
011945         END-IF
011950         IF NOT ARCHIVE-FILE-NOT-FOUND
011955             DISPLAY "GCDAUDCV - GCDARCH NOT OPENABLE, STATUS="
011960                     ARCHIVE-FILE-STATUS
011965             MOVE GCV-OPEN-FAIL-RC TO RETURN-CODE
011970             STOP RUN
011975         END-IF
011980     END-IF.
012000 1000-EXIT.
012100     EXIT.
012200
012500*  OUT AS A 46-BYTE PAIR ('P') RECORD WITH ITS FIELDS          *
012600*  UNCHANGED. RECORDS-IN MUST EQUAL RECORDS-OUT; AN UNEQUAL    *
012700*  COUNT LEAVES THE OLD DATASET IN PLACE FOR ANOTHER TRY.      *
012710*  EACH RECORD IS CHAINED AS IT IS WRITTEN, FROM ZERO.         *
012800*****************************************************************
012900 2000-CONVERT-TRAIL.
013000     OPEN INPUT OLD-AUDIT-FILE.
014400         CLOSE OLD-AUDIT-FILE
014500         STOP RUN
014600     END-IF.
014610     MOVE 0 TO CHN-PRIOR-VALUE.
014700     PERFORM 2100-CONVERT-ONE-RECORD THRU 2100-EXIT
014800         UNTIL END-OF-OLD-FILE.
014900     CLOSE OLD-AUDIT-FILE.
016400             MOVE OAUD-IN-N TO AUD-IN-N
016500             MOVE OAUD-GCD-RESULT TO AUD-GCD-RESULT
016600             SET AUD-PAIR-RECORD TO TRUE
016610             PERFORM 2900-LINK-AND-WRITE THRU 2900-EXIT
016800             ADD 1 TO GCV-WRITTEN-COUNT
016900     END-READ.
017000 2100-EXIT.
017100     EXIT.
017200
017201*****************************************************************
017202*  2900-LINK-AND-WRITE - CHAIN THE RECORD NOW IN THE GCDAUDIT   *
017203*  RECORD AREA TO THE ONE BEFORE IT AND WRITE IT. 2950 IS THE   *
017204*  LINK ALONE, FOR AN ARCHIVE RECORD THAT IS WRITTEN ELSEWHERE. *
017205*****************************************************************
017206 2900-LINK-AND-WRITE.
017207     PERFORM 2950-LINK-RECORD THRU 2950-EXIT.
017208     WRITE AUDIT-LOG-RECORD.
017209 2900-EXIT.
017210     EXIT.
017211
017212 2950-LINK-RECORD.
017213     CALL 'GCDLINK' USING AUDIT-LOG-RECORD, AUDIT-CHAIN-LINK.
017214     MOVE CHN-NEW-VALUE TO AUD-CHAIN-VALUE.
017215     MOVE CHN-NEW-VALUE TO CHN-PRIOR-VALUE.
017216 2950-EXIT.
017217     EXIT.
017218
017219*****************************************************************
017220*  3000-CONVERT-CHAINED - THE CHAIN PARAMETER. THE ARCHIVE,     *
017221*  WHEN THERE IS ONE, IS THE OLDER HISTORY, SO IT IS CHAINED    *
017222*  FIRST, FROM ZERO, AND CLOSED WITH A SEAL CARRYING ITS LAST   *
017223*  CHAIN VALUE; THE SAME SEAL OPENS THE NEW GCDAUDIT, WHOSE     *
017224*  RECORDS CHAIN ON FROM IT. BOTH DATASETS THEN READ EXACTLY AS *
017225*  A GCDARCH RETENTION CUT WOULD HAVE LEFT THEM. WITHOUT AN     *
017226*  ARCHIVE THE TRAIL SIMPLY CHAINS FROM ZERO.                   *
017227*****************************************************************
017228 3000-CONVERT-CHAINED.
017229     OPEN INPUT TYPED-AUDIT-FILE.
017230     IF NOT OLD-AUDIT-OK
017231         DISPLAY "GCDAUDCV - UNABLE TO OPEN GCDAUDO, STATUS="
017232                 OLD-AUDIT-STATUS
017233         DISPLAY "GCDAUDCV - RENAME THE 46-BYTE GCDAUDIT TO "
017234                 "GCDAUDO BEFORE THIS STEP"
017235         MOVE GCV-OPEN-FAIL-RC TO RETURN-CODE
017236         STOP RUN
017237     END-IF.
017238     OPEN OUTPUT AUDIT-LOG-FILE.
017239     IF NOT AUDIT-FILE-OK
017240         DISPLAY "GCDAUDCV - UNABLE TO OPEN GCDAUDIT, STATUS="
017241                 AUDIT-FILE-STATUS
017242         MOVE GCV-OPEN-FAIL-RC TO RETURN-CODE
017243         CLOSE TYPED-AUDIT-FILE
017244         STOP RUN
017245     END-IF.
017246     MOVE 0 TO CHN-PRIOR-VALUE.
017247     PERFORM 3100-CHAIN-ARCHIVE THRU 3100-EXIT.
017248     PERFORM 3300-CONVERT-ONE-TYPED THRU 3300-EXIT
017249         UNTIL END-OF-OLD-FILE.
017250     CLOSE TYPED-AUDIT-FILE.
017251     CLOSE AUDIT-LOG-FILE.
017252 3000-EXIT.
017253     EXIT.
017254
017255 3100-CHAIN-ARCHIVE.
017256     OPEN INPUT OLD-ARCHIVE-FILE.
017257     IF OLD-ARCHIVE-NOT-FOUND
017258         DISPLAY "GCDAUDCV - NO GCDARCO, TRAIL CHAINED FROM ZERO"
017259         GO TO 3100-EXIT
017260     END-IF.
017261     IF NOT OLD-ARCHIVE-OK
017262         DISPLAY "GCDAUDCV - UNABLE TO OPEN GCDARCO, STATUS="
017263                 OLD-ARCHIVE-STATUS
017264         MOVE GCV-OPEN-FAIL-RC TO RETURN-CODE
017265         CLOSE TYPED-AUDIT-FILE
017266         CLOSE AUDIT-LOG-FILE
017267         STOP RUN
017268     END-IF.
017269     OPEN OUTPUT ARCHIVE-FILE.
017270     IF NOT ARCHIVE-FILE-OK
017271         DISPLAY "GCDAUDCV - UNABLE TO OPEN GCDARCH, STATUS="
017272                 ARCHIVE-FILE-STATUS
017273         MOVE GCV-OPEN-FAIL-RC TO RETURN-CODE
017274         CLOSE TYPED-AUDIT-FILE
017275         CLOSE AUDIT-LOG-FILE
017276         CLOSE OLD-ARCHIVE-FILE
017277         STOP RUN
017278     END-IF.
017279     PERFORM 3200-CHAIN-ONE-ARCHIVED THRU 3200-EXIT
017280         UNTIL END-OF-OLD-ARCHIVE.
017281     IF GCV-ARC-WRITTEN-COUNT > 0
017282         PERFORM 3400-WRITE-SEAL THRU 3400-EXIT
017283     END-IF.
017284     CLOSE OLD-ARCHIVE-FILE.
017285     CLOSE ARCHIVE-FILE.
017286 3100-EXIT.
017287     EXIT.
017288
017289 3200-CHAIN-ONE-ARCHIVED.
017290     READ OLD-ARCHIVE-FILE
017291         AT END
017292             SET END-OF-OLD-ARCHIVE TO TRUE
017293         NOT AT END
017294             ADD 1 TO GCV-ARC-READ-COUNT
017295             MOVE OLD-ARCHIVE-RECORD TO AUD-CHAINED-DATA
017296             PERFORM 2950-LINK-RECORD THRU 2950-EXIT
017297             MOVE AUDIT-LOG-RECORD TO ARCHIVE-RECORD
017298             WRITE ARCHIVE-RECORD
017299             ADD 1 TO GCV-ARC-WRITTEN-COUNT
017301     END-READ.
017302 3200-EXIT.
017303     EXIT.
017304
017305 3300-CONVERT-ONE-TYPED.
017306     READ TYPED-AUDIT-FILE
017307         AT END
017308             SET END-OF-OLD-FILE TO TRUE
017309         NOT AT END
017310             ADD 1 TO GCV-READ-COUNT
017311             MOVE TYPED-AUDIT-RECORD TO AUD-CHAINED-DATA
017312             PERFORM 2900-LINK-AND-WRITE THRU 2900-EXIT
017313             ADD 1 TO GCV-WRITTEN-COUNT
017314     END-READ.
017315 3300-EXIT.
017316     EXIT.
017317
017318*****************************************************************
017319*  3400-WRITE-SEAL - THE SEAL THAT CLOSES THE ARCHIVE AND OPENS *
017320*  THE TRAIL: THIS STEP'S NAME AS THE OPERATOR, THE ARCHIVE     *
017321*  RECORD COUNT IN AUD-IN-M, AND THE ARCHIVE'S LAST CHAIN       *
017322*  VALUE, UNCHANGED, AS ITS OWN. IT IS NOT CHAINED ITSELF - THE *
017323*  TRAIL CHAINS ON FROM THE VALUE IT CARRIES.                   *
017324*****************************************************************
017325 3400-WRITE-SEAL.
017326     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
017327     ACCEPT AUD-RUN-TIME FROM TIME.
017328     MOVE "GCDAUDCV" TO AUD-OPERATOR-ID.
017329     MOVE GCV-ARC-WRITTEN-COUNT TO AUD-IN-M.
017330     MOVE 0 TO AUD-IN-N.
017331     MOVE 0 TO AUD-GCD-RESULT.
017332     SET AUD-SEAL-RECORD TO TRUE.
017333     MOVE CHN-PRIOR-VALUE TO AUD-CHAIN-VALUE.
017334     MOVE AUDIT-LOG-RECORD TO ARCHIVE-RECORD.
017335     WRITE ARCHIVE-RECORD.
017336     WRITE AUDIT-LOG-RECORD.
017337     ADD 1 TO GCV-SEAL-COUNT.
017338 3400-EXIT.
017339     EXIT.
017340
017300 END PROGRAM GCDAUDCV.
