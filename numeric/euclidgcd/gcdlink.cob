000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GCDLINK.
000300 AUTHOR. D-SHONEYCUTT.
000400 INSTALLATION. ALGORITHMS-SHOP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*  ------------------------------------------------------------*
001000*  DATE       BY   DESCRIPTION                                 *
001100*  10/15/2026 DSH  ORIGINAL PROGRAM - FORGES ONE LINK OF THE    *
001200*                  GCDAUDIT HASH CHAIN: THE CHAIN VALUE AN      *
001300*                  AUDIT-LOG-RECORD MUST CARRY, COMPUTED FROM   *
001400*                  THE PRIOR RECORD'S CHAIN VALUE AND THE       *
001500*                  RECORD'S OWN CONTENTS. CALLED BY EUCLIDGCD,  *
001600*                  GCDAUDCV AND GCDCHAIN SO THE WRITER, THE     *
001700*                  CONVERSION AND THE VERIFIER SHARE ONE        *
001800*                  DEFINITION.                                  *
001900*****************************************************************
002000
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002300*****************************************************************
002400*  THE CHAIN IS A POLYNOMIAL FINGERPRINT: EACH OF THE 46 BYTES  *
002500*  SHIFTS THE RUNNING VALUE ONE PLACE IN BASE 256 AND ADDS THE  *
002600*  BYTE, ALL MODULO THE LARGEST TEN-DIGIT PRIME, STARTING FROM  *
002700*  THE PRIOR RECORD'S CHAIN VALUE. TWO RECORDS THAT DIFFER IN   *
002800*  ONE BYTE CAN NEVER LAND ON THE SAME VALUE, AND ANY CHANGE    *
002900*  CARRIES INTO EVERY CHAIN VALUE THAT FOLLOWS IT.              *
003000*****************************************************************
003100 78  GLK-CHAINED-BYTES               VALUE 46.
003200 78  GLK-BYTE-BASE                   VALUE 256.
003300 78  GLK-MODULUS                     VALUE 9999999967.
003400
003500 01  GLK-BYTE-IDX                    PIC 9(04) COMP.
003600 01  GLK-RUNNING-VALUE               PIC 9(10).
003700 01  GLK-SHIFTED-VALUE               PIC 9(18) COMP.
003800 01  GLK-QUOTIENT                    PIC 9(18) COMP.
003900
004000*****************************************************************
004100*  ONE BYTE OF THE RECORD IS DROPPED INTO THE LOW-ORDER HALF OF *
004200*  A HALFWORD, WHICH THEN READS AS THAT BYTE'S CODE, 0 - 255.   *
004300*****************************************************************
004400 01  GLK-CODE-WORK.
004500     05  FILLER                      PIC X VALUE LOW-VALUE.
004600     05  GLK-CODE-BYTE               PIC X.
004700 01  GLK-CODE-VALUE REDEFINES GLK-CODE-WORK
004800                                     PIC 9(04) COMP.
004900
005000 LINKAGE SECTION.
005100 COPY GCDAUD.
005200 01  GLK-CHAINED-BYTE-VIEW REDEFINES AUDIT-LOG-RECORD.
005300     05  GLK-CHAINED-BYTE            PIC X OCCURS 46 TIMES.
005400     05  FILLER                      PIC X(10).
005500 COPY GCDLNK.
005600
005700 PROCEDURE DIVISION USING AUDIT-LOG-RECORD, AUDIT-CHAIN-LINK.
005800*****************************************************************
005900*  0000-MAINLINE                                                *
006000*****************************************************************
006100 0000-MAINLINE.
006200     MOVE CHN-PRIOR-VALUE TO GLK-RUNNING-VALUE.
006300     PERFORM 1000-LINK-ONE-BYTE THRU 1000-EXIT
006400         VARYING GLK-BYTE-IDX FROM 1 BY 1
006500         UNTIL GLK-BYTE-IDX > GLK-CHAINED-BYTES.
006600     MOVE GLK-RUNNING-VALUE TO CHN-NEW-VALUE.
006700     GOBACK.
006800
006900 1000-LINK-ONE-BYTE.
007000     MOVE GLK-CHAINED-BYTE(GLK-BYTE-IDX) TO GLK-CODE-BYTE.
007100     COMPUTE GLK-SHIFTED-VALUE
007200         = GLK-RUNNING-VALUE * GLK-BYTE-BASE + GLK-CODE-VALUE.
007300     DIVIDE GLK-SHIFTED-VALUE BY GLK-MODULUS
007400         GIVING GLK-QUOTIENT
007500         REMAINDER GLK-RUNNING-VALUE.
007600 1000-EXIT.
007700     EXIT.
007800
007900 END PROGRAM GCDLINK.
