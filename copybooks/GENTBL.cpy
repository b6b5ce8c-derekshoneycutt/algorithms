000100*****************************************************************
000200*  GENTBL.cpy                                                   *
000300*  The managed-dataset table for generation handling. Each      *
000400*  entry names a result or report dataset by its ddname, its    *
000500*  fixed record length, the ledger step (and mode - spaces for  *
000600*  any mode) that writes it, and how many generations of it to  *
000700*  keep. GENCTL reads the table at the end of every ledger step *
000800*  and keeps a dated, numbered copy of each dataset the step    *
000900*  wrote; GENMGR PRUNE trims each dataset to its keep-last      *
001000*  count and GENMGR RESTORE copies a kept generation back over  *
001100*  the current dataset. GCDIN is input, not output, but is kept *
001200*  with the batch that read it so GCDRECON can be re-run for a  *
001300*  past day. Adding a dataset is a new FILLER line and a higher *
001400*  GEN-DATASET-COUNT; a record length not already in the table  *
001500*  also needs its own pair of files in GENCOPY.                 *
001600*****************************************************************
001700 78  GEN-DATASET-COUNT           VALUE 12.
001800
001900 01  GEN-DATASET-VALUES.
002000*             DDNAME  LENSTEP      MODE    KEEP
002100     05  FILLER                      PIC X(32) VALUE
002200             "GCDIN   160EUCLIDGCD BATCH   014".
002300     05  FILLER                      PIC X(32) VALUE
002400             "GCDOUT  060EUCLIDGCD BATCH   014".
002500     05  FILLER                      PIC X(32) VALUE
002600             "GCDRATO 080EUCLIDGCD BATCH   014".
002700     05  FILLER                      PIC X(32) VALUE
002800             "FACTOUT 373PRIMES500 FACTBTCH014".
002900     05  FILLER                      PIC X(32) VALUE
003000             "FACTEXCP080PRIMES500 FACTBTCH014".
003100     05  FILLER                      PIC X(32) VALUE
003200             "PRIMEOUT080PRIMES500 LIST    007".
003300     05  FILLER                      PIC X(32) VALUE
003400             "PRIMANAL080PRIMES500 ANALYZE 007".
003500     05  FILLER                      PIC X(32) VALUE
003600             "GCDRCN  080GCDRECON          030".
003700     05  FILLER                      PIC X(32) VALUE
003800             "GCDVRPT 080GCDVERIF          030".
003900     05  FILLER                      PIC X(32) VALUE
004000             "GCDRPT  080GCDRPT            014".
004100     05  FILLER                      PIC X(32) VALUE
004200             "PRIMCERT080PRIMCHK           030".
004300     05  FILLER                      PIC X(32) VALUE
004400             "OPSRPT  080OPSBAL            030".
004500 01  GEN-DATASET-TABLE REDEFINES GEN-DATASET-VALUES.
004600     05  GEN-DATASET-ENTRY           OCCURS 12 TIMES.
004700         10  GTB-DATASET             PIC X(08).
004800         10  GTB-LRECL               PIC 9(03).
004900         10  GTB-STEP-NAME           PIC X(10).
005000         10  GTB-STEP-MODE           PIC X(08).
005100         10  GTB-KEEP                PIC 9(03).
