000100*****************************************************************
000200*  GENCPY.cpy                                                   *
000300*  Parameter block for the GENCOPY subprogram, which copies one *
000400*  fixed-length managed dataset to another record for record: a *
000500*  result dataset to a new generation for GENCTL, or a kept     *
000600*  generation back over the current dataset for GENMGR RESTORE. *
000700*  The caller names both datasets and the record length from    *
000800*  GENTBL; GENCOPY answers with the records copied and a result *
000900*  - copied, source not found (nothing was written), or failed, *
001000*  with the file status that stopped it.                        *
001100*****************************************************************
001200 01  GEN-COPY-LINK.
001300     05  GCP-SOURCE-DSN              PIC X(24).
001400     05  GCP-TARGET-DSN              PIC X(24).
001500     05  GCP-LRECL                   PIC 9(03).
001600     05  GCP-RECORD-COUNT            PIC 9(09).
001700     05  GCP-RESULT                  PIC X.
001800         88  GCP-COPIED              VALUE 'C'.
001900         88  GCP-SOURCE-MISSING      VALUE 'M'.
002000         88  GCP-COPY-FAILED         VALUE 'F'.
002100     05  GCP-FILE-STATUS             PIC XX.
