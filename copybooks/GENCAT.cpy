000100*****************************************************************
000200*  GENCAT.cpy                                                   *
000300*  One entry on the generation catalog (GENCAT), one per kept   *
000400*  generation of a managed dataset (see GENTBL). GENCTL appends *
000500*  an entry each time it keeps a generation: the dataset, its   *
000600*  generation number (one more than the last kept for that      *
000700*  dataset, never reused), the generation dataset name          *
000800*  (dataset.Dccyymmdd.Gnnnn), the run date the data is for, the *
000900*  record count, and the step, mode and return code that        *
001000*  produced it. GENMGR PRUNE marks an entry pruned, with the    *
001100*  date, when it deletes the generation; the entry itself stays *
001200*  so the catalog remains a full record of what was kept.       *
001300*****************************************************************
001400 01  GEN-CATALOG-RECORD.
001500     05  GCT-DATASET                 PIC X(08).
001600     05  GCT-GENERATION              PIC 9(04).
001700     05  GCT-GEN-DSN                 PIC X(24).
001800     05  GCT-RUN-DATE                PIC 9(08).
001900     05  GCT-RECORD-COUNT            PIC 9(09).
002000     05  GCT-STEP-NAME               PIC X(10).
002100     05  GCT-STEP-MODE               PIC X(08).
002200     05  GCT-STEP-RC                 PIC 9(04).
002300     05  GCT-CATALOG-DATE            PIC 9(08).
002400     05  GCT-CATALOG-TIME            PIC 9(08).
002500     05  GCT-STATUS                  PIC X.
002600         88  GCT-ACTIVE              VALUE 'A'.
002700         88  GCT-PRUNED              VALUE 'P'.
002800     05  GCT-PRUNED-DATE             PIC 9(08).
002900     05  FILLER                      PIC X(20).
