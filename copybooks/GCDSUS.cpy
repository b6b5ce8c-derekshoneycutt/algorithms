000100*****************************************************************
000200*  GCDSUS.cpy                                                   *
000300*  Shared record layout for the GCDIN suspense dataset          *
000400*  (GCDSUSP). EUCLIDGCD's batch mode appends one 380-byte item  *
000500*  for every GCDIN record it rejects - a pair, group,           *
000550*  congruence system or ratio that comes back on GCDOUT as 'Z'  *
000600*  (skipped-zero) or 'E' (error) - carrying the original        *
000700*  160-byte image, a reason code, the create date off the       *
000800*  GCDIN header, and the record's place in that file. Items     *
000900*  were 220 bytes while GCDIN records were 80. Item numbers run *
000950*  on from the highest already on the dataset. The GCDSUSP      *
001000*  program keeps the age counter current, applies corrections   *
001100*  (the corrected image rides alongside the original, which is  *
001200*  never overwritten), and builds the controlled resubmission   *
001300*  GCDIN from the corrected items. An item is open until it is  *
001400*  resubmitted or withdrawn.                                    *
001500*****************************************************************
001600 01  SUSPENSE-RECORD.
001700     05  SUS-ITEM-NO                 PIC 9(07).
001800     05  SUS-STATUS                  PIC X.
001900         88  SUS-OPEN                VALUE 'O'.
002000         88  SUS-CORRECTED           VALUE 'C'.
002100         88  SUS-RESUBMITTED         VALUE 'R'.
002200         88  SUS-WITHDRAWN           VALUE 'W'.
002300     05  SUS-DISPOSITION             PIC X.
002400     05  SUS-REASON-CODE             PIC X(02).
002500         88  SUS-RSN-NONNUM-PAIR     VALUE 'NP'.
002600         88  SUS-RSN-ZERO-PAIR       VALUE 'ZP'.
002700         88  SUS-RSN-BAD-GRP-COUNT   VALUE 'GC'.
002800         88  SUS-RSN-NONNUM-GROUP    VALUE 'NG'.
002900         88  SUS-RSN-ZERO-GROUP      VALUE 'ZG'.
002910         88  SUS-RSN-BAD-CRT-COUNT   VALUE 'CC'.
002920         88  SUS-RSN-NONNUM-CRT      VALUE 'NC'.
002930         88  SUS-RSN-ZERO-MODULUS    VALUE 'ZC'.
002940         88  SUS-RSN-NONNUM-RATIO    VALUE 'NR'.
002950         88  SUS-RSN-ZERO-RATIO      VALUE 'ZR'.
003000     05  SUS-HDR-CREATE-DATE         PIC 9(08).
003100     05  SUS-INPUT-SEQ               PIC 9(07).
003200     05  SUS-SUSPEND-DATE            PIC 9(08).
003300     05  SUS-AGE-DAYS                PIC 9(05).
003400     05  SUS-CORRECT-DATE            PIC 9(08).
003500     05  SUS-RESUB-DATE              PIC 9(08).
003600     05  SUS-ORIGINAL-IMAGE          PIC X(160).
003700     05  SUS-CORRECTED-IMAGE         PIC X(160).
003800     05  FILLER                      PIC X(05).
