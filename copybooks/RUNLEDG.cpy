000100*****************************************************************
000200*  RUNLEDG.cpy                                                  *
000300*  One event on the shop-wide run-control ledger (RUNLEDG), a   *
000400*  sequential dataset every production step appends to through  *
000500*  the RUNCTL subprogram and never rewrites. Each step leaves a *
000600*  START ('S') record before it does any work and an END ('E')  *
000700*  record carrying its return code and up to three labelled     *
000800*  record counts as it finishes; a step turned away because a   *
000900*  prerequisite is missing leaves a REFUSED ('R') record naming *
001000*  the prerequisite instead. RLG-SUBJECT-DATE is the business   *
001100*  date the step worked on - the run date for a batch, the date *
001200*  a reconciliation proved - which is not always the date it    *
001300*  ran. OPSBAL prints the day's records as a step timeline.     *
001400*****************************************************************
001500 01  RUN-LEDGER-RECORD.
001600     05  RLG-RUN-DATE                PIC 9(08).
001700     05  RLG-RUN-TIME                PIC 9(08).
001800     05  RLG-STEP-NAME               PIC X(10).
001900     05  RLG-STEP-MODE               PIC X(08).
002000     05  RLG-EVENT                   PIC X.
002100         88  RLG-STEP-STARTED        VALUE 'S'.
002200         88  RLG-STEP-ENDED          VALUE 'E'.
002300         88  RLG-STEP-REFUSED        VALUE 'R'.
002400     05  RLG-RETURN-CODE             PIC 9(04).
002500     05  RLG-SUBJECT-DATE            PIC 9(08).
002600     05  RLG-OPERATOR-ID             PIC X(08).
002700     05  RLG-COUNT-ENTRY             OCCURS 3 TIMES.
002800         10  RLG-COUNT-LABEL         PIC X(08).
002900         10  RLG-COUNT-VALUE         PIC 9(09).
003000     05  RLG-NOTE                    PIC X(50).
003100     05  FILLER                      PIC X(04).
