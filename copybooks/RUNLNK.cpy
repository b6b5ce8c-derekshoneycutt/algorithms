000100*****************************************************************
000200*  RUNLNK.cpy                                                   *
000300*  Parameter block for the RUNCTL subprogram, the one door to   *
000400*  the RUNLEDG run-control ledger. A step sets RCL-START-STEP,  *
000500*  its name, mode and subject date (zero for today) and calls   *
000600*  RUNCTL before doing any work. RUNCTL checks the step's       *
000700*  prerequisites against the ledger and answers in RCL-RESULT:  *
000800*  cleared, refused (RCL-STEP-RC 32, the missing prerequisite   *
000900*  in RCL-REFUSAL-TEXT), or ledger failed (RCL-STEP-RC 16). A   *
001000*  refused or failed step ends there with RCL-STEP-RC. As the   *
001100*  step finishes it moves RETURN-CODE to RCL-STEP-RC, labels up *
001200*  to three record counts, sets RCL-END-STEP and calls again;   *
001300*  RUNCTL hands RCL-STEP-RC back as RETURN-CODE, since the CALL *
001400*  itself would otherwise leave RUNCTL's own code there.        *
001500*  RCL-TRAIL-CUT-SINCE-STEP is set on a cleared start when      *
001600*  GCDARCH has cut the GCDAUDIT trail since this step last      *
001700*  ended cleanly, for steps that keep a position in the trail.  *
001800*****************************************************************
001900 01  RUN-CONTROL-LINK.
002000     05  RCL-REQUEST                 PIC X(05).
002100         88  RCL-START-STEP          VALUE 'START'.
002200         88  RCL-END-STEP            VALUE 'END'.
002300     05  RCL-STEP-NAME               PIC X(10).
002400     05  RCL-STEP-MODE               PIC X(08).
002500     05  RCL-SUBJECT-DATE            PIC 9(08).
002600     05  RCL-STEP-RC                 PIC 9(04).
002700     05  RCL-COUNT-ENTRY             OCCURS 3 TIMES.
002800         10  RCL-COUNT-LABEL         PIC X(08).
002900         10  RCL-COUNT-VALUE         PIC 9(09).
003000     05  RCL-RESULT                  PIC X.
003100         88  RCL-STEP-CLEARED        VALUE 'C'.
003200         88  RCL-STEP-REFUSED        VALUE 'R'.
003300         88  RCL-LEDGER-FAILED       VALUE 'F'.
003400     05  RCL-TRAIL-CUT-SWITCH        PIC X.
003500         88  RCL-TRAIL-CUT-SINCE-STEP VALUE 'Y'.
003600     05  RCL-REFUSAL-TEXT            PIC X(50).
