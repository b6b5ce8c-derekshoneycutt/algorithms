000100*****************************************************************
000200*  GCDOPH.cpy                                                   *
000300*  One entry on the operator change-history dataset (GCDOPERH), *
000400*  which GCDOPER appends to for every change it makes to the    *
000500*  GCDOPERM authorized-operator master and never rewrites. Each *
000600*  entry carries the date and time, the action (ADD, REACT,     *
000700*  DEACT, APPROVE), the user who ran it, and the operator's     *
000800*  OPER-MAST-RECORD image before and after the change. The      *
000900*  before image of an ADD is spaces - there was no record - so  *
001000*  the two views give the dates as characters, not numbers. An  *
001100*  APPROVE entry also names the user who requested the change   *
001200*  it approved; GCDOPER finds that requester from the latest    *
001300*  ADD or REACT entry for the operator, which is what stops a   *
001400*  user approving their own request.                            *
001500*****************************************************************
001600 01  OPER-HIST-RECORD.
001700     05  OPH-DATE                    PIC 9(08).
001800     05  OPH-TIME                    PIC 9(08).
001900     05  OPH-TIME-PARTS REDEFINES OPH-TIME.
002000         10  OPH-TIME-HHMMSS         PIC 9(06).
002100         10  OPH-TIME-HUNDREDTHS     PIC 9(02).
002200     05  OPH-ACTION                  PIC X(08).
002300     05  OPH-USER                    PIC X(08).
002400     05  OPH-OPERATOR-ID             PIC X(08).
002500     05  OPH-BEFORE-IMAGE            PIC X(25).
002600     05  OPH-BEFORE-VIEW REDEFINES OPH-BEFORE-IMAGE.
002700         10  OPH-BEF-OPERATOR-ID     PIC X(08).
002800         10  OPH-BEF-STATUS          PIC X.
002900         10  OPH-BEF-EFF-DATE        PIC X(08).
003000         10  OPH-BEF-END-DATE        PIC X(08).
003100     05  OPH-AFTER-IMAGE             PIC X(25).
003200     05  OPH-AFTER-VIEW REDEFINES OPH-AFTER-IMAGE.
003300         10  OPH-AFT-OPERATOR-ID     PIC X(08).
003400         10  OPH-AFT-STATUS          PIC X.
003500         10  OPH-AFT-EFF-DATE        PIC X(08).
003600         10  OPH-AFT-END-DATE        PIC X(08).
003700     05  OPH-REQUESTED-BY            PIC X(08).
003800     05  FILLER                      PIC X(22).
