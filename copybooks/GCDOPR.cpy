000200*  GCDOPR.cpy                                                   *
000300*  Shared record layout for the authorized-operator master      *
000400*  dataset (GCDOPERM): one 25-byte record per operator ID ever  *
000500*  authorized, with a status byte and the effective and end     *
000600*  dates of the authorization (an end date of zero means open-  *
000610*  ended). A new ADD or a reactivation stays pending ('P')      *
000700*  until a second user approves it. GCDOPER maintains the       *
000710*  master and logs every change to GCDOPERH; EUCLIDGCD refuses  *
000800*  to run an operator not active and in effect on it, and       *
000900*  GCDRPT flags trail records whose ID is absent from it.       *
001100*****************************************************************
001200 01  OPER-MAST-RECORD.
001300     05  OPM-OPERATOR-ID             PIC X(08).
001400     05  OPM-STATUS                  PIC X.
001500         88  OPM-ACTIVE              VALUE 'A'.
001600         88  OPM-INACTIVE            VALUE 'I'.
001610         88  OPM-PENDING             VALUE 'P'.
001700     05  OPM-EFF-DATE                PIC 9(08).
001800     05  OPM-END-DATE                PIC 9(08).
