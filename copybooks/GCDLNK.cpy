000100*****************************************************************
000200*  GCDLNK.cpy                                                   *
000300*  Parameter block for the GCDLINK subprogram, which forges one *
000400*  link of the GCDAUDIT hash chain. The caller passes the audit *
000500*  record and sets CHN-PRIOR-VALUE to the chain value of the    *
000600*  record before it (zero for the first record of a trail that  *
000700*  has never been cut); GCDLINK returns in CHN-NEW-VALUE the    *
000800*  value that record's AUD-CHAIN-VALUE must hold. EUCLIDGCD     *
000900*  calls it to chain each record it appends, GCDAUDCV to chain  *
001000*  a converted trail, and GCDCHAIN to prove a trail or archive, *
001100*  so writer and verifier can never compute it two ways.        *
001200*****************************************************************
001300 01  AUDIT-CHAIN-LINK.
001400     05  CHN-PRIOR-VALUE             PIC 9(10).
001500     05  CHN-NEW-VALUE               PIC 9(10).
