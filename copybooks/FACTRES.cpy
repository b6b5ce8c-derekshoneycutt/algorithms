000100*****************************************************************
000200*  FACTRES.cpy                                                  *
000300*  Shared record layout for the machine-readable factor results *
000400*  dataset (FACTOUT) written by PRIMES500's file-driven factor  *
000500*  mode: one 373-byte record per FACTIN target, in input order. *
000600*  The record carries the target, its complete/incomplete       *
000700*  status, the unfactored remainder (zero when complete), the   *
000800*  factor/exponent pairs, and the derived divisor values        *
000900*  (divisor count, divisor sum, totient, perfect/abundant/      *
001000*  deficient class - zeros and a blank class when the           *
001100*  factorization is not complete). Unused pairs are zeros. The  *
001200*  pair OCCURS count must match MAX-FACTOR-ENTRIES in FACTCONS. *
001300*  The RESEXPT interface extract reads FACTOUT back through     *
001400*  this same layout so the writer and its readers never drift   *
001500*  apart.                                                       *
001600*****************************************************************
001700 01  FACT-OUT-RECORD.
001800     05  FOUT-TARGET                 PIC 9(08).
001900     05  FOUT-STATUS                 PIC X.
002000         88  FOUT-COMPLETE           VALUE 'C'.
002100         88  FOUT-INCOMPLETE         VALUE 'I'.
002200     05  FOUT-REMAINDER              PIC 9(08).
002300     05  FOUT-FACTOR-COUNT           PIC 9(03).
002400     05  FOUT-FACTOR-PAIR OCCURS 30 TIMES.
002500         10  FOUT-FACTOR-VALUE       PIC 9(08).
002600         10  FOUT-FACTOR-EXP         PIC 9(03).
002700     05  FOUT-DIVISOR-COUNT          PIC 9(04).
002800     05  FOUT-DIVISOR-SUM            PIC 9(10).
002900     05  FOUT-TOTIENT                PIC 9(08).
003000     05  FOUT-CLASS                  PIC X.
003100         88  FOUT-PERFECT            VALUE 'P'.
003200         88  FOUT-ABUNDANT           VALUE 'A'.
003300         88  FOUT-DEFICIENT          VALUE 'D'.
003400         88  FOUT-NO-CLASS           VALUE ' '.
