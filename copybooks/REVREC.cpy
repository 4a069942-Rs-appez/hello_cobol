000100*----------------------------------------------------------------*
000200*  REVREC                                                        *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  REVERSAL LINK RECORD FOR THE REVFILE KSDS.  ONE RECORD PER
000700*  REVERSED ENTRY, KEYED BY THE ORIGINAL TRAN-REFERENCE (SO A
000800*  SECOND REVERSAL OF THE SAME ENTRY IS CAUGHT AS A DUPLICATE
000900*  KEY) WITH THE REVERSING ENTRY'S OWN REFERENCE AS A UNIQUE
001000*  ALTERNATE KEY (SO THE PAIR IS FOUND FROM EITHER SIDE).  THE
001100*  REVERSING ENTRY CARRIES AN "R" REFERENCE ("R" + YYMMDD + A
001200*  DAILY SEQUENCE); TRANREC HAS NO ROOM FOR A SECOND
001300*  REFERENCE, SO THIS RECORD IS WHAT POINTS IT AT THE ORIGINAL.
001400*  WRITTEN BY TRANREV; READ BY TRANINQ AND STMTPRT TO SHOW
001500*  REVERSED AND REVERSING ENTRIES AS A PAIR.
001600*
001700*  EXPECTED USE :
001800*      01  RV-RECORD.
001900*          COPY REVREC.
002000*----------------------------------------------------------------*
002100*  MODIFICATION HISTORY                                          *
002200*    2026-10-15  APZ  INITIAL VERSION.
002300*----------------------------------------------------------------*
002400     05  REV-ORIGINAL-REF       pic x(10).
002500     05  REV-REVERSAL-REF       pic x(10).
002600     05  REV-ACCOUNT-NUMBER     pic x(10).
002700     05  REV-ORIGINAL-DATE      pic 9(08).
002800     05  REV-ORIGINAL-TYPE      pic x(01).
002900         88  REV-ORIGINAL-DEBIT     value "D".
003000         88  REV-ORIGINAL-CREDIT    value "C".
003100     05  REV-AMOUNT             pic s9(9)v99 usage comp-3.
003200     05  REV-REVERSAL-DATE      pic 9(08).
003300     05  REV-REASON             pic x(20).
003400     05  REV-OPERATOR           pic x(08).
003500     05  REV-TIME               pic 9(06).
003600     05  filler                 pic x(03).
