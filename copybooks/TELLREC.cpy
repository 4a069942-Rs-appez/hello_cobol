000100*----------------------------------------------------------------*
000200*  TELLREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  TELLER REGISTER RECORD FOR THE TELLFILE KSDS.  ONE RECORD PER
000700*  COUNTER ENTRY, KEYED BY ITS "G" TRAN-REFERENCE (SO A
000800*  REFERENCE ALREADY ISSUED BY A PARALLEL SESSION IS CAUGHT AS A
000900*  DUPLICATE KEY), WITH THE ENTRY DATE AND THE TELLER AS A
001000*  NON-UNIQUE ALTERNATE KEY (SO ONE TELLER'S SHIFT IS READ
001100*  TOGETHER).  TRANREC HAS NO ROOM FOR THE TELLER, SO THIS
001200*  RECORD IS WHAT SAYS WHO TOOK THE ENTRY, IN WHICH CURRENCY
001300*  (THE ACCOUNT'S) AND WHETHER CASH CHANGED HANDS ("E") OR NOT
001400*  ("A" - CHEQUE, TRANSFER ORDER...).  WRITTEN BY TRANENT; READ
001500*  BY TELLPRF FOR THE END-OF-SHIFT CASH DRAWER PROOF.
001600*
001700*  EXPECTED USE :
001800*      01  TL-RECORD.
001900*          COPY TELLREC.
002000*----------------------------------------------------------------*
002100*  MODIFICATION HISTORY                                          *
002200*    2026-10-15  APZ  INITIAL VERSION.
002300*----------------------------------------------------------------*
002400    05  TELL-REFERENCE         pic x(10).
002500    05  TELL-SHIFT-KEY.
002600        10  TELL-DATE              pic 9(08).
002700        10  TELL-TELLER            pic x(08).
002800    05  TELL-TIME              pic 9(06).
002900    05  TELL-ACCOUNT-NUMBER    pic x(10).
003000    05  TELL-CURRENCY-CODE     pic x(03).
003100    05  TELL-TYPE              pic x(01).
003200        88  TELL-DEBIT             value "D".
003300        88  TELL-CREDIT            value "C".
003400    05  TELL-MEDIUM            pic x(01).
003500        88  TELL-CASH              value "E".
003600        88  TELL-NON-CASH          value "A".
003700    05  TELL-AMOUNT            pic s9(9)v99 usage comp-3.
003800    05  filler                 pic x(07).
