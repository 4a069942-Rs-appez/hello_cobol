000100*----------------------------------------------------------------*
000200*  XFERREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  TRANSFER REGISTER RECORD FOR THE XFERFILE KSDS.  ONE RECORD
000700*  PER TRANSFER BETWEEN TWO ACCOUNTS, KEYED BY THE REFERENCE OF
000800*  ITS DEBIT LEG, WITH THE CREDIT LEG'S REFERENCE AS A UNIQUE
000900*  ALTERNATE KEY (SO EITHER LEG OF THE LEDGER FINDS THE PAIR)
001000*  AND THE DEAL DATE AS A NON-UNIQUE ALTERNATE KEY (SO THE
001100*  DAY'S DEALS ARE READ TOGETHER).  EACH LEG IS HELD IN ITS OWN
001200*  ACCOUNT'S CURRENCY WITH THE RATEFILE RATE (ONE UNIT OF THAT
001300*  CURRENCY IN EUROS) IT WAS PRICED AT, PLUS THE EUR
001400*  COUNTERVALUE BOTH LEGS WERE CONVERTED THROUGH; A TRANSFER
001500*  WITHIN ONE CURRENCY CARRIES ZERO RATES AND A ZERO EUR
001600*  AMOUNT.  WRITTEN BY TRANXFR FOR EVERY COUNTER TRANSFER
001700*  ("X" REFERENCES) AND BY SORDGEN FOR EVERY CROSS-CURRENCY
001800*  STANDING-ORDER OCCURRENCE ("P" REFERENCES); READ BY FXPROOF
001900*  FOR THE FX PROOF LIST AND BY SOLDEBAT FOR THE FX POSITION
002000*  ON THE GL FEED.
002100*
002200*  EXPECTED USE :
002300*      01  XF-RECORD.
002400*          COPY XFERREC.
002500*----------------------------------------------------------------*
002600*  MODIFICATION HISTORY                                          *
002700*    2026-10-15  APZ  INITIAL VERSION.
002800*----------------------------------------------------------------*
002900     05  XFER-DEBIT-REF         pic x(10).
003000     05  XFER-CREDIT-REF        pic x(10).
003100     05  XFER-DEAL-DATE         pic 9(08).
003200     05  XFER-SOURCE            pic x(01).
003300         88  XFER-FROM-COUNTER      value "G".
003400         88  XFER-FROM-STANDING-ORDER value "P".
003500     05  XFER-ORDER-NUMBER      pic x(08).
003600     05  XFER-DEBIT-ACCOUNT     pic x(10).
003700     05  XFER-DEBIT-CURRENCY    pic x(03).
003800     05  XFER-DEBIT-AMOUNT      pic s9(9)v99 usage comp-3.
003900     05  XFER-DEBIT-RATE        pic 9(03)v9(05).
004000     05  XFER-CREDIT-ACCOUNT    pic x(10).
004100     05  XFER-CREDIT-CURRENCY   pic x(03).
004200     05  XFER-CREDIT-AMOUNT     pic s9(9)v99 usage comp-3.
004300     05  XFER-CREDIT-RATE       pic 9(03)v9(05).
004400     05  XFER-EUR-AMOUNT        pic s9(9)v99 usage comp-3.
004500     05  XFER-OPERATOR          pic x(08).
004600     05  XFER-TIME              pic 9(06).
004700     05  filler                 pic x(09).
