000100*----------------------------------------------------------------*
000200*  FXCVREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  PARAMETER AREA FOR THE FXCONV CURRENCY CONVERSION ROUTINE.
000700*  THE CALLER SUPPLIES THE PRICING DATE, THE AMOUNT AND ITS
000800*  CURRENCY, AND THE CURRENCIES OF THE DEBITED AND CREDITED
000900*  ACCOUNTS; FXCONV CONVERTS THE AMOUNT THROUGH EUR AT EACH
001000*  CURRENCY'S RATEFILE RATE IN FORCE ON THAT DATE AND RETURNS
001100*  EACH LEG'S AMOUNT IN ITS OWN CURRENCY WITH THE RATE USED,
001200*  AND THE EUR COUNTERVALUE.  A LEG ALREADY IN THE AMOUNT'S
001300*  CURRENCY GETS THE AMOUNT UNCHANGED.  ANY OTHER RETURN CODE
001400*  THAN "0" MEANS NOTHING WAS PRICED; FXCV-FAILED-CURRENCY
001500*  THEN NAMES THE CURRENCY WITHOUT A USABLE RATE.
001600*
001700*  EXPECTED USE :
001800*      01  FC-PARAMETERS.
001900*          COPY FXCVREC.
002000*----------------------------------------------------------------*
002100*  MODIFICATION HISTORY                                          *
002200*    2026-10-15  APZ  INITIAL VERSION.
002300*----------------------------------------------------------------*
002400     05  FXCV-PRICING-DATE      pic 9(08).
002500     05  FXCV-AMOUNT-CURRENCY   pic x(03).
002600     05  FXCV-AMOUNT            pic s9(9)v99 usage comp-3.
002700     05  FXCV-DEBIT-CURRENCY    pic x(03).
002800     05  FXCV-CREDIT-CURRENCY   pic x(03).
002900     05  FXCV-DEBIT-AMOUNT      pic s9(9)v99 usage comp-3.
003000     05  FXCV-DEBIT-RATE        pic 9(03)v9(05).
003100     05  FXCV-CREDIT-AMOUNT     pic s9(9)v99 usage comp-3.
003200     05  FXCV-CREDIT-RATE       pic 9(03)v9(05).
003300     05  FXCV-EUR-AMOUNT        pic s9(9)v99 usage comp-3.
003400     05  FXCV-RETURN-CODE       pic x(01).
003500         88  FXCV-PRICED            value "0".
003600         88  FXCV-NO-RATE           value "1".
003700         88  FXCV-STALE-RATE        value "2".
003800         88  FXCV-OUT-OF-RANGE      value "3".
003900     05  FXCV-FAILED-CURRENCY   pic x(03).
004000     05  filler                 pic x(03).
