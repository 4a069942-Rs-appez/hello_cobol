000100*----------------------------------------------------------------*
000200*  COLLREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  OVERDRAFT COLLECTIONS RECORD FOR THE COLLFILE KSDS, ONE PER
000700*  ACCOUNT EVER FLAGGED PAST ITS CUST-OVERDRAFT-LIMIT, KEYED BY
000800*  ACCOUNT NUMBER.  SOLDEBAT OPENS THE CASE THE FIRST NIGHT IT
000900*  FLAGS THE ACCOUNT (COLL-FIRST-DATE), UPDATES THE LAST
001000*  BALANCE AND EXCESS AND THE PEAK EXCESS EVERY NIGHT IT STILL
001100*  FLAGS IT, AND CLOSES THE CASE (STATUS C) THE FIRST NIGHT IT
001200*  NO LONGER DOES.  A CLOSED CASE STAYS ON FILE UNTIL THE
001300*  ACCOUNT GOES OVER AGAIN, WHEN IT IS REOPENED FROM SCRATCH.
001400*  THE COLLLTR LETTER RUN MOVES AN OPEN CASE THROUGH THE
001500*  STAGES (0 NO LETTER YET, 1 REMINDER, 2 FORMAL NOTICE, 3
001600*  REFERRED TO THE LITIGATION DESK) AND STAMPS THE DATE OF THE
001700*  LAST LETTER; COLLRPT REPORTS THE BOOK BY STAGE.  AMOUNTS
001800*  ARE IN THE ACCOUNT'S CURRENCY; THE EXCESS IS THE AMOUNT
001900*  OVERDRAWN BEYOND THE AGREED LIMIT.
002000*
002100*  EXPECTED USE :
002200*      01  CL-RECORD.
002300*          COPY COLLREC.
002400*----------------------------------------------------------------*
002500*  MODIFICATION HISTORY                                          *
002600*    2026-10-15  APZ  INITIAL VERSION.
002700*----------------------------------------------------------------*
002800     05  COLL-ACCOUNT-NUMBER    pic x(10).
002900     05  COLL-STATUS            pic x(01).
003000         88  COLL-OPEN              value "O".
003100         88  COLL-CLOSED            value "C".
003200     05  COLL-STAGE             pic x(01).
003300         88  COLL-NO-LETTER         value "0".
003400         88  COLL-REMINDER-SENT     value "1".
003500         88  COLL-NOTICE-SENT       value "2".
003600         88  COLL-LITIGATION        value "3".
003700     05  COLL-CURRENCY-CODE     pic x(03).
003800     05  COLL-FIRST-DATE        pic 9(08).
003900     05  COLL-LAST-FLAG-DATE    pic 9(08).
004000     05  COLL-LAST-BALANCE      pic s9(9)v99 usage comp-3.
004100     05  COLL-LAST-EXCESS       pic s9(9)v99 usage comp-3.
004200     05  COLL-PEAK-EXCESS       pic s9(9)v99 usage comp-3.
004300     05  COLL-PEAK-DATE         pic 9(08).
004400     05  COLL-STAGE-DATE        pic 9(08).
004500     05  COLL-CLOSED-DATE       pic 9(08).
004600     05  filler                 pic x(07).
