000100*----------------------------------------------------------------*
000200*  DORMREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  DORMANCY REGISTER RECORD FOR THE DORMFILE KSDS, ONE PER
000700*  CUSTMAST ACCOUNT, KEYED BY ACCOUNT NUMBER.  WRITTEN BY THE
000800*  DORMANT RUN, WHICH KEEPS HERE THE LAST CUSTOMER-INITIATED
000900*  MOVEMENT IT HAS FOUND ON TRANHIDX (ANY REFERENCE BUT OUR OWN
001000*  "A" ACCRUAL AND "P" STANDING-ORDER ENTRIES) AND THE DATE OF
001100*  THE RUN THAT FIRST SAW THE ACCOUNT.  THE ACCOUNT IS AGED
001200*  FROM ITS LAST MOVEMENT, OR FROM THAT FIRST SIGHTING WHEN IT
001300*  HAS NONE ON TRANHIDX, OR FROM ITS LAST REACTIVATION WHEN
001400*  THAT IS LATER, SO A REACTIVATED ACCOUNT STARTS AGAIN.  THE
001500*  STATUS ITSELF LIVES ON CUSTMAST (CUST-ACTIVITY-STATUS), WHERE
001600*  TRANENT AND TRANEDIT TEST IT; DORM-STATUS-DATE IS WHEN IT
001700*  LAST CHANGED.  CUSTMNT STAMPS THE REACTIVATION FIELDS.
001800*
001900*  EXPECTED USE :
002000*      01  DM-RECORD.
002100*          COPY DORMREC.
002200*----------------------------------------------------------------*
002300*  MODIFICATION HISTORY                                          *
002400*    2026-10-15  APZ  INITIAL VERSION.
002500*----------------------------------------------------------------*
002600     05  DORM-ACCOUNT-NUMBER    pic x(10).
002700     05  DORM-FIRST-SEEN-DATE   pic 9(08).
002800     05  DORM-LAST-MOVE-DATE    pic 9(08).
002900     05  DORM-LAST-MOVE-REF     pic x(10).
003000     05  DORM-STATUS-DATE       pic 9(08).
003100     05  DORM-REACT-DATE        pic 9(08).
003200     05  DORM-REACT-OPERATOR    pic x(08).
003300     05  DORM-REACT-SUPERVISOR  pic x(08).
003400     05  filler                 pic x(12).
