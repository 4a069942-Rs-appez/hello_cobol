000100*----------------------------------------------------------------*
000200*  HOLDREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  ACCOUNT HOLD / LEGAL BLOCK RECORD FOR THE HOLDFILE KSDS,
000700*  KEYED BY ACCOUNT NUMBER AND THE HOLD'S OWN REFERENCE (COURT
000800*  ORDER, NOTARY FILE, DISPUTED CHEQUE NUMBER...), SO ONE
000900*  ACCOUNT MAY CARRY SEVERAL HOLDS AT ONCE AND ALL OF THEM ARE
001000*  FOUND TOGETHER BY A GENERIC START ON THE ACCOUNT.  A HOLD
001100*  IS EITHER AN AMOUNT HOLD ("M" - THAT MUCH OF THE BALANCE
001200*  MAY NOT BE DEBITED) OR A FULL BLOCK ("B" - NO DEBIT AT
001300*  ALL).  IT IS IN FORCE FROM HOLD-START-DATE UP TO AND
001400*  INCLUDING HOLD-EXPIRY-DATE; A ZERO EXPIRY MEANS UNTIL
001500*  LIFTED.  THE BACK OFFICE MAINTAINS THE FILE WITH HOLDMNT
001600*  (EVERY CHANGE STAMPED AND LOGGED TO AUDITLOG, AS SORDMNT
001700*  DOES); TRANENT, TRANEDIT AND SORDGEN READ IT TO REFUSE A
001800*  DEBIT ON A BLOCKED ACCOUNT OR ONE THAT WOULD EAT INTO HELD
001900*  FUNDS.
002000*
002100*  EXPECTED USE :
002200*      01  HL-RECORD.
002300*          COPY HOLDREC.
002400*----------------------------------------------------------------*
002500*  MODIFICATION HISTORY                                          *
002600*    2026-10-15  APZ  INITIAL VERSION.
002700*----------------------------------------------------------------*
002800     05  HOLD-KEY.
002900         10  HOLD-ACCOUNT-NUMBER    pic x(10).
003000         10  HOLD-REFERENCE         pic x(10).
003100     05  HOLD-TYPE              pic x(01).
003200         88  HOLD-AMOUNT-HOLD       value "M".
003300         88  HOLD-FULL-BLOCK        value "B".
003400     05  HOLD-REASON-CODE       pic x(01).
003500         88  HOLD-GARNISHMENT       value "S".
003600         88  HOLD-DECEASED          value "D".
003700         88  HOLD-DISPUTED-CHEQUE   value "L".
003800         88  HOLD-OTHER             value "A".
003900     05  HOLD-REASON-TEXT       pic x(20).
004000     05  HOLD-AMOUNT            pic s9(9)v99 usage comp-3.
004100     05  HOLD-START-DATE        pic 9(08).
004200     05  HOLD-EXPIRY-DATE       pic 9(08).
004300     05  HOLD-UPDATED-BY        pic x(08).
004400     05  HOLD-UPDATED-DATE      pic 9(08).
004500     05  HOLD-UPDATED-TIME      pic 9(06).
004600     05  filler                 pic x(04).
