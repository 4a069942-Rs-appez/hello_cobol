000100*----------------------------------------------------------------*
000200*  SUSPREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  SUSPENSE RECORD FOR THE SUSPFILE KSDS.  TRANEDIT PARKS EVERY
000700*  ENTRY IT REJECTS HERE (INSTEAD OF LEAVING IT ON THE DAY'S
000800*  LEDGER), KEYED BY THE NIGHT IT WAS PARKED AND A SEQUENCE
000900*  WITHIN THAT NIGHT.  THE ORIGINAL TRANREC IS KEPT AS
001000*  RECEIVED (ITS AMOUNT MAY NOT EVEN BE VALID PACKED DATA),
001100*  WITH THE REJECT REASON, THE DATE IT WAS FIRST REJECTED AND
001200*  THE LAST OPERATOR TO TOUCH IT ("TRANEDIT" WHILE IT IS
001300*  SIMPLY PARKED).  SUSPMNT EITHER CORRECTS THE ACCOUNT OR
001400*  AMOUNT AND RELEASES THE ENTRY INTO THE NEXT TRANFILE
001500*  (STATUS R) OR WRITES IT OFF WITH A REASON (STATUS W); THE
001600*  RECORD STAYS ON FILE AS THE TRAIL.  A RELEASED ENTRY THAT
001700*  IS REJECTED AGAIN IS FOUND BY ITS REFERENCE (NON-UNIQUE
001800*  ALTERNATE KEY) AND REOPENED, SO IT KEEPS ITS FIRST-REJECT
001900*  DATE.  SUSPAGE AGES THE OPEN ENTRIES AND RECONCIL SHOWS
002000*  THEIR TOTAL.
002100*
002200*  EXPECTED USE :
002300*      01  SU-RECORD.
002400*          COPY SUSPREC.
002500*----------------------------------------------------------------*
002600*  MODIFICATION HISTORY                                          *
002700*    2026-10-15  APZ  INITIAL VERSION.
002800*----------------------------------------------------------------*
002900     05  SUSP-KEY.
003000         10  SUSP-PARK-DATE         pic 9(08).
003100         10  SUSP-PARK-SEQ          pic 9(05).
003200     05  SUSP-TRAN.
003300         10  SUSP-TRAN-ACCOUNT      pic x(10).
003400         10  SUSP-TRAN-DATE         pic 9(08).
003500         10  SUSP-TRAN-TYPE         pic x(01).
003600             88  SUSP-TRAN-DEBIT        value "D".
003700             88  SUSP-TRAN-CREDIT       value "C".
003800         10  SUSP-TRAN-AMOUNT       pic s9(9)v99 usage comp-3.
003900         10  SUSP-TRAN-REFERENCE    pic x(10).
004000     05  SUSP-STATUS            pic x(01).
004100         88  SUSP-OPEN              value "O".
004200         88  SUSP-RELEASED          value "R".
004300         88  SUSP-WRITTEN-OFF       value "W".
004400     05  SUSP-REASON            pic x(25).
004500     05  SUSP-FIRST-DATE        pic 9(08).
004600     05  SUSP-OPERATOR          pic x(08).
004700     05  SUSP-ACTION-DATE       pic 9(08).
004800     05  SUSP-ACTION-TIME       pic 9(06).
004900     05  SUSP-WRITEOFF-REASON   pic x(20).
005000     05  filler                 pic x(06).
