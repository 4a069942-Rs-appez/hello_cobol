000100*----------------------------------------------------------------*
000200*  CERTREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  ANNUAL INTEREST EXTRACT RECORD WRITTEN BY THE YEAR-END
000700*  INTCERT RUN FOR THE FILING TO THE TAX AUTHORITY, CARRYING THE
000800*  SAME FIGURES AS THE PRINTED INTEREST CERTIFICATES:
000900*    "H" - ONE FILE HEADER: THE TAX YEAR AND THE DECLARING
001000*          INSTITUTION'S NAME (IN CERT-CUST-NAME);
001100*    "D" - ONE RECORD PER CUSTOMER (CUST-NUMBER) PAID CREDIT
001200*          INTEREST IN THE YEAR, ACROSS ALL OF THAT CUSTOMER'S
001300*          ACCOUNTS: GROSS INTEREST, TAX WITHHELD AND NET
001400*          INTEREST IN EUR, AND THE NUMBER OF ACCOUNTS;
001500*    "T" - ONE FILE TRAILER WITH HASH TOTALS (NUMBER OF "D"
001600*          RECORDS IN CERT-COUNT, SUM OF EACH AMOUNT FIELD) THE
001700*          RECEIVING SYSTEM VERIFIES, AS WITH STMXREC.
001800*  ALL FIELDS ARE DISPLAY, SIGNS LEADING SEPARATE, SO THE FILE
001900*  CROSSES PLATFORMS WITHOUT REPACKING.
002000*
002100*  EXPECTED USE :
002200*      01  CX-RECORD.
002300*          COPY CERTREC.
002400*----------------------------------------------------------------*
002500*  MODIFICATION HISTORY                                          *
002600*    2026-10-15  APZ  INITIAL VERSION.
002700*----------------------------------------------------------------*
002800     05  CERT-RECORD-TYPE       pic x(01).
002900         88  CERT-HEADER-RECORD     value "H".
003000         88  CERT-DETAIL-RECORD     value "D".
003100         88  CERT-FILE-TRAILER      value "T".
003200     05  CERT-TAX-YEAR          pic 9(04).
003300     05  CERT-CUST-NUMBER       pic x(08).
003400     05  CERT-CUST-NAME         pic x(20).
003500     05  CERT-GROSS-EUR         pic s9(9)v99
003600                                sign is leading separate.
003700     05  CERT-TAX-EUR           pic s9(9)v99
003800                                sign is leading separate.
003900     05  CERT-NET-EUR           pic s9(9)v99
004000                                sign is leading separate.
004100     05  CERT-COUNT             pic 9(07).
004200     05  filler                 pic x(04).
