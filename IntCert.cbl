000100 identification division.
000200 program-id. INTCERT.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - YEAR-END INTEREST        *
001000*                     CERTIFICATES.  READS THE TRANHIST ARCHIVE  *
001100*                     FOR THE TAX YEAR, PICKS OUT ACCRUE'S CREDIT*
001200*                     INTEREST ("A" CREDITS) AND THE WITHHOLDING *
001300*                     TAX TAKEN ON IT ("W" DEBITS), AND GROUPS   *
001400*                     THEM BY CUST-NUMBER ACROSS ALL OF THE      *
001500*                     CUSTOMER'S ACCOUNTS.  EACH CUSTOMER GETS A *
001600*                     PRINTED CERTIFICATE (CERTPRT) OF GROSS     *
001700*                     INTEREST, TAX WITHHELD AND NET PER ACCOUNT *
001800*                     AND IN TOTAL, AND A RECORD ON THE CERTEXT  *
001900*                     EXTRACT FOR THE ANNUAL FILING TO THE TAX   *
002000*                     AUTHORITY.  AMOUNTS IN ANOTHER CURRENCY    *
002100*                     ARE TAKEN TO EUR THROUGH FXCONV AT THE     *
002200*                     RATEFILE RATE IN FORCE ON THE DAY THE      *
002300*                     ENTRY WAS POSTED.                          *
002400*----------------------------------------------------------------*
002500
002600 environment division.
002700 configuration section.
002800 special-names.
002900     decimal-point is comma.
003000
003100 input-output section.
003200 file-control.
003300     select TRANHIST-FILE assign to "TRANHIST"
003400         organization is sequential
003500         access mode is sequential
003600         file status is WS-TRANHIST-STATUS.
003700
003800     select CUSTMAST-FILE assign to "CUSTMAST"
003900         organization is indexed
004000         access mode is dynamic
004100         record key is CUST-ACCOUNT-NUMBER
004200         alternate record key is CUST-NUMBER
004300             with duplicates
004400         file status is WS-CUSTMAST-STATUS.
004500
004600     select CERTPARM-FILE assign to "CERTPARM"
004700         organization is line sequential
004800         file status is WS-CERTPARM-STATUS.
004900
005000     select CERTWRK-FILE assign to "CERTWRK"
005100         organization is sequential
005200         access mode is sequential
005300         file status is WS-CERTWRK-STATUS.
005400
005500     select SORTED-FILE assign to "CERTSRT"
005600         organization is sequential
005700         access mode is sequential
005800         file status is WS-SORTED-STATUS.
005900
006000     select SORT-FILE assign to "SORTWK".
006100
006200     select PRINT-FILE assign to "CERTPRT"
006300         organization is line sequential
006400         file status is WS-PRINT-STATUS.
006500
006600     select EXTRACT-FILE assign to "CERTEXT"
006700         organization is sequential
006800         access mode is sequential
006900         file status is WS-EXTRACT-STATUS.
007000
007100 data division.
007200 file section.
007300 fd  TRANHIST-FILE
007400     label records are standard
007500     record contains 35 characters.
007600 01  TR-RECORD.
007700     copy TRANREC.
007800
007900 fd  CUSTMAST-FILE
008000     label records are standard
008100     record contains 55 characters.
008200 01  CM-RECORD.
008300     copy CUSTREC.
008400
008500 fd  CERTPARM-FILE
008600     label records are omitted
008700     record contains 80 characters.
008800 01  CE-RECORD.
008900     05  CE-TAX-YEAR            pic 9(04).
009000     05  filler                 pic x(76).
009100
009200 fd  CERTWRK-FILE
009300     label records are standard
009400     record contains 70 characters.
009500 01  CW-RECORD                  pic x(70).
009600
009700 fd  SORTED-FILE
009800     label records are standard
009900     record contains 70 characters.
010000 01  CS-RECORD.
010100     05  CS-CUST-NUMBER         pic x(08).
010200     05  CS-ACCOUNT-NUMBER      pic x(10).
010300     05  CS-DATE                pic 9(08).
010400     05  CS-KIND                pic x(01).
010500         88  CS-INTEREST            value "I".
010600         88  CS-TAX                 value "W".
010700     05  CS-CURRENCY-CODE       pic x(03).
010800     05  CS-AMOUNT              pic s9(9)v99 usage comp-3.
010900     05  CS-EUR-AMOUNT          pic s9(9)v99 usage comp-3.
011000     05  CS-CUST-NAME           pic x(20).
011100     05  filler                 pic x(08).
011200
011300 sd  SORT-FILE.
011400 01  SRT-RECORD.
011500     05  SRT-CUST-NUMBER        pic x(08).
011600     05  SRT-ACCOUNT-NUMBER     pic x(10).
011700     05  SRT-DATE               pic 9(08).
011800     05  filler                 pic x(44).
011900
012000 fd  PRINT-FILE
012100     label records are omitted
012200     record contains 80 characters.
012300 01  PRINT-LINE                 pic x(80).
012400
012500 fd  EXTRACT-FILE
012600     label records are standard
012700     record contains 80 characters.
012800 01  CX-RECORD.
012900     copy CERTREC.
013000
013100 working-storage section.
013200 01  WS-TRANHIST-STATUS         pic x(02).
013300     88  WS-TRANHIST-OK             value "00".
013400
013500 01  WS-CUSTMAST-STATUS         pic x(02).
013600     88  WS-CUSTMAST-OK             value "00".
013700
013800 01  WS-CERTPARM-STATUS         pic x(02).
013900     88  WS-CERTPARM-OK             value "00".
014000
014100 01  WS-CERTWRK-STATUS          pic x(02).
014200     88  WS-CERTWRK-OK              value "00".
014300
014400 01  WS-SORTED-STATUS           pic x(02).
014500     88  WS-SORTED-OK               value "00".
014600
014700 01  WS-PRINT-STATUS            pic x(02).
014800     88  WS-PRINT-OK                value "00".
014900
015000 01  WS-EXTRACT-STATUS          pic x(02).
015100     88  WS-EXTRACT-OK              value "00".
015200
015300 01  WS-SWITCHES.
015400     05  WS-HIST-EOF-SW         pic x(01).
015500         88  WS-HIST-EOF            value "Y".
015600         88  WS-HIST-NOT-EOF        value "N".
015700     05  WS-SORTED-EOF-SW       pic x(01).
015800         88  WS-SORTED-EOF          value "Y".
015900         88  WS-SORTED-NOT-EOF      value "N".
016000
016100 01  WS-RUN-DATE                pic 9(08).
016200 01  WS-RUN-DATE-SPLIT redefines WS-RUN-DATE.
016300     05  WS-RD-YEAR             pic 9(04).
016400     05  filler                 pic 9(04).
016500 01  WS-TAX-YEAR                pic 9(04).
016600
016700 01  WS-HIST-READ               pic 9(07) usage comp.
016800 01  WS-SELECTED-COUNT          pic 9(07) usage comp.
016900 01  WS-ORPHAN-COUNT            pic 9(07) usage comp.
017000 01  WS-CUSTOMER-COUNT          pic 9(07) usage comp.
017100 01  WS-ACCOUNT-COUNT           pic 9(07) usage comp.
017200
017300*----------------------------------------------------------------*
017400*  ONE SELECTED ENTRY, BUILT HERE BEFORE IT GOES TO THE WORK     *
017500*  FILE: THE CUSTOMER AND ACCOUNT IT BELONGS TO, WHETHER IT IS   *
017600*  INTEREST OR TAX, AND ITS AMOUNT IN THE ACCOUNT'S CURRENCY AND *
017700*  IN EUR.  SAME LAYOUT AS CS-RECORD.                            *
017800*----------------------------------------------------------------*
017900 01  WS-CERT-ENTRY.
018000     05  WS-CE-CUST-NUMBER      pic x(08).
018100     05  WS-CE-ACCOUNT-NUMBER   pic x(10).
018200     05  WS-CE-DATE             pic 9(08).
018300     05  WS-CE-KIND             pic x(01).
018400         88  WS-CE-INTEREST         value "I".
018500         88  WS-CE-TAX              value "W".
018600     05  WS-CE-CURRENCY-CODE    pic x(03).
018700     05  WS-CE-AMOUNT           pic s9(9)v99 usage comp-3.
018800     05  WS-CE-EUR-AMOUNT       pic s9(9)v99 usage comp-3.
018900     05  WS-CE-CUST-NAME        pic x(20).
019000     05  filler                 pic x(08).
019100
019200*----------------------------------------------------------------*
019300*  CONTROL-BREAK FIELDS AND TOTALS: THE ACCOUNT BEING TOTALLED   *
019400*  (IN ITS OWN CURRENCY AND IN EUR), THE CUSTOMER (IN EUR) AND   *
019500*  THE WHOLE RUN (IN EUR, PROVING THE EXTRACT TRAILER).          *
019600*----------------------------------------------------------------*
019700 01  WS-CUR-CUST-NUMBER         pic x(08).
019800 01  WS-CUR-CUST-NAME           pic x(20).
019900 01  WS-CUR-ACCOUNT-NUMBER      pic x(10).
020000 01  WS-CUR-CURRENCY-CODE       pic x(03).
020100
020200 01  WS-ACCT-GROSS              pic s9(9)v99 usage comp-3.
020300 01  WS-ACCT-TAX                pic s9(9)v99 usage comp-3.
020400 01  WS-ACCT-GROSS-EUR          pic s9(9)v99 usage comp-3.
020500 01  WS-ACCT-TAX-EUR            pic s9(9)v99 usage comp-3.
020600 01  WS-CUST-GROSS-EUR          pic s9(9)v99 usage comp-3.
020700 01  WS-CUST-TAX-EUR            pic s9(9)v99 usage comp-3.
020800 01  WS-CUST-ACCOUNTS           pic 9(07) usage comp.
020900 01  WS-RUN-GROSS-EUR           pic s9(11)v99 usage comp-3.
021000 01  WS-RUN-TAX-EUR             pic s9(11)v99 usage comp-3.
021100 01  WS-RUN-NET-EUR             pic s9(11)v99 usage comp-3.
021200
021300*----------------------------------------------------------------*
021400*  PARAMETER AREA FOR THE FXCONV CONVERSION OF A NON-EUR AMOUNT  *
021500*  TO ITS EUR COUNTERVALUE.                                      *
021600*----------------------------------------------------------------*
021700 01  FC-PARAMETERS.
021800     copy FXCVREC.
021900
022000*----------------------------------------------------------------*
022100*  A YYYYMMDD DATE TURNED INTO DD/MM/YYYY FOR THE CERTIFICATE.   *
022200*----------------------------------------------------------------*
022300 01  WS-EDIT-DATE-IN.
022400     05  WS-EI-YEAR             pic 9(04).
022500     05  WS-EI-MONTH            pic 9(02).
022600     05  WS-EI-DAY              pic 9(02).
022700 01  WS-EDIT-DATE.
022800     05  WS-ED-DAY              pic 9(02).
022900     05  filler                 pic x(01) value "/".
023000     05  WS-ED-MONTH            pic 9(02).
023100     05  filler                 pic x(01) value "/".
023200     05  WS-ED-YEAR             pic 9(04).
023300
023400*----------------------------------------------------------------*
023500*  CERTIFICATE PAGE - THE STMTPRT STATEMENT LAYOUT: TITLE, DATE  *
023600*  LINE, THE CUSTOMER, COLUMN HEADINGS, ONE LINE PER ACCOUNT     *
023700*  (WITH ITS EUR COUNTERVALUE WHEN IN ANOTHER CURRENCY), THEN    *
023800*  THE CUSTOMER'S TOTAL IN EUR.                                  *
023900*----------------------------------------------------------------*
024000 01  WS-HEADING-1.
024100     05  filler                 pic x(17) value spaces.
024200     05  filler                 pic x(40)
024300         value "AGENCE CENTRALE - CERTIFICAT D'INTERETS ".
024400     05  WS-H1-YEAR             pic 9(04).
024500     05  filler                 pic x(19) value spaces.
024600
024700 01  WS-HEADING-2.
024800     05  filler                 pic x(10) value "Date : ".
024900     05  WS-H2-DATE             pic x(10).
025000     05  filler                 pic x(60) value spaces.
025100
025200 01  WS-CUSTOMER-LINE.
025300     05  filler                 pic x(10) value "Client : ".
025400     05  WS-CU-NUMBER           pic x(08).
025500     05  filler                 pic x(02) value spaces.
025600     05  WS-CU-NAME             pic x(20).
025700     05  filler                 pic x(40) value spaces.
025800
025900 01  WS-HEADING-3.
026000     05  filler                 pic x(14) value "No de compte".
026100     05  filler                 pic x(08) value "Devise".
026200     05  filler                 pic x(15) value " Interets bruts".
026300     05  filler                 pic x(15) value "        Retenue".
026400     05  filler                 pic x(13) value "Interets nets".
026500     05  filler                 pic x(15) value spaces.
026600
026700 01  WS-DETAIL-LINE.
026800     05  WS-DL-ACCOUNT-NUMBER   pic x(10).
026900     05  filler                 pic x(04) value spaces.
027000     05  WS-DL-CURRENCY         pic x(03).
027100     05  filler                 pic x(05) value spaces.
027200     05  WS-DL-GROSS            pic z(8)9,99-.
027300     05  filler                 pic x(02) value spaces.
027400     05  WS-DL-TAX              pic z(8)9,99-.
027500     05  filler                 pic x(02) value spaces.
027600     05  WS-DL-NET              pic z(8)9,99-.
027700     05  filler                 pic x(15) value spaces.
027800
027900 01  WS-EUR-LINE.
028000     05  WS-EL-LABEL            pic x(22).
028100     05  WS-EL-GROSS            pic z(8)9,99-.
028200     05  filler                 pic x(02) value spaces.
028300     05  WS-EL-TAX              pic z(8)9,99-.
028400     05  filler                 pic x(02) value spaces.
028500     05  WS-EL-NET              pic z(8)9,99-.
028600     05  filler                 pic x(15) value spaces.
028700
028800*----------------------------------------------------------------*
028900*  RUN SUMMARY PAGE.                                             *
029000*----------------------------------------------------------------*
029100 01  WS-COUNT-LINE.
029200     05  WS-CN-LABEL            pic x(40).
029300     05  WS-CN-VALUE            pic z(6)9.
029400     05  filler                 pic x(33) value spaces.
029500
029600 01  WS-TOTAL-LINE.
029700     05  WS-TL-LABEL            pic x(40).
029800     05  WS-TL-AMOUNT           pic z(10)9,99-.
029900     05  filler                 pic x(25) value spaces.
030000
030100 01  WS-BLANK-LINE              pic x(80) value spaces.
030200
030300 procedure division.
030400 0000-MAINLINE.
030500     perform 1000-INITIALIZE
030600         thru 1000-EXIT.
030700     perform 2000-SELECT-ONE-ENTRY
030800         thru 2000-EXIT
030900         until WS-HIST-EOF.
031000     perform 2900-SORT-ENTRIES
031100         thru 2900-EXIT.
031200     perform 3000-CERTIFY-ONE-CUSTOMER
031300         thru 3000-EXIT
031400         until WS-SORTED-EOF.
031500     perform 9999-TERMINATE
031600         thru 9999-EXIT.
031700     stop run.
031800
031900*----------------------------------------------------------------*
032000*  1000-INITIALIZE - SETTLE THE TAX YEAR AND OPEN THE HISTORY,   *
032100*  THE CUSTOMER MASTER AND THE WORK FILE.                        *
032200*----------------------------------------------------------------*
032300 1000-INITIALIZE.
032400     move zero to WS-HIST-READ.
032500     move zero to WS-SELECTED-COUNT.
032600     move zero to WS-ORPHAN-COUNT.
032700     move zero to WS-CUSTOMER-COUNT.
032800     move zero to WS-ACCOUNT-COUNT.
032900     move zero to WS-RUN-GROSS-EUR.
033000     move zero to WS-RUN-TAX-EUR.
033100     move zero to WS-RUN-NET-EUR.
033200     set WS-HIST-NOT-EOF to true.
033300     set WS-SORTED-NOT-EOF to true.
033400     accept WS-RUN-DATE from date yyyymmdd.
033500     perform 1100-READ-CERT-PARM
033600         thru 1100-EXIT.
033700     open input TRANHIST-FILE.
033800     if not WS-TRANHIST-OK
033900         perform 9910-TRANHIST-OPEN-ERROR
034000             thru 9910-EXIT
034100     end-if.
034200     open input CUSTMAST-FILE.
034300     if not WS-CUSTMAST-OK
034400         perform 9920-CUSTMAST-OPEN-ERROR
034500             thru 9920-EXIT
034600     end-if.
034700     open output CERTWRK-FILE.
034800     if not WS-CERTWRK-OK
034900         perform 9930-CERTWRK-ERROR
035000             thru 9930-EXIT
035100     end-if.
035200 1000-EXIT.
035300     exit.
035400
035500*----------------------------------------------------------------*
035600*  1100-READ-CERT-PARM - THE TAX YEAR COMES FROM THE CERTPARM    *
035700*  MEMBER (COLUMNS 1-4); WITHOUT A USABLE ONE THE RUN CERTIFIES  *
035800*  THE YEAR BEFORE THE RUN DATE, THE NORMAL JANUARY CASE.        *
035900*----------------------------------------------------------------*
036000 1100-READ-CERT-PARM.
036100     compute WS-TAX-YEAR = WS-RD-YEAR - 1.
036200     open input CERTPARM-FILE.
036300     if not WS-CERTPARM-OK
036400         go to 1100-EXIT
036500     end-if.
036600     read CERTPARM-FILE
036700         at end
036800             continue
036900         not at end
037000             if CE-TAX-YEAR of CE-RECORD is numeric
037100                and CE-TAX-YEAR of CE-RECORD > zero
037200                and CE-TAX-YEAR of CE-RECORD not > WS-RD-YEAR
037300                 move CE-TAX-YEAR of CE-RECORD to WS-TAX-YEAR
037400             end-if
037500     end-read.
037600     close CERTPARM-FILE.
037700 1100-EXIT.
037800     exit.
037900
038000*----------------------------------------------------------------*
038100*  2000-SELECT-ONE-ENTRY - READ THE NEXT HISTORY ENTRY AND KEEP  *
038200*  IT WHEN IT IS CREDIT INTEREST ("A" CREDIT) OR WITHHOLDING TAX *
038300*  ("W" DEBIT) POSTED IN THE TAX YEAR.  ACCRUE'S "A" DEBITS ARE  *
038400*  OVERDRAFT FEES AND DO NOT BELONG ON A CERTIFICATE.  AN ENTRY  *
038500*  WHOSE ACCOUNT HAS LEFT CUSTMAST CANNOT BE PUT TO A CUSTOMER;  *
038600*  IT IS COUNTED AND NAMED ON THE CONSOLE FOR MANUAL HANDLING.   *
038700*----------------------------------------------------------------*
038800 2000-SELECT-ONE-ENTRY.
038900     read TRANHIST-FILE
039000         at end
039100             set WS-HIST-EOF to true
039200             go to 2000-EXIT
039300     end-read.
039400     add 1 to WS-HIST-READ.
039500     if TRAN-DATE of TR-RECORD (1:4) not = WS-TAX-YEAR
039600         go to 2000-EXIT
039700     end-if.
039800     evaluate true
039900         when TRAN-REFERENCE of TR-RECORD (1:1) = "A"
040000          and TRAN-CREDIT of TR-RECORD
040100             set WS-CE-INTEREST to true
040200         when TRAN-REFERENCE of TR-RECORD (1:1) = "W"
040300          and TRAN-DEBIT of TR-RECORD
040400             set WS-CE-TAX to true
040500         when other
040600             go to 2000-EXIT
040700     end-evaluate.
040800     move TRAN-ACCOUNT-NUMBER of TR-RECORD
040900         to CUST-ACCOUNT-NUMBER of CM-RECORD.
041000     read CUSTMAST-FILE
041100         invalid key
041200             add 1 to WS-ORPHAN-COUNT
041300             display "INTCERT - ACCOUNT "
041400                 TRAN-ACCOUNT-NUMBER of TR-RECORD
041500                 " NOT ON CUSTMAST, ENTRY "
041600                 TRAN-REFERENCE of TR-RECORD " NOT CERTIFIED"
041700             go to 2000-EXIT
041800     end-read.
041900     move CUST-NUMBER of CM-RECORD to WS-CE-CUST-NUMBER.
042000     move CUST-NAME of CM-RECORD to WS-CE-CUST-NAME.
042100     move TRAN-ACCOUNT-NUMBER of TR-RECORD
042150         to WS-CE-ACCOUNT-NUMBER.
042200     move TRAN-DATE of TR-RECORD to WS-CE-DATE.
042300     move CUST-CURRENCY-CODE of CM-RECORD to WS-CE-CURRENCY-CODE.
042400     move TRAN-AMOUNT of TR-RECORD to WS-CE-AMOUNT.
042500     perform 2100-CONVERT-TO-EUR
042600         thru 2100-EXIT.
042700     move WS-CERT-ENTRY to CW-RECORD.
042800     write CW-RECORD.
042900     if not WS-CERTWRK-OK
043000         perform 9930-CERTWRK-ERROR
043100             thru 9930-EXIT
043200     end-if.
043300     add 1 to WS-SELECTED-COUNT.
043400 2000-EXIT.
043500     exit.
043600
043700*----------------------------------------------------------------*
043800*  2100-CONVERT-TO-EUR - EUR COUNTERVALUE OF THE ENTRY AT THE    *
043900*  RATE IN FORCE ON ITS POSTING DATE.  A CURRENCY WITHOUT A      *
044000*  USABLE RATE FOR THAT DATE ABENDS THE RUN RATHER THAN MISSTATE *
044100*  A TAX CERTIFICATE.                                            *
044200*----------------------------------------------------------------*
044300 2100-CONVERT-TO-EUR.
044400     if WS-CE-CURRENCY-CODE = "EUR"
044500         move WS-CE-AMOUNT to WS-CE-EUR-AMOUNT
044600         go to 2100-EXIT
044700     end-if.
044800     move WS-CE-DATE to FXCV-PRICING-DATE of FC-PARAMETERS.
044900     move WS-CE-CURRENCY-CODE
045000         to FXCV-AMOUNT-CURRENCY of FC-PARAMETERS.
045100     move WS-CE-AMOUNT to FXCV-AMOUNT of FC-PARAMETERS.
045200     move WS-CE-CURRENCY-CODE
045300         to FXCV-DEBIT-CURRENCY of FC-PARAMETERS.
045400     move "EUR" to FXCV-CREDIT-CURRENCY of FC-PARAMETERS.
045500     call "FXCONV" using FC-PARAMETERS.
045600     if not FXCV-PRICED of FC-PARAMETERS
045700         perform 9970-NO-RATE
045800             thru 9970-EXIT
045900     end-if.
046000     move FXCV-EUR-AMOUNT of FC-PARAMETERS to WS-CE-EUR-AMOUNT.
046100 2100-EXIT.
046200     exit.
046300
046400*----------------------------------------------------------------*
046500*  2900-SORT-ENTRIES - PUT THE SELECTED ENTRIES IN CUSTOMER,     *
046600*  ACCOUNT AND DATE ORDER, THEN OPEN THE SORTED COPY, THE        *
046700*  CERTIFICATES AND THE EXTRACT, AND WRITE THE EXTRACT HEADER.   *
046800*----------------------------------------------------------------*
046900 2900-SORT-ENTRIES.
047000     close TRANHIST-FILE.
047100     close CERTWRK-FILE.
047200     sort SORT-FILE
047300         on ascending key SRT-CUST-NUMBER
047400                          SRT-ACCOUNT-NUMBER
047500                          SRT-DATE
047600         using CERTWRK-FILE
047700         giving SORTED-FILE.
047800     open input SORTED-FILE.
047900     if not WS-SORTED-OK
048000         perform 9940-SORTED-OPEN-ERROR
048100             thru 9940-EXIT
048200     end-if.
048300     open output PRINT-FILE.
048400     if not WS-PRINT-OK
048500         perform 9950-PRINT-ERROR
048600             thru 9950-EXIT
048700     end-if.
048800     open output EXTRACT-FILE.
048900     if not WS-EXTRACT-OK
049000         perform 9960-EXTRACT-ERROR
049100             thru 9960-EXIT
049200     end-if.
049300     move WS-RUN-DATE to WS-EDIT-DATE-IN.
049400     perform 8500-EDIT-DATE
049500         thru 8500-EXIT.
049600     move WS-EDIT-DATE to WS-H2-DATE.
049700     move WS-TAX-YEAR to WS-H1-YEAR.
049800     move spaces to CX-RECORD.
049900     set CERT-HEADER-RECORD of CX-RECORD to true.
050000     move WS-TAX-YEAR to CERT-TAX-YEAR of CX-RECORD.
050100     move "AGENCE CENTRALE" to CERT-CUST-NAME of CX-RECORD.
050200     move zero to CERT-GROSS-EUR of CX-RECORD.
050300     move zero to CERT-TAX-EUR of CX-RECORD.
050400     move zero to CERT-NET-EUR of CX-RECORD.
050500     move zero to CERT-COUNT of CX-RECORD.
050600     perform 8300-WRITE-EXTRACT
050700         thru 8300-EXIT.
050800     perform 7100-READ-ONE-SORTED
050900         thru 7100-EXIT.
051000 2900-EXIT.
051100     exit.
051200
051300*----------------------------------------------------------------*
051400*  3000-CERTIFY-ONE-CUSTOMER - ONE CERTIFICATE PAGE AND ONE      *
051500*  EXTRACT RECORD FOR THE CUSTOMER AT THE HEAD OF THE SORTED     *
051600*  ENTRIES, COVERING ALL OF THAT CUSTOMER'S ACCOUNTS.            *
051700*----------------------------------------------------------------*
051800 3000-CERTIFY-ONE-CUSTOMER.
051900     move CS-CUST-NUMBER of CS-RECORD to WS-CUR-CUST-NUMBER.
052000     move CS-CUST-NAME of CS-RECORD to WS-CUR-CUST-NAME.
052100     move zero to WS-CUST-GROSS-EUR.
052200     move zero to WS-CUST-TAX-EUR.
052300     move zero to WS-CUST-ACCOUNTS.
052400     perform 3100-PRINT-CERT-HEADING
052500         thru 3100-EXIT.
052600     perform 3200-TOTAL-ONE-ACCOUNT
052700         thru 3200-EXIT
052800         until WS-SORTED-EOF
052900            or CS-CUST-NUMBER of CS-RECORD
053000               not = WS-CUR-CUST-NUMBER.
053100     perform 3300-PRINT-CERT-TOTALS
053200         thru 3300-EXIT.
053300     perform 3400-WRITE-EXTRACT-DETAIL
053400         thru 3400-EXIT.
053500     add 1 to WS-CUSTOMER-COUNT.
053600 3000-EXIT.
053700     exit.
053800
053900*----------------------------------------------------------------*
054000*  3100-PRINT-CERT-HEADING - START THE CUSTOMER'S CERTIFICATE ON *
054100*  A NEW PAGE.                                                   *
054200*----------------------------------------------------------------*
054300 3100-PRINT-CERT-HEADING.
054400     move WS-HEADING-1 to PRINT-LINE.
054500     write PRINT-LINE after advancing page.
054600     if not WS-PRINT-OK
054700         perform 9950-PRINT-ERROR
054800             thru 9950-EXIT
054900     end-if.
055000     move WS-HEADING-2 to PRINT-LINE.
055100     perform 8000-WRITE-CERT-LINE
055200         thru 8000-EXIT.
055300     move WS-CUR-CUST-NUMBER to WS-CU-NUMBER.
055400     move WS-CUR-CUST-NAME to WS-CU-NAME.
055500     move WS-CUSTOMER-LINE to PRINT-LINE.
055600     perform 8000-WRITE-CERT-LINE
055700         thru 8000-EXIT.
055800     move WS-HEADING-3 to PRINT-LINE.
055900     perform 8000-WRITE-CERT-LINE
056000         thru 8000-EXIT.
056100 3100-EXIT.
056200     exit.
056300
056400*----------------------------------------------------------------*
056500*  3200-TOTAL-ONE-ACCOUNT - ADD UP ONE ACCOUNT'S INTEREST AND    *
056600*  TAX FOR THE YEAR AND PRINT ITS LINE, WITH THE EUR             *
056700*  COUNTERVALUE BENEATH WHEN THE ACCOUNT IS NOT IN EUR.          *
056800*----------------------------------------------------------------*
056900 3200-TOTAL-ONE-ACCOUNT.
057000     move CS-ACCOUNT-NUMBER of CS-RECORD to WS-CUR-ACCOUNT-NUMBER.
057100     move CS-CURRENCY-CODE of CS-RECORD to WS-CUR-CURRENCY-CODE.
057200     move zero to WS-ACCT-GROSS.
057300     move zero to WS-ACCT-TAX.
057400     move zero to WS-ACCT-GROSS-EUR.
057500     move zero to WS-ACCT-TAX-EUR.
057600     perform 3210-ADD-ONE-ENTRY
057700         thru 3210-EXIT
057800         until WS-SORTED-EOF
057900            or CS-CUST-NUMBER of CS-RECORD
058000               not = WS-CUR-CUST-NUMBER
058100            or CS-ACCOUNT-NUMBER of CS-RECORD
058200               not = WS-CUR-ACCOUNT-NUMBER.
058300     add 1 to WS-CUST-ACCOUNTS.
058400     add 1 to WS-ACCOUNT-COUNT.
058500     add WS-ACCT-GROSS-EUR to WS-CUST-GROSS-EUR.
058600     add WS-ACCT-TAX-EUR to WS-CUST-TAX-EUR.
058700     move WS-CUR-ACCOUNT-NUMBER to WS-DL-ACCOUNT-NUMBER.
058800     move WS-CUR-CURRENCY-CODE to WS-DL-CURRENCY.
058900     move WS-ACCT-GROSS to WS-DL-GROSS.
059000     move WS-ACCT-TAX to WS-DL-TAX.
059100     compute WS-DL-NET = WS-ACCT-GROSS - WS-ACCT-TAX.
059200     move WS-DETAIL-LINE to PRINT-LINE.
059300     perform 8100-WRITE-TEXT-LINE
059400         thru 8100-EXIT.
059500     if WS-CUR-CURRENCY-CODE = "EUR"
059600         go to 3200-EXIT
059700     end-if.
059800     move "  Contre-valeur EUR" to WS-EL-LABEL.
059900     move WS-ACCT-GROSS-EUR to WS-EL-GROSS.
060000     move WS-ACCT-TAX-EUR to WS-EL-TAX.
060100     compute WS-EL-NET = WS-ACCT-GROSS-EUR - WS-ACCT-TAX-EUR.
060200     move WS-EUR-LINE to PRINT-LINE.
060300     perform 8100-WRITE-TEXT-LINE
060400         thru 8100-EXIT.
060500 3200-EXIT.
060600     exit.
060700
060800*----------------------------------------------------------------*
060900*  3210-ADD-ONE-ENTRY - ADD ONE SORTED ENTRY TO ITS ACCOUNT'S    *
061000*  INTEREST OR TAX TOTAL AND ADVANCE.                            *
061100*----------------------------------------------------------------*
061200 3210-ADD-ONE-ENTRY.
061300     if CS-INTEREST of CS-RECORD
061400         add CS-AMOUNT of CS-RECORD to WS-ACCT-GROSS
061500         add CS-EUR-AMOUNT of CS-RECORD to WS-ACCT-GROSS-EUR
061600     else
061700         add CS-AMOUNT of CS-RECORD to WS-ACCT-TAX
061800         add CS-EUR-AMOUNT of CS-RECORD to WS-ACCT-TAX-EUR
061900     end-if.
062000     perform 7100-READ-ONE-SORTED
062100         thru 7100-EXIT.
062200 3210-EXIT.
062300     exit.
062400
062500*----------------------------------------------------------------*
062600*  3300-PRINT-CERT-TOTALS - THE CUSTOMER'S TOTAL IN EUR AND THE  *
062700*  CLOSING TEXT OF THE CERTIFICATE.                              *
062800*----------------------------------------------------------------*
062900 3300-PRINT-CERT-TOTALS.
063000     move "TOTAL EN EUR" to WS-EL-LABEL.
063100     move WS-CUST-GROSS-EUR to WS-EL-GROSS.
063200     move WS-CUST-TAX-EUR to WS-EL-TAX.
063300     compute WS-EL-NET = WS-CUST-GROSS-EUR - WS-CUST-TAX-EUR.
063400     move WS-EUR-LINE to PRINT-LINE.
063500     perform 8000-WRITE-CERT-LINE
063600         thru 8000-EXIT.
063700     move "Nous certifions avoir verse les interets ci-dessus"
063800         to PRINT-LINE.
063900     perform 8000-WRITE-CERT-LINE
064000         thru 8000-EXIT.
064100     move "et preleve a la source l'impot indique, verse au"
064200         to PRINT-LINE.
064300     perform 8100-WRITE-TEXT-LINE
064400         thru 8100-EXIT.
064500     move "Tresor public.  Document a conserver a l'appui de"
064600         to PRINT-LINE.
064700     perform 8100-WRITE-TEXT-LINE
064800         thru 8100-EXIT.
064900     move "votre declaration de revenus." to PRINT-LINE.
065000     perform 8100-WRITE-TEXT-LINE
065100         thru 8100-EXIT.
065200 3300-EXIT.
065300     exit.
065400
065500*----------------------------------------------------------------*
065600*  3400-WRITE-EXTRACT-DETAIL - THE CUSTOMER'S RECORD ON THE TAX  *
065700*  AUTHORITY EXTRACT, AND ITS SHARE OF THE RUN TOTALS.           *
065800*----------------------------------------------------------------*
065900 3400-WRITE-EXTRACT-DETAIL.
066000     move spaces to CX-RECORD.
066100     set CERT-DETAIL-RECORD of CX-RECORD to true.
066200     move WS-TAX-YEAR to CERT-TAX-YEAR of CX-RECORD.
066300     move WS-CUR-CUST-NUMBER to CERT-CUST-NUMBER of CX-RECORD.
066400     move WS-CUR-CUST-NAME to CERT-CUST-NAME of CX-RECORD.
066500     move WS-CUST-GROSS-EUR to CERT-GROSS-EUR of CX-RECORD.
066600     move WS-CUST-TAX-EUR to CERT-TAX-EUR of CX-RECORD.
066700     compute CERT-NET-EUR of CX-RECORD
066800         = WS-CUST-GROSS-EUR - WS-CUST-TAX-EUR.
066900     move WS-CUST-ACCOUNTS to CERT-COUNT of CX-RECORD.
067000     add WS-CUST-GROSS-EUR to WS-RUN-GROSS-EUR.
067100     add WS-CUST-TAX-EUR to WS-RUN-TAX-EUR.
067200     add CERT-NET-EUR of CX-RECORD to WS-RUN-NET-EUR.
067300     perform 8300-WRITE-EXTRACT
067400         thru 8300-EXIT.
067500 3400-EXIT.
067600     exit.
067700
067800*----------------------------------------------------------------*
067900*  7100-READ-ONE-SORTED - ADVANCE THE SORTED ENTRIES BY ONE.     *
068000*----------------------------------------------------------------*
068100 7100-READ-ONE-SORTED.
068200     read SORTED-FILE
068300         at end
068400             set WS-SORTED-EOF to true
068500     end-read.
068600 7100-EXIT.
068700     exit.
068800
068900*----------------------------------------------------------------*
069000*  8000-WRITE-CERT-LINE - WRITE THE PREPARED PRINT-LINE AFTER A  *
069100*  BLANK LINE, AS THE STATEMENT PAGES ARE SPACED.                *
069200*----------------------------------------------------------------*
069300 8000-WRITE-CERT-LINE.
069400     write PRINT-LINE after advancing 2 lines.
069500     if not WS-PRINT-OK
069600         perform 9950-PRINT-ERROR
069700             thru 9950-EXIT
069800     end-if.
069900 8000-EXIT.
070000     exit.
070100
070200*----------------------------------------------------------------*
070300*  8100-WRITE-TEXT-LINE - WRITE THE PREPARED PRINT-LINE ON THE   *
070400*  NEXT LINE OF THE PAGE.                                        *
070500*----------------------------------------------------------------*
070600 8100-WRITE-TEXT-LINE.
070700     write PRINT-LINE after advancing 1 line.
070800     if not WS-PRINT-OK
070900         perform 9950-PRINT-ERROR
071000             thru 9950-EXIT
071100     end-if.
071200 8100-EXIT.
071300     exit.
071400
071500*----------------------------------------------------------------*
071600*  8200-WRITE-COUNT-LINE - ONE LINE OF THE RUN SUMMARY PAGE      *
071700*  (WS-CN-LABEL AND WS-CN-VALUE ARE ALREADY SET).                *
071800*----------------------------------------------------------------*
071900 8200-WRITE-COUNT-LINE.
072000     move WS-COUNT-LINE to PRINT-LINE.
072100     perform 8100-WRITE-TEXT-LINE
072200         thru 8100-EXIT.
072300 8200-EXIT.
072400     exit.
072500
072600*----------------------------------------------------------------*
072700*  8300-WRITE-EXTRACT - WRITE THE PREPARED EXTRACT RECORD AND    *
072800*  CHECK ITS STATUS.                                             *
072900*----------------------------------------------------------------*
073000 8300-WRITE-EXTRACT.
073100     write CX-RECORD.
073200     if not WS-EXTRACT-OK
073300         perform 9960-EXTRACT-ERROR
073400             thru 9960-EXIT
073500     end-if.
073600 8300-EXIT.
073700     exit.
073800
073900*----------------------------------------------------------------*
074000*  8500-EDIT-DATE - TURN THE YYYYMMDD DATE IN WS-EDIT-DATE-IN    *
074100*  INTO DD/MM/YYYY IN WS-EDIT-DATE.                              *
074200*----------------------------------------------------------------*
074300 8500-EDIT-DATE.
074400     move WS-EI-DAY to WS-ED-DAY.
074500     move WS-EI-MONTH to WS-ED-MONTH.
074600     move WS-EI-YEAR to WS-ED-YEAR.
074700 8500-EXIT.
074800     exit.
074900
075000*----------------------------------------------------------------*
075100*  9999-TERMINATE - WRITE THE EXTRACT TRAILER, PRINT THE RUN     *
075200*  SUMMARY PAGE AND CLOSE THE FILES.                             *
075300*----------------------------------------------------------------*
075400 9999-TERMINATE.
075500     move spaces to CX-RECORD.
075600     set CERT-FILE-TRAILER of CX-RECORD to true.
075700     move WS-TAX-YEAR to CERT-TAX-YEAR of CX-RECORD.
075800     move WS-RUN-GROSS-EUR to CERT-GROSS-EUR of CX-RECORD.
075900     move WS-RUN-TAX-EUR to CERT-TAX-EUR of CX-RECORD.
076000     move WS-RUN-NET-EUR to CERT-NET-EUR of CX-RECORD.
076100     move WS-CUSTOMER-COUNT to CERT-COUNT of CX-RECORD.
076200     perform 8300-WRITE-EXTRACT
076300         thru 8300-EXIT.
076400     move WS-HEADING-1 to PRINT-LINE.
076500     write PRINT-LINE after advancing page.
076600     if not WS-PRINT-OK
076700         perform 9950-PRINT-ERROR
076800             thru 9950-EXIT
076900     end-if.
077000     move "RECAPITULATIF DU TRAITEMENT" to PRINT-LINE.
077100     perform 8000-WRITE-CERT-LINE
077200         thru 8000-EXIT.
077300     move WS-BLANK-LINE to PRINT-LINE.
077400     perform 8100-WRITE-TEXT-LINE
077500         thru 8100-EXIT.
077600     move "ECRITURES LUES SUR L'HISTORIQUE" to WS-CN-LABEL.
077700     move WS-HIST-READ to WS-CN-VALUE.
077800     perform 8200-WRITE-COUNT-LINE
077900         thru 8200-EXIT.
078000     move "INTERETS ET RETENUES RETENUS" to WS-CN-LABEL.
078100     move WS-SELECTED-COUNT to WS-CN-VALUE.
078200     perform 8200-WRITE-COUNT-LINE
078300         thru 8200-EXIT.
078400     move "ECRITURES SUR COMPTE INCONNU" to WS-CN-LABEL.
078500     move WS-ORPHAN-COUNT to WS-CN-VALUE.
078600     perform 8200-WRITE-COUNT-LINE
078700         thru 8200-EXIT.
078800     move "COMPTES CERTIFIES" to WS-CN-LABEL.
078900     move WS-ACCOUNT-COUNT to WS-CN-VALUE.
079000     perform 8200-WRITE-COUNT-LINE
079100         thru 8200-EXIT.
079200     move "CERTIFICATS EMIS" to WS-CN-LABEL.
079300     move WS-CUSTOMER-COUNT to WS-CN-VALUE.
079400     perform 8200-WRITE-COUNT-LINE
079500         thru 8200-EXIT.
079600     move "TOTAL INTERETS BRUTS EN EUR" to WS-TL-LABEL.
079700     move WS-RUN-GROSS-EUR to WS-TL-AMOUNT.
079800     move WS-TOTAL-LINE to PRINT-LINE.
079900     perform 8100-WRITE-TEXT-LINE
080000         thru 8100-EXIT.
080100     move "TOTAL RETENUES EN EUR" to WS-TL-LABEL.
080200     move WS-RUN-TAX-EUR to WS-TL-AMOUNT.
080300     move WS-TOTAL-LINE to PRINT-LINE.
080400     perform 8100-WRITE-TEXT-LINE
080500         thru 8100-EXIT.
080600     move "TOTAL INTERETS NETS EN EUR" to WS-TL-LABEL.
080700     move WS-RUN-NET-EUR to WS-TL-AMOUNT.
080800     move WS-TOTAL-LINE to PRINT-LINE.
080900     perform 8100-WRITE-TEXT-LINE
081000         thru 8100-EXIT.
081100     close CUSTMAST-FILE.
081200     close SORTED-FILE.
081300     close PRINT-FILE.
081400     close EXTRACT-FILE.
081500     display "INTCERT - TAX YEAR " WS-TAX-YEAR ": "
081600         WS-CUSTOMER-COUNT " CERTIFICATE(S), "
081700         WS-ORPHAN-COUNT " ENTRY(S) ON UNKNOWN ACCOUNTS.".
081800 9999-EXIT.
081900     exit.
082000
082100*----------------------------------------------------------------*
082200*  9910-TRANHIST-OPEN-ERROR - NO HISTORY TO CERTIFY FROM; ABEND  *
082300*  THE RUN.                                                      *
082400*----------------------------------------------------------------*
082500 9910-TRANHIST-OPEN-ERROR.
082600     display "INTCERT - CANNOT OPEN TRANHIST, STATUS="
082700         WS-TRANHIST-STATUS.
082800     stop run.
082900 9910-EXIT.
083000     exit.
083100
083200*----------------------------------------------------------------*
083300*  9920-CUSTMAST-OPEN-ERROR - CANNOT PUT ACCOUNTS TO CUSTOMERS   *
083400*  WITHOUT THE CUSTOMER MASTER; ABEND THE RUN.                   *
083500*----------------------------------------------------------------*
083600 9920-CUSTMAST-OPEN-ERROR.
083700     display "INTCERT - CANNOT OPEN CUSTMAST, STATUS="
083800         WS-CUSTMAST-STATUS.
083900     stop run.
084000 9920-EXIT.
084100     exit.
084200
084300*----------------------------------------------------------------*
084400*  9930-CERTWRK-ERROR - THE WORK FILE COULD NOT BE OPENED OR     *
084500*  WRITTEN; ABEND RATHER THAN CERTIFY A PART OF THE YEAR.        *
084600*----------------------------------------------------------------*
084700 9930-CERTWRK-ERROR.
084800     display "INTCERT - CANNOT WRITE CERTWRK, STATUS="
084900         WS-CERTWRK-STATUS.
085000     stop run.
085100 9930-EXIT.
085200     exit.
085300
085400*----------------------------------------------------------------*
085500*  9940-SORTED-OPEN-ERROR - THE SORTED ENTRIES COULD NOT BE      *
085600*  OPENED; ABEND THE RUN.                                        *
085700*----------------------------------------------------------------*
085800 9940-SORTED-OPEN-ERROR.
085900     display "INTCERT - CANNOT OPEN CERTSRT, STATUS="
086000         WS-SORTED-STATUS.
086100     stop run.
086200 9940-EXIT.
086300     exit.
086400
086500*----------------------------------------------------------------*
086600*  9950-PRINT-ERROR - THE CERTIFICATES COULD NOT BE OPENED OR    *
086700*  WRITTEN; ABEND THE RUN.                                       *
086800*----------------------------------------------------------------*
086900 9950-PRINT-ERROR.
087000     display "INTCERT - CANNOT WRITE CERTPRT, STATUS="
087100         WS-PRINT-STATUS.
087200     stop run.
087300 9950-EXIT.
087400     exit.
087500
087600*----------------------------------------------------------------*
087700*  9960-EXTRACT-ERROR - THE TAX AUTHORITY EXTRACT COULD NOT BE   *
087800*  OPENED OR WRITTEN; ABEND THE RUN.                             *
087900*----------------------------------------------------------------*
088000 9960-EXTRACT-ERROR.
088100     display "INTCERT - CANNOT WRITE CERTEXT, STATUS="
088200         WS-EXTRACT-STATUS.
088300     stop run.
088400 9960-EXIT.
088500     exit.
088600
088700*----------------------------------------------------------------*
088800*  9970-NO-RATE - AN ENTRY IN ANOTHER CURRENCY COULD NOT BE      *
088900*  TAKEN TO EUR; ABEND RATHER THAN MISSTATE A CERTIFICATE.  LOAD *
089000*  THE MISSING RATE (RATEMNT) AND RERUN.                         *
089100*----------------------------------------------------------------*
089200 9970-NO-RATE.
089300     display "INTCERT - NO USABLE RATE FOR "
089400         FXCV-FAILED-CURRENCY of FC-PARAMETERS
089500         " ON " WS-CE-DATE ", RETURN CODE "
089600         FXCV-RETURN-CODE of FC-PARAMETERS.
089700     stop run.
089800 9970-EXIT.
089900     exit.
