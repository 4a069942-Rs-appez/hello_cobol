000100 identification division.
000200 program-id. TELLPRF.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - END-OF-SHIFT CASH DRAWER *
001000*                     PROOF FOR THE TELLERS.  FOR EACH TELLER    *
001100*                     GIVEN, READS THE DAY'S ENTRIES OFF THE     *
001200*                     TELLFILE REGISTER (TELLREC LAYOUT, WRITTEN *
001300*                     BY TRANENT) BY ITS DATE+TELLER ALTERNATE   *
001400*                     KEY, LISTS THEM AND TOTALS THE DEBITS AND  *
001500*                     CREDITS BY CURRENCY, CASH APART FROM       *
001600*                     NON-CASH.  THE TELLER THEN GIVES, PER      *
001700*                     CURRENCY, THE OPENING FLOAT AND THE CASH   *
001800*                     COUNTED IN THE DRAWER; THE EXPECTED CASH   *
001900*                     IS THE FLOAT PLUS CASH DEPOSITS LESS CASH  *
002000*                     WITHDRAWALS, AND THE DIFFERENCE IS PRINTED *
002100*                     ON THE TELLRPT REPORT.  A SHORTAGE OR AN   *
002200*                     OVERAGE IS FLAGGED ON THE REPORT AND       *
002300*                     LOGGED UNDER THE TELLER TO THE AUDITLOG    *
002400*                     TRAIL FOR THE BRANCH MANAGER'S SIGN-OFF    *
002500*                     (AUDITRPT LISTS THEM UNDER ORIGIN TELLPRF).*
002600*----------------------------------------------------------------*
002700
002800 environment division.
002900 configuration section.
003000 special-names.
003100     decimal-point is comma.
003200
003300 input-output section.
003400 file-control.
003500     select TELL-FILE assign to "TELLFILE"
003600         organization is indexed
003700         access mode is dynamic
003800         record key is TELL-REFERENCE
003900         alternate record key is TELL-SHIFT-KEY
004000             with duplicates
004100         file status is WS-TELL-STATUS.
004200
004300     select AUDIT-FILE assign to "AUDITLOG"
004400         organization is sequential
004500         access mode is sequential
004600         file status is WS-AUDITLOG-STATUS.
004700
004800     select REPORT-FILE assign to "TELLRPT"
004900         organization is line sequential
005000         file status is WS-REPORT-STATUS.
005100
005200 data division.
005300 file section.
005400 fd  TELL-FILE
005500     label records are standard
005600     record contains 60 characters.
005700 01  TL-RECORD.
005800     copy TELLREC.
005900
006000 fd  AUDIT-FILE
006100     label records are standard
006200     record contains 74 characters.
006300 01  AR-RECORD.
006400     copy AUDITREC.
006500
006600 fd  REPORT-FILE
006700     label records are omitted
006800     record contains 80 characters.
006900 01  RP-LINE                    pic x(80).
007000
007100 working-storage section.
007200 01  WS-TELL-STATUS             pic x(02).
007300     88  WS-TELL-OK                 value "00".
007400     88  WS-TELL-NO-FILE            value "35".
007500
007600 01  WS-AUDITLOG-STATUS         pic x(02).
007700     88  WS-AUDITLOG-OK             value "00".
007800
007900 01  WS-REPORT-STATUS           pic x(02).
008000     88  WS-REPORT-OK               value "00".
008100     88  WS-REPORT-NOT-FOUND        value "35".
008200
008300 01  WS-SWITCHES.
008400     05  WS-TELLER-VALID-SW     pic x(01).
008500         88  WS-TELLER-OK           value "Y".
008600         88  WS-TELLER-INVALID      value "N".
008700     05  WS-AMOUNT-VALID-SW     pic x(01).
008800         88  WS-AMOUNT-OK           value "Y".
008900         88  WS-AMOUNT-INVALID      value "N".
009000     05  WS-MORE-TELLERS-SW     pic x(01).
009100         88  WS-MORE-TELLERS        value "Y".
009200         88  WS-NO-MORE-TELLERS     value "N".
009300     05  WS-TELL-EOF-SW         pic x(01).
009400         88  WS-TELL-EOF            value "Y".
009500         88  WS-TELL-NOT-EOF        value "N".
009600
009700 01  WS-TELLER                  pic x(08).
009800 01  WS-SHIFT-DATE              pic 9(08).
009900 01  WS-ANSWER                  pic x(01).
010000 01  WS-AMOUNT-IN               pic x(11).
010100 01  WS-AMOUNT-DIGITS           pic 9(02) usage comp.
010200 01  WS-INPUT-CENTIMES          pic 9(11).
010300 01  WS-INPUT-AMOUNT            pic s9(9)v99 usage comp-3.
010400 01  WS-OPENING-FUND            pic s9(9)v99 usage comp-3.
010500 01  WS-COUNTED-CASH            pic s9(9)v99 usage comp-3.
010600 01  WS-EXPECTED-CASH           pic s9(11)v99 usage comp-3.
010700 01  WS-CASH-DIFFERENCE         pic s9(11)v99 usage comp-3.
010800 01  WS-EDITED-AMOUNT           pic z(10)9,99-.
010900 01  WS-ENTRY-COUNT             pic 9(07) usage comp.
011000 01  WS-DIFFERENCE-COUNT        pic 9(07) usage comp.
011100 01  WS-CURRENCY-COUNT          pic 9(02) usage comp.
011200 01  WS-STAMP-DATE              pic 9(08).
011300 01  WS-STAMP-TIME              pic 9(06).
011400 01  WS-AUDIT-REASON            pic x(30).
011500
011600*----------------------------------------------------------------*
011700*  CURRENCY TABLE - ONE SLOT PER CURRENCY MET IN THE TELLER'S    *
011800*  SHIFT, IN ORDER OF FIRST APPEARANCE, WITH THE COUNT AND TOTAL *
011900*  OF CASH AND OTHER DEBITS AND CREDITS.  A BLANK CURRENCY MARKS *
012000*  THE FIRST FREE SLOT.                                          *
012100*----------------------------------------------------------------*
012200 01  WS-CURRENCY-TABLE.
012300     05  WS-CT-ENTRY occurs 20 times indexed by CT-IDX.
012400         10  WS-CT-CURRENCY     pic x(03).
012500         10  WS-CT-CASH-DR-COUNT    pic 9(07) usage comp.
012600         10  WS-CT-CASH-DR-TOTAL    pic s9(11)v99 usage comp-3.
012700         10  WS-CT-CASH-CR-COUNT    pic 9(07) usage comp.
012800         10  WS-CT-CASH-CR-TOTAL    pic s9(11)v99 usage comp-3.
012900         10  WS-CT-OTHER-DR-COUNT   pic 9(07) usage comp.
013000         10  WS-CT-OTHER-DR-TOTAL   pic s9(11)v99 usage comp-3.
013100         10  WS-CT-OTHER-CR-COUNT   pic 9(07) usage comp.
013200         10  WS-CT-OTHER-CR-TOTAL   pic s9(11)v99 usage comp-3.
013300
013400*----------------------------------------------------------------*
013500*  THE AUDIT INPUT FIELD CARRIES THE SHIFT DATE, THE CURRENCY    *
013600*  AND THE SIZE OF THE DIFFERENCE (= EXACTLY 20); THE REASON     *
013700*  SAYS WHETHER IT IS A SHORTAGE OR AN OVERAGE AND THE TRAIL     *
013800*  RECORD'S USER IS THE TELLER.                                  *
013900*----------------------------------------------------------------*
014000 01  WS-AUDIT-DETAIL.
014100     05  WS-AD-SHIFT-DATE       pic 9(08).
014200     05  WS-AD-CURRENCY         pic x(03).
014300     05  WS-AD-AMOUNT           pic 9(07)v99.
014400
014500 01  WS-HEADING-1.
014600     05  filler                 pic x(36)
014700         value "AGENCE CENTRALE - ARRETE DE CAISSE D".
014800     05  filler                 pic x(02) value "U ".
014900     05  WS-H1-DATE             pic 9(08).
015000     05  filler                 pic x(34) value spaces.
015100
015200 01  WS-HEADING-2.
015300     05  filler                 pic x(13) value "GUICHETIER : ".
015400     05  WS-H2-TELLER           pic x(08).
015500     05  filler                 pic x(59) value spaces.
015600
015700 01  WS-HEADING-3.
015800     05  filler                 pic x(12) value "REFERENCE".
015900     05  filler                 pic x(12) value "COMPTE".
016000     05  filler                 pic x(05) value "DEV".
016100     05  filler                 pic x(09) value "MODE".
016200     05  filler                 pic x(08) value "SENS".
016300     05  filler                 pic x(15) value "        MONTANT".
016400     05  filler                 pic x(02) value spaces.
016500     05  filler                 pic x(06) value "HEURE".
016600     05  filler                 pic x(11) value spaces.
016700
016800 01  WS-DETAIL-LINE.
016900     05  WS-DL-REFERENCE        pic x(10).
017000     05  filler                 pic x(02) value spaces.
017100     05  WS-DL-ACCOUNT          pic x(10).
017200     05  filler                 pic x(02) value spaces.
017300     05  WS-DL-CURRENCY         pic x(03).
017400     05  filler                 pic x(02) value spaces.
017500     05  WS-DL-MEDIUM           pic x(07).
017600     05  filler                 pic x(02) value spaces.
017700     05  WS-DL-SIDE             pic x(06).
017800     05  filler                 pic x(02) value spaces.
017900     05  WS-DL-AMOUNT           pic z(10)9,99-.
018000     05  filler                 pic x(02) value spaces.
018100     05  WS-DL-TIME             pic 9(06).
018200     05  filler                 pic x(11) value spaces.
018300
018400 01  WS-CURRENCY-LINE.
018500     05  filler                 pic x(09) value "DEVISE : ".
018600     05  WS-CL-CURRENCY         pic x(03).
018700     05  filler                 pic x(68) value spaces.
018800
018900 01  WS-TOTAL-LINE.
019000     05  WS-TL-LABEL            pic x(32).
019100     05  WS-TL-COUNT            pic z(6)9.
019200     05  filler                 pic x(02) value spaces.
019300     05  WS-TL-AMOUNT           pic z(10)9,99-.
019400     05  filler                 pic x(24) value spaces.
019500
019600 01  WS-CASH-LINE.
019700     05  WS-CS-LABEL            pic x(32).
019800     05  filler                 pic x(09) value spaces.
019900     05  WS-CS-AMOUNT           pic z(10)9,99-.
020000     05  filler                 pic x(02) value spaces.
020100     05  WS-CS-FLAG             pic x(16).
020200     05  filler                 pic x(06) value spaces.
020300
020400 01  WS-VERDICT-LINE.
020500     05  filler                 pic x(12) value "VERDICT : ".
020600     05  WS-VD-TEXT             pic x(16).
020700     05  filler                 pic x(52) value spaces.
020800
020900 01  WS-BLANK-LINE              pic x(80) value spaces.
021000
021100 procedure division.
021200 0000-MAINLINE.
021300     perform 1000-INITIALIZE
021400         thru 1000-EXIT.
021500     perform 2000-PROVE-ONE-TELLER
021600         thru 2000-EXIT
021700         until WS-NO-MORE-TELLERS.
021800     perform 9999-TERMINATE
021900         thru 9999-EXIT.
022000     stop run.
022100
022200*----------------------------------------------------------------*
022300*  1000-INITIALIZE - OPEN THE TELLER REGISTER, THE AUDIT TRAIL   *
022400*  AND THE REPORT.  A MISSING REGISTER MEANS NO COUNTER ENTRY    *
022500*  HAS EVER BEEN TAKEN - THERE IS NOTHING TO PROVE, SO THE RUN   *
022600*  ENDS CLEANLY, AS IN TRANREV.  THE REPORT IS EXTENDED SO THE   *
022700*  DAY'S PROOFS OF EVERY TELLER FOLLOW ONE ANOTHER, AND CREATED  *
022800*  BY THE FIRST PROOF OF THE DAY.                                *
022900*----------------------------------------------------------------*
023000 1000-INITIALIZE.
023100     display "Arrete de caisse des guichetiers.".
023200     set WS-MORE-TELLERS to true.
023300     accept WS-SHIFT-DATE from date yyyymmdd.
023400     open input TELL-FILE.
023500     if WS-TELL-NO-FILE
023600         display "Aucune operation de guichet enregistree."
023700         display "Fin de l'arrete de caisse."
023800         stop run
023900     end-if.
024000     if not WS-TELL-OK
024100         perform 9910-TELL-OPEN-ERROR
024200             thru 9910-EXIT
024300     end-if.
024400     open extend AUDIT-FILE.
024500     if not WS-AUDITLOG-OK
024600         perform 9920-AUDIT-OPEN-ERROR
024700             thru 9920-EXIT
024800     end-if.
024900     open extend REPORT-FILE.
025000     if WS-REPORT-NOT-FOUND
025100         open output REPORT-FILE
025200     end-if.
025300     if not WS-REPORT-OK
025400         perform 9930-REPORT-ERROR
025500             thru 9930-EXIT
025600     end-if.
025700 1000-EXIT.
025800     exit.
025900
026000*----------------------------------------------------------------*
026100*  2000-PROVE-ONE-TELLER - TAKE THE TELLER'S CODE, LIST AND      *
026200*  TOTAL THE SHIFT'S ENTRIES, PROVE THE DRAWER CURRENCY BY       *
026300*  CURRENCY, PRINT THE VERDICT, THEN ASK WHETHER ANOTHER TELLER  *
026400*  IS TO BE PROVED.                                              *
026500*----------------------------------------------------------------*
026600 2000-PROVE-ONE-TELLER.
026700     set WS-TELLER-INVALID to true.
026800     perform 2100-GET-TELLER
026900         thru 2100-EXIT
027000         until WS-TELLER-OK.
027100     initialize WS-CURRENCY-TABLE.
027200     move zero to WS-CURRENCY-COUNT.
027300     move zero to WS-ENTRY-COUNT.
027400     move zero to WS-DIFFERENCE-COUNT.
027500     perform 3000-LIST-SHIFT-ENTRIES
027600         thru 3000-EXIT.
027700     if WS-ENTRY-COUNT = zero
027800         display "Aucune operation pour ce guichetier "
027900             "aujourd'hui."
028000         go to 2000-ASK-AGAIN
028100     end-if.
028200     perform 4000-PROVE-ONE-CURRENCY
028300         thru 4000-EXIT
028400         varying CT-IDX from 1 by 1
028500         until CT-IDX > WS-CURRENCY-COUNT.
028600     perform 5000-PRINT-VERDICT
028700         thru 5000-EXIT.
028800 2000-ASK-AGAIN.
028900     display "Autre guichetier (O/N) ? ".
029000     accept WS-ANSWER.
029100     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
029200         set WS-NO-MORE-TELLERS to true
029300     end-if.
029400 2000-EXIT.
029500     exit.
029600
029700*----------------------------------------------------------------*
029800*  2100-GET-TELLER - THE PROOF AND ITS TRAIL RECORDS ARE KEPT    *
029900*  UNDER THE TELLER'S CODE, AS TRANENT RECORDED IT; A BLANK      *
030000*  CODE IS RE-PROMPTED.                                          *
030100*----------------------------------------------------------------*
030200 2100-GET-TELLER.
030300     display "Code guichetier ? ".
030400     accept WS-TELLER.
030500     if WS-TELLER = spaces
030600         display "Entree invalide, veuillez recommencer."
030700     else
030800         set WS-TELLER-OK to true
030900     end-if.
031000 2100-EXIT.
031100     exit.
031200
031300*----------------------------------------------------------------*
031400*  3000-LIST-SHIFT-ENTRIES - POSITION ON THE TELLER'S FIRST      *
031500*  ENTRY OF THE DAY BY THE DATE+TELLER ALTERNATE KEY AND READ    *
031600*  THE SHIFT THROUGH.                                            *
031700*----------------------------------------------------------------*
031800 3000-LIST-SHIFT-ENTRIES.
031900     move WS-SHIFT-DATE to TELL-DATE of TL-RECORD.
032000     move WS-TELLER to TELL-TELLER of TL-RECORD.
032100     start TELL-FILE key is equal to TELL-SHIFT-KEY of TL-RECORD
032200         invalid key
032300             go to 3000-EXIT
032400     end-start.
032500     set WS-TELL-NOT-EOF to true.
032600     perform 3100-LIST-ONE-ENTRY
032700         thru 3100-EXIT
032800         until WS-TELL-EOF.
032900 3000-EXIT.
033000     exit.
033100
033200*----------------------------------------------------------------*
033300*  3100-LIST-ONE-ENTRY - READ THE NEXT REGISTER RECORD; STOP AT  *
033400*  THE FIRST ONE OF ANOTHER TELLER OR DAY, OTHERWISE PRINT IT    *
033500*  (THE HEADINGS GO OUT WITH THE FIRST ONE) AND ADD IT TO ITS    *
033600*  CURRENCY'S TOTALS.                                            *
033700*----------------------------------------------------------------*
033800 3100-LIST-ONE-ENTRY.
033900     read TELL-FILE next record
034000         at end
034100             set WS-TELL-EOF to true
034200             go to 3100-EXIT
034300     end-read.
034400     if TELL-DATE of TL-RECORD not = WS-SHIFT-DATE
034500        or TELL-TELLER of TL-RECORD not = WS-TELLER
034600         set WS-TELL-EOF to true
034700         go to 3100-EXIT
034800     end-if.
034900     if WS-ENTRY-COUNT = zero
035000         perform 3300-PRINT-HEADINGS
035100             thru 3300-EXIT
035200     end-if.
035300     add 1 to WS-ENTRY-COUNT.
035400     move TELL-REFERENCE of TL-RECORD to WS-DL-REFERENCE.
035500     move TELL-ACCOUNT-NUMBER of TL-RECORD to WS-DL-ACCOUNT.
035600     move TELL-CURRENCY-CODE of TL-RECORD to WS-DL-CURRENCY.
035700     if TELL-CASH of TL-RECORD
035800         move "ESPECES" to WS-DL-MEDIUM
035900     else
036000         move "AUTRE" to WS-DL-MEDIUM
036100     end-if.
036200     if TELL-DEBIT of TL-RECORD
036300         move "DEBIT" to WS-DL-SIDE
036400     else
036500         move "CREDIT" to WS-DL-SIDE
036600     end-if.
036700     move TELL-AMOUNT of TL-RECORD to WS-DL-AMOUNT.
036800     move TELL-TIME of TL-RECORD to WS-DL-TIME.
036900     move WS-DETAIL-LINE to RP-LINE.
037000     perform 8000-WRITE-REPORT-LINE
037100         thru 8000-EXIT.
037200     perform 3200-TALLY-ENTRY
037300         thru 3200-EXIT.
037400 3100-EXIT.
037500     exit.
037600
037700*----------------------------------------------------------------*
037800*  3200-TALLY-ENTRY - FIND THE ENTRY'S CURRENCY SLOT, TAKING THE *
037900*  FIRST FREE ONE FOR A CURRENCY NOT MET YET, AND ADD THE ENTRY  *
038000*  TO ITS CASH OR OTHER, DEBIT OR CREDIT TOTAL.                  *
038100*----------------------------------------------------------------*
038200 3200-TALLY-ENTRY.
038300     set CT-IDX to 1.
038400     search WS-CT-ENTRY
038500         at end
038600             perform 9940-CURRENCY-TABLE-FULL
038700                 thru 9940-EXIT
038800         when WS-CT-CURRENCY (CT-IDX)
038900              = TELL-CURRENCY-CODE of TL-RECORD
039000             continue
039100         when WS-CT-CURRENCY (CT-IDX) = spaces
039200             move TELL-CURRENCY-CODE of TL-RECORD
039300                 to WS-CT-CURRENCY (CT-IDX)
039400             add 1 to WS-CURRENCY-COUNT
039500     end-search.
039600     evaluate true
039700         when TELL-CASH of TL-RECORD and TELL-DEBIT of TL-RECORD
039800             add 1 to WS-CT-CASH-DR-COUNT (CT-IDX)
039900             add TELL-AMOUNT of TL-RECORD
040000                 to WS-CT-CASH-DR-TOTAL (CT-IDX)
040100         when TELL-CASH of TL-RECORD
040200             add 1 to WS-CT-CASH-CR-COUNT (CT-IDX)
040300             add TELL-AMOUNT of TL-RECORD
040400                 to WS-CT-CASH-CR-TOTAL (CT-IDX)
040500         when TELL-DEBIT of TL-RECORD
040600             add 1 to WS-CT-OTHER-DR-COUNT (CT-IDX)
040700             add TELL-AMOUNT of TL-RECORD
040800                 to WS-CT-OTHER-DR-TOTAL (CT-IDX)
040900         when other
041000             add 1 to WS-CT-OTHER-CR-COUNT (CT-IDX)
041100             add TELL-AMOUNT of TL-RECORD
041200                 to WS-CT-OTHER-CR-TOTAL (CT-IDX)
041300     end-evaluate.
041400 3200-EXIT.
041500     exit.
041600
041700*----------------------------------------------------------------*
041800*  3300-PRINT-HEADINGS - START THE TELLER'S SECTION OF THE       *
041900*  REPORT.                                                       *
042000*----------------------------------------------------------------*
042100 3300-PRINT-HEADINGS.
042200     move WS-SHIFT-DATE to WS-H1-DATE.
042300     move WS-HEADING-1 to RP-LINE.
042400     perform 8000-WRITE-REPORT-LINE
042500         thru 8000-EXIT.
042600     move WS-TELLER to WS-H2-TELLER.
042700     move WS-HEADING-2 to RP-LINE.
042800     perform 8000-WRITE-REPORT-LINE
042900         thru 8000-EXIT.
043000     move WS-BLANK-LINE to RP-LINE.
043100     perform 8000-WRITE-REPORT-LINE
043200         thru 8000-EXIT.
043300     move WS-HEADING-3 to RP-LINE.
043400     perform 8000-WRITE-REPORT-LINE
043500         thru 8000-EXIT.
043600 3300-EXIT.
043700     exit.
043800
043900*----------------------------------------------------------------*
044000*  4000-PROVE-ONE-CURRENCY - TAKE THE OPENING FLOAT AND THE CASH *
044100*  COUNTED IN THE CURRENCY CT-IDX POINTS AT (THE TELLER IS NOT   *
044200*  SHOWN WHAT IS EXPECTED BEFORE COUNTING), WORK OUT THE         *
044300*  EXPECTED CASH AND THE DIFFERENCE, PRINT THE CURRENCY'S BLOCK  *
044400*  AND LOG ANY DIFFERENCE TO THE TRAIL.                          *
044500*----------------------------------------------------------------*
044600 4000-PROVE-ONE-CURRENCY.
044700     display "Devise " WS-CT-CURRENCY (CT-IDX) " :".
044800     set WS-AMOUNT-INVALID to true.
044900     perform 4100-GET-OPENING-FUND
045000         thru 4100-EXIT
045100         until WS-AMOUNT-OK.
045200     set WS-AMOUNT-INVALID to true.
045300     perform 4200-GET-COUNTED-CASH
045400         thru 4200-EXIT
045500         until WS-AMOUNT-OK.
045600     compute WS-EXPECTED-CASH = WS-OPENING-FUND
045700                              + WS-CT-CASH-CR-TOTAL (CT-IDX)
045800                              - WS-CT-CASH-DR-TOTAL (CT-IDX).
045900     compute WS-CASH-DIFFERENCE = WS-COUNTED-CASH
046000                                - WS-EXPECTED-CASH.
046100     perform 4300-PRINT-CURRENCY-BLOCK
046200         thru 4300-EXIT.
046300     if WS-CASH-DIFFERENCE not = zero
046400         add 1 to WS-DIFFERENCE-COUNT
046500         perform 4400-LOG-DIFFERENCE
046600             thru 4400-EXIT
046700     end-if.
046800 4000-EXIT.
046900     exit.
047000
047100*----------------------------------------------------------------*
047200*  4100-GET-OPENING-FUND - PROMPT FOR THE FLOAT THE DRAWER HELD  *
047300*  AT THE START OF THE SHIFT, IN CENTIMES.                       *
047400*----------------------------------------------------------------*
047500 4100-GET-OPENING-FUND.
047600     display "Fonds de caisse initial en centimes ? ".
047700     perform 4900-ACCEPT-CENTIMES
047800         thru 4900-EXIT.
047900     move WS-INPUT-AMOUNT to WS-OPENING-FUND.
048000 4100-EXIT.
048100     exit.
048200
048300*----------------------------------------------------------------*
048400*  4200-GET-COUNTED-CASH - PROMPT FOR THE CASH COUNTED IN THE    *
048500*  DRAWER AT THE END OF THE SHIFT, IN CENTIMES.                  *
048600*----------------------------------------------------------------*
048700 4200-GET-COUNTED-CASH.
048800     display "Especes comptees en centimes ? ".
048900     perform 4900-ACCEPT-CENTIMES
049000         thru 4900-EXIT.
049100     move WS-INPUT-AMOUNT to WS-COUNTED-CASH.
049200 4200-EXIT.
049300     exit.
049400
049500*----------------------------------------------------------------*
049600*  4300-PRINT-CURRENCY-BLOCK - PRINT THE CURRENCY'S FOUR TOTALS, *
049700*  THEN THE FLOAT, THE EXPECTED AND COUNTED CASH AND THE         *
049800*  DIFFERENCE, FLAGGED WHEN THE DRAWER IS SHORT OR OVER, AND     *
049900*  TELL THE TELLER THE OUTCOME ON THE CONSOLE.                   *
050000*----------------------------------------------------------------*
050100 4300-PRINT-CURRENCY-BLOCK.
050200     move WS-BLANK-LINE to RP-LINE.
050300     perform 8000-WRITE-REPORT-LINE
050400         thru 8000-EXIT.
050500     move WS-CT-CURRENCY (CT-IDX) to WS-CL-CURRENCY.
050600     move WS-CURRENCY-LINE to RP-LINE.
050700     perform 8000-WRITE-REPORT-LINE
050800         thru 8000-EXIT.
050900     move "  ESPECES - DEBITS (RETRAITS)" to WS-TL-LABEL.
051000     move WS-CT-CASH-DR-COUNT (CT-IDX) to WS-TL-COUNT.
051100     move WS-CT-CASH-DR-TOTAL (CT-IDX) to WS-TL-AMOUNT.
051200     perform 4310-PRINT-TOTAL-LINE
051300         thru 4310-EXIT.
051400     move "  ESPECES - CREDITS (DEPOTS)" to WS-TL-LABEL.
051500     move WS-CT-CASH-CR-COUNT (CT-IDX) to WS-TL-COUNT.
051600     move WS-CT-CASH-CR-TOTAL (CT-IDX) to WS-TL-AMOUNT.
051700     perform 4310-PRINT-TOTAL-LINE
051800         thru 4310-EXIT.
051900     move "  AUTRES  - DEBITS" to WS-TL-LABEL.
052000     move WS-CT-OTHER-DR-COUNT (CT-IDX) to WS-TL-COUNT.
052100     move WS-CT-OTHER-DR-TOTAL (CT-IDX) to WS-TL-AMOUNT.
052200     perform 4310-PRINT-TOTAL-LINE
052300         thru 4310-EXIT.
052400     move "  AUTRES  - CREDITS" to WS-TL-LABEL.
052500     move WS-CT-OTHER-CR-COUNT (CT-IDX) to WS-TL-COUNT.
052600     move WS-CT-OTHER-CR-TOTAL (CT-IDX) to WS-TL-AMOUNT.
052700     perform 4310-PRINT-TOTAL-LINE
052800         thru 4310-EXIT.
052900     move spaces to WS-CS-FLAG.
053000     move "  FONDS DE CAISSE INITIAL" to WS-CS-LABEL.
053100     move WS-OPENING-FUND to WS-CS-AMOUNT.
053200     perform 4320-PRINT-CASH-LINE
053300         thru 4320-EXIT.
053400     move "  ESPECES ATTENDUES" to WS-CS-LABEL.
053500     move WS-EXPECTED-CASH to WS-CS-AMOUNT.
053600     perform 4320-PRINT-CASH-LINE
053700         thru 4320-EXIT.
053800     move "  ESPECES COMPTEES" to WS-CS-LABEL.
053900     move WS-COUNTED-CASH to WS-CS-AMOUNT.
054000     perform 4320-PRINT-CASH-LINE
054100         thru 4320-EXIT.
054200     evaluate true
054300         when WS-CASH-DIFFERENCE < zero
054400             move "*** MANQUANT ***" to WS-CS-FLAG
054500         when WS-CASH-DIFFERENCE > zero
054600             move "*** EXCEDENT ***" to WS-CS-FLAG
054700         when other
054800             move "JUSTE" to WS-CS-FLAG
054900     end-evaluate.
055000     move "  ECART" to WS-CS-LABEL.
055100     move WS-CASH-DIFFERENCE to WS-CS-AMOUNT.
055200     perform 4320-PRINT-CASH-LINE
055300         thru 4320-EXIT.
055400     move WS-CASH-DIFFERENCE to WS-EDITED-AMOUNT.
055500     display "Ecart " WS-CT-CURRENCY (CT-IDX) " : "
055600         WS-EDITED-AMOUNT " " WS-CS-FLAG.
055700 4300-EXIT.
055800     exit.
055900
056000*----------------------------------------------------------------*
056100*  4310-PRINT-TOTAL-LINE - WRITE ONE PREPARED TOTAL LINE.        *
056200*----------------------------------------------------------------*
056300 4310-PRINT-TOTAL-LINE.
056400     move WS-TOTAL-LINE to RP-LINE.
056500     perform 8000-WRITE-REPORT-LINE
056600         thru 8000-EXIT.
056700 4310-EXIT.
056800     exit.
056900
057000*----------------------------------------------------------------*
057100*  4320-PRINT-CASH-LINE - WRITE ONE PREPARED CASH LINE.          *
057200*----------------------------------------------------------------*
057300 4320-PRINT-CASH-LINE.
057400     move WS-CASH-LINE to RP-LINE.
057500     perform 8000-WRITE-REPORT-LINE
057600         thru 8000-EXIT.
057700 4320-EXIT.
057800     exit.
057900
058000*----------------------------------------------------------------*
058100*  4400-LOG-DIFFERENCE - LOG THE SHORTAGE OR OVERAGE, WITH THE   *
058200*  SHIFT DATE, THE CURRENCY AND ITS SIZE, UNDER THE TELLER FOR   *
058300*  THE BRANCH MANAGER'S SIGN-OFF.                                *
058400*----------------------------------------------------------------*
058500 4400-LOG-DIFFERENCE.
058600     if WS-CASH-DIFFERENCE < zero
058700         move "TELLPRF MANQUANT CAISSE" to WS-AUDIT-REASON
058800         compute WS-AD-AMOUNT = zero - WS-CASH-DIFFERENCE
058900     else
059000         move "TELLPRF EXCEDENT CAISSE" to WS-AUDIT-REASON
059100         move WS-CASH-DIFFERENCE to WS-AD-AMOUNT
059200     end-if.
059300     move WS-SHIFT-DATE to WS-AD-SHIFT-DATE.
059400     move WS-CT-CURRENCY (CT-IDX) to WS-AD-CURRENCY.
059500     move WS-AUDIT-DETAIL to AUDIT-INPUT of AR-RECORD.
059600     perform 8900-WRITE-AUDIT-RECORD
059700         thru 8900-EXIT.
059800 4400-EXIT.
059900     exit.
060000
060100*----------------------------------------------------------------*
060200*  4900-ACCEPT-CENTIMES - ACCEPT AN AMOUNT IN CENTIMES (DIGITS   *
060300*  ONLY) THE WAY TRANENT DOES, BUT ALLOWING ZERO - AN EMPTY      *
060400*  DRAWER IS A VALID COUNT.  SETS THE AMOUNT SWITCH.             *
060500*----------------------------------------------------------------*
060600 4900-ACCEPT-CENTIMES.
060700     move spaces to WS-AMOUNT-IN.
060800     accept WS-AMOUNT-IN.
060900     move zero to WS-AMOUNT-DIGITS.
061000     inspect WS-AMOUNT-IN
061100         tallying WS-AMOUNT-DIGITS
061200         for characters before initial " ".
061300     if WS-AMOUNT-DIGITS = zero
061400         display "Entree invalide, veuillez recommencer."
061500         go to 4900-EXIT
061600     end-if.
061700     if WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS) is not numeric
061800         display "Entree invalide, veuillez recommencer."
061900         go to 4900-EXIT
062000     end-if.
062100     move WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS) to WS-INPUT-CENTIMES.
062200     compute WS-INPUT-AMOUNT = WS-INPUT-CENTIMES / 100.
062300     set WS-AMOUNT-OK to true.
062400 4900-EXIT.
062500     exit.
062600
062700*----------------------------------------------------------------*
062800*  5000-PRINT-VERDICT - CLOSE THE TELLER'S SECTION WITH THE      *
062900*  VERDICT: THE DRAWER IS RIGHT ONLY WHEN EVERY CURRENCY IS.     *
063000*----------------------------------------------------------------*
063100 5000-PRINT-VERDICT.
063200     move WS-BLANK-LINE to RP-LINE.
063300     perform 8000-WRITE-REPORT-LINE
063400         thru 8000-EXIT.
063500     if WS-DIFFERENCE-COUNT = zero
063600         move "CAISSE JUSTE" to WS-VD-TEXT
063700         display "Caisse juste."
063800     else
063900         move "ECART A VISER" to WS-VD-TEXT
064000         display "Ecart de caisse signale au responsable "
064100             "d'agence."
064200     end-if.
064300     move WS-VERDICT-LINE to RP-LINE.
064400     perform 8000-WRITE-REPORT-LINE
064500         thru 8000-EXIT.
064600     move WS-BLANK-LINE to RP-LINE.
064700     perform 8000-WRITE-REPORT-LINE
064800         thru 8000-EXIT.
064900 5000-EXIT.
065000     exit.
065100
065200*----------------------------------------------------------------*
065300*  8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE PROOF REPORT   *
065400*  AND CHECK ITS STATUS.                                         *
065500*----------------------------------------------------------------*
065600 8000-WRITE-REPORT-LINE.
065700     write RP-LINE.
065800     if not WS-REPORT-OK
065900         perform 9930-REPORT-ERROR
066000             thru 9930-EXIT
066100     end-if.
066200 8000-EXIT.
066300     exit.
066400
066500*----------------------------------------------------------------*
066600*  8900-WRITE-AUDIT-RECORD - STAMP AND WRITE THE PREPARED TRAIL  *
066700*  RECORD UNDER THE TELLER.                                      *
066800*----------------------------------------------------------------*
066900 8900-WRITE-AUDIT-RECORD.
067000     accept WS-STAMP-DATE from date yyyymmdd.
067100     accept WS-STAMP-TIME from time.
067200     move WS-STAMP-DATE to AUDIT-DATE of AR-RECORD.
067300     move WS-STAMP-TIME to AUDIT-TIME of AR-RECORD.
067400     move WS-AUDIT-REASON to AUDIT-REASON of AR-RECORD.
067500     move WS-TELLER to AUDIT-USER of AR-RECORD.
067600     write AR-RECORD.
067700     if not WS-AUDITLOG-OK
067800         perform 9950-AUDIT-WRITE-ERROR
067900             thru 9950-EXIT
068000     end-if.
068100 8900-EXIT.
068200     exit.
068300
068400*----------------------------------------------------------------*
068500*  9999-TERMINATE - CLOSE THE FILES BEFORE ENDING THE RUN.       *
068600*----------------------------------------------------------------*
068700 9999-TERMINATE.
068800     close TELL-FILE.
068900     close AUDIT-FILE.
069000     close REPORT-FILE.
069100     display "Fin de l'arrete de caisse.".
069200 9999-EXIT.
069300     exit.
069400
069500*----------------------------------------------------------------*
069600*  9910-TELL-OPEN-ERROR - THE TELLER REGISTER EXISTS BUT COULD   *
069700*  NOT BE OPENED; ABEND THE RUN.                                 *
069800*----------------------------------------------------------------*
069900 9910-TELL-OPEN-ERROR.
070000     display "TELLPRF - CANNOT OPEN TELLFILE, STATUS="
070100         WS-TELL-STATUS.
070200     stop run.
070300 9910-EXIT.
070400     exit.
070500
070600*----------------------------------------------------------------*
070700*  9920-AUDIT-OPEN-ERROR - THE AUDIT TRAIL COULD NOT BE OPENED;  *
070800*  ABEND RATHER THAN PROVE DRAWERS WITHOUT A TRAIL.              *
070900*----------------------------------------------------------------*
071000 9920-AUDIT-OPEN-ERROR.
071100     display "TELLPRF - CANNOT OPEN AUDITLOG, STATUS="
071200         WS-AUDITLOG-STATUS.
071300     stop run.
071400 9920-EXIT.
071500     exit.
071600
071700*----------------------------------------------------------------*
071800*  9930-REPORT-ERROR - THE PROOF REPORT COULD NOT BE OPENED OR   *
071900*  WRITTEN; ABEND RATHER THAN PROVE A DRAWER NOBODY CAN SIGN.    *
072000*----------------------------------------------------------------*
072100 9930-REPORT-ERROR.
072200     display "TELLPRF - CANNOT WRITE TELLRPT, STATUS="
072300         WS-REPORT-STATUS.
072400     stop run.
072500 9930-EXIT.
072600     exit.
072700
072800*----------------------------------------------------------------*
072900*  9940-CURRENCY-TABLE-FULL - MORE CURRENCIES IN ONE SHIFT THAN  *
073000*  THE TABLE HOLDS; ABEND RATHER THAN PROVE PART OF THE DRAWER.  *
073100*----------------------------------------------------------------*
073200 9940-CURRENCY-TABLE-FULL.
073300     display "TELLPRF - CURRENCY TABLE FULL AT "
073400         TELL-REFERENCE of TL-RECORD.
073500     stop run.
073600 9940-EXIT.
073700     exit.
073800
073900*----------------------------------------------------------------*
074000*  9950-AUDIT-WRITE-ERROR - THE DIFFERENCE COULD NOT BE LOGGED;  *
074100*  ABEND RATHER THAN LOSE THE TRAIL.                             *
074200*----------------------------------------------------------------*
074300 9950-AUDIT-WRITE-ERROR.
074400     display "TELLPRF - CANNOT WRITE AUDITLOG, STATUS="
074500         WS-AUDITLOG-STATUS.
074600     stop run.
074700 9950-EXIT.
074800     exit.
