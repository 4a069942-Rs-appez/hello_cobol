000100 identification division.
000200 program-id. TRANXFR.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - COUNTER TRANSFER BETWEEN *
001000*                     TWO ACCOUNTS.  THE OPERATOR GIVES THE      *
001100*                     ACCOUNT TO DEBIT, THE ACCOUNT TO CREDIT    *
001200*                     AND THE AMOUNT IN CENTIMES IN THE DEBITED  *
001300*                     ACCOUNT'S CURRENCY.  WHEN THE TWO ACCOUNTS *
001400*                     ARE HELD IN DIFFERENT CURRENCIES THE       *
001500*                     AMOUNT IS PRICED THROUGH EUR BY FXCONV AT  *
001600*                     TODAY'S RATEFILE RATES AND EACH LEG IS     *
001700*                     POSTED IN ITS OWN ACCOUNT'S CURRENCY.  THE *
001800*                     DEBIT IS CHECKED AS TRANENT CHECKS A       *
001900*                     WITHDRAWAL (BLOCKS AND HELD FUNDS REFUSE   *
002000*                     IT, AN OVERDRAFT BREACH ASKS FOR           *
002100*                     CONFIRMATION).  ONCE CONFIRMED, THE DEAL   *
002200*                     IS RECORDED ON XFERFILE (XFERREC) UNDER    *
002300*                     TWO "X" REFERENCES, THE TWO LEGS ARE       *
002400*                     APPENDED TO THE DAY'S TRANFILE AND THE     *
002500*                     TRANSFER IS LOGGED WITH ITS OPERATOR TO    *
002600*                     THE AUDITLOG TRAIL, AS TRANREV DOES.       *
002620*    2026-10-15  APZ  A DORMANT ACCOUNT IS NO LONGER ACCEPTED AS *
002640*                     THE ACCOUNT TO DEBIT, AS TRANENT REFUSES   *
002660*                     ITS WITHDRAWALS.                           *
002700*----------------------------------------------------------------*
002800
002900 environment division.
003000 configuration section.
003100 special-names.
003200     decimal-point is comma.
003300
003400 input-output section.
003500 file-control.
003600     select CUSTMAST-FILE assign to "CUSTMAST"
003700         organization is indexed
003800         access mode is dynamic
003900         record key is CUST-ACCOUNT-NUMBER
004000         alternate record key is CUST-NUMBER
004100             with duplicates
004200         file status is WS-CUSTMAST-STATUS.
004300
004400     select HOLD-FILE assign to "HOLDFILE"
004500         organization is indexed
004600         access mode is dynamic
004700         record key is HOLD-KEY
004800         file status is WS-HOLD-STATUS.
004900
005000     select XFER-FILE assign to "XFERFILE"
005100         organization is indexed
005200         access mode is dynamic
005300         record key is XFER-DEBIT-REF
005400         alternate record key is XFER-CREDIT-REF
005500         alternate record key is XFER-DEAL-DATE
005600             with duplicates
005700         file status is WS-XFER-STATUS.
005800
005900     select TRANFILE-FILE assign to "TRANFILE"
006000         organization is sequential
006100         access mode is sequential
006200         file status is WS-TRANFILE-STATUS.
006300
006400     select AUDIT-FILE assign to "AUDITLOG"
006500         organization is sequential
006600         access mode is sequential
006700         file status is WS-AUDITLOG-STATUS.
006800
006900 data division.
007000 file section.
007100 fd  CUSTMAST-FILE
007200     label records are standard
007300     record contains 55 characters.
007400 01  CM-RECORD.
007500     copy CUSTREC.
007600
007700 fd  HOLD-FILE
007800     label records are standard
007900     record contains 90 characters.
008000 01  HL-RECORD.
008100     copy HOLDREC.
008200
008300 fd  XFER-FILE
008400     label records are standard
008500     record contains 120 characters.
008600 01  XF-RECORD.
008700     copy XFERREC.
008800
008900 fd  TRANFILE-FILE
009000     label records are standard
009100     record contains 35 characters.
009200 01  TR-RECORD.
009300     copy TRANREC.
009400
009500 fd  AUDIT-FILE
009600     label records are standard
009700     record contains 74 characters.
009800 01  AR-RECORD.
009900     copy AUDITREC.
010000
010100 working-storage section.
010200 01  WS-CUSTMAST-STATUS         pic x(02).
010300     88  WS-CUSTMAST-OK             value "00".
010400     88  WS-CUSTMAST-NOT-FOUND      value "23".
010500
010600 01  WS-HOLD-STATUS             pic x(02).
010700     88  WS-HOLD-OK                 value "00".
010800     88  WS-HOLD-NO-FILE            value "35".
010900
011000 01  WS-XFER-STATUS             pic x(02).
011100     88  WS-XFER-OK                 value "00".
011200     88  WS-XFER-DUPLICATE          value "22".
011300     88  WS-XFER-NO-FILE            value "35".
011400
011500 01  WS-TRANFILE-STATUS         pic x(02).
011600     88  WS-TRANFILE-OK             value "00".
011700     88  WS-TRANFILE-EOF            value "10".
011800     88  WS-TRANFILE-NOT-FOUND      value "35".
011900
012000 01  WS-AUDITLOG-STATUS         pic x(02).
012100     88  WS-AUDITLOG-OK             value "00".
012200
012300 01  WS-SWITCHES.
012400     05  WS-OPERATOR-VALID-SW   pic x(01).
012500         88  WS-OPERATOR-OK         value "Y".
012600         88  WS-OPERATOR-INVALID    value "N".
012700     05  WS-ACCOUNT-VALID-SW    pic x(01).
012800         88  WS-ACCOUNT-OK          value "Y".
012900         88  WS-ACCOUNT-INVALID     value "N".
013000     05  WS-AMOUNT-VALID-SW     pic x(01).
013100         88  WS-AMOUNT-OK           value "Y".
013200         88  WS-AMOUNT-INVALID      value "N".
013300     05  WS-ENTRY-ACCEPTED-SW   pic x(01).
013400         88  WS-ENTRY-ACCEPTED      value "Y".
013500         88  WS-ENTRY-REFUSED       value "N".
013600     05  WS-MORE-ENTRIES-SW     pic x(01).
013700         88  WS-MORE-ENTRIES        value "Y".
013800         88  WS-NO-MORE-ENTRIES     value "N".
013900     05  WS-TRAN-EOF-SW         pic x(01).
014000         88  WS-TRAN-EOF            value "Y".
014100         88  WS-TRAN-NOT-EOF        value "N".
014200     05  WS-XFER-EOF-SW         pic x(01).
014300         88  WS-XFER-EOF            value "Y".
014400         88  WS-XFER-NOT-EOF        value "N".
014500     05  WS-HOLDFILE-SW         pic x(01).
014600         88  WS-HOLDS-ON-FILE       value "Y".
014700         88  WS-HOLDS-ABSENT        value "N".
014800     05  WS-HOLD-SCAN-SW        pic x(01).
014900         88  WS-HOLD-SCAN-DONE      value "Y".
015000         88  WS-HOLD-SCAN-MORE      value "N".
015100     05  WS-BLOCKED-SW          pic x(01).
015200         88  WS-ACCOUNT-BLOCKED     value "Y".
015300         88  WS-ACCOUNT-NOT-BLOCKED value "N".
015400     05  WS-FX-SW               pic x(01).
015500         88  WS-CROSS-CURRENCY      value "Y".
015600         88  WS-SINGLE-CURRENCY     value "N".
015700
015800 01  WS-OPERATOR                pic x(08).
015900 01  WS-AMOUNT-IN               pic x(11).
016000 01  WS-AMOUNT-DIGITS           pic 9(02) usage comp.
016100 01  WS-ENTRY-CENTIMES          pic 9(11).
016200 01  WS-ENTRY-AMOUNT            pic s9(9)v99 usage comp-3.
016300 01  WS-ENTRY-DATE              pic 9(08).
016400 01  WS-ENTRY-SEQ               pic 9(03).
016500 01  WS-RUNNING-BALANCE         pic s9(9)v99 usage comp-3.
016600 01  WS-BALANCE-AFTER           pic s9(9)v99 usage comp-3.
016700 01  WS-HELD-AMOUNT             pic s9(9)v99 usage comp-3.
016800 01  WS-BLOCK-REASON            pic x(20).
016900 01  WS-EDITED-AMOUNT           pic z(8)9,99-.
017000 01  WS-EDITED-RATE             pic zz9,99999.
017100 01  WS-ANSWER                  pic x(01).
017200 01  WS-STAMP-DATE              pic 9(08).
017300 01  WS-STAMP-TIME              pic 9(06).
017400 01  WS-AUDIT-REASON            pic x(30).
017500
017600*----------------------------------------------------------------*
017700*  THE TWO ACCOUNTS OF THE TRANSFER, KEPT FROM THE CUSTOMER      *
017800*  MASTER WHEN EACH IS ENTERED, AND THE AMOUNT OF EACH LEG IN    *
017900*  ITS OWN ACCOUNT'S CURRENCY.                                   *
018000*----------------------------------------------------------------*
018100 01  WS-DEBIT-SIDE.
018200     05  WS-DEBIT-ACCOUNT       pic x(10).
018300     05  WS-DEBIT-NAME          pic x(20).
018400     05  WS-DEBIT-CURRENCY      pic x(03).
018500     05  WS-DEBIT-BALANCE       pic s9(9)v99 usage comp-3.
018600     05  WS-DEBIT-OVERDRAFT     pic s9(7)v99 usage comp-3.
018700     05  WS-DEBIT-LEG-AMOUNT    pic s9(9)v99 usage comp-3.
018800
018900 01  WS-CREDIT-SIDE.
019000     05  WS-CREDIT-ACCOUNT      pic x(10).
019100     05  WS-CREDIT-NAME         pic x(20).
019200     05  WS-CREDIT-CURRENCY     pic x(03).
019300     05  WS-CREDIT-LEG-AMOUNT   pic s9(9)v99 usage comp-3.
019400
019500*----------------------------------------------------------------*
019600*  THE TRANSFER LEG REFERENCES: "X", THE TRANSFER DATE (YYMMDD)  *
019700*  AND A DAILY SEQUENCE, FILLING THE 10-CHARACTER TRAN-REFERENCE *
019800*  EXACTLY AS TRANENT'S "G" REFERENCE DOES.  THE DEBIT LEG TAKES *
019900*  ONE SEQUENCE NUMBER AND THE CREDIT LEG THE NEXT.  THE         *
020000*  SEQUENCE IS SEEDED AT START-UP (1200) FROM THE HIGHEST        *
020100*  TRANSFER ALREADY ON XFERFILE FOR TODAY, SO IT NEVER RESTARTS  *
020200*  WITHIN A DAY.                                                 *
020300*----------------------------------------------------------------*
020400 01  WS-TRANSFER-REFERENCE.
020500     05  WS-XR-SOURCE           pic x(01) value "X".
020600     05  WS-XR-YYMMDD           pic 9(06).
020700     05  WS-XR-SEQ              pic 9(03).
020800 01  WS-DEBIT-LEG-REF           pic x(10).
020900 01  WS-CREDIT-LEG-REF          pic x(10).
021000
021100*----------------------------------------------------------------*
021200*  THE AUDIT INPUT FIELD CARRIES THE PAIR OF LEG REFERENCES      *
021300*  (EXACTLY 20); ONE MORE TRAIL RECORD PER LEG CARRIES THE       *
021400*  ACCOUNT, THE SIDE AND THE AMOUNT IN WHOLE UNITS OF THE LEG'S  *
021500*  CURRENCY (19 OF ITS 20).                                      *
021600*----------------------------------------------------------------*
021700 01  WS-AUDIT-IMAGE.
021800     05  WS-AI-DEBIT-REF        pic x(10).
021900     05  WS-AI-CREDIT-REF       pic x(10).
022000
022100 01  WS-AUDIT-DETAIL.
022200     05  WS-AD-ACCOUNT          pic x(10).
022300     05  WS-AD-TYPE             pic x(01).
022400     05  WS-AD-AMOUNT           pic 9(08).
022500     05  filler                 pic x(01) value spaces.
022600
022700*----------------------------------------------------------------*
022800*  PARAMETER AREA FOR THE FXCONV CONVERSION OF A CROSS-CURRENCY  *
022900*  TRANSFER.                                                     *
023000*----------------------------------------------------------------*
023100 01  FC-PARAMETERS.
023200     copy FXCVREC.
023300
023400 procedure division.
023500 0000-MAINLINE.
023600     perform 1000-INITIALIZE
023700         thru 1000-EXIT.
023800     perform 2000-PROCESS-ONE-TRANSFER
023900         thru 2000-EXIT
024000         until WS-NO-MORE-ENTRIES.
024100     perform 9999-TERMINATE
024200         thru 9999-EXIT.
024300     stop run.
024400
024500*----------------------------------------------------------------*
024600*  1000-INITIALIZE - IDENTIFY THE OPERATOR AND OPEN THE FILES.   *
024700*  AN ABSENT HOLDFILE MEANS NO HOLDS, AS IN TRANENT; THE         *
024800*  TRANSFER REGISTER IS CREATED ON ITS VERY FIRST USE, AS        *
024900*  TRANREV CREATES REVFILE.  TRANFILE IS OPENED AND CLOSED       *
025000*  AROUND EACH SCAN AND EACH APPEND (SEE 2500 AND 3200), AS IN   *
025100*  TRANENT.                                                      *
025200*----------------------------------------------------------------*
025300 1000-INITIALIZE.
025400     display "Virement entre deux comptes.".
025500     set WS-MORE-ENTRIES to true.
025600     accept WS-ENTRY-DATE from date yyyymmdd.
025700     move WS-ENTRY-DATE (3:6) to WS-XR-YYMMDD.
025800     open input CUSTMAST-FILE.
025900     if not WS-CUSTMAST-OK
026000         perform 9910-CUSTMAST-OPEN-ERROR
026100             thru 9910-EXIT
026200     end-if.
026300     open input HOLD-FILE.
026400     evaluate true
026500         when WS-HOLD-OK
026600             set WS-HOLDS-ON-FILE to true
026700         when WS-HOLD-NO-FILE
026800             set WS-HOLDS-ABSENT to true
026900         when other
027000             perform 9920-HOLD-OPEN-ERROR
027100                 thru 9920-EXIT
027200     end-evaluate.
027300     set WS-OPERATOR-INVALID to true.
027400     perform 1100-GET-OPERATOR
027500         thru 1100-EXIT
027600         until WS-OPERATOR-OK.
027700     open i-o XFER-FILE.
027800     if WS-XFER-NO-FILE
027900         open output XFER-FILE
028000         if not WS-XFER-OK
028100             perform 9930-XFER-OPEN-ERROR
028200                 thru 9930-EXIT
028300         end-if
028400         close XFER-FILE
028500         open i-o XFER-FILE
028600     end-if.
028700     if not WS-XFER-OK
028800         perform 9930-XFER-OPEN-ERROR
028900             thru 9930-EXIT
029000     end-if.
029100     open extend AUDIT-FILE.
029200     if not WS-AUDITLOG-OK
029300         perform 9940-AUDIT-OPEN-ERROR
029400             thru 9940-EXIT
029500     end-if.
029600     perform 1200-SEED-TRANSFER-SEQUENCE
029700         thru 1200-EXIT.
029800 1000-EXIT.
029900     exit.
030000
030100*----------------------------------------------------------------*
030200*  1100-GET-OPERATOR - THE AUDIT TRAIL NEEDS TO SAY WHO MOVED    *
030300*  THE FUNDS; A BLANK OPERATOR CODE IS RE-PROMPTED.              *
030400*----------------------------------------------------------------*
030500 1100-GET-OPERATOR.
030600     display "Code operateur ? ".
030700     accept WS-OPERATOR.
030800     if WS-OPERATOR = spaces
030900         display "Entree invalide, veuillez recommencer."
031000     else
031100         set WS-OPERATOR-OK to true
031200     end-if.
031300 1100-EXIT.
031400     exit.
031500
031600*----------------------------------------------------------------*
031700*  1200-SEED-TRANSFER-SEQUENCE - POSITION ON TODAY'S FIRST       *
031800*  POSSIBLE TRANSFER REFERENCE AND READ FORWARD THROUGH TODAY'S  *
031900*  TRANSFERS, KEEPING THE HIGHEST SEQUENCE ISSUED (THE CREDIT    *
032000*  LEG'S), SO A SECOND SESSION THE SAME DAY CONTINUES THE        *
032100*  NUMBERING INSTEAD OF REISSUING IT.                            *
032200*----------------------------------------------------------------*
032300 1200-SEED-TRANSFER-SEQUENCE.
032400     move zero to WS-ENTRY-SEQ.
032500     move zero to WS-XR-SEQ.
032600     move WS-TRANSFER-REFERENCE to XFER-DEBIT-REF of XF-RECORD.
032700     set WS-XFER-NOT-EOF to true.
032800     start XFER-FILE key is not less than
032900         XFER-DEBIT-REF of XF-RECORD
033000         invalid key
033100             set WS-XFER-EOF to true
033200     end-start.
033300     perform 1210-SCAN-ONE-TRANSFER
033400         thru 1210-EXIT
033500         until WS-XFER-EOF.
033600 1200-EXIT.
033700     exit.
033800
033900*----------------------------------------------------------------*
034000*  1210-SCAN-ONE-TRANSFER - READ THE NEXT TRANSFER IN REFERENCE  *
034100*  ORDER; STOP AT THE FIRST ONE NOT ISSUED TODAY.                *
034200*----------------------------------------------------------------*
034300 1210-SCAN-ONE-TRANSFER.
034400     read XFER-FILE next record
034500         at end
034600             set WS-XFER-EOF to true
034700     end-read.
034800     if WS-XFER-EOF
034900         go to 1210-EXIT
035000     end-if.
035100     if XFER-DEBIT-REF of XF-RECORD (1:7)
035200        not = WS-TRANSFER-REFERENCE (1:7)
035300         set WS-XFER-EOF to true
035400         go to 1210-EXIT
035500     end-if.
035600     if XFER-CREDIT-REF of XF-RECORD (8:3) is numeric
035700      and XFER-CREDIT-REF of XF-RECORD (8:3) > WS-ENTRY-SEQ
035800         move XFER-CREDIT-REF of XF-RECORD (8:3)
035900             to WS-ENTRY-SEQ
036000     end-if.
036100 1210-EXIT.
036200     exit.
036300
036400*----------------------------------------------------------------*
036500*  2000-PROCESS-ONE-TRANSFER - CAPTURE THE TWO ACCOUNTS AND THE  *
036600*  AMOUNT, PRICE A CROSS-CURRENCY TRANSFER, CHECK THE DEBIT,     *
036700*  SHOW THE TRANSFER AND POST IT ONCE THE OPERATOR HAS           *
036800*  CONFIRMED.  THEN ASK WHETHER TO CONTINUE.  A TRANSFER NEEDS   *
036900*  TWO REFERENCES, SO THE DAY IS FULL AT SEQUENCE 997.           *
037000*----------------------------------------------------------------*
037100 2000-PROCESS-ONE-TRANSFER.
037200     if WS-ENTRY-SEQ > 997
037300         display "Nombre maximal de virements atteint pour "
037400             "aujourd'hui."
037500         set WS-NO-MORE-ENTRIES to true
037600         go to 2000-EXIT
037700     end-if.
037800     set WS-ACCOUNT-INVALID to true.
037900     perform 2100-GET-DEBIT-ACCOUNT
038000         thru 2100-EXIT
038100         until WS-ACCOUNT-OK.
038200     set WS-ACCOUNT-INVALID to true.
038300     perform 2200-GET-CREDIT-ACCOUNT
038400         thru 2200-EXIT
038500         until WS-ACCOUNT-OK.
038600     set WS-AMOUNT-INVALID to true.
038700     perform 2300-GET-AMOUNT
038800         thru 2300-EXIT
038900         until WS-AMOUNT-OK.
039000     set WS-ENTRY-ACCEPTED to true.
039100     perform 2400-PRICE-TRANSFER
039200         thru 2400-EXIT.
039300     if WS-ENTRY-REFUSED
039400         display "Operation abandonnee."
039500         go to 2000-ASK-AGAIN
039600     end-if.
039700     perform 2500-CHECK-DEBIT
039800         thru 2500-EXIT.
039900     if WS-ENTRY-REFUSED
040000         display "Operation abandonnee."
040100         go to 2000-ASK-AGAIN
040200     end-if.
040300     perform 2700-SHOW-TRANSFER
040400         thru 2700-EXIT.
040500     display "Confirmer le virement (O/N) ? ".
040600     accept WS-ANSWER.
040700     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
040800         display "Operation abandonnee."
040900         go to 2000-ASK-AGAIN
041000     end-if.
041100     perform 3000-POST-TRANSFER
041200         thru 3000-EXIT.
041300 2000-ASK-AGAIN.
041400     display "Autre operation (O/N) ? ".
041500     accept WS-ANSWER.
041600     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
041700         set WS-NO-MORE-ENTRIES to true
041800     end-if.
041900 2000-EXIT.
042000     exit.
042100
042200*----------------------------------------------------------------*
042300*  2100-GET-DEBIT-ACCOUNT - PROMPT FOR THE ACCOUNT TO DEBIT AND  *
042400*  VERIFY IT EXISTS ON THE CUSTOMER MASTER; KEEP WHAT THE DEBIT  *
042500*  CHECK AND THE PRICING NEED.  A DORMANT ACCOUNT TAKES NO DEBIT *
042550*  UNTIL A SUPERVISOR REACTIVATES IT.                            *
042600*----------------------------------------------------------------*
042700 2100-GET-DEBIT-ACCOUNT.
042800     display "Compte a debiter ? ".
042900     accept CUST-ACCOUNT-NUMBER of CM-RECORD.
043000     read CUSTMAST-FILE
043100         invalid key
043200             display "Compte inconnu, veuillez recommencer."
043300             go to 2100-EXIT
043400     end-read.
043410     if CUST-DORMANT of CM-RECORD
043420         display "Compte dormant : aucun debit possible, "
043430             "veuillez recommencer."
043440         go to 2100-EXIT
043450     end-if.
043500     set WS-ACCOUNT-OK to true.
043600     move CUST-ACCOUNT-NUMBER of CM-RECORD to WS-DEBIT-ACCOUNT.
043700     move CUST-NAME of CM-RECORD to WS-DEBIT-NAME.
043800     move CUST-CURRENCY-CODE of CM-RECORD to WS-DEBIT-CURRENCY.
043900     move CUST-BALANCE of CM-RECORD to WS-DEBIT-BALANCE.
044000     move CUST-OVERDRAFT-LIMIT of CM-RECORD to WS-DEBIT-OVERDRAFT.
044100     display "Client : " WS-DEBIT-NAME
044200         " (" WS-DEBIT-CURRENCY ")".
044300 2100-EXIT.
044400     exit.
044500
044600*----------------------------------------------------------------*
044700*  2200-GET-CREDIT-ACCOUNT - PROMPT FOR THE ACCOUNT TO CREDIT,   *
044800*  WHICH MUST EXIST AND DIFFER FROM THE ACCOUNT DEBITED.         *
044900*----------------------------------------------------------------*
045000 2200-GET-CREDIT-ACCOUNT.
045100     display "Compte a crediter ? ".
045200     accept CUST-ACCOUNT-NUMBER of CM-RECORD.
045300     if CUST-ACCOUNT-NUMBER of CM-RECORD = WS-DEBIT-ACCOUNT
045400         display "Le compte a crediter doit differer du compte "
045500             "a debiter."
045600         go to 2200-EXIT
045700     end-if.
045800     read CUSTMAST-FILE
045900         invalid key
046000             display "Compte inconnu, veuillez recommencer."
046100             go to 2200-EXIT
046200     end-read.
046300     set WS-ACCOUNT-OK to true.
046400     move CUST-ACCOUNT-NUMBER of CM-RECORD to WS-CREDIT-ACCOUNT.
046500     move CUST-NAME of CM-RECORD to WS-CREDIT-NAME.
046600     move CUST-CURRENCY-CODE of CM-RECORD to WS-CREDIT-CURRENCY.
046700     display "Client : " WS-CREDIT-NAME
046800         " (" WS-CREDIT-CURRENCY ")".
046900 2200-EXIT.
047000     exit.
047100
047200*----------------------------------------------------------------*
047300*  2300-GET-AMOUNT - PROMPT FOR THE AMOUNT IN CENTIMES OF THE    *
047400*  DEBITED ACCOUNT'S CURRENCY (DIGITS ONLY), VALIDATE IT, AND    *
047500*  CONVERT IT TO THE LEDGER AMOUNT, AS TRANENT DOES.  A ZERO     *
047600*  AMOUNT IS REJECTED.                                           *
047700*----------------------------------------------------------------*
047800 2300-GET-AMOUNT.
047900     display "Montant en centimes de " WS-DEBIT-CURRENCY
048000         " (chiffres seuls) ? ".
048100     move spaces to WS-AMOUNT-IN.
048200     accept WS-AMOUNT-IN.
048300     move zero to WS-AMOUNT-DIGITS.
048400     inspect WS-AMOUNT-IN
048500         tallying WS-AMOUNT-DIGITS
048600         for characters before initial " ".
048700     if WS-AMOUNT-DIGITS = zero
048800         display "Entree invalide, veuillez recommencer."
048900     else
049000         if WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS) is numeric
049100             move WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS)
049200                 to WS-ENTRY-CENTIMES
049300             if WS-ENTRY-CENTIMES = zero
049400                 display "Le montant ne peut pas etre nul."
049500             else
049600                 compute WS-ENTRY-AMOUNT
049700                     = WS-ENTRY-CENTIMES / 100
049800                 set WS-AMOUNT-OK to true
049900             end-if
050000         else
050100             display "Entree invalide, veuillez recommencer."
050200         end-if
050300     end-if.
050400 2300-EXIT.
050500     exit.
050600
050700*----------------------------------------------------------------*
050800*  2400-PRICE-TRANSFER - WITHIN ONE CURRENCY BOTH LEGS CARRY THE *
050900*  AMOUNT ENTERED.  ACROSS CURRENCIES FXCONV PRICES THE CREDIT   *
051000*  LEG THROUGH EUR AT TODAY'S RATES; A CURRENCY WITH NO USABLE   *
051100*  RATE, OR A CONVERTED AMOUNT THE LEDGER CANNOT HOLD, REFUSES   *
051200*  THE TRANSFER.                                                 *
051300*----------------------------------------------------------------*
051400 2400-PRICE-TRANSFER.
051500     initialize FC-PARAMETERS.
051600     move WS-ENTRY-AMOUNT to WS-DEBIT-LEG-AMOUNT.
051700     if WS-DEBIT-CURRENCY = WS-CREDIT-CURRENCY
051800         set WS-SINGLE-CURRENCY to true
051900         move WS-ENTRY-AMOUNT to WS-CREDIT-LEG-AMOUNT
052000         go to 2400-EXIT
052100     end-if.
052200     set WS-CROSS-CURRENCY to true.
052300     move WS-ENTRY-DATE to FXCV-PRICING-DATE of FC-PARAMETERS.
052400     move WS-DEBIT-CURRENCY
052500         to FXCV-AMOUNT-CURRENCY of FC-PARAMETERS.
052600     move WS-ENTRY-AMOUNT to FXCV-AMOUNT of FC-PARAMETERS.
052700     move WS-DEBIT-CURRENCY
052800         to FXCV-DEBIT-CURRENCY of FC-PARAMETERS.
052900     move WS-CREDIT-CURRENCY
053000         to FXCV-CREDIT-CURRENCY of FC-PARAMETERS.
053100     call "FXCONV" using FC-PARAMETERS.
053200     evaluate true
053300         when FXCV-PRICED of FC-PARAMETERS
053400             move FXCV-CREDIT-AMOUNT of FC-PARAMETERS
053500                 to WS-CREDIT-LEG-AMOUNT
053600         when FXCV-STALE-RATE of FC-PARAMETERS
053700             display "Cours perime pour "
053800                 FXCV-FAILED-CURRENCY of FC-PARAMETERS
053900                 ", virement refuse."
054000             set WS-ENTRY-REFUSED to true
054100         when FXCV-OUT-OF-RANGE of FC-PARAMETERS
054200             display "Montant converti hors limites, virement "
054300                 "refuse."
054400             set WS-ENTRY-REFUSED to true
054500         when other
054600             display "Cours indisponible pour "
054700                 FXCV-FAILED-CURRENCY of FC-PARAMETERS
054800                 ", virement refuse."
054900             set WS-ENTRY-REFUSED to true
055000     end-evaluate.
055100 2400-EXIT.
055200     exit.
055300
055400*----------------------------------------------------------------*
055500*  2500-CHECK-DEBIT - ROLL THE DEBITED ACCOUNT'S OPENING BALANCE *
055600*  FORWARD THROUGH TODAY'S LEDGER AND CHECK THE DEBIT LEG        *
055700*  EXACTLY AS TRANENT CHECKS A WITHDRAWAL: A BLOCKED ACCOUNT, OR *
055800*  A DEBIT THAT WOULD EAT INTO HELD FUNDS, IS REFUSED OUTRIGHT;  *
055900*  ONE THAT WOULD PUSH THE BALANCE PAST THE AGREED OVERDRAFT     *
056000*  LIMIT ASKS FOR CONFIRMATION.                                  *
056100*----------------------------------------------------------------*
056200 2500-CHECK-DEBIT.
056300     move WS-DEBIT-BALANCE to WS-RUNNING-BALANCE.
056400     open input TRANFILE-FILE.
056500     evaluate true
056600         when WS-TRANFILE-OK
056700             set WS-TRAN-NOT-EOF to true
056800             perform 2510-SCAN-ONE-TRANSACTION
056900                 thru 2510-EXIT
057000                 until WS-TRAN-EOF
057100             close TRANFILE-FILE
057200         when WS-TRANFILE-NOT-FOUND
057300             continue
057400         when other
057500             perform 9950-TRANFILE-OPEN-ERROR
057600                 thru 9950-EXIT
057700     end-evaluate.
057800     compute WS-BALANCE-AFTER
057900         = WS-RUNNING-BALANCE - WS-DEBIT-LEG-AMOUNT.
058000     perform 2550-CHECK-ACCOUNT-HOLDS
058100         thru 2550-EXIT.
058200     if WS-ACCOUNT-BLOCKED
058300         display "Compte bloque (" WS-BLOCK-REASON
058400             ") : virement refuse."
058500         set WS-ENTRY-REFUSED to true
058600         go to 2500-EXIT
058700     end-if.
058800     if WS-HELD-AMOUNT > zero
058900        and WS-BALANCE-AFTER < WS-HELD-AMOUNT
059000         display "Fonds indisponibles : ce virement entame le "
059100             "montant bloque sur le compte, virement refuse."
059200         set WS-ENTRY-REFUSED to true
059300         go to 2500-EXIT
059400     end-if.
059500     if WS-BALANCE-AFTER < 0
059600         if (0 - WS-BALANCE-AFTER) > WS-DEBIT-OVERDRAFT
059700             display "ATTENTION : ce virement depasse la limite"
059800                 " de decouvert autorisee."
059900             display "Confirmer l'operation (O/N) ? "
060000             accept WS-ANSWER
060100             if WS-ANSWER not = "O" and WS-ANSWER not = "o"
060200                 set WS-ENTRY-REFUSED to true
060300             end-if
060400         end-if
060500     end-if.
060600 2500-EXIT.
060700     exit.
060800
060900*----------------------------------------------------------------*
061000*  2510-SCAN-ONE-TRANSACTION - READ ONE LEDGER ENTRY; APPLY IT   *
061100*  TO THE RUNNING BALANCE WHEN IT IS FOR THE DEBITED ACCOUNT.    *
061200*----------------------------------------------------------------*
061300 2510-SCAN-ONE-TRANSACTION.
061400     read TRANFILE-FILE
061500         at end
061600             set WS-TRAN-EOF to true
061700         not at end
061800             if TRAN-ACCOUNT-NUMBER of TR-RECORD
061900                = WS-DEBIT-ACCOUNT
062000                 evaluate true
062100                     when TRAN-CREDIT of TR-RECORD
062200                         add TRAN-AMOUNT of TR-RECORD
062300                             to WS-RUNNING-BALANCE
062400                     when TRAN-DEBIT of TR-RECORD
062500                         subtract TRAN-AMOUNT of TR-RECORD
062600                             from WS-RUNNING-BALANCE
062700                 end-evaluate
062800             end-if
062900     end-read.
063000 2510-EXIT.
063100     exit.
063200
063300*----------------------------------------------------------------*
063400*  2550-CHECK-ACCOUNT-HOLDS - GATHER THE HOLDS IN FORCE TODAY ON *
063500*  THE DEBITED ACCOUNT: A FULL BLOCK SETS THE BLOCKED SWITCH     *
063600*  (KEEPING ITS REASON), AMOUNT HOLDS ADD UP TO THE HELD AMOUNT, *
063700*  AS IN TRANENT.                                                *
063800*----------------------------------------------------------------*
063900 2550-CHECK-ACCOUNT-HOLDS.
064000     move zero to WS-HELD-AMOUNT.
064100     set WS-ACCOUNT-NOT-BLOCKED to true.
064200     if WS-HOLDS-ABSENT
064300         go to 2550-EXIT
064400     end-if.
064500     move WS-DEBIT-ACCOUNT to HOLD-ACCOUNT-NUMBER of HL-RECORD.
064600     move low-values to HOLD-REFERENCE of HL-RECORD.
064700     start HOLD-FILE key is not less than HOLD-KEY of HL-RECORD
064800         invalid key
064900             go to 2550-EXIT
065000     end-start.
065100     set WS-HOLD-SCAN-MORE to true.
065200     perform 2560-READ-ONE-HOLD
065300         thru 2560-EXIT
065400         until WS-HOLD-SCAN-DONE.
065500 2550-EXIT.
065600     exit.
065700
065800*----------------------------------------------------------------*
065900*  2560-READ-ONE-HOLD - READ THE NEXT HOLD; STOP AT THE FIRST    *
066000*  ONE BELONGING TO ANOTHER ACCOUNT, OTHERWISE APPLY IT WHEN IT  *
066100*  IS IN FORCE TODAY.                                            *
066200*----------------------------------------------------------------*
066300 2560-READ-ONE-HOLD.
066400     read HOLD-FILE next record
066500         at end
066600             set WS-HOLD-SCAN-DONE to true
066700             go to 2560-EXIT
066800     end-read.
066900     if HOLD-ACCOUNT-NUMBER of HL-RECORD not = WS-DEBIT-ACCOUNT
067000         set WS-HOLD-SCAN-DONE to true
067100         go to 2560-EXIT
067200     end-if.
067300     if HOLD-START-DATE of HL-RECORD > WS-ENTRY-DATE
067400         go to 2560-EXIT
067500     end-if.
067600     if HOLD-EXPIRY-DATE of HL-RECORD not = zero
067700        and HOLD-EXPIRY-DATE of HL-RECORD < WS-ENTRY-DATE
067800         go to 2560-EXIT
067900     end-if.
068000     evaluate true
068100         when HOLD-FULL-BLOCK of HL-RECORD
068200             set WS-ACCOUNT-BLOCKED to true
068300             move HOLD-REASON-TEXT of HL-RECORD
068400                 to WS-BLOCK-REASON
068500         when HOLD-AMOUNT-HOLD of HL-RECORD
068600             add HOLD-AMOUNT of HL-RECORD to WS-HELD-AMOUNT
068700     end-evaluate.
068800 2560-EXIT.
068900     exit.
069000
069100*----------------------------------------------------------------*
069200*  2700-SHOW-TRANSFER - DISPLAY BOTH LEGS, AND FOR A CROSS-      *
069300*  CURRENCY TRANSFER THE RATES AND THE EUR COUNTERVALUE, SO THE  *
069400*  OPERATOR CAN CHECK THEM BEFORE CONFIRMING.                    *
069500*----------------------------------------------------------------*
069600 2700-SHOW-TRANSFER.
069700     move WS-DEBIT-LEG-AMOUNT to WS-EDITED-AMOUNT.
069800     display "Debit     : " WS-DEBIT-ACCOUNT "  "
069900         WS-EDITED-AMOUNT " " WS-DEBIT-CURRENCY.
070000     move WS-CREDIT-LEG-AMOUNT to WS-EDITED-AMOUNT.
070100     display "Credit    : " WS-CREDIT-ACCOUNT "  "
070200         WS-EDITED-AMOUNT " " WS-CREDIT-CURRENCY.
070300     if WS-SINGLE-CURRENCY
070400         go to 2700-EXIT
070500     end-if.
070600     move FXCV-DEBIT-RATE of FC-PARAMETERS to WS-EDITED-RATE.
070700     display "Cours     : 1 " WS-DEBIT-CURRENCY " = "
070800         WS-EDITED-RATE " EUR".
070900     move FXCV-CREDIT-RATE of FC-PARAMETERS to WS-EDITED-RATE.
071000     display "Cours     : 1 " WS-CREDIT-CURRENCY " = "
071100         WS-EDITED-RATE " EUR".
071200     move FXCV-EUR-AMOUNT of FC-PARAMETERS to WS-EDITED-AMOUNT.
071300     display "Contre-valeur : " WS-EDITED-AMOUNT " EUR".
071400 2700-EXIT.
071500     exit.
071600
071700*----------------------------------------------------------------*
071800*  3000-POST-TRANSFER - ISSUE THE TWO LEG REFERENCES, RECORD THE *
071900*  DEAL ON XFERFILE FIRST (A REFERENCE ALREADY TAKEN BY A        *
072000*  PARALLEL SESSION IS CAUGHT THERE AS A DUPLICATE KEY), THEN    *
072100*  APPEND BOTH LEGS TO THE LEDGER AND LOG THE TRANSFER TO THE    *
072200*  TRAIL.                                                        *
072300*----------------------------------------------------------------*
072400 3000-POST-TRANSFER.
072500     add 1 to WS-ENTRY-SEQ.
072600     move WS-ENTRY-SEQ to WS-XR-SEQ.
072700     move WS-TRANSFER-REFERENCE to WS-DEBIT-LEG-REF.
072800     add 1 to WS-ENTRY-SEQ.
072900     move WS-ENTRY-SEQ to WS-XR-SEQ.
073000     move WS-TRANSFER-REFERENCE to WS-CREDIT-LEG-REF.
073100     perform 3100-BUILD-TRANSFER-RECORD
073200         thru 3100-EXIT.
073300     write XF-RECORD
073400         invalid key
073500             display "Reference de virement deja utilisee, "
073600                 "operation abandonnee."
073700             go to 3000-EXIT
073800     end-write.
073900     move "TRANXFR VIREMENT" to WS-AUDIT-REASON.
074000     perform 8000-WRITE-AUDIT-IDENT
074100         thru 8000-EXIT.
074200     perform 3200-APPEND-LEGS
074300         thru 3200-EXIT.
074400     display "Virement enregistre : " WS-DEBIT-LEG-REF " / "
074500         WS-CREDIT-LEG-REF.
074600 3000-EXIT.
074700     exit.
074800
074900*----------------------------------------------------------------*
075000*  3100-BUILD-TRANSFER-RECORD - ASSEMBLE THE REGISTER RECORD     *
075100*  FROM THE TWO LEGS AND THE PRICING, STAMPED WITH THE OPERATOR  *
075200*  AND THE TIME.  A SINGLE-CURRENCY TRANSFER KEEPS ZERO RATES    *
075300*  AND A ZERO EUR AMOUNT.                                        *
075400*----------------------------------------------------------------*
075500 3100-BUILD-TRANSFER-RECORD.
075600     accept WS-STAMP-TIME from time.
075700     initialize XF-RECORD.
075800     move WS-DEBIT-LEG-REF to XFER-DEBIT-REF of XF-RECORD.
075900     move WS-CREDIT-LEG-REF to XFER-CREDIT-REF of XF-RECORD.
076000     move WS-ENTRY-DATE to XFER-DEAL-DATE of XF-RECORD.
076100     set XFER-FROM-COUNTER of XF-RECORD to true.
076200     move WS-DEBIT-ACCOUNT to XFER-DEBIT-ACCOUNT of XF-RECORD.
076300     move WS-DEBIT-CURRENCY to XFER-DEBIT-CURRENCY of XF-RECORD.
076400     move WS-DEBIT-LEG-AMOUNT to XFER-DEBIT-AMOUNT of XF-RECORD.
076500     move FXCV-DEBIT-RATE of FC-PARAMETERS
076600         to XFER-DEBIT-RATE of XF-RECORD.
076700     move WS-CREDIT-ACCOUNT to XFER-CREDIT-ACCOUNT of XF-RECORD.
076800     move WS-CREDIT-CURRENCY to XFER-CREDIT-CURRENCY of XF-RECORD.
076900     move WS-CREDIT-LEG-AMOUNT to XFER-CREDIT-AMOUNT of XF-RECORD.
077000     move FXCV-CREDIT-RATE of FC-PARAMETERS
077100         to XFER-CREDIT-RATE of XF-RECORD.
077200     move FXCV-EUR-AMOUNT of FC-PARAMETERS
077300         to XFER-EUR-AMOUNT of XF-RECORD.
077400     move WS-OPERATOR to XFER-OPERATOR of XF-RECORD.
077500     move WS-STAMP-TIME to XFER-TIME of XF-RECORD.
077600 3100-EXIT.
077700     exit.
077800
077900*----------------------------------------------------------------*
078000*  3200-APPEND-LEGS - APPEND THE DEBIT LEG AND THE CREDIT LEG,   *
078100*  EACH IN ITS OWN ACCOUNT'S CURRENCY AND DATED TODAY, TO THE    *
078200*  DAY'S LEDGER, CREATING A MISSING LEDGER AS TRANENT DOES, AND  *
078300*  LOG EACH LEG TO THE TRAIL.  THEY ARE EDITED AND POSTED BY THE *
078400*  NIGHT RUN LIKE ANY OTHER ENTRY.                               *
078500*----------------------------------------------------------------*
078600 3200-APPEND-LEGS.
078700     open extend TRANFILE-FILE.
078800     if WS-TRANFILE-NOT-FOUND
078900         open output TRANFILE-FILE
079000     end-if.
079100     if not WS-TRANFILE-OK
079200         perform 9950-TRANFILE-OPEN-ERROR
079300             thru 9950-EXIT
079400     end-if.
079500     initialize TR-RECORD.
079600     move WS-DEBIT-ACCOUNT to TRAN-ACCOUNT-NUMBER of TR-RECORD.
079700     move WS-ENTRY-DATE to TRAN-DATE of TR-RECORD.
079800     set TRAN-DEBIT of TR-RECORD to true.
079900     move WS-DEBIT-LEG-AMOUNT to TRAN-AMOUNT of TR-RECORD.
080000     move WS-DEBIT-LEG-REF to TRAN-REFERENCE of TR-RECORD.
080100     move "TRANXFR VIREMENT DEBIT" to WS-AUDIT-REASON.
080200     perform 3210-WRITE-ONE-LEG
080300         thru 3210-EXIT.
080400     initialize TR-RECORD.
080500     move WS-CREDIT-ACCOUNT to TRAN-ACCOUNT-NUMBER of TR-RECORD.
080600     move WS-ENTRY-DATE to TRAN-DATE of TR-RECORD.
080700     set TRAN-CREDIT of TR-RECORD to true.
080800     move WS-CREDIT-LEG-AMOUNT to TRAN-AMOUNT of TR-RECORD.
080900     move WS-CREDIT-LEG-REF to TRAN-REFERENCE of TR-RECORD.
081000     move "TRANXFR VIREMENT CREDIT" to WS-AUDIT-REASON.
081100     perform 3210-WRITE-ONE-LEG
081200         thru 3210-EXIT.
081300     close TRANFILE-FILE.
081400 3200-EXIT.
081500     exit.
081600
081700*----------------------------------------------------------------*
081800*  3210-WRITE-ONE-LEG - WRITE THE PREPARED LEG TO THE LEDGER AND *
081900*  LOG IT UNDER THE PREPARED REASON.                             *
082000*----------------------------------------------------------------*
082100 3210-WRITE-ONE-LEG.
082200     write TR-RECORD.
082300     if not WS-TRANFILE-OK
082400         perform 9960-TRANFILE-WRITE-ERROR
082500             thru 9960-EXIT
082600     end-if.
082700     perform 8100-WRITE-AUDIT-DETAIL
082800         thru 8100-EXIT.
082900 3210-EXIT.
083000     exit.
083100
083200*----------------------------------------------------------------*
083300*  8000-WRITE-AUDIT-IDENT - LOG THE PAIR OF LEG REFERENCES UNDER *
083400*  THE PREPARED REASON.                                          *
083500*----------------------------------------------------------------*
083600 8000-WRITE-AUDIT-IDENT.
083700     move XFER-DEBIT-REF of XF-RECORD to WS-AI-DEBIT-REF.
083800     move XFER-CREDIT-REF of XF-RECORD to WS-AI-CREDIT-REF.
083900     move WS-AUDIT-IMAGE to AUDIT-INPUT of AR-RECORD.
084000     perform 8900-WRITE-AUDIT-RECORD
084100         thru 8900-EXIT.
084200 8000-EXIT.
084300     exit.
084400
084500*----------------------------------------------------------------*
084600*  8100-WRITE-AUDIT-DETAIL - LOG THE ACCOUNT, THE SIDE OF THE    *
084700*  LEG AND ITS AMOUNT IN WHOLE UNITS UNDER THE PREPARED REASON.  *
084800*----------------------------------------------------------------*
084900 8100-WRITE-AUDIT-DETAIL.
085000     move TRAN-ACCOUNT-NUMBER of TR-RECORD to WS-AD-ACCOUNT.
085100     move TRAN-TYPE of TR-RECORD to WS-AD-TYPE.
085200     move TRAN-AMOUNT of TR-RECORD to WS-AD-AMOUNT.
085300     move WS-AUDIT-DETAIL to AUDIT-INPUT of AR-RECORD.
085400     perform 8900-WRITE-AUDIT-RECORD
085500         thru 8900-EXIT.
085600 8100-EXIT.
085700     exit.
085800
085900*----------------------------------------------------------------*
086000*  8900-WRITE-AUDIT-RECORD - STAMP AND WRITE THE PREPARED TRAIL  *
086100*  RECORD.                                                       *
086200*----------------------------------------------------------------*
086300 8900-WRITE-AUDIT-RECORD.
086400     accept WS-STAMP-DATE from date yyyymmdd.
086500     accept WS-STAMP-TIME from time.
086600     move WS-STAMP-DATE to AUDIT-DATE of AR-RECORD.
086700     move WS-STAMP-TIME to AUDIT-TIME of AR-RECORD.
086800     move WS-AUDIT-REASON to AUDIT-REASON of AR-RECORD.
086900     move WS-OPERATOR to AUDIT-USER of AR-RECORD.
087000     write AR-RECORD.
087100     if not WS-AUDITLOG-OK
087200         perform 9970-AUDIT-WRITE-ERROR
087300             thru 9970-EXIT
087400     end-if.
087500 8900-EXIT.
087600     exit.
087700
087800*----------------------------------------------------------------*
087900*  9999-TERMINATE - CLOSE THE FILES BEFORE ENDING THE RUN.       *
088000*----------------------------------------------------------------*
088100 9999-TERMINATE.
088200     close CUSTMAST-FILE.
088300     if WS-HOLDS-ON-FILE
088400         close HOLD-FILE
088500     end-if.
088600     close XFER-FILE.
088700     close AUDIT-FILE.
088800     display "Fin des virements.".
088900 9999-EXIT.
089000     exit.
089100
089200*----------------------------------------------------------------*
089300*  9910-CUSTMAST-OPEN-ERROR - CANNOT VERIFY ACCOUNTS WITHOUT THE *
089400*  CUSTOMER MASTER; ABEND THE RUN.                               *
089500*----------------------------------------------------------------*
089600 9910-CUSTMAST-OPEN-ERROR.
089700     display "TRANXFR - CANNOT OPEN CUSTMAST, STATUS="
089800         WS-CUSTMAST-STATUS.
089900     stop run.
090000 9910-EXIT.
090100     exit.
090200
090300*----------------------------------------------------------------*
090400*  9920-HOLD-OPEN-ERROR - THE HOLD FILE EXISTS BUT COULD NOT BE  *
090500*  OPENED; ABEND RATHER THAN LET A DEBIT PASS A BLOCK UNSEEN.    *
090600*----------------------------------------------------------------*
090700 9920-HOLD-OPEN-ERROR.
090800     display "TRANXFR - CANNOT OPEN HOLDFILE, STATUS="
090900         WS-HOLD-STATUS.
091000     stop run.
091100 9920-EXIT.
091200     exit.
091300
091400*----------------------------------------------------------------*
091500*  9930-XFER-OPEN-ERROR - THE TRANSFER REGISTER COULD NOT BE     *
091600*  OPENED; ABEND RATHER THAN POST TRANSFERS WITH NO RECORD OF    *
091700*  THEIR PRICING.                                                *
091800*----------------------------------------------------------------*
091900 9930-XFER-OPEN-ERROR.
092000     display "TRANXFR - CANNOT OPEN XFERFILE, STATUS="
092100         WS-XFER-STATUS.
092200     stop run.
092300 9930-EXIT.
092400     exit.
092500
092600*----------------------------------------------------------------*
092700*  9940-AUDIT-OPEN-ERROR - THE AUDIT TRAIL COULD NOT BE OPENED;  *
092800*  ABEND RATHER THAN MOVE FUNDS WITHOUT A TRAIL.                 *
092900*----------------------------------------------------------------*
093000 9940-AUDIT-OPEN-ERROR.
093100     display "TRANXFR - CANNOT OPEN AUDITLOG, STATUS="
093200         WS-AUDITLOG-STATUS.
093300     stop run.
093400 9940-EXIT.
093500     exit.
093600
093700*----------------------------------------------------------------*
093800*  9950-TRANFILE-OPEN-ERROR - THE LEDGER COULD NOT BE OPENED;    *
093900*  ABEND RATHER THAN LOSE A LEG OF THE TRANSFER.                 *
094000*----------------------------------------------------------------*
094100 9950-TRANFILE-OPEN-ERROR.
094200     display "TRANXFR - CANNOT OPEN TRANFILE, STATUS="
094300         WS-TRANFILE-STATUS.
094400     stop run.
094500 9950-EXIT.
094600     exit.
094700
094800*----------------------------------------------------------------*
094900*  9960-TRANFILE-WRITE-ERROR - A LEG COULD NOT BE WRITTEN TO THE *
095000*  LEDGER; ABEND RATHER THAN LOSE IT SILENTLY.                   *
095100*----------------------------------------------------------------*
095200 9960-TRANFILE-WRITE-ERROR.
095300     display "TRANXFR - CANNOT WRITE TRANFILE, STATUS="
095400         WS-TRANFILE-STATUS.
095500     stop run.
095600 9960-EXIT.
095700     exit.
095800
095900*----------------------------------------------------------------*
096000*  9970-AUDIT-WRITE-ERROR - THE TRANSFER COULD NOT BE LOGGED;    *
096100*  ABEND RATHER THAN LOSE THE TRAIL.                             *
096200*----------------------------------------------------------------*
096300 9970-AUDIT-WRITE-ERROR.
096400     display "TRANXFR - CANNOT WRITE AUDITLOG, STATUS="
096500         WS-AUDITLOG-STATUS.
096600     stop run.
096700 9970-EXIT.
096800     exit.
