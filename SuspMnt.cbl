000100 identification division.
000200 program-id. SUSPMNT.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - BACK-OFFICE REPAIR OF    *
001000*                     THE ENTRIES TRANEDIT HAS PARKED ON THE     *
001100*                     SUSPFILE KSDS (SUSPREC LAYOUT).  AN OPEN   *
001200*                     ENTRY IS FOUND BY ITS SUSPENSE NUMBER AND  *
001300*                     EITHER CORRECTED (ACCOUNT AND/OR AMOUNT)   *
001400*                     AND RELEASED - APPENDED TO THE DAY'S       *
001500*                     TRANFILE SO THE NEXT NIGHT RUN EDITS AND   *
001600*                     POSTS IT - OR WRITTEN OFF WITH A REASON.   *
001700*                     AN ENTRY WHOSE FAULT CANNOT BE CORRECTED   *
001800*                     HERE (NO REFERENCE, BAD SIDE OR DATE,      *
001900*                     ALREADY POSTED) CAN ONLY BE WRITTEN OFF.   *
002000*                     THE RECORD STAYS ON FILE, STAMPED, AND     *
002100*                     EVERY ACTION IS LOGGED BEFORE AND AFTER    *
002200*                     TO THE AUDITLOG TRAIL, AS HOLDMNT DOES.    *
002300*----------------------------------------------------------------*
002400
002500 environment division.
002600 configuration section.
002700 special-names.
002800     decimal-point is comma.
002900
003000 input-output section.
003100 file-control.
003200     select SUSP-FILE assign to "SUSPFILE"
003300         organization is indexed
003400         access mode is dynamic
003500         record key is SUSP-KEY
003600         alternate record key is SUSP-TRAN-REFERENCE
003700             with duplicates
003800         file status is WS-SUSP-STATUS.
003900
004000     select CUSTMAST-FILE assign to "CUSTMAST"
004100         organization is indexed
004200         access mode is dynamic
004300         record key is CUST-ACCOUNT-NUMBER
004400         alternate record key is CUST-NUMBER
004500             with duplicates
004600         file status is WS-CUSTMAST-STATUS.
004700
004800     select HIST-INDEX-FILE assign to "TRANHIDX"
004900         organization is indexed
005000         access mode is dynamic
005100         record key is THIST-KEY
005200         alternate record key is THIST-REFERENCE
005300         file status is WS-HISTIDX-STATUS.
005400
005500     select TRANFILE-FILE assign to "TRANFILE"
005600         organization is sequential
005700         access mode is sequential
005800         file status is WS-TRANFILE-STATUS.
005900
006000     select AUDIT-FILE assign to "AUDITLOG"
006100         organization is sequential
006200         access mode is sequential
006300         file status is WS-AUDITLOG-STATUS.
006400
006500 data division.
006600 file section.
006700 fd  SUSP-FILE
006800     label records are standard
006900     record contains 130 characters.
007000 01  SU-RECORD.
007100     copy SUSPREC.
007200
007300 fd  CUSTMAST-FILE
007400     label records are standard
007500     record contains 55 characters.
007600 01  CM-RECORD.
007700     copy CUSTREC.
007800
007900 fd  HIST-INDEX-FILE
008000     label records are standard
008100     record contains 40 characters.
008200 01  HX-RECORD.
008300     copy THISTREC.
008400
008500 fd  TRANFILE-FILE
008600     label records are standard
008700     record contains 35 characters.
008800 01  TR-RECORD.
008900     copy TRANREC.
009000
009100 fd  AUDIT-FILE
009200     label records are standard
009300     record contains 74 characters.
009400 01  AR-RECORD.
009500     copy AUDITREC.
009600
009700 working-storage section.
009800 01  WS-SUSP-STATUS             pic x(02).
009900     88  WS-SUSP-OK                 value "00".
010000     88  WS-SUSP-NOT-FOUND          value "23".
010100     88  WS-SUSP-NO-FILE            value "35".
010200
010300 01  WS-CUSTMAST-STATUS         pic x(02).
010400     88  WS-CUSTMAST-OK             value "00".
010500     88  WS-CUSTMAST-NOT-FOUND      value "23".
010600
010700 01  WS-HISTIDX-STATUS          pic x(02).
010800     88  WS-HISTIDX-OK              value "00".
010900     88  WS-HISTIDX-NOT-FOUND       value "23".
011000     88  WS-HISTIDX-NO-FILE         value "35".
011100
011200 01  WS-TRANFILE-STATUS         pic x(02).
011300     88  WS-TRANFILE-OK             value "00".
011400     88  WS-TRANFILE-NOT-FOUND      value "35".
011500
011600 01  WS-AUDITLOG-STATUS         pic x(02).
011700     88  WS-AUDITLOG-OK             value "00".
011800
011900 01  WS-SWITCHES.
012000     05  WS-OPERATOR-VALID-SW   pic x(01).
012100         88  WS-OPERATOR-OK         value "Y".
012200         88  WS-OPERATOR-INVALID    value "N".
012300     05  WS-ACTION-VALID-SW     pic x(01).
012400         88  WS-ACTION-OK           value "Y".
012500         88  WS-ACTION-INVALID      value "N".
012600     05  WS-ENTRY-VALID-SW      pic x(01).
012700         88  WS-ENTRY-OK            value "Y".
012800         88  WS-ENTRY-INVALID       value "N".
012900     05  WS-MORE-ENTRIES-SW     pic x(01).
013000         88  WS-MORE-ENTRIES        value "Y".
013100         88  WS-NO-MORE-ENTRIES     value "N".
013200     05  WS-HISTORY-SW          pic x(01).
013300         88  WS-HISTORY-ON-FILE     value "Y".
013400         88  WS-NO-HISTORY-YET      value "N".
013500     05  WS-RELEASE-SW          pic x(01).
013600         88  WS-RELEASE-ALLOWED     value "Y".
013700         88  WS-RELEASE-REFUSED     value "N".
013800
013900 01  WS-OPERATOR                pic x(08).
014000 01  WS-ACTION                  pic x(01).
014100     88  WS-ACTION-RELEASE          value "C".
014200     88  WS-ACTION-WRITE-OFF        value "P".
014300 01  WS-SUSP-NUMBER-X           pic x(13).
014400 01  WS-NEW-ACCOUNT             pic x(10).
014500 01  WS-WRITEOFF-REASON         pic x(20).
014600 01  WS-AMOUNT-IN               pic x(11).
014700 01  WS-AMOUNT-DIGITS           pic 9(02) usage comp.
014800 01  WS-ENTRY-CENTIMES          pic 9(11).
014900 01  WS-EDITED-AMOUNT           pic z(8)9,99-.
015000 01  WS-ANSWER                  pic x(01).
015100 01  WS-STAMP-DATE              pic 9(08).
015200 01  WS-STAMP-TIME              pic 9(06).
015300 01  WS-AUDIT-REASON            pic x(30).
015400
015500 01  WS-DATE-SPLIT.
015600     05  WS-DS-YEAR             pic 9(04).
015700     05  WS-DS-MONTH            pic 9(02).
015800     05  WS-DS-DAY              pic 9(02).
015900
016000*----------------------------------------------------------------*
016100*  THE ENTRY AS IT WILL BE RELEASED: THE PARKED IMAGE WITH THE   *
016200*  OPERATOR'S CORRECTIONS APPLIED.                               *
016300*----------------------------------------------------------------*
016400 01  WS-REPAIR-RECORD.
016500     copy TRANREC.
016600
016700*----------------------------------------------------------------*
016800*  THE AUDIT INPUT FIELD CARRIES THE ENTRY IDENTITY IMAGE        *
016900*  (ACCOUNT + REFERENCE = EXACTLY 20); A SECOND TRAIL RECORD     *
017000*  CARRIES THE SUSPENSE NUMBER AND THE AMOUNT IN WHOLE UNITS     *
017100*  (ZERO WHEN THE PARKED AMOUNT IS NOT VALID PACKED DATA).       *
017200*----------------------------------------------------------------*
017300 01  WS-AUDIT-IMAGE.
017400     05  WS-AI-ACCOUNT          pic x(10).
017500     05  WS-AI-REFERENCE        pic x(10).
017600
017700 01  WS-AUDIT-DETAIL.
017800     05  WS-AD-SUSP-KEY         pic x(13).
017900     05  WS-AD-AMOUNT           pic 9(07).
018000
018100 procedure division.
018200 0000-MAINLINE.
018300     perform 1000-INITIALIZE
018400         thru 1000-EXIT.
018500     perform 2000-PROCESS-ONE-ENTRY
018600         thru 2000-EXIT
018700         until WS-NO-MORE-ENTRIES.
018800     perform 9999-TERMINATE
018900         thru 9999-EXIT.
019000     stop run.
019100
019200*----------------------------------------------------------------*
019300*  1000-INITIALIZE - IDENTIFY THE OPERATOR AND OPEN THE FILES.   *
019400*  THE SUSPENSE FILE IS CREATED BY TRANEDIT; WHEN IT IS MISSING  *
019500*  NOTHING HAS EVER BEEN PARKED AND THE RUN ENDS CLEANLY.  A     *
019600*  MISSING KEYED HISTORY ONLY SKIPS THE ALREADY-POSTED CHECK.    *
019700*  TRANFILE IS OPENED AND CLOSED AROUND EACH RELEASE (SEE 3300), *
019800*  AS IN TRANENT.                                                *
019900*----------------------------------------------------------------*
020000 1000-INITIALIZE.
020100     display "Reprise des ecritures en suspens.".
020200     set WS-MORE-ENTRIES to true.
020300     open i-o SUSP-FILE.
020400     if WS-SUSP-NO-FILE
020500         display "Aucune entree en suspens."
020600         display "Fin de la reprise des suspens."
020700         stop run
020800     end-if.
020900     if not WS-SUSP-OK
021000         perform 9910-SUSP-OPEN-ERROR
021100             thru 9910-EXIT
021200     end-if.
021300     set WS-OPERATOR-INVALID to true.
021400     perform 1100-GET-OPERATOR
021500         thru 1100-EXIT
021600         until WS-OPERATOR-OK.
021700     open input CUSTMAST-FILE.
021800     if not WS-CUSTMAST-OK
021900         perform 9920-CUSTMAST-OPEN-ERROR
022000             thru 9920-EXIT
022100     end-if.
022200     set WS-HISTORY-ON-FILE to true.
022300     open input HIST-INDEX-FILE.
022400     if WS-HISTIDX-NO-FILE
022500         set WS-NO-HISTORY-YET to true
022600     else
022700         if not WS-HISTIDX-OK
022800             perform 9930-HISTIDX-OPEN-ERROR
022900                 thru 9930-EXIT
023000         end-if
023100     end-if.
023200     open extend AUDIT-FILE.
023300     if not WS-AUDITLOG-OK
023400         perform 9940-AUDIT-OPEN-ERROR
023500             thru 9940-EXIT
023600     end-if.
023700 1000-EXIT.
023800     exit.
023900
024000*----------------------------------------------------------------*
024100*  1100-GET-OPERATOR - THE AUDIT TRAIL NEEDS TO SAY WHO RELEASED *
024200*  OR WROTE OFF WHAT; A BLANK OPERATOR CODE IS RE-PROMPTED.      *
024300*----------------------------------------------------------------*
024400 1100-GET-OPERATOR.
024500     display "Code operateur ? ".
024600     accept WS-OPERATOR.
024700     if WS-OPERATOR = spaces
024800         display "Entree invalide, veuillez recommencer."
024900     else
025000         set WS-OPERATOR-OK to true
025100     end-if.
025200 1100-EXIT.
025300     exit.
025400
025500*----------------------------------------------------------------*
025600*  2000-PROCESS-ONE-ENTRY - TAKE THE SUSPENSE NUMBER (THE PARK   *
025700*  DATE AND SEQUENCE PRINTED BY SUSPAGE), SHOW THE ENTRY, AND    *
025800*  APPLY THE CHOSEN ACTION.  ONLY AN OPEN ENTRY CAN BE ACTED ON. *
025900*  THEN ASK WHETHER TO CONTINUE.                                 *
026000*----------------------------------------------------------------*
026100 2000-PROCESS-ONE-ENTRY.
026200     display "Numero de suspens (AAAAMMJJ + 5 chiffres) ? ".
026300     move spaces to WS-SUSP-NUMBER-X.
026400     accept WS-SUSP-NUMBER-X.
026500     if WS-SUSP-NUMBER-X is not numeric
026600         display "Entree invalide, operation abandonnee."
026700         go to 2000-ASK-AGAIN
026800     end-if.
026900     move WS-SUSP-NUMBER-X to SUSP-KEY of SU-RECORD.
027000     read SUSP-FILE
027100         invalid key
027200             display "Entree en suspens inconnue."
027300             go to 2000-ASK-AGAIN
027400     end-read.
027500     perform 2100-SHOW-ENTRY
027600         thru 2100-EXIT.
027700     if SUSP-RELEASED of SU-RECORD
027800         display "Entree deja liberee le "
027900             SUSP-ACTION-DATE of SU-RECORD
028000             " par " SUSP-OPERATOR of SU-RECORD "."
028100         go to 2000-ASK-AGAIN
028200     end-if.
028300     if SUSP-WRITTEN-OFF of SU-RECORD
028400         display "Entree deja passee en perte le "
028500             SUSP-ACTION-DATE of SU-RECORD
028600             " par " SUSP-OPERATOR of SU-RECORD "."
028700         go to 2000-ASK-AGAIN
028800     end-if.
028900     set WS-ACTION-INVALID to true.
029000     perform 2200-GET-ACTION
029100         thru 2200-EXIT
029200         until WS-ACTION-OK.
029300     evaluate true
029400         when WS-ACTION-RELEASE
029500             perform 3000-RELEASE-ENTRY
029600                 thru 3000-EXIT
029700         when WS-ACTION-WRITE-OFF
029800             perform 4000-WRITE-OFF-ENTRY
029900                 thru 4000-EXIT
030000     end-evaluate.
030100 2000-ASK-AGAIN.
030200     display "Autre operation (O/N) ? ".
030300     accept WS-ANSWER.
030400     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
030500         set WS-NO-MORE-ENTRIES to true
030600     end-if.
030700 2000-EXIT.
030800     exit.
030900
031000*----------------------------------------------------------------*
031100*  2100-SHOW-ENTRY - DISPLAY THE PARKED ENTRY AND WHY IT WAS     *
031200*  REJECTED.  THE AMOUNT IS ONLY EDITED WHEN IT HOLDS VALID      *
031300*  PACKED DATA.                                                  *
031400*----------------------------------------------------------------*
031500 2100-SHOW-ENTRY.
031600     display "Compte    : " SUSP-TRAN-ACCOUNT of SU-RECORD.
031700     display "Date      : " SUSP-TRAN-DATE of SU-RECORD.
031800     display "Sens      : " SUSP-TRAN-TYPE of SU-RECORD.
031900     if SUSP-TRAN-AMOUNT of SU-RECORD is numeric
032000         move SUSP-TRAN-AMOUNT of SU-RECORD to WS-EDITED-AMOUNT
032100         display "Montant   : " WS-EDITED-AMOUNT
032200     else
032300         display "Montant   : ************"
032400     end-if.
032500     display "Reference : " SUSP-TRAN-REFERENCE of SU-RECORD.
032600     display "Motif     : " SUSP-REASON of SU-RECORD.
032700     display "En suspens depuis le " SUSP-FIRST-DATE of SU-RECORD.
032800 2100-EXIT.
032900     exit.
033000
033100*----------------------------------------------------------------*
033200*  2200-GET-ACTION - C TO CORRECT AND RELEASE, P TO WRITE OFF.   *
033300*----------------------------------------------------------------*
033400 2200-GET-ACTION.
033500     display "Action (C=correction et liberation, "
033600         "P=passage en perte) ? ".
033700     accept WS-ACTION.
033800     if WS-ACTION-RELEASE or WS-ACTION-WRITE-OFF
033900         set WS-ACTION-OK to true
034000     else
034100         display "Entree invalide, veuillez recommencer."
034200     end-if.
034300 2200-EXIT.
034400     exit.
034500
034600*----------------------------------------------------------------*
034700*  3000-RELEASE-ENTRY - ONLY THE ACCOUNT AND THE AMOUNT CAN BE   *
034800*  CORRECTED, SO AN ENTRY FAILING ANY OTHER EDIT IS REFUSED      *
034900*  (3050).  TAKE THE CORRECTIONS, SHOW THE ENTRY AS IT WILL BE   *
035000*  RELEASED AND, ONCE CONFIRMED, LOG THE BEFORE IMAGES, MARK THE *
035100*  SUSPENSE RECORD RELEASED, APPEND THE ENTRY TO THE LEDGER AND  *
035200*  LOG THE AFTER IMAGES.                                         *
035300*----------------------------------------------------------------*
035400 3000-RELEASE-ENTRY.
035500     move SUSP-TRAN of SU-RECORD to WS-REPAIR-RECORD.
035600     perform 3050-CHECK-RELEASABLE
035700         thru 3050-EXIT.
035800     if WS-RELEASE-REFUSED
035900         display "Entree non liberable, a passer en perte."
036000         go to 3000-EXIT
036100     end-if.
036200     set WS-ENTRY-INVALID to true.
036300     perform 3100-GET-NEW-ACCOUNT
036400         thru 3100-EXIT
036500         until WS-ENTRY-OK.
036600     set WS-ENTRY-INVALID to true.
036700     perform 3200-GET-NEW-AMOUNT
036800         thru 3200-EXIT
036900         until WS-ENTRY-OK.
037000     move TRAN-AMOUNT of WS-REPAIR-RECORD to WS-EDITED-AMOUNT.
037100     display "Compte    : "
037200         TRAN-ACCOUNT-NUMBER of WS-REPAIR-RECORD
037300         "  " CUST-NAME of CM-RECORD.
037400     display "Montant   : " WS-EDITED-AMOUNT " "
037500         CUST-CURRENCY-CODE of CM-RECORD.
037600     display "Confirmer la liberation (O/N) ? ".
037700     accept WS-ANSWER.
037800     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
037900         display "Operation abandonnee."
038000         go to 3000-EXIT
038100     end-if.
038200     move "SUSPMNT LIBERE AVANT" to WS-AUDIT-REASON.
038300     perform 8000-WRITE-AUDIT-IDENT
038400         thru 8000-EXIT.
038500     move "SUSPMNT LIBERE DETAIL AVANT" to WS-AUDIT-REASON.
038600     perform 8100-WRITE-AUDIT-DETAIL
038700         thru 8100-EXIT.
038800     move WS-REPAIR-RECORD to SUSP-TRAN of SU-RECORD.
038900     set SUSP-RELEASED of SU-RECORD to true.
039000     perform 7000-STAMP-SUSPENSE-RECORD
039100         thru 7000-EXIT.
039200     perform 3300-APPEND-RELEASED
039300         thru 3300-EXIT.
039400     move "SUSPMNT LIBERE APRES" to WS-AUDIT-REASON.
039500     perform 8000-WRITE-AUDIT-IDENT
039600         thru 8000-EXIT.
039700     move "SUSPMNT LIBERE DETAIL APRES" to WS-AUDIT-REASON.
039800     perform 8100-WRITE-AUDIT-DETAIL
039900         thru 8100-EXIT.
040000     display "Entree liberee dans le fichier du jour.".
040100 3000-EXIT.
040200     exit.
040300
040400*----------------------------------------------------------------*
040500*  3050-CHECK-RELEASABLE - APPLY TRANEDIT'S EDITS THAT A         *
040600*  CORRECTION HERE CANNOT CURE: A SIDE OF D OR C, A WELL-FORMED  *
040700*  DATE, A REFERENCE, AND A REFERENCE NOT ALREADY POSTED ON THE  *
040800*  KEYED HISTORY.                                                *
040900*----------------------------------------------------------------*
041000 3050-CHECK-RELEASABLE.
041100     set WS-RELEASE-REFUSED to true.
041200     if not TRAN-DEBIT of WS-REPAIR-RECORD
041300        and not TRAN-CREDIT of WS-REPAIR-RECORD
041400         display "Sens invalide."
041500         go to 3050-EXIT
041600     end-if.
041700     if TRAN-DATE of WS-REPAIR-RECORD is not numeric
041800         display "Date invalide."
041900         go to 3050-EXIT
042000     end-if.
042100     move TRAN-DATE of WS-REPAIR-RECORD to WS-DATE-SPLIT.
042200     if WS-DS-MONTH < 01 or WS-DS-MONTH > 12
042300        or WS-DS-DAY < 01 or WS-DS-DAY > 31
042400         display "Date invalide."
042500         go to 3050-EXIT
042600     end-if.
042700     if TRAN-REFERENCE of WS-REPAIR-RECORD = spaces
042800         display "Reference absente."
042900         go to 3050-EXIT
043000     end-if.
043100     if WS-HISTORY-ON-FILE
043200         move TRAN-REFERENCE of WS-REPAIR-RECORD
043300             to THIST-REFERENCE of HX-RECORD
043400         read HIST-INDEX-FILE
043500             key is THIST-REFERENCE of HX-RECORD
043600             invalid key
043700                 continue
043800             not invalid key
043900                 display "Reference deja comptabilisee."
044000                 go to 3050-EXIT
044100         end-read
044200     end-if.
044300     set WS-RELEASE-ALLOWED to true.
044400 3050-EXIT.
044500     exit.
044600
044700*----------------------------------------------------------------*
044800*  3100-GET-NEW-ACCOUNT - THE CORRECTED ACCOUNT, BLANK TO KEEP   *
044900*  THE PARKED ONE.  EITHER WAY IT MUST BE ON THE CUSTOMER        *
045000*  MASTER; ITS HOLDER IS SHOWN FOR CONFIRMATION.                 *
045100*----------------------------------------------------------------*
045200 3100-GET-NEW-ACCOUNT.
045300     display "Nouveau numero de compte (blanc = inchange) ? ".
045400     move spaces to WS-NEW-ACCOUNT.
045500     accept WS-NEW-ACCOUNT.
045600     if WS-NEW-ACCOUNT not = spaces
045700         move WS-NEW-ACCOUNT
045800             to TRAN-ACCOUNT-NUMBER of WS-REPAIR-RECORD
045900     end-if.
046000     move TRAN-ACCOUNT-NUMBER of WS-REPAIR-RECORD
046100         to CUST-ACCOUNT-NUMBER of CM-RECORD.
046200     read CUSTMAST-FILE
046300         invalid key
046400             display "Compte inconnu, veuillez recommencer."
046500             go to 3100-EXIT
046600     end-read.
046700     display "Client : " CUST-NAME of CM-RECORD.
046800     set WS-ENTRY-OK to true.
046900 3100-EXIT.
047000     exit.
047100
047200*----------------------------------------------------------------*
047300*  3200-GET-NEW-AMOUNT - THE CORRECTED AMOUNT IN CENTIMES        *
047400*  (DIGITS ONLY, NOT ZERO), AS HOLDMNT TAKES A HELD AMOUNT, OR   *
047500*  BLANK TO KEEP THE PARKED ONE - WHICH IS ONLY ALLOWED WHEN IT  *
047600*  IS VALID AND NOT ZERO.                                        *
047700*----------------------------------------------------------------*
047800 3200-GET-NEW-AMOUNT.
047900     display "Nouveau montant en centimes (blanc = inchange) ? ".
048000     move spaces to WS-AMOUNT-IN.
048100     accept WS-AMOUNT-IN.
048200     if WS-AMOUNT-IN = spaces
048300         if TRAN-AMOUNT of WS-REPAIR-RECORD is numeric
048400            and TRAN-AMOUNT of WS-REPAIR-RECORD not = zero
048500             set WS-ENTRY-OK to true
048600         else
048700             display "Montant invalide, correction obligatoire."
048800         end-if
048900         go to 3200-EXIT
049000     end-if.
049100     move zero to WS-AMOUNT-DIGITS.
049200     inspect WS-AMOUNT-IN
049300         tallying WS-AMOUNT-DIGITS
049400         for characters before initial " ".
049500     if WS-AMOUNT-DIGITS = zero
049600         display "Entree invalide, veuillez recommencer."
049700         go to 3200-EXIT
049800     end-if.
049900     if WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS) is not numeric
050000         display "Entree invalide, veuillez recommencer."
050100         go to 3200-EXIT
050200     end-if.
050300     move WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS)
050400         to WS-ENTRY-CENTIMES.
050500     if WS-ENTRY-CENTIMES = zero
050600         display "Le montant ne peut pas etre nul."
050700         go to 3200-EXIT
050800     end-if.
050900     compute TRAN-AMOUNT of WS-REPAIR-RECORD =
051000         WS-ENTRY-CENTIMES / 100.
051100     set WS-ENTRY-OK to true.
051200 3200-EXIT.
051300     exit.
051400
051500*----------------------------------------------------------------*
051600*  3300-APPEND-RELEASED - APPEND THE CORRECTED ENTRY, UNDER ITS  *
051700*  OWN DATE AND REFERENCE, TO THE DAY'S LEDGER, CREATING A       *
051800*  MISSING LEDGER AS TRANENT DOES.  THE NEXT NIGHT RUN EDITS     *
051900*  AND POSTS IT LIKE ANY OTHER ENTRY; SHOULD IT FAIL AGAIN,      *
052000*  TRANEDIT REOPENS THIS SAME SUSPENSE RECORD.                   *
052100*----------------------------------------------------------------*
052200 3300-APPEND-RELEASED.
052300     open extend TRANFILE-FILE.
052400     if WS-TRANFILE-NOT-FOUND
052500         open output TRANFILE-FILE
052600     end-if.
052700     if not WS-TRANFILE-OK
052800         perform 9960-TRANFILE-OPEN-ERROR
052900             thru 9960-EXIT
053000     end-if.
053100     move WS-REPAIR-RECORD to TR-RECORD.
053200     write TR-RECORD.
053300     if not WS-TRANFILE-OK
053400         perform 9970-TRANFILE-WRITE-ERROR
053500             thru 9970-EXIT
053600     end-if.
053700     close TRANFILE-FILE.
053800 3300-EXIT.
053900     exit.
054000
054100*----------------------------------------------------------------*
054200*  4000-WRITE-OFF-ENTRY - TAKE THE WRITE-OFF REASON AND, ONCE    *
054300*  CONFIRMED, LOG THE ENTRY AND MARK IT WRITTEN OFF.  NOTHING    *
054400*  REACHES THE LEDGER.                                           *
054500*----------------------------------------------------------------*
054600 4000-WRITE-OFF-ENTRY.
054700     set WS-ENTRY-INVALID to true.
054800     perform 4100-GET-WRITEOFF-REASON
054900         thru 4100-EXIT
055000         until WS-ENTRY-OK.
055100     display "Confirmer le passage en perte (O/N) ? ".
055200     accept WS-ANSWER.
055300     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
055400         display "Operation abandonnee."
055500         go to 4000-EXIT
055600     end-if.
055700     move WS-WRITEOFF-REASON to SUSP-WRITEOFF-REASON of SU-RECORD.
055800     set SUSP-WRITTEN-OFF of SU-RECORD to true.
055900     perform 7000-STAMP-SUSPENSE-RECORD
056000         thru 7000-EXIT.
056100     move "SUSPMNT PERTE" to WS-AUDIT-REASON.
056200     perform 8000-WRITE-AUDIT-IDENT
056300         thru 8000-EXIT.
056400     move "SUSPMNT PERTE DETAIL" to WS-AUDIT-REASON.
056500     perform 8100-WRITE-AUDIT-DETAIL
056600         thru 8100-EXIT.
056700     display "Entree passee en perte.".
056800 4000-EXIT.
056900     exit.
057000
057100*----------------------------------------------------------------*
057200*  4100-GET-WRITEOFF-REASON - A WRITE-OFF ALWAYS CARRIES A       *
057300*  REASON; A BLANK ONE IS RE-PROMPTED.                           *
057400*----------------------------------------------------------------*
057500 4100-GET-WRITEOFF-REASON.
057600     display "Motif de la perte ? ".
057700     move spaces to WS-WRITEOFF-REASON.
057800     accept WS-WRITEOFF-REASON.
057900     if WS-WRITEOFF-REASON = spaces
058000         display "Entree invalide, veuillez recommencer."
058100     else
058200         set WS-ENTRY-OK to true
058300     end-if.
058400 4100-EXIT.
058500     exit.
058600
058700*----------------------------------------------------------------*
058800*  7000-STAMP-SUSPENSE-RECORD - STAMP THE SUSPENSE RECORD WITH   *
058900*  THE OPERATOR AND THE MOMENT OF THE ACTION AND REWRITE IT.     *
059000*  THE FIRST-REJECT DATE IS NEVER TOUCHED.                       *
059100*----------------------------------------------------------------*
059200 7000-STAMP-SUSPENSE-RECORD.
059300     accept WS-STAMP-DATE from date yyyymmdd.
059400     accept WS-STAMP-TIME from time.
059500     move WS-OPERATOR to SUSP-OPERATOR of SU-RECORD.
059600     move WS-STAMP-DATE to SUSP-ACTION-DATE of SU-RECORD.
059700     move WS-STAMP-TIME to SUSP-ACTION-TIME of SU-RECORD.
059800     rewrite SU-RECORD.
059900     if not WS-SUSP-OK
060000         perform 9950-SUSP-WRITE-ERROR
060100             thru 9950-EXIT
060200     end-if.
060300 7000-EXIT.
060400     exit.
060500
060600*----------------------------------------------------------------*
060700*  8000-WRITE-AUDIT-IDENT - LOG THE ENTRY IDENTITY IMAGE         *
060800*  CURRENTLY IN SU-RECORD (ACCOUNT, REFERENCE) UNDER THE         *
060900*  PREPARED REASON.                                              *
061000*----------------------------------------------------------------*
061100 8000-WRITE-AUDIT-IDENT.
061200     move SUSP-TRAN-ACCOUNT of SU-RECORD to WS-AI-ACCOUNT.
061300     move SUSP-TRAN-REFERENCE of SU-RECORD to WS-AI-REFERENCE.
061400     move WS-AUDIT-IMAGE to AUDIT-INPUT of AR-RECORD.
061500     perform 8900-WRITE-AUDIT-RECORD
061600         thru 8900-EXIT.
061700 8000-EXIT.
061800     exit.
061900
062000*----------------------------------------------------------------*
062100*  8100-WRITE-AUDIT-DETAIL - LOG THE SUSPENSE NUMBER AND THE     *
062200*  AMOUNT IN WHOLE UNITS CURRENTLY IN SU-RECORD UNDER THE        *
062300*  PREPARED REASON.                                              *
062400*----------------------------------------------------------------*
062500 8100-WRITE-AUDIT-DETAIL.
062600     move SUSP-KEY of SU-RECORD to WS-AD-SUSP-KEY.
062700     if SUSP-TRAN-AMOUNT of SU-RECORD is numeric
062800         move SUSP-TRAN-AMOUNT of SU-RECORD to WS-AD-AMOUNT
062900     else
063000         move zero to WS-AD-AMOUNT
063100     end-if.
063200     move WS-AUDIT-DETAIL to AUDIT-INPUT of AR-RECORD.
063300     perform 8900-WRITE-AUDIT-RECORD
063400         thru 8900-EXIT.
063500 8100-EXIT.
063600     exit.
063700
063800*----------------------------------------------------------------*
063900*  8900-WRITE-AUDIT-RECORD - STAMP AND WRITE THE PREPARED TRAIL  *
064000*  RECORD.                                                       *
064100*----------------------------------------------------------------*
064200 8900-WRITE-AUDIT-RECORD.
064300     accept WS-STAMP-DATE from date yyyymmdd.
064400     accept WS-STAMP-TIME from time.
064500     move WS-STAMP-DATE to AUDIT-DATE of AR-RECORD.
064600     move WS-STAMP-TIME to AUDIT-TIME of AR-RECORD.
064700     move WS-AUDIT-REASON to AUDIT-REASON of AR-RECORD.
064800     move WS-OPERATOR to AUDIT-USER of AR-RECORD.
064900     write AR-RECORD.
065000     if not WS-AUDITLOG-OK
065100         perform 9980-AUDIT-WRITE-ERROR
065200             thru 9980-EXIT
065300     end-if.
065400 8900-EXIT.
065500     exit.
065600
065700*----------------------------------------------------------------*
065800*  9999-TERMINATE - CLOSE THE FILES BEFORE ENDING THE RUN.       *
065900*----------------------------------------------------------------*
066000 9999-TERMINATE.
066100     close SUSP-FILE.
066200     close CUSTMAST-FILE.
066300     if WS-HISTORY-ON-FILE
066400         close HIST-INDEX-FILE
066500     end-if.
066600     close AUDIT-FILE.
066700     display "Fin de la reprise des suspens.".
066800 9999-EXIT.
066900     exit.
067000
067100*----------------------------------------------------------------*
067200*  9910-SUSP-OPEN-ERROR - THE SUSPENSE FILE EXISTS BUT COULD NOT *
067300*  BE OPENED; ABEND THE RUN.                                     *
067400*----------------------------------------------------------------*
067500 9910-SUSP-OPEN-ERROR.
067600     display "SUSPMNT - CANNOT OPEN SUSPFILE, STATUS="
067700         WS-SUSP-STATUS.
067800     stop run.
067900 9910-EXIT.
068000     exit.
068100
068200*----------------------------------------------------------------*
068300*  9920-CUSTMAST-OPEN-ERROR - THE ACCOUNT EDIT NEEDS THE         *
068400*  CUSTOMER MASTER; ABEND THE RUN.                               *
068500*----------------------------------------------------------------*
068600 9920-CUSTMAST-OPEN-ERROR.
068700     display "SUSPMNT - CANNOT OPEN CUSTMAST, STATUS="
068800         WS-CUSTMAST-STATUS.
068900     stop run.
069000 9920-EXIT.
069100     exit.
069200
069300*----------------------------------------------------------------*
069400*  9930-HISTIDX-OPEN-ERROR - THE KEYED HISTORY EXISTS BUT COULD  *
069500*  NOT BE OPENED; ABEND RATHER THAN RELEASE AN ENTRY ALREADY     *
069600*  POSTED.                                                       *
069700*----------------------------------------------------------------*
069800 9930-HISTIDX-OPEN-ERROR.
069900     display "SUSPMNT - CANNOT OPEN TRANHIDX, STATUS="
070000         WS-HISTIDX-STATUS.
070100     stop run.
070200 9930-EXIT.
070300     exit.
070400
070500*----------------------------------------------------------------*
070600*  9940-AUDIT-OPEN-ERROR - THE AUDIT TRAIL COULD NOT BE OPENED;  *
070700*  ABEND RATHER THAN REPAIR ENTRIES WITHOUT A TRAIL.             *
070800*----------------------------------------------------------------*
070900 9940-AUDIT-OPEN-ERROR.
071000     display "SUSPMNT - CANNOT OPEN AUDITLOG, STATUS="
071100         WS-AUDITLOG-STATUS.
071200     stop run.
071300 9940-EXIT.
071400     exit.
071500
071600*----------------------------------------------------------------*
071700*  9950-SUSP-WRITE-ERROR - THE SUSPENSE RECORD COULD NOT BE      *
071800*  REWRITTEN; ABEND RATHER THAN RELEASE OR WRITE OFF AN ENTRY    *
071900*  THAT STILL SHOWS AS OPEN.                                     *
072000*----------------------------------------------------------------*
072100 9950-SUSP-WRITE-ERROR.
072200     display "SUSPMNT - CANNOT UPDATE SUSPFILE, STATUS="
072300         WS-SUSP-STATUS.
072400     stop run.
072500 9950-EXIT.
072600     exit.
072700
072800*----------------------------------------------------------------*
072900*  9960-TRANFILE-OPEN-ERROR - THE DAY'S LEDGER COULD NOT BE      *
073000*  OPENED; ABEND THE RUN.                                        *
073100*----------------------------------------------------------------*
073200 9960-TRANFILE-OPEN-ERROR.
073300     display "SUSPMNT - CANNOT OPEN TRANFILE, STATUS="
073400         WS-TRANFILE-STATUS.
073500     stop run.
073600 9960-EXIT.
073700     exit.
073800
073900*----------------------------------------------------------------*
074000*  9970-TRANFILE-WRITE-ERROR - THE RELEASED ENTRY COULD NOT BE   *
074100*  WRITTEN; ABEND RATHER THAN LOSE IT SILENTLY.                  *
074200*----------------------------------------------------------------*
074300 9970-TRANFILE-WRITE-ERROR.
074400     display "SUSPMNT - CANNOT WRITE TRANFILE, STATUS="
074500         WS-TRANFILE-STATUS.
074600     stop run.
074700 9970-EXIT.
074800     exit.
074900
075000*----------------------------------------------------------------*
075100*  9980-AUDIT-WRITE-ERROR - THE ACTION COULD NOT BE LOGGED;      *
075200*  ABEND RATHER THAN LOSE THE TRAIL.                             *
075300*----------------------------------------------------------------*
075400 9980-AUDIT-WRITE-ERROR.
075500     display "SUSPMNT - CANNOT WRITE AUDITLOG, STATUS="
075600         WS-AUDITLOG-STATUS.
075700     stop run.
075800 9980-EXIT.
075900     exit.
