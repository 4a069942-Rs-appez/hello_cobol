000100 identification division.
000200 program-id. HOLDMNT.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - BACK-OFFICE MAINTENANCE  *
001000*                     OF ACCOUNT HOLDS AND LEGAL BLOCKS          *
001100*                     (HOLDFILE, HOLDREC LAYOUT): GARNISHMENT    *
001200*                     ORDERS, DECEASED-CUSTOMER FREEZES AND      *
001300*                     DISPUTED-CHEQUE HOLDS ARE PLACED, AMENDED  *
001400*                     AND LIFTED HERE WITH THE HOUSE EDITS       *
001500*                     ENFORCED (ACCOUNT ON CUSTMAST, A KNOWN     *
001600*                     HOLD TYPE AND REASON, A NON-ZERO AMOUNT    *
001700*                     FOR AN AMOUNT HOLD, WELL-FORMED START AND  *
001800*                     EXPIRY DATES).  EVERY CHANGE IS STAMPED    *
001900*                     AND LOGGED BEFORE AND AFTER TO THE         *
002000*                     AUDITLOG TRAIL, EXACTLY AS SORDMNT LOGS    *
002100*                     THE STANDING ORDERS.  TRANENT, TRANEDIT    *
002200*                     AND SORDGEN READ THE FILE TO REFUSE        *
002300*                     DEBITS ON A BLOCKED ACCOUNT OR AGAINST     *
002400*                     HELD FUNDS.                                *
002500*----------------------------------------------------------------*
002600
002700 environment division.
002800 configuration section.
002900 special-names.
003000     decimal-point is comma.
003100
003200 input-output section.
003300 file-control.
003400     select HOLD-FILE assign to "HOLDFILE"
003500         organization is indexed
003600         access mode is dynamic
003700         record key is HOLD-KEY
003800         file status is WS-HOLD-STATUS.
003900
004000     select CUSTMAST-FILE assign to "CUSTMAST"
004100         organization is indexed
004200         access mode is dynamic
004300         record key is CUST-ACCOUNT-NUMBER
004400         alternate record key is CUST-NUMBER
004500             with duplicates
004600         file status is WS-CUSTMAST-STATUS.
004700
004800     select AUDIT-FILE assign to "AUDITLOG"
004900         organization is sequential
005000         access mode is sequential
005100         file status is WS-AUDITLOG-STATUS.
005200
005300 data division.
005400 file section.
005500 fd  HOLD-FILE
005600     label records are standard
005700     record contains 90 characters.
005800 01  HL-RECORD.
005900     copy HOLDREC.
006000
006100 fd  CUSTMAST-FILE
006200     label records are standard
006300     record contains 55 characters.
006400 01  CM-RECORD.
006500     copy CUSTREC.
006600
006700 fd  AUDIT-FILE
006800     label records are standard
006900     record contains 74 characters.
007000 01  AR-RECORD.
007100     copy AUDITREC.
007200
007300 working-storage section.
007400 01  WS-HOLD-STATUS             pic x(02).
007500     88  WS-HOLD-OK                 value "00".
007600     88  WS-HOLD-DUPLICATE          value "22".
007700     88  WS-HOLD-NOT-FOUND          value "23".
007800     88  WS-HOLD-NO-FILE            value "35".
007900
008000 01  WS-CUSTMAST-STATUS         pic x(02).
008100     88  WS-CUSTMAST-OK             value "00".
008200     88  WS-CUSTMAST-NOT-FOUND      value "23".
008300
008400 01  WS-AUDITLOG-STATUS         pic x(02).
008500     88  WS-AUDITLOG-OK             value "00".
008600
008700 01  WS-SWITCHES.
008800     05  WS-OPERATOR-VALID-SW   pic x(01).
008900         88  WS-OPERATOR-OK         value "Y".
009000         88  WS-OPERATOR-INVALID    value "N".
009100     05  WS-ACTION-VALID-SW     pic x(01).
009200         88  WS-ACTION-OK           value "Y".
009300         88  WS-ACTION-INVALID      value "N".
009400     05  WS-ENTRY-VALID-SW      pic x(01).
009500         88  WS-ENTRY-OK            value "Y".
009600         88  WS-ENTRY-INVALID       value "N".
009700     05  WS-MORE-ENTRIES-SW     pic x(01).
009800         88  WS-MORE-ENTRIES        value "Y".
009900         88  WS-NO-MORE-ENTRIES     value "N".
010000     05  WS-ACCOUNT-SW          pic x(01).
010100         88  WS-ACCOUNT-KNOWN       value "Y".
010200         88  WS-ACCOUNT-UNKNOWN     value "N".
010300
010400 01  WS-OPERATOR                pic x(08).
010500 01  WS-ACTION                  pic x(01).
010600     88  WS-ACTION-ADD              value "A".
010700     88  WS-ACTION-CHANGE           value "M".
010800     88  WS-ACTION-CANCEL           value "C".
010900 01  WS-ENTRY-TYPE              pic x(01).
011000     88  WS-TYPE-VALID              values "M" "B".
011100     88  WS-TYPE-AMOUNT-HOLD        value "M".
011200 01  WS-ENTRY-REASON-CODE       pic x(01).
011300     88  WS-REASON-VALID            values "S" "D" "L" "A".
011400 01  WS-ENTRY-REASON-TEXT       pic x(20).
011500 01  WS-AMOUNT-IN               pic x(11).
011600 01  WS-AMOUNT-DIGITS           pic 9(02) usage comp.
011700 01  WS-ENTRY-CENTIMES          pic 9(11).
011800 01  WS-ENTRY-AMOUNT            pic s9(9)v99 usage comp-3.
011900 01  WS-ENTRY-START-X           pic x(08).
012000 01  WS-ENTRY-START             pic 9(08).
012100 01  WS-ENTRY-EXPIRY-X          pic x(08).
012200 01  WS-ENTRY-EXPIRY            pic 9(08).
012300 01  WS-ANSWER                  pic x(01).
012400 01  WS-STAMP-DATE              pic 9(08).
012500 01  WS-STAMP-TIME              pic 9(06).
012600 01  WS-AUDIT-REASON            pic x(30).
012700
012800 01  WS-DATE-SPLIT.
012900     05  WS-DS-YEAR             pic 9(04).
013000     05  WS-DS-MONTH            pic 9(02).
013100     05  WS-DS-DAY              pic 9(02).
013200
013300*----------------------------------------------------------------*
013400*  THE AUDIT INPUT FIELD CARRIES THE HOLD IDENTITY IMAGE         *
013500*  (ACCOUNT + HOLD REFERENCE = EXACTLY 20); A SECOND TRAIL       *
013600*  RECORD CARRIES THE TYPE, REASON, AMOUNT IN WHOLE UNITS AND    *
013700*  THE EXPIRY DATE (18 OF ITS 20).                               *
013800*----------------------------------------------------------------*
013900 01  WS-AUDIT-IMAGE.
014000     05  WS-AI-ACCOUNT          pic x(10).
014100     05  WS-AI-REFERENCE        pic x(10).
014200
014300 01  WS-AUDIT-DETAIL.
014400     05  WS-AD-TYPE             pic x(01).
014500     05  WS-AD-REASON           pic x(01).
014600     05  WS-AD-AMOUNT           pic 9(08).
014700     05  WS-AD-EXPIRY           pic 9(08).
014800     05  filler                 pic x(02) value spaces.
014900
015000 procedure division.
015100 0000-MAINLINE.
015200     perform 1000-INITIALIZE
015300         thru 1000-EXIT.
015400     perform 2000-PROCESS-ONE-ENTRY
015500         thru 2000-EXIT
015600         until WS-NO-MORE-ENTRIES.
015700     perform 9999-TERMINATE
015800         thru 9999-EXIT.
015900     stop run.
016000
016100*----------------------------------------------------------------*
016200*  1000-INITIALIZE - IDENTIFY THE OPERATOR AND OPEN THE FILES.   *
016300*  THE HOLD FILE IS CREATED ON ITS VERY FIRST USE, THE WAY       *
016400*  SORDMNT CREATES A MISSING SOFILE; THE CUSTOMER MASTER MUST    *
016500*  ALREADY EXIST.                                                *
016600*----------------------------------------------------------------*
016700 1000-INITIALIZE.
016800     display "Maintenance des oppositions et blocages.".
016900     set WS-MORE-ENTRIES to true.
017000     set WS-OPERATOR-INVALID to true.
017100     perform 1100-GET-OPERATOR
017200         thru 1100-EXIT
017300         until WS-OPERATOR-OK.
017400     open i-o HOLD-FILE.
017500     if WS-HOLD-NO-FILE
017600         open output HOLD-FILE
017700         if not WS-HOLD-OK
017800             perform 9910-HOLD-OPEN-ERROR
017900                 thru 9910-EXIT
018000         end-if
018100         close HOLD-FILE
018200         open i-o HOLD-FILE
018300     end-if.
018400     if not WS-HOLD-OK
018500         perform 9910-HOLD-OPEN-ERROR
018600             thru 9910-EXIT
018700     end-if.
018800     open input CUSTMAST-FILE.
018900     if not WS-CUSTMAST-OK
019000         perform 9920-CUSTMAST-OPEN-ERROR
019100             thru 9920-EXIT
019200     end-if.
019300     open extend AUDIT-FILE.
019400     if not WS-AUDITLOG-OK
019500         perform 9940-AUDIT-OPEN-ERROR
019600             thru 9940-EXIT
019700     end-if.
019800 1000-EXIT.
019900     exit.
020000
020100*----------------------------------------------------------------*
020200*  1100-GET-OPERATOR - THE AUDIT TRAIL NEEDS TO SAY WHO CHANGED  *
020300*  WHAT; A BLANK OPERATOR CODE IS RE-PROMPTED.                   *
020400*----------------------------------------------------------------*
020500 1100-GET-OPERATOR.
020600     display "Code operateur ? ".
020700     accept WS-OPERATOR.
020800     if WS-OPERATOR = spaces
020900         display "Entree invalide, veuillez recommencer."
021000     else
021100         set WS-OPERATOR-OK to true
021200     end-if.
021300 1100-EXIT.
021400     exit.
021500
021600*----------------------------------------------------------------*
021700*  2000-PROCESS-ONE-ENTRY - CAPTURE ONE MAINTENANCE ACTION AND   *
021800*  APPLY IT, THEN ASK WHETHER TO CONTINUE.  EVERY ACTION NAMES   *
021900*  THE ACCOUNT (VERIFIED ON CUSTMAST) AND THE HOLD REFERENCE.    *
022000*----------------------------------------------------------------*
022100 2000-PROCESS-ONE-ENTRY.
022200     set WS-ACTION-INVALID to true.
022300     perform 2100-GET-ACTION
022400         thru 2100-EXIT
022500         until WS-ACTION-OK.
022600     display "Numero de compte ? ".
022700     accept HOLD-ACCOUNT-NUMBER of HL-RECORD.
022800     perform 2300-CHECK-ACCOUNT
022900         thru 2300-EXIT.
023000     if WS-ACCOUNT-UNKNOWN
023100         display "Compte inconnu, operation abandonnee."
023200         go to 2000-ASK-AGAIN
023300     end-if.
023400     display "Reference de l'opposition ? ".
023500     accept HOLD-REFERENCE of HL-RECORD.
023600     evaluate true
023700         when WS-ACTION-ADD
023800             perform 3000-ADD-HOLD
023900                 thru 3000-EXIT
024000         when WS-ACTION-CHANGE
024100             perform 4000-CHANGE-HOLD
024200                 thru 4000-EXIT
024300         when WS-ACTION-CANCEL
024400             perform 5000-LIFT-HOLD
024500                 thru 5000-EXIT
024600     end-evaluate.
024700 2000-ASK-AGAIN.
024800     display "Autre operation (O/N) ? ".
024900     accept WS-ANSWER.
025000     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
025100         set WS-NO-MORE-ENTRIES to true
025200     end-if.
025300 2000-EXIT.
025400     exit.
025500
025600*----------------------------------------------------------------*
025700*  2100-GET-ACTION - A TO PLACE, M TO AMEND, C TO LIFT.          *
025800*----------------------------------------------------------------*
025900 2100-GET-ACTION.
026000     display "Action (A=creation, M=modification, "
026100         "C=levee) ? ".
026200     accept WS-ACTION.
026300     if WS-ACTION-ADD or WS-ACTION-CHANGE or WS-ACTION-CANCEL
026400         set WS-ACTION-OK to true
026500     else
026600         display "Entree invalide, veuillez recommencer."
026700     end-if.
026800 2100-EXIT.
026900     exit.
027000
027100*----------------------------------------------------------------*
027200*  2200-GET-HOLD-FIELDS - CAPTURE AND VALIDATE THE AMENDABLE     *
027300*  FIELDS: TYPE (M=MONTANT BLOQUE, B=BLOCAGE TOTAL), REASON      *
027400*  (S=SAISIE, D=DECES, L=LITIGE CHEQUE, A=AUTRE) WITH ITS        *
027500*  FREE-TEXT LABEL, THE HELD AMOUNT IN CENTIMES FOR AN AMOUNT    *
027600*  HOLD (A FULL BLOCK HOLDS NO AMOUNT - IT STOPS EVERY DEBIT),   *
027700*  THE START DATE AND THE EXPIRY DATE (ZERO = UNTIL LIFTED).     *
027800*----------------------------------------------------------------*
027900 2200-GET-HOLD-FIELDS.
028000     display "Type (M=montant bloque, B=blocage total) ? ".
028100     accept WS-ENTRY-TYPE.
028200     if not WS-TYPE-VALID
028300         display "Entree invalide, veuillez recommencer."
028400         go to 2200-EXIT
028500     end-if.
028600     display "Motif (S=saisie, D=deces, L=litige cheque, "
028700         "A=autre) ? ".
028800     accept WS-ENTRY-REASON-CODE.
028900     if not WS-REASON-VALID
029000         display "Entree invalide, veuillez recommencer."
029100         go to 2200-EXIT
029200     end-if.
029300     display "Libelle du motif ? ".
029400     move spaces to WS-ENTRY-REASON-TEXT.
029500     accept WS-ENTRY-REASON-TEXT.
029600     if WS-ENTRY-REASON-TEXT = spaces
029700         display "Entree invalide, veuillez recommencer."
029800         go to 2200-EXIT
029900     end-if.
030000     move zero to WS-ENTRY-AMOUNT.
030100     if WS-TYPE-AMOUNT-HOLD
030200         perform 2250-GET-HOLD-AMOUNT
030300             thru 2250-EXIT
030400         if WS-ENTRY-AMOUNT = zero
030500             go to 2200-EXIT
030600         end-if
030700     end-if.
030800     display "Date de debut (AAAAMMJJ) ? ".
030900     accept WS-ENTRY-START-X.
031000     if WS-ENTRY-START-X is not numeric
031100         display "Entree invalide, veuillez recommencer."
031200         go to 2200-EXIT
031300     end-if.
031400     move WS-ENTRY-START-X to WS-ENTRY-START.
031500     move WS-ENTRY-START to WS-DATE-SPLIT.
031600     if WS-DS-MONTH < 01 or WS-DS-MONTH > 12
031700        or WS-DS-DAY < 01 or WS-DS-DAY > 31
031800         display "Entree invalide, veuillez recommencer."
031900         go to 2200-EXIT
032000     end-if.
032100     display "Date d'expiration (AAAAMMJJ, 00000000 = "
032200         "jusqu'a levee) ? ".
032300     accept WS-ENTRY-EXPIRY-X.
032400     if WS-ENTRY-EXPIRY-X is not numeric
032500         display "Entree invalide, veuillez recommencer."
032600         go to 2200-EXIT
032700     end-if.
032800     move WS-ENTRY-EXPIRY-X to WS-ENTRY-EXPIRY.
032900     if WS-ENTRY-EXPIRY not = zero
033000         move WS-ENTRY-EXPIRY to WS-DATE-SPLIT
033100         if WS-DS-MONTH < 01 or WS-DS-MONTH > 12
033200            or WS-DS-DAY < 01 or WS-DS-DAY > 31
033300            or WS-ENTRY-EXPIRY < WS-ENTRY-START
033400             display "Entree invalide, veuillez recommencer."
033500             go to 2200-EXIT
033600         end-if
033700     end-if.
033800     set WS-ENTRY-OK to true.
033900 2200-EXIT.
034000     exit.
034100
034200*----------------------------------------------------------------*
034300*  2250-GET-HOLD-AMOUNT - THE HELD AMOUNT IN CENTIMES (DIGITS    *
034400*  ONLY, NOT ZERO), AS SORDMNT TAKES AN ORDER AMOUNT.  A BAD     *
034500*  ENTRY LEAVES THE AMOUNT AT ZERO SO THE CALLER RE-PROMPTS.     *
034600*----------------------------------------------------------------*
034700 2250-GET-HOLD-AMOUNT.
034800     display "Montant bloque en centimes (chiffres seuls) ? ".
034900     move spaces to WS-AMOUNT-IN.
035000     accept WS-AMOUNT-IN.
035100     move zero to WS-AMOUNT-DIGITS.
035200     inspect WS-AMOUNT-IN
035300         tallying WS-AMOUNT-DIGITS
035400         for characters before initial " ".
035500     if WS-AMOUNT-DIGITS = zero
035600         display "Entree invalide, veuillez recommencer."
035700         go to 2250-EXIT
035800     end-if.
035900     if WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS) is not numeric
036000         display "Entree invalide, veuillez recommencer."
036100         go to 2250-EXIT
036200     end-if.
036300     move WS-AMOUNT-IN (1:WS-AMOUNT-DIGITS)
036400         to WS-ENTRY-CENTIMES.
036500     if WS-ENTRY-CENTIMES = zero
036600         display "Le montant ne peut pas etre nul."
036700         go to 2250-EXIT
036800     end-if.
036900     compute WS-ENTRY-AMOUNT = WS-ENTRY-CENTIMES / 100.
037000 2250-EXIT.
037100     exit.
037200
037300*----------------------------------------------------------------*
037400*  2300-CHECK-ACCOUNT - THE HELD ACCOUNT MUST EXIST ON THE       *
037500*  CUSTOMER MASTER; ITS HOLDER IS SHOWN FOR CONFIRMATION.        *
037600*----------------------------------------------------------------*
037700 2300-CHECK-ACCOUNT.
037800     set WS-ACCOUNT-KNOWN to true.
037900     move HOLD-ACCOUNT-NUMBER of HL-RECORD
038000         to CUST-ACCOUNT-NUMBER of CM-RECORD.
038100     read CUSTMAST-FILE
038200         invalid key
038300             set WS-ACCOUNT-UNKNOWN to true
038400         not invalid key
038500             display "Client : " CUST-NAME of CM-RECORD
038600     end-read.
038700 2300-EXIT.
038800     exit.
038900
039000*----------------------------------------------------------------*
039100*  3000-ADD-HOLD - PLACE THE HOLD.                               *
039200*----------------------------------------------------------------*
039300 3000-ADD-HOLD.
039400     if HOLD-REFERENCE of HL-RECORD = spaces
039500         display "Entree invalide, operation abandonnee."
039600         go to 3000-EXIT
039700     end-if.
039800     set WS-ENTRY-INVALID to true.
039900     perform 2200-GET-HOLD-FIELDS
040000         thru 2200-EXIT
040100         until WS-ENTRY-OK.
040200     perform 7000-BUILD-HOLD-RECORD
040300         thru 7000-EXIT.
040400     write HL-RECORD
040500         invalid key
040600             display "Opposition deja presente, "
040700                 "utiliser M pour la modifier."
040800         not invalid key
040900             move "HOLDMNT CREATION" to WS-AUDIT-REASON
041000             perform 8000-WRITE-AUDIT-IDENT
041100                 thru 8000-EXIT
041200             move "HOLDMNT CREATION DETAIL" to WS-AUDIT-REASON
041300             perform 8100-WRITE-AUDIT-DETAIL
041400                 thru 8100-EXIT
041500             display "Opposition enregistree."
041600     end-write.
041700 3000-EXIT.
041800     exit.
041900
042000*----------------------------------------------------------------*
042100*  4000-CHANGE-HOLD - LOG THE BEFORE IMAGES, RE-CAPTURE THE      *
042200*  AMENDABLE FIELDS, REWRITE, THEN LOG THE AFTER IMAGES.         *
042300*----------------------------------------------------------------*
042400 4000-CHANGE-HOLD.
042500     read HOLD-FILE
042600         invalid key
042700             display "Opposition inconnue."
042800             go to 4000-EXIT
042900     end-read.
043000     move "HOLDMNT MODIF AVANT" to WS-AUDIT-REASON.
043100     perform 8000-WRITE-AUDIT-IDENT
043200         thru 8000-EXIT.
043300     move "HOLDMNT MODIF DETAIL AVANT" to WS-AUDIT-REASON.
043400     perform 8100-WRITE-AUDIT-DETAIL
043500         thru 8100-EXIT.
043600     set WS-ENTRY-INVALID to true.
043700     perform 2200-GET-HOLD-FIELDS
043800         thru 2200-EXIT
043900         until WS-ENTRY-OK.
044000     perform 7000-BUILD-HOLD-RECORD
044100         thru 7000-EXIT.
044200     rewrite HL-RECORD.
044300     if not WS-HOLD-OK
044400         perform 9950-HOLD-WRITE-ERROR
044500             thru 9950-EXIT
044600     end-if.
044700     move "HOLDMNT MODIF APRES" to WS-AUDIT-REASON.
044800     perform 8000-WRITE-AUDIT-IDENT
044900         thru 8000-EXIT.
045000     move "HOLDMNT MODIF DETAIL APRES" to WS-AUDIT-REASON.
045100     perform 8100-WRITE-AUDIT-DETAIL
045200         thru 8100-EXIT.
045300     display "Opposition modifiee.".
045400 4000-EXIT.
045500     exit.
045600
045700*----------------------------------------------------------------*
045800*  5000-LIFT-HOLD - LOG THE LIFTED HOLD TO THE TRAIL FIRST,      *
045900*  THEN REMOVE IT.                                               *
046000*----------------------------------------------------------------*
046100 5000-LIFT-HOLD.
046200     read HOLD-FILE
046300         invalid key
046400             display "Opposition inconnue."
046500             go to 5000-EXIT
046600     end-read.
046700     move "HOLDMNT LEVEE" to WS-AUDIT-REASON.
046800     perform 8000-WRITE-AUDIT-IDENT
046900         thru 8000-EXIT.
047000     move "HOLDMNT LEVEE DETAIL" to WS-AUDIT-REASON.
047100     perform 8100-WRITE-AUDIT-DETAIL
047200         thru 8100-EXIT.
047300     delete HOLD-FILE.
047400     if not WS-HOLD-OK
047500         perform 9950-HOLD-WRITE-ERROR
047600             thru 9950-EXIT
047700     end-if.
047800     display "Opposition levee.".
047900 5000-EXIT.
048000     exit.
048100
048200*----------------------------------------------------------------*
048300*  7000-BUILD-HOLD-RECORD - ASSEMBLE THE HOLD FROM THE           *
048400*  VALIDATED ENTRY AND STAMP IT WITH THE OPERATOR AND THE        *
048500*  MOMENT OF CHANGE.  THE KEY IS ALREADY IN PLACE.               *
048600*----------------------------------------------------------------*
048700 7000-BUILD-HOLD-RECORD.
048800     accept WS-STAMP-DATE from date yyyymmdd.
048900     accept WS-STAMP-TIME from time.
049000     move WS-ENTRY-TYPE to HOLD-TYPE of HL-RECORD.
049100     move WS-ENTRY-REASON-CODE to HOLD-REASON-CODE of HL-RECORD.
049200     move WS-ENTRY-REASON-TEXT to HOLD-REASON-TEXT of HL-RECORD.
049300     move WS-ENTRY-AMOUNT to HOLD-AMOUNT of HL-RECORD.
049400     move WS-ENTRY-START to HOLD-START-DATE of HL-RECORD.
049500     move WS-ENTRY-EXPIRY to HOLD-EXPIRY-DATE of HL-RECORD.
049600     move WS-OPERATOR to HOLD-UPDATED-BY of HL-RECORD.
049700     move WS-STAMP-DATE to HOLD-UPDATED-DATE of HL-RECORD.
049800     move WS-STAMP-TIME to HOLD-UPDATED-TIME of HL-RECORD.
049900 7000-EXIT.
050000     exit.
050100
050200*----------------------------------------------------------------*
050300*  8000-WRITE-AUDIT-IDENT - LOG THE HOLD IDENTITY IMAGE          *
050400*  CURRENTLY IN HL-RECORD (ACCOUNT, HOLD REFERENCE) UNDER THE    *
050500*  PREPARED REASON.                                              *
050600*----------------------------------------------------------------*
050700 8000-WRITE-AUDIT-IDENT.
050800     move HOLD-ACCOUNT-NUMBER of HL-RECORD to WS-AI-ACCOUNT.
050900     move HOLD-REFERENCE of HL-RECORD to WS-AI-REFERENCE.
051000     move WS-AUDIT-IMAGE to AUDIT-INPUT of AR-RECORD.
051100     perform 8900-WRITE-AUDIT-RECORD
051200         thru 8900-EXIT.
051300 8000-EXIT.
051400     exit.
051500
051600*----------------------------------------------------------------*
051700*  8100-WRITE-AUDIT-DETAIL - LOG THE TYPE, REASON, AMOUNT IN     *
051800*  WHOLE UNITS AND EXPIRY DATE CURRENTLY IN HL-RECORD UNDER THE  *
051900*  PREPARED REASON.                                              *
052000*----------------------------------------------------------------*
052100 8100-WRITE-AUDIT-DETAIL.
052200     move HOLD-TYPE of HL-RECORD to WS-AD-TYPE.
052300     move HOLD-REASON-CODE of HL-RECORD to WS-AD-REASON.
052400     move HOLD-AMOUNT of HL-RECORD to WS-AD-AMOUNT.
052500     move HOLD-EXPIRY-DATE of HL-RECORD to WS-AD-EXPIRY.
052600     move WS-AUDIT-DETAIL to AUDIT-INPUT of AR-RECORD.
052700     perform 8900-WRITE-AUDIT-RECORD
052800         thru 8900-EXIT.
052900 8100-EXIT.
053000     exit.
053100
053200*----------------------------------------------------------------*
053300*  8900-WRITE-AUDIT-RECORD - STAMP AND WRITE THE PREPARED TRAIL  *
053400*  RECORD.                                                       *
053500*----------------------------------------------------------------*
053600 8900-WRITE-AUDIT-RECORD.
053700     accept WS-STAMP-DATE from date yyyymmdd.
053800     accept WS-STAMP-TIME from time.
053900     move WS-STAMP-DATE to AUDIT-DATE of AR-RECORD.
054000     move WS-STAMP-TIME to AUDIT-TIME of AR-RECORD.
054100     move WS-AUDIT-REASON to AUDIT-REASON of AR-RECORD.
054200     move WS-OPERATOR to AUDIT-USER of AR-RECORD.
054300     write AR-RECORD.
054400     if not WS-AUDITLOG-OK
054500         perform 9960-AUDIT-WRITE-ERROR
054600             thru 9960-EXIT
054700     end-if.
054800 8900-EXIT.
054900     exit.
055000
055100*----------------------------------------------------------------*
055200*  9999-TERMINATE - CLOSE THE FILES BEFORE ENDING THE RUN.       *
055300*----------------------------------------------------------------*
055400 9999-TERMINATE.
055500     close HOLD-FILE.
055600     close CUSTMAST-FILE.
055700     close AUDIT-FILE.
055800     display "Fin de la maintenance des oppositions.".
055900 9999-EXIT.
056000     exit.
056100
056200*----------------------------------------------------------------*
056300*  9910-HOLD-OPEN-ERROR - THE HOLD FILE COULD NOT BE OPENED;     *
056400*  ABEND THE RUN.                                                *
056500*----------------------------------------------------------------*
056600 9910-HOLD-OPEN-ERROR.
056700     display "HOLDMNT - CANNOT OPEN HOLDFILE, STATUS="
056800         WS-HOLD-STATUS.
056900     stop run.
057000 9910-EXIT.
057100     exit.
057200
057300*----------------------------------------------------------------*
057400*  9920-CUSTMAST-OPEN-ERROR - THE ACCOUNT EDIT NEEDS THE         *
057500*  CUSTOMER MASTER; ABEND THE RUN.                               *
057600*----------------------------------------------------------------*
057700 9920-CUSTMAST-OPEN-ERROR.
057800     display "HOLDMNT - CANNOT OPEN CUSTMAST, STATUS="
057900         WS-CUSTMAST-STATUS.
058000     stop run.
058100 9920-EXIT.
058200     exit.
058300
058400*----------------------------------------------------------------*
058500*  9940-AUDIT-OPEN-ERROR - THE AUDIT TRAIL COULD NOT BE OPENED;  *
058600*  ABEND RATHER THAN CHANGE HOLDS WITHOUT A TRAIL.               *
058700*----------------------------------------------------------------*
058800 9940-AUDIT-OPEN-ERROR.
058900     display "HOLDMNT - CANNOT OPEN AUDITLOG, STATUS="
059000         WS-AUDITLOG-STATUS.
059100     stop run.
059200 9940-EXIT.
059300     exit.
059400
059500*----------------------------------------------------------------*
059600*  9950-HOLD-WRITE-ERROR - THE HOLD COULD NOT BE REWRITTEN OR    *
059700*  DELETED; ABEND RATHER THAN LEAVE IT HALF-DONE SILENTLY.       *
059800*----------------------------------------------------------------*
059900 9950-HOLD-WRITE-ERROR.
060000     display "HOLDMNT - CANNOT UPDATE HOLDFILE, STATUS="
060100         WS-HOLD-STATUS.
060200     stop run.
060300 9950-EXIT.
060400     exit.
060500
060600*----------------------------------------------------------------*
060700*  9960-AUDIT-WRITE-ERROR - THE CHANGE COULD NOT BE LOGGED;      *
060800*  ABEND RATHER THAN LOSE THE TRAIL.                             *
060900*----------------------------------------------------------------*
061000 9960-AUDIT-WRITE-ERROR.
061100     display "HOLDMNT - CANNOT WRITE AUDITLOG, STATUS="
061200         WS-AUDITLOG-STATUS.
061300     stop run.
061400 9960-EXIT.
061500     exit.
