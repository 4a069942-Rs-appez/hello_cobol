000100 identification division.
000200 program-id. DORMANT.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - PERIODIC DORMANCY RUN.   *
001000*                     EVERY CUSTMAST ACCOUNT IS AGED FROM ITS    *
001100*                     LAST CUSTOMER-INITIATED MOVEMENT ON THE    *
001200*                     TRANHIDX KEYED HISTORY (OUR OWN "A"        *
001300*                     ACCRUAL AND "P" STANDING-ORDER ENTRIES DO  *
001400*                     NOT COUNT), KEPT ON THE DORMFILE REGISTER  *
001500*                     WITH THE DATE THE ACCOUNT WAS FIRST SEEN   *
001600*                     AND ITS LAST REACTIVATION.  AN ACCOUNT     *
001700*                     WITHOUT MOVEMENT FOR OVER 12 MONTHS IS     *
001800*                     MARKED INACTIVE, AND DORMANT AFTER THE     *
001900*                     NUMBER OF YEARS ON THE DORMPARM MEMBER;    *
002000*                     AN INACTIVE ACCOUNT THAT MOVES AGAIN IS    *
002100*                     ACTIVE AGAIN, BUT A DORMANT ONE STAYS      *
002200*                     DORMANT UNTIL A SUPERVISOR REACTIVATES IT  *
002300*                     IN CUSTMNT.  THE DORMRPT REPORT LISTS THE  *
002400*                     INACTIVE AND DORMANT ACCOUNTS WITH THEIR   *
002500*                     BALANCES, TOTALLED PER CURRENCY.           *
002520*    2026-10-15  APZ  ACCRUE'S "W" WITHHOLDING-TAX ENTRIES ARE   *
002540*                     OUR OWN TOO AND DO NOT COUNT AS A          *
002560*                     CUSTOMER MOVEMENT.                         *
002570*    2026-10-15  APZ  NOR DOES THE BALANCE-FORWARD ("B") RECORD  *
002580*                     THE YEAR-END ROLLOVER PUTS ON TRANHIDX.    *
002600*----------------------------------------------------------------*
002700
002800 environment division.
002900 configuration section.
003000 special-names.
003100     decimal-point is comma.
003200
003300 input-output section.
003400 file-control.
003500     select CUSTMAST-FILE assign to "CUSTMAST"
003600         organization is indexed
003700         access mode is dynamic
003800         record key is CUST-ACCOUNT-NUMBER
003900         alternate record key is CUST-NUMBER
004000             with duplicates
004100         file status is WS-CUSTMAST-STATUS.
004200
004300     select HIST-INDEX-FILE assign to "TRANHIDX"
004400         organization is indexed
004500         access mode is dynamic
004600         record key is THIST-KEY
004700         alternate record key is THIST-REFERENCE
004800         file status is WS-HISTIDX-STATUS.
004900
005000     select DORM-FILE assign to "DORMFILE"
005100         organization is indexed
005200         access mode is dynamic
005300         record key is DORM-ACCOUNT-NUMBER
005400         file status is WS-DORM-STATUS.
005500
005600     select DORMPARM-FILE assign to "DORMPARM"
005700         organization is sequential
005800         file status is WS-DORMPARM-STATUS.
005900
006000     select REPORT-FILE assign to "DORMRPT"
006100         organization is line sequential
006200         file status is WS-REPORT-STATUS.
006300
006400 data division.
006500 file section.
006600 fd  CUSTMAST-FILE
006700     label records are standard
006800     record contains 55 characters.
006900 01  CM-RECORD.
007000     copy CUSTREC.
007100
007200 fd  HIST-INDEX-FILE
007300     label records are standard
007400     record contains 40 characters.
007500 01  HX-RECORD.
007600     copy THISTREC.
007700
007800 fd  DORM-FILE
007900     label records are standard
008000     record contains 80 characters.
008100 01  DM-RECORD.
008200     copy DORMREC.
008300
008400 fd  DORMPARM-FILE
008500     label records are omitted
008600     record contains 80 characters.
008700 01  DP-RECORD.
008800     05  DP-DORMANT-YEARS       pic 9(02).
008900     05  filler                 pic x(78).
009000
009100 fd  REPORT-FILE
009200     label records are omitted
009300     record contains 80 characters.
009400 01  RP-LINE                    pic x(80).
009500
009600 working-storage section.
009700 01  WS-CUSTMAST-STATUS         pic x(02).
009800     88  WS-CUSTMAST-OK             value "00".
009900
010000 01  WS-HISTIDX-STATUS          pic x(02).
010100     88  WS-HISTIDX-OK              value "00".
010200     88  WS-HISTIDX-NO-FILE         value "35".
010300
010400 01  WS-DORM-STATUS             pic x(02).
010500     88  WS-DORM-OK                 value "00".
010600     88  WS-DORM-NOT-FOUND          value "23".
010700     88  WS-DORM-NO-FILE            value "35".
010800
010900 01  WS-DORMPARM-STATUS         pic x(02).
011000     88  WS-DORMPARM-OK             value "00".
011100
011200 01  WS-REPORT-STATUS           pic x(02).
011300     88  WS-REPORT-OK               value "00".
011400
011500 01  WS-SWITCHES.
011600     05  WS-CUST-EOF-SW         pic x(01).
011700         88  WS-CUST-EOF            value "Y".
011800         88  WS-CUST-NOT-EOF        value "N".
011900     05  WS-HISTORY-SW          pic x(01).
012000         88  WS-HISTORY-ON-FILE     value "Y".
012100         88  WS-HISTORY-ABSENT      value "N".
012200     05  WS-HIST-SCAN-SW        pic x(01).
012300         88  WS-HIST-SCAN-DONE      value "Y".
012400         88  WS-HIST-SCAN-MORE      value "N".
012500     05  WS-REGISTER-SW         pic x(01).
012600         88  WS-REGISTER-FOUND      value "Y".
012700         88  WS-REGISTER-NEW        value "N".
012800     05  WS-CHANGED-SW          pic x(01).
012900         88  WS-STATUS-CHANGED      value "Y".
013000         88  WS-STATUS-UNCHANGED    value "N".
013100
013200 01  WS-RUN-DATE                pic 9(08).
013300 01  WS-DORMANT-YEARS           pic 9(02).
013400 01  WS-INACTIVE-LIMIT          pic 9(08).
013500 01  WS-DORMANT-LIMIT           pic 9(08).
013600 01  WS-AGE-FROM-DATE           pic 9(08).
013700 01  WS-NEW-STATUS              pic x(01).
013800 01  WS-SLOT-CURRENCY           pic x(03).
013900 01  WS-ACCOUNTS-READ           pic 9(07) usage comp.
014000 01  WS-ACTIVE-COUNT            pic 9(07) usage comp.
014100 01  WS-INACTIVE-COUNT          pic 9(07) usage comp.
014200 01  WS-DORMANT-COUNT           pic 9(07) usage comp.
014300 01  WS-NEW-INACTIVE-COUNT      pic 9(07) usage comp.
014400 01  WS-NEW-DORMANT-COUNT       pic 9(07) usage comp.
014500 01  WS-REVIVED-COUNT           pic 9(07) usage comp.
014600 01  WS-NO-HISTORY-COUNT        pic 9(07) usage comp.
014700
014800*----------------------------------------------------------------*
014900*  PER-CURRENCY WORKING TABLE: COUNT AND BALANCE OF THE INACTIVE *
015000*  AND OF THE DORMANT ACCOUNTS.                                  *
015100*----------------------------------------------------------------*
015200 01  WS-DORM-TABLE.
015300     05  WS-DORM-ENTRY occurs 20 times indexed by DT-IDX.
015400         10  WS-DT-CODE         pic x(03).
015500         10  WS-DT-INACTIVE-COUNT
015600                                pic 9(07) usage comp.
015700         10  WS-DT-INACTIVE-BALANCE
015800                                pic s9(11)v99 usage comp-3.
015900         10  WS-DT-DORMANT-COUNT
016000                                pic 9(07) usage comp.
016100         10  WS-DT-DORMANT-BALANCE
016200                                pic s9(11)v99 usage comp-3.
016300
016400 01  WS-HEADING-1.
016500     05  filler                 pic x(49) value
016600         "AGENCE CENTRALE - COMPTES INACTIFS ET DORMANTS AU".
016700     05  filler                 pic x(01) value spaces.
016800     05  WS-H1-DATE             pic 9(08).
016900     05  filler                 pic x(22) value spaces.
017000
017100 01  WS-HEADING-2.
017200     05  filler                 pic x(36)
017300         value "INACTIF APRES 12 MOIS, DORMANT APRES".
017400     05  filler                 pic x(01) value spaces.
017500     05  WS-H2-YEARS            pic z9.
017600     05  filler                 pic x(41)
017700         value " ANS SANS MOUVEMENT".
017800
017900 01  WS-HEADING-3.
018000     05  filler                 pic x(11) value "Compte".
018100     05  filler                 pic x(09) value "Client".
018200     05  filler                 pic x(21) value "Nom".
018300     05  filler                 pic x(04) value "Dev".
018400     05  filler                 pic x(14) value "        Solde".
018500     05  filler                 pic x(09) value "Dern.mvt".
018600     05  filler                 pic x(12) value "Statut".
018700
018800 01  WS-DETAIL-LINE.
018900     05  WS-DL-ACCOUNT          pic x(10).
019000     05  filler                 pic x(01) value spaces.
019100     05  WS-DL-CUSTOMER         pic x(08).
019200     05  filler                 pic x(01) value spaces.
019300     05  WS-DL-NAME             pic x(20).
019400     05  filler                 pic x(01) value spaces.
019500     05  WS-DL-CURRENCY         pic x(03).
019600     05  filler                 pic x(01) value spaces.
019700     05  WS-DL-BALANCE          pic z(8)9,99-.
019800     05  filler                 pic x(01) value spaces.
019900     05  WS-DL-LAST-MOVE        pic x(08).
020000     05  filler                 pic x(01) value spaces.
020100     05  WS-DL-STATUS           pic x(07).
020200     05  filler                 pic x(01) value spaces.
020300     05  WS-DL-CHANGED          pic x(04).
020400
020500 01  WS-CURRENCY-HEADER.
020600     05  filler                 pic x(06) value "Dev".
020700     05  filler                 pic x(10) value "  Inactifs".
020800     05  filler                 pic x(17)
020900         value "            Solde".
021000     05  filler                 pic x(10) value "  Dormants".
021100     05  filler                 pic x(17)
021200         value "            Solde".
021300     05  filler                 pic x(20) value spaces.
021400
021500 01  WS-CURRENCY-LINE.
021600     05  WS-CL-CODE             pic x(03).
021700     05  filler                 pic x(03) value spaces.
021800     05  WS-CL-INACTIVE-COUNT   pic z(9)9.
021900     05  filler                 pic x(02) value spaces.
022000     05  WS-CL-INACTIVE-BALANCE pic z(10)9,99-.
022100     05  WS-CL-DORMANT-COUNT    pic z(9)9.
022200     05  filler                 pic x(02) value spaces.
022300     05  WS-CL-DORMANT-BALANCE  pic z(10)9,99-.
022400     05  filler                 pic x(20) value spaces.
022500
022600 01  WS-COUNT-LINE.
022700     05  WS-CN-LABEL            pic x(40).
022800     05  WS-CN-VALUE            pic z(6)9.
022900     05  filler                 pic x(33) value spaces.
023000
023100 01  WS-BLANK-LINE              pic x(80) value spaces.
023200
023300 procedure division.
023400 0000-MAINLINE.
023500     perform 1000-INITIALIZE
023600         thru 1000-EXIT.
023700     perform 2000-CLASSIFY-ONE-ACCOUNT
023800         thru 2000-EXIT
023900         until WS-CUST-EOF.
024000     perform 5000-PRINT-CURRENCY-TOTALS
024100         thru 5000-EXIT.
024200     perform 9999-TERMINATE
024300         thru 9999-EXIT.
024400     stop run.
024500
024600*----------------------------------------------------------------*
024700*  1000-INITIALIZE - READ THE DORMANCY THRESHOLD, WORK OUT THE   *
024800*  TWO CUT-OFF DATES, OPEN THE FILES AND PRINT THE HEADINGS.  A  *
024900*  MISSING TRANHIDX (NOTHING EVER POSTED) LEAVES EVERY ACCOUNT   *
025000*  AGED FROM ITS FIRST SIGHTING; A MISSING DORMFILE (FIRST RUN)  *
025100*  IS CREATED EMPTY.                                             *
025200*----------------------------------------------------------------*
025300 1000-INITIALIZE.
025400     move zero to WS-ACCOUNTS-READ.
025500     move zero to WS-ACTIVE-COUNT.
025600     move zero to WS-INACTIVE-COUNT.
025700     move zero to WS-DORMANT-COUNT.
025800     move zero to WS-NEW-INACTIVE-COUNT.
025900     move zero to WS-NEW-DORMANT-COUNT.
026000     move zero to WS-REVIVED-COUNT.
026100     move zero to WS-NO-HISTORY-COUNT.
026200     set WS-CUST-NOT-EOF to true.
026300     perform 1200-INIT-ONE-SLOT
026400         thru 1200-EXIT
026500         varying DT-IDX from 1 by 1
026600         until DT-IDX > 20.
026700     accept WS-RUN-DATE from date yyyymmdd.
026800     perform 1300-READ-DORMANCY-PARM
026900         thru 1300-EXIT.
027000     compute WS-INACTIVE-LIMIT = WS-RUN-DATE - 10000.
027100     compute WS-DORMANT-LIMIT
027200         = WS-RUN-DATE - (WS-DORMANT-YEARS * 10000).
027300     open i-o CUSTMAST-FILE.
027400     if not WS-CUSTMAST-OK
027500         perform 9910-CUSTMAST-OPEN-ERROR
027600             thru 9910-EXIT
027700     end-if.
027800     open input HIST-INDEX-FILE.
027900     evaluate true
028000         when WS-HISTIDX-OK
028100             set WS-HISTORY-ON-FILE to true
028200         when WS-HISTIDX-NO-FILE
028300             set WS-HISTORY-ABSENT to true
028400         when other
028500             perform 9920-HISTIDX-OPEN-ERROR
028600                 thru 9920-EXIT
028700     end-evaluate.
028800     open i-o DORM-FILE.
028900     if WS-DORM-NO-FILE
029000         open output DORM-FILE
029100         if not WS-DORM-OK
029200             perform 9930-DORM-OPEN-ERROR
029300                 thru 9930-EXIT
029400         end-if
029500         close DORM-FILE
029600         open i-o DORM-FILE
029700     end-if.
029800     if not WS-DORM-OK
029900         perform 9930-DORM-OPEN-ERROR
030000             thru 9930-EXIT
030100     end-if.
030200     open output REPORT-FILE.
030300     if not WS-REPORT-OK
030400         perform 9940-REPORT-ERROR
030500             thru 9940-EXIT
030600     end-if.
030700     move WS-RUN-DATE to WS-H1-DATE.
030800     move WS-HEADING-1 to RP-LINE.
030900     perform 8000-WRITE-REPORT-LINE
031000         thru 8000-EXIT.
031100     move WS-DORMANT-YEARS to WS-H2-YEARS.
031200     move WS-HEADING-2 to RP-LINE.
031300     perform 8000-WRITE-REPORT-LINE
031400         thru 8000-EXIT.
031500     move WS-BLANK-LINE to RP-LINE.
031600     perform 8000-WRITE-REPORT-LINE
031700         thru 8000-EXIT.
031800     move WS-HEADING-3 to RP-LINE.
031900     perform 8000-WRITE-REPORT-LINE
032000         thru 8000-EXIT.
032100 1000-EXIT.
032200     exit.
032300
032400*----------------------------------------------------------------*
032500*  1200-INIT-ONE-SLOT - CLEAR ONE ENTRY OF THE PER-CURRENCY      *
032600*  WORKING TABLE.                                                *
032700*----------------------------------------------------------------*
032800 1200-INIT-ONE-SLOT.
032900     move spaces to WS-DT-CODE (DT-IDX).
033000     move zero to WS-DT-INACTIVE-COUNT (DT-IDX).
033100     move zero to WS-DT-INACTIVE-BALANCE (DT-IDX).
033200     move zero to WS-DT-DORMANT-COUNT (DT-IDX).
033300     move zero to WS-DT-DORMANT-BALANCE (DT-IDX).
033400 1200-EXIT.
033500     exit.
033600
033700*----------------------------------------------------------------*
033800*  1300-READ-DORMANCY-PARM - THE NUMBER OF YEARS WITHOUT         *
033900*  MOVEMENT AFTER WHICH AN ACCOUNT IS DORMANT COMES FROM THE     *
034000*  DORMPARM MEMBER; WHEN IT IS ABSENT OR UNREADABLE THE 10-YEAR  *
034100*  HOUSE DEFAULT APPLIES.  IT CAN NEVER BE LESS THAN THE ONE     *
034200*  YEAR THAT ALREADY MAKES AN ACCOUNT INACTIVE.                  *
034300*----------------------------------------------------------------*
034400 1300-READ-DORMANCY-PARM.
034500     move 10 to WS-DORMANT-YEARS.
034600     open input DORMPARM-FILE.
034700     if not WS-DORMPARM-OK
034800         display "DORMANT - NO DORMPARM, DEFAULT OF "
034900             WS-DORMANT-YEARS " YEARS APPLIES"
035000         go to 1300-EXIT
035100     end-if.
035200     read DORMPARM-FILE
035300         at end
035400             continue
035500         not at end
035600             if DP-DORMANT-YEARS of DP-RECORD is numeric
035700                and DP-DORMANT-YEARS of DP-RECORD > 1
035800                 move DP-DORMANT-YEARS of DP-RECORD
035900                     to WS-DORMANT-YEARS
036000             end-if
036100     end-read.
036200     close DORMPARM-FILE.
036300 1300-EXIT.
036400     exit.
036500
036600*----------------------------------------------------------------*
036700*  2000-CLASSIFY-ONE-ACCOUNT - READ THE NEXT ACCOUNT, BRING ITS  *
036800*  REGISTER RECORD UP TO DATE FROM TRANHIDX, SET ITS STATUS AND  *
036900*  LIST IT WHEN IT IS NOT ACTIVE.                                *
037000*----------------------------------------------------------------*
037100 2000-CLASSIFY-ONE-ACCOUNT.
037200     read CUSTMAST-FILE next record
037300         at end
037400             set WS-CUST-EOF to true
037500             go to 2000-EXIT
037600     end-read.
037700     add 1 to WS-ACCOUNTS-READ.
037800     perform 2100-GET-REGISTER
037900         thru 2100-EXIT.
038000     perform 2200-FIND-LAST-MOVEMENT
038100         thru 2200-EXIT.
038200     perform 2300-SET-STATUS
038300         thru 2300-EXIT.
038400     perform 2400-SAVE-REGISTER
038500         thru 2400-EXIT.
038600     evaluate true
038700         when CUST-ACTIVE of CM-RECORD
038800             add 1 to WS-ACTIVE-COUNT
038900         when CUST-INACTIVE of CM-RECORD
039000             add 1 to WS-INACTIVE-COUNT
039100             perform 2500-LIST-ACCOUNT
039200                 thru 2500-EXIT
039300         when CUST-DORMANT of CM-RECORD
039400             add 1 to WS-DORMANT-COUNT
039500             perform 2500-LIST-ACCOUNT
039600                 thru 2500-EXIT
039700     end-evaluate.
039800 2000-EXIT.
039900     exit.
040000
040100*----------------------------------------------------------------*
040200*  2100-GET-REGISTER - READ THE ACCOUNT'S DORMFILE RECORD.  AN   *
040300*  ACCOUNT SEEN FOR THE FIRST TIME STARTS ONE TODAY, WITH NO     *
040400*  MOVEMENT KNOWN YET.                                           *
040500*----------------------------------------------------------------*
040600 2100-GET-REGISTER.
040700     move CUST-ACCOUNT-NUMBER of CM-RECORD
040800         to DORM-ACCOUNT-NUMBER of DM-RECORD.
040900     read DORM-FILE
041000         invalid key
041100             set WS-REGISTER-NEW to true
041200         not invalid key
041300             set WS-REGISTER-FOUND to true
041400     end-read.
041500     if WS-REGISTER-FOUND
041600         go to 2100-EXIT
041700     end-if.
041800     if not WS-DORM-NOT-FOUND
041900         perform 9950-DORM-IO-ERROR
042000             thru 9950-EXIT
042100     end-if.
042200     move spaces to DM-RECORD.
042300     move CUST-ACCOUNT-NUMBER of CM-RECORD
042400         to DORM-ACCOUNT-NUMBER of DM-RECORD.
042500     move WS-RUN-DATE to DORM-FIRST-SEEN-DATE of DM-RECORD.
042600     move zero to DORM-LAST-MOVE-DATE of DM-RECORD.
042700     move WS-RUN-DATE to DORM-STATUS-DATE of DM-RECORD.
042800     move zero to DORM-REACT-DATE of DM-RECORD.
042900 2100-EXIT.
043000     exit.
043100
043200*----------------------------------------------------------------*
043300*  2200-FIND-LAST-MOVEMENT - READ THE ACCOUNT'S KEYED HISTORY IN *
043400*  DATE ORDER FROM THE LAST MOVEMENT ALREADY ON THE REGISTER (SO *
043500*  EACH RUN ONLY READS WHAT IS NEW) AND KEEP THE LATEST ENTRY    *
043600*  THE CUSTOMER MADE.                                            *
043700*----------------------------------------------------------------*
043800 2200-FIND-LAST-MOVEMENT.
043900     if WS-HISTORY-ABSENT
044000         go to 2200-EXIT
044100     end-if.
044200     move CUST-ACCOUNT-NUMBER of CM-RECORD
044300         to THIST-ACCOUNT-NUMBER of HX-RECORD.
044400     move DORM-LAST-MOVE-DATE of DM-RECORD
044500         to THIST-DATE of HX-RECORD.
044600     move low-values to THIST-REFERENCE of HX-RECORD.
044700     start HIST-INDEX-FILE
044800         key is not less than THIST-KEY of HX-RECORD
044900         invalid key
045000             go to 2200-EXIT
045100     end-start.
045200     set WS-HIST-SCAN-MORE to true.
045300     perform 2210-READ-ONE-MOVEMENT
045400         thru 2210-EXIT
045500         until WS-HIST-SCAN-DONE.
045600 2200-EXIT.
045700     exit.
045800
045900*----------------------------------------------------------------*
046000*  2210-READ-ONE-MOVEMENT - READ THE NEXT HISTORY ENTRY; STOP AT *
046100*  THE FIRST ONE BELONGING TO ANOTHER ACCOUNT.  OUR OWN ACCRUAL  *
046200*  ("A") AND STANDING-ORDER ("P") ENTRIES ARE NOT THE CUSTOMER'S *
046300*  DOING AND DO NOT KEEP AN ACCOUNT ALIVE.                       *
046350*  NOR DOES THE WITHHOLDING TAX ("W") TAKEN ON THAT INTEREST.    *
046360*  NOR THE YEAR-END BALANCE FORWARD ("B").                       *
046400*----------------------------------------------------------------*
046500 2210-READ-ONE-MOVEMENT.
046600     read HIST-INDEX-FILE next record
046700         at end
046800             set WS-HIST-SCAN-DONE to true
046900             go to 2210-EXIT
047000     end-read.
047100     if THIST-ACCOUNT-NUMBER of HX-RECORD
047200        not = CUST-ACCOUNT-NUMBER of CM-RECORD
047300         set WS-HIST-SCAN-DONE to true
047400         go to 2210-EXIT
047500     end-if.
047600     if THIST-REFERENCE of HX-RECORD (1:1) = "A"
047700        or THIST-REFERENCE of HX-RECORD (1:1) = "P"
047750        or THIST-REFERENCE of HX-RECORD (1:1) = "W"
047760        or THIST-REFERENCE of HX-RECORD (1:1) = "B"
047800         go to 2210-EXIT
047900     end-if.
048000     move THIST-DATE of HX-RECORD
048100         to DORM-LAST-MOVE-DATE of DM-RECORD.
048200     move THIST-REFERENCE of HX-RECORD
048300         to DORM-LAST-MOVE-REF of DM-RECORD.
048400 2210-EXIT.
048500     exit.
048600
048700*----------------------------------------------------------------*
048800*  2300-SET-STATUS - AGE THE ACCOUNT FROM ITS LAST MOVEMENT (ITS *
048900*  FIRST SIGHTING WHEN IT HAS NONE), OR FROM ITS LAST            *
049000*  REACTIVATION WHEN THAT IS LATER.  OVER THE DORMANCY CUT-OFF   *
049100*  IT IS DORMANT, OVER 12 MONTHS INACTIVE, OTHERWISE ACTIVE.  A  *
049200*  DORMANT ACCOUNT IS NEVER REVIVED HERE - ONLY A SUPERVISED     *
049300*  REACTIVATION IN CUSTMNT LIFTS DORMANCY.                       *
049400*----------------------------------------------------------------*
049500 2300-SET-STATUS.
049600     set WS-STATUS-UNCHANGED to true.
049700     if DORM-LAST-MOVE-DATE of DM-RECORD = zero
049800         add 1 to WS-NO-HISTORY-COUNT
049900         move DORM-FIRST-SEEN-DATE of DM-RECORD
050000             to WS-AGE-FROM-DATE
050100     else
050200         move DORM-LAST-MOVE-DATE of DM-RECORD
050300             to WS-AGE-FROM-DATE
050400     end-if.
050500     if DORM-REACT-DATE of DM-RECORD > WS-AGE-FROM-DATE
050600         move DORM-REACT-DATE of DM-RECORD to WS-AGE-FROM-DATE
050700     end-if.
050800     if CUST-DORMANT of CM-RECORD
050900         go to 2300-EXIT
051000     end-if.
051100     evaluate true
051200         when WS-AGE-FROM-DATE < WS-DORMANT-LIMIT
051300             move "D" to WS-NEW-STATUS
051400         when WS-AGE-FROM-DATE < WS-INACTIVE-LIMIT
051500             move "I" to WS-NEW-STATUS
051600         when other
051700             move space to WS-NEW-STATUS
051800     end-evaluate.
051900     if WS-NEW-STATUS = CUST-ACTIVITY-STATUS of CM-RECORD
052000         go to 2300-EXIT
052100     end-if.
052200     move WS-NEW-STATUS to CUST-ACTIVITY-STATUS of CM-RECORD.
052300     rewrite CM-RECORD.
052400     if not WS-CUSTMAST-OK
052500         perform 9960-CUSTMAST-WRITE-ERROR
052600             thru 9960-EXIT
052700     end-if.
052800     set WS-STATUS-CHANGED to true.
052900     move WS-RUN-DATE to DORM-STATUS-DATE of DM-RECORD.
053000     evaluate true
053100         when CUST-DORMANT of CM-RECORD
053200             add 1 to WS-NEW-DORMANT-COUNT
053300         when CUST-INACTIVE of CM-RECORD
053400             add 1 to WS-NEW-INACTIVE-COUNT
053500         when other
053600             add 1 to WS-REVIVED-COUNT
053700     end-evaluate.
053800 2300-EXIT.
053900     exit.
054000
054100*----------------------------------------------------------------*
054200*  2400-SAVE-REGISTER - WRITE THE NEW REGISTER RECORD OR REWRITE *
054300*  THE EXISTING ONE.                                             *
054400*----------------------------------------------------------------*
054500 2400-SAVE-REGISTER.
054600     if WS-REGISTER-NEW
054700         write DM-RECORD
054800     else
054900         rewrite DM-RECORD
055000     end-if.
055100     if not WS-DORM-OK
055200         perform 9950-DORM-IO-ERROR
055300             thru 9950-EXIT
055400     end-if.
055500 2400-EXIT.
055600     exit.
055700
055800*----------------------------------------------------------------*
055900*  2500-LIST-ACCOUNT - PRINT ONE INACTIVE OR DORMANT ACCOUNT     *
056000*  ("NOUV" WHEN IT REACHED THAT STATUS IN THIS RUN) AND ADD ITS  *
056100*  BALANCE TO ITS CURRENCY'S TOTALS.                             *
056200*----------------------------------------------------------------*
056300 2500-LIST-ACCOUNT.
056400     move CUST-ACCOUNT-NUMBER of CM-RECORD to WS-DL-ACCOUNT.
056500     move CUST-NUMBER of CM-RECORD to WS-DL-CUSTOMER.
056600     move CUST-NAME of CM-RECORD to WS-DL-NAME.
056700     move CUST-CURRENCY-CODE of CM-RECORD to WS-DL-CURRENCY.
056800     move CUST-BALANCE of CM-RECORD to WS-DL-BALANCE.
056900     if DORM-LAST-MOVE-DATE of DM-RECORD = zero
057000         move "AUCUN" to WS-DL-LAST-MOVE
057100     else
057200         move DORM-LAST-MOVE-DATE of DM-RECORD to WS-DL-LAST-MOVE
057300     end-if.
057400     if CUST-DORMANT of CM-RECORD
057500         move "DORMANT" to WS-DL-STATUS
057600     else
057700         move "INACTIF" to WS-DL-STATUS
057800     end-if.
057900     if WS-STATUS-CHANGED
058000         move "NOUV" to WS-DL-CHANGED
058100     else
058200         move spaces to WS-DL-CHANGED
058300     end-if.
058400     move WS-DETAIL-LINE to RP-LINE.
058500     perform 8000-WRITE-REPORT-LINE
058600         thru 8000-EXIT.
058700     move CUST-CURRENCY-CODE of CM-RECORD to WS-SLOT-CURRENCY.
058800     perform 2550-FIND-CURRENCY-SLOT
058900         thru 2550-EXIT.
059000     if CUST-DORMANT of CM-RECORD
059100         add 1 to WS-DT-DORMANT-COUNT (DT-IDX)
059200         add CUST-BALANCE of CM-RECORD
059300             to WS-DT-DORMANT-BALANCE (DT-IDX)
059400     else
059500         add 1 to WS-DT-INACTIVE-COUNT (DT-IDX)
059600         add CUST-BALANCE of CM-RECORD
059700             to WS-DT-INACTIVE-BALANCE (DT-IDX)
059800     end-if.
059900 2500-EXIT.
060000     exit.
060100
060200*----------------------------------------------------------------*
060300*  2550-FIND-CURRENCY-SLOT - POINT DT-IDX AT THE WORKING-TABLE   *
060400*  ENTRY FOR THE CURRENCY IN HAND, CLAIMING THE FIRST FREE SLOT  *
060500*  FOR A NEW ONE, AS RECONCIL DOES.                              *
060600*----------------------------------------------------------------*
060700 2550-FIND-CURRENCY-SLOT.
060800     set DT-IDX to 1.
060900     search WS-DORM-ENTRY
061000         at end
061100             perform 9970-CURRENCY-TABLE-FULL
061200                 thru 9970-EXIT
061300         when WS-DT-CODE (DT-IDX) = WS-SLOT-CURRENCY
061400             continue
061500         when WS-DT-CODE (DT-IDX) = spaces
061600             move WS-SLOT-CURRENCY to WS-DT-CODE (DT-IDX)
061700     end-search.
061800 2550-EXIT.
061900     exit.
062000
062100*----------------------------------------------------------------*
062200*  5000-PRINT-CURRENCY-TOTALS - PRINT THE COUNT AND BALANCE OF   *
062300*  THE INACTIVE AND DORMANT ACCOUNTS PER CURRENCY.               *
062400*----------------------------------------------------------------*
062500 5000-PRINT-CURRENCY-TOTALS.
062600     move WS-BLANK-LINE to RP-LINE.
062700     perform 8000-WRITE-REPORT-LINE
062800         thru 8000-EXIT.
062900     move WS-CURRENCY-HEADER to RP-LINE.
063000     perform 8000-WRITE-REPORT-LINE
063100         thru 8000-EXIT.
063200     perform 5100-PRINT-ONE-CURRENCY
063300         thru 5100-EXIT
063400         varying DT-IDX from 1 by 1
063500         until DT-IDX > 20.
063600 5000-EXIT.
063700     exit.
063800
063900*----------------------------------------------------------------*
064000*  5100-PRINT-ONE-CURRENCY - PRINT ONE USED SLOT OF THE TABLE.   *
064100*----------------------------------------------------------------*
064200 5100-PRINT-ONE-CURRENCY.
064300     if WS-DT-CODE (DT-IDX) = spaces
064400         go to 5100-EXIT
064500     end-if.
064600     move WS-DT-CODE (DT-IDX) to WS-CL-CODE.
064700     move WS-DT-INACTIVE-COUNT (DT-IDX) to WS-CL-INACTIVE-COUNT.
064800     move WS-DT-INACTIVE-BALANCE (DT-IDX)
064900         to WS-CL-INACTIVE-BALANCE.
065000     move WS-DT-DORMANT-COUNT (DT-IDX) to WS-CL-DORMANT-COUNT.
065100     move WS-DT-DORMANT-BALANCE (DT-IDX)
065200         to WS-CL-DORMANT-BALANCE.
065300     move WS-CURRENCY-LINE to RP-LINE.
065400     perform 8000-WRITE-REPORT-LINE
065500         thru 8000-EXIT.
065600 5100-EXIT.
065700     exit.
065800
065900*----------------------------------------------------------------*
066000*  8000-WRITE-REPORT-LINE - WRITE ONE REPORT LINE AND CHECK ITS  *
066100*  STATUS.                                                       *
066200*----------------------------------------------------------------*
066300 8000-WRITE-REPORT-LINE.
066400     write RP-LINE.
066500     if not WS-REPORT-OK
066600         perform 9940-REPORT-ERROR
066700             thru 9940-EXIT
066800     end-if.
066900 8000-EXIT.
067000     exit.
067100
067200*----------------------------------------------------------------*
067300*  8100-WRITE-COUNT-LINE - WRITE THE PREPARED COUNT LINE.        *
067400*----------------------------------------------------------------*
067500 8100-WRITE-COUNT-LINE.
067600     move WS-COUNT-LINE to RP-LINE.
067700     perform 8000-WRITE-REPORT-LINE
067800         thru 8000-EXIT.
067900 8100-EXIT.
068000     exit.
068100
068200*----------------------------------------------------------------*
068300*  9999-TERMINATE - PRINT THE COUNTS AND CLOSE THE FILES.        *
068400*----------------------------------------------------------------*
068500 9999-TERMINATE.
068600     move WS-BLANK-LINE to RP-LINE.
068700     perform 8000-WRITE-REPORT-LINE
068800         thru 8000-EXIT.
068900     move "COMPTES LUS" to WS-CN-LABEL.
069000     move WS-ACCOUNTS-READ to WS-CN-VALUE.
069100     perform 8100-WRITE-COUNT-LINE
069200         thru 8100-EXIT.
069300     move "COMPTES ACTIFS" to WS-CN-LABEL.
069400     move WS-ACTIVE-COUNT to WS-CN-VALUE.
069500     perform 8100-WRITE-COUNT-LINE
069600         thru 8100-EXIT.
069700     move "COMPTES INACTIFS" to WS-CN-LABEL.
069800     move WS-INACTIVE-COUNT to WS-CN-VALUE.
069900     perform 8100-WRITE-COUNT-LINE
070000         thru 8100-EXIT.
070100     move "COMPTES DORMANTS" to WS-CN-LABEL.
070200     move WS-DORMANT-COUNT to WS-CN-VALUE.
070300     perform 8100-WRITE-COUNT-LINE
070400         thru 8100-EXIT.
070500     move "  DEVENUS INACTIFS CE JOUR" to WS-CN-LABEL.
070600     move WS-NEW-INACTIVE-COUNT to WS-CN-VALUE.
070700     perform 8100-WRITE-COUNT-LINE
070800         thru 8100-EXIT.
070900     move "  DEVENUS DORMANTS CE JOUR" to WS-CN-LABEL.
071000     move WS-NEW-DORMANT-COUNT to WS-CN-VALUE.
071100     perform 8100-WRITE-COUNT-LINE
071200         thru 8100-EXIT.
071300     move "  REDEVENUS ACTIFS CE JOUR" to WS-CN-LABEL.
071400     move WS-REVIVED-COUNT to WS-CN-VALUE.
071500     perform 8100-WRITE-COUNT-LINE
071600         thru 8100-EXIT.
071700     move "SANS MOUVEMENT CLIENT EN HISTORIQUE" to WS-CN-LABEL.
071800     move WS-NO-HISTORY-COUNT to WS-CN-VALUE.
071900     perform 8100-WRITE-COUNT-LINE
072000         thru 8100-EXIT.
072100     close CUSTMAST-FILE.
072200     if WS-HISTORY-ON-FILE
072300         close HIST-INDEX-FILE
072400     end-if.
072500     close DORM-FILE.
072600     close REPORT-FILE.
072700     display "DORMANT - " WS-ACCOUNTS-READ " ACCOUNT(S) READ, "
072800         WS-INACTIVE-COUNT " INACTIVE, "
072900         WS-DORMANT-COUNT " DORMANT.".
073000 9999-EXIT.
073100     exit.
073200
073300*----------------------------------------------------------------*
073400*  9910-CUSTMAST-OPEN-ERROR - CANNOT CLASSIFY A MASTER THAT WILL *
073500*  NOT OPEN; ABEND THE RUN.                                      *
073600*----------------------------------------------------------------*
073700 9910-CUSTMAST-OPEN-ERROR.
073800     display "DORMANT - CANNOT OPEN CUSTMAST, STATUS="
073900         WS-CUSTMAST-STATUS.
074000     stop run.
074100 9910-EXIT.
074200     exit.
074300
074400*----------------------------------------------------------------*
074500*  9920-HISTIDX-OPEN-ERROR - THE KEYED HISTORY EXISTS BUT COULD  *
074600*  NOT BE OPENED; ABEND RATHER THAN AGE EVERY ACCOUNT AS IF IT   *
074700*  HAD NEVER MOVED.                                              *
074800*----------------------------------------------------------------*
074900 9920-HISTIDX-OPEN-ERROR.
075000     display "DORMANT - CANNOT OPEN TRANHIDX, STATUS="
075100         WS-HISTIDX-STATUS.
075200     stop run.
075300 9920-EXIT.
075400     exit.
075500
075600*----------------------------------------------------------------*
075700*  9930-DORM-OPEN-ERROR - THE DORMANCY REGISTER COULD NOT BE     *
075800*  OPENED OR CREATED; ABEND THE RUN.                             *
075900*----------------------------------------------------------------*
076000 9930-DORM-OPEN-ERROR.
076100     display "DORMANT - CANNOT OPEN DORMFILE, STATUS="
076200         WS-DORM-STATUS.
076300     stop run.
076400 9930-EXIT.
076500     exit.
076600
076700*----------------------------------------------------------------*
076800*  9940-REPORT-ERROR - THE REPORT COULD NOT BE WRITTEN; ABEND    *
076900*  RATHER THAN HAND OVER A PARTIAL LIST.                         *
077000*----------------------------------------------------------------*
077100 9940-REPORT-ERROR.
077200     display "DORMANT - CANNOT WRITE DORMRPT, STATUS="
077300         WS-REPORT-STATUS.
077400     stop run.
077500 9940-EXIT.
077600     exit.
077700
077800*----------------------------------------------------------------*
077900*  9950-DORM-IO-ERROR - THE REGISTER COULD NOT BE READ OR        *
078000*  UPDATED; ABEND RATHER THAN LOSE AN ACCOUNT'S LAST MOVEMENT.   *
078100*----------------------------------------------------------------*
078200 9950-DORM-IO-ERROR.
078300     display "DORMANT - CANNOT UPDATE DORMFILE "
078400         DORM-ACCOUNT-NUMBER of DM-RECORD ", STATUS="
078500         WS-DORM-STATUS.
078600     stop run.
078700 9950-EXIT.
078800     exit.
078900
079000*----------------------------------------------------------------*
079100*  9960-CUSTMAST-WRITE-ERROR - THE NEW STATUS COULD NOT BE       *
079200*  REWRITTEN; ABEND RATHER THAN LEAVE A DORMANT ACCOUNT OPEN TO  *
079300*  DEBITS SILENTLY.                                              *
079400*----------------------------------------------------------------*
079500 9960-CUSTMAST-WRITE-ERROR.
079600     display "DORMANT - CANNOT UPDATE CUSTMAST "
079700         CUST-ACCOUNT-NUMBER of CM-RECORD ", STATUS="
079800         WS-CUSTMAST-STATUS.
079900     stop run.
080000 9960-EXIT.
080100     exit.
080200
080300*----------------------------------------------------------------*
080400*  9970-CURRENCY-TABLE-FULL - MORE DISTINCT CURRENCIES THAN THE  *
080500*  WORKING TABLE HOLDS; ABEND RATHER THAN LOSE A TOTAL.          *
080600*----------------------------------------------------------------*
080700 9970-CURRENCY-TABLE-FULL.
080800     display "DORMANT - MORE THAN 20 CURRENCIES ON CUSTMAST".
080900     stop run.
081000 9970-EXIT.
081100     exit.
