000100 identification division.
000200 program-id. COLLLTR.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - DAILY COLLECTIONS LETTER *
001000*                     RUN.  EVERY OPEN CASE ON COLLFILE (KEPT BY *
001100*                     SOLDEBAT FOR THE ACCOUNTS PAST THEIR       *
001200*                     OVERDRAFT LIMIT) IS AGED FROM THE FIRST    *
001300*                     DATE IT WENT OVER LIMIT.  AFTER THE        *
001400*                     COLLPARM NUMBER OF DAYS THE CUSTOMER GETS  *
001500*                     A REMINDER, LATER A FORMAL NOTICE, AND     *
001600*                     AFTER THAT THE CASE IS REFERRED TO THE     *
001700*                     LITIGATION DESK - ONE STAGE PER RUN, EACH  *
001800*                     PRINTED ON ITS OWN PAGE OF COLLPRT IN THE  *
001900*                     STMTPRT STATEMENT STYLE.                   *
002000*----------------------------------------------------------------*
002100
002200 environment division.
002300 configuration section.
002400 special-names.
002500     decimal-point is comma.
002600
002700 input-output section.
002800 file-control.
002900     select COLL-FILE assign to "COLLFILE"
003000         organization is indexed
003100         access mode is dynamic
003200         record key is COLL-ACCOUNT-NUMBER
003300         file status is WS-COLL-STATUS.
003400
003500     select CUSTMAST-FILE assign to "CUSTMAST"
003600         organization is indexed
003700         access mode is dynamic
003800         record key is CUST-ACCOUNT-NUMBER
003900         alternate record key is CUST-NUMBER
004000             with duplicates
004100         file status is WS-CUSTMAST-STATUS.
004200
004300     select COLLPARM-FILE assign to "COLLPARM"
004400         organization is sequential
004500         file status is WS-COLLPARM-STATUS.
004600
004700     select PRINT-FILE assign to "COLLPRT"
004800         organization is line sequential
004900         file status is WS-PRINT-STATUS.
005000
005100 data division.
005200 file section.
005300 fd  COLL-FILE
005400     label records are standard
005500     record contains 80 characters.
005600 01  CL-RECORD.
005700     copy COLLREC.
005800
005900 fd  CUSTMAST-FILE
006000     label records are standard
006100     record contains 55 characters.
006200 01  CM-RECORD.
006300     copy CUSTREC.
006400
006500 fd  COLLPARM-FILE
006600     label records are omitted
006700     record contains 80 characters.
006800 01  CP-RECORD.
006900     05  CP-REMINDER-DAYS       pic 9(03).
007000     05  CP-NOTICE-DAYS         pic 9(03).
007100     05  CP-LITIGATION-DAYS     pic 9(03).
007200     05  filler                 pic x(71).
007300
007400 fd  PRINT-FILE
007500     label records are omitted
007600     record contains 80 characters.
007700 01  PRINT-LINE                 pic x(80).
007800
007900 working-storage section.
008000 01  WS-COLL-STATUS             pic x(02).
008100     88  WS-COLL-OK                 value "00".
008200
008300 01  WS-CUSTMAST-STATUS         pic x(02).
008400     88  WS-CUSTMAST-OK             value "00".
008500
008600 01  WS-COLLPARM-STATUS         pic x(02).
008700     88  WS-COLLPARM-OK             value "00".
008800
008900 01  WS-PRINT-STATUS            pic x(02).
009000     88  WS-PRINT-OK                value "00".
009100
009200 01  WS-SWITCHES.
009300     05  WS-COLL-EOF-SW         pic x(01).
009400         88  WS-COLL-EOF            value "Y".
009500         88  WS-COLL-NOT-EOF        value "N".
009600     05  WS-ACCOUNT-SW          pic x(01).
009700         88  WS-ACCOUNT-FOUND       value "Y".
009800         88  WS-ACCOUNT-GONE        value "N".
009900
010000 01  WS-RUN-DATE                pic 9(08).
010100 01  WS-REMINDER-DAYS           pic 9(03).
010200 01  WS-NOTICE-DAYS             pic 9(03).
010300 01  WS-LITIGATION-DAYS         pic 9(03).
010400 01  WS-DAYS-OVER               pic 9(07) usage comp.
010500 01  WS-NEXT-STAGE              pic x(01).
010600     88  WS-SEND-REMINDER           value "1".
010700     88  WS-SEND-NOTICE             value "2".
010800     88  WS-SEND-REFERRAL           value "3".
010900     88  WS-NOTHING-DUE             value space.
011000 01  WS-CASES-READ              pic 9(07) usage comp.
011100 01  WS-REMINDER-COUNT          pic 9(07) usage comp.
011200 01  WS-NOTICE-COUNT            pic 9(07) usage comp.
011300 01  WS-REFERRAL-COUNT          pic 9(07) usage comp.
011400 01  WS-GONE-COUNT              pic 9(07) usage comp.
011500
011600*----------------------------------------------------------------*
011700*  WORK FIELDS FOR 2350-DATE-TO-DAYS - SAME DAY-COUNT SCHEME AS  *
011800*  SOLDEBAT USES FOR RATE STALENESS.                             *
011900*----------------------------------------------------------------*
012000 01  WS-DATE-WORK.
012100     05  WS-DW-YEAR             pic 9(04).
012200     05  WS-DW-MONTH            pic 9(02).
012300     05  WS-DW-DAY              pic 9(02).
012400 01  WS-DAYS-WORK               pic 9(07) usage comp.
012500 01  WS-RUN-DAYS                pic 9(07) usage comp.
012600 01  WS-YEAR-PRIOR              pic 9(04) usage comp.
012700 01  WS-LEAP-REMAINDER          pic 9(04) usage comp.
012800 01  WS-LEAP-QUOTIENT           pic 9(04) usage comp.
012900
013000 01  WS-MONTH-OFFSET-VALUES.
013100     05  filler pic x(18) value "000031059090120151".
013200     05  filler pic x(18) value "181212243273304334".
013300 01  WS-MONTH-OFFSETS redefines WS-MONTH-OFFSET-VALUES.
013400     05  WS-MONTH-OFFSET        pic 9(03) occurs 12 times.
013500
013600*----------------------------------------------------------------*
013700*  A YYYYMMDD DATE TURNED INTO DD/MM/YYYY FOR THE LETTER TEXT.   *
013800*----------------------------------------------------------------*
013900 01  WS-EDIT-DATE-IN.
014000     05  WS-EI-YEAR             pic 9(04).
014100     05  WS-EI-MONTH            pic 9(02).
014200     05  WS-EI-DAY              pic 9(02).
014300 01  WS-EDIT-DATE.
014400     05  WS-ED-DAY              pic 9(02).
014500     05  filler                 pic x(01) value "/".
014600     05  WS-ED-MONTH            pic 9(02).
014700     05  filler                 pic x(01) value "/".
014800     05  WS-ED-YEAR             pic 9(04).
014900
015000*----------------------------------------------------------------*
015100*  LETTER PAGE - THE STMTPRT STATEMENT LAYOUT: TITLE, DATE LINE, *
015200*  COLUMN HEADINGS AND ONE ACCOUNT LINE, THEN THE LETTER TEXT.   *
015300*----------------------------------------------------------------*
015400 01  WS-HEADING-1.
015500     05  filler                 pic x(17) value spaces.
015600     05  WS-H1-TITLE            pic x(46).
015700     05  filler                 pic x(17) value spaces.
015800
015900 01  WS-HEADING-2.
016000     05  filler                 pic x(10) value "Date : ".
016100     05  WS-H2-DATE             pic x(10).
016200     05  filler                 pic x(60) value spaces.
016300
016400 01  WS-HEADING-3.
016500     05  filler          pic x(20) value "Nom du client".
016600     05  filler          pic x(20) value "No de compte".
016700     05  filler          pic x(10) value "Devise".
016800     05  filler          pic x(30) value "Depassement".
016900
017000 01  WS-DETAIL-LINE.
017100     05  WS-DL-CUST-NAME        pic x(20).
017200     05  WS-DL-ACCOUNT-NUMBER   pic x(20).
017300     05  WS-DL-CURRENCY         pic x(10).
017400     05  WS-DL-EXCESS           pic z(8)9,99-.
017500     05  filler                 pic x(17) value spaces.
017600
017700 01  WS-AMOUNT-LINE.
017800     05  WS-AL-LABEL            pic x(34).
017900     05  WS-AL-AMOUNT           pic z(8)9,99-.
018000     05  filler                 pic x(02) value spaces.
018100     05  WS-AL-CURRENCY         pic x(03).
018200     05  filler                 pic x(28) value spaces.
018300
018400 01  WS-DATE-LINE.
018500     05  WS-DT-LABEL            pic x(34).
018600     05  WS-DT-DATE             pic x(10).
018700     05  filler                 pic x(36) value spaces.
018800
018900 01  WS-BLANK-LINE              pic x(80) value spaces.
019000
019100 procedure division.
019200 0000-MAINLINE.
019300     perform 1000-INITIALIZE
019400         thru 1000-EXIT.
019500     perform 2000-FOLLOW-UP-ONE-CASE
019600         thru 2000-EXIT
019700         until WS-COLL-EOF.
019800     perform 9999-TERMINATE
019900         thru 9999-EXIT.
020000     stop run.
020100
020200*----------------------------------------------------------------*
020300*  1000-INITIALIZE - READ THE STAGE THRESHOLDS, OPEN THE FILES   *
020400*  AND POSITION THE COLLECTIONS FILE ON ITS FIRST CASE.          *
020500*  COLLFILE IS CREATED BY SOLDEBAT'S FIRST RUN, SO IT MUST       *
020600*  ALREADY EXIST HERE.                                           *
020700*----------------------------------------------------------------*
020800 1000-INITIALIZE.
020900     move zero to WS-CASES-READ.
021000     move zero to WS-REMINDER-COUNT.
021100     move zero to WS-NOTICE-COUNT.
021200     move zero to WS-REFERRAL-COUNT.
021300     move zero to WS-GONE-COUNT.
021400     set WS-COLL-NOT-EOF to true.
021500     accept WS-RUN-DATE from date yyyymmdd.
021600     move WS-RUN-DATE to WS-DATE-WORK.
021700     perform 2350-DATE-TO-DAYS
021800         thru 2350-EXIT.
021900     move WS-DAYS-WORK to WS-RUN-DAYS.
022000     perform 1300-READ-COLLECTIONS-PARM
022100         thru 1300-EXIT.
022200     open i-o COLL-FILE.
022300     if not WS-COLL-OK
022400         perform 9910-COLL-OPEN-ERROR
022500             thru 9910-EXIT
022600     end-if.
022700     open input CUSTMAST-FILE.
022800     if not WS-CUSTMAST-OK
022900         perform 9920-CUSTMAST-OPEN-ERROR
023000             thru 9920-EXIT
023100     end-if.
023200     open extend PRINT-FILE.
023300     if not WS-PRINT-OK
023400         perform 9930-PRINT-ERROR
023500             thru 9930-EXIT
023600     end-if.
023700     move WS-RUN-DATE to WS-EDIT-DATE-IN.
023800     perform 8500-EDIT-DATE
023900         thru 8500-EXIT.
024000     move WS-EDIT-DATE to WS-H2-DATE.
024100     move low-values to COLL-ACCOUNT-NUMBER of CL-RECORD.
024200     start COLL-FILE
024300         key is not less than COLL-ACCOUNT-NUMBER of CL-RECORD
024400         invalid key
024500             set WS-COLL-EOF to true
024600     end-start.
024700 1000-EXIT.
024800     exit.
024900
025000*----------------------------------------------------------------*
025100*  1300-READ-COLLECTIONS-PARM - THE NUMBER OF DAYS OVER LIMIT    *
025200*  BEFORE THE REMINDER, THE FORMAL NOTICE AND THE LITIGATION     *
025300*  REFERRAL COMES FROM THE COLLPARM MEMBER.  WHEN IT IS ABSENT,  *
025400*  UNREADABLE OR NOT IN RISING ORDER THE HOUSE DEFAULTS OF 10,   *
025500*  30 AND 60 DAYS APPLY.                                         *
025600*----------------------------------------------------------------*
025700 1300-READ-COLLECTIONS-PARM.
025800     move 10 to WS-REMINDER-DAYS.
025900     move 30 to WS-NOTICE-DAYS.
026000     move 60 to WS-LITIGATION-DAYS.
026100     open input COLLPARM-FILE.
026200     if not WS-COLLPARM-OK
026300         display "COLLLTR - NO COLLPARM, DEFAULTS OF "
026400             WS-REMINDER-DAYS "/" WS-NOTICE-DAYS "/"
026500             WS-LITIGATION-DAYS " DAYS APPLY"
026600         go to 1300-EXIT
026700     end-if.
026800     read COLLPARM-FILE
026900         at end
027000             continue
027100         not at end
027200             if CP-REMINDER-DAYS of CP-RECORD is numeric
027300                and CP-NOTICE-DAYS of CP-RECORD is numeric
027400                and CP-LITIGATION-DAYS of CP-RECORD is numeric
027500                and CP-REMINDER-DAYS of CP-RECORD > zero
027600                and CP-NOTICE-DAYS of CP-RECORD
027700                    > CP-REMINDER-DAYS of CP-RECORD
027800                and CP-LITIGATION-DAYS of CP-RECORD
027900                    > CP-NOTICE-DAYS of CP-RECORD
028000                 move CP-REMINDER-DAYS of CP-RECORD
028100                     to WS-REMINDER-DAYS
028200                 move CP-NOTICE-DAYS of CP-RECORD
028300                     to WS-NOTICE-DAYS
028400                 move CP-LITIGATION-DAYS of CP-RECORD
028500                     to WS-LITIGATION-DAYS
028600             end-if
028700     end-read.
028800     close COLLPARM-FILE.
028900 1300-EXIT.
029000     exit.
029100
029200*----------------------------------------------------------------*
029300*  2000-FOLLOW-UP-ONE-CASE - READ THE NEXT CASE.  A CLOSED CASE, *
029400*  OR ONE ALREADY WRITTEN TO TODAY, IS LEFT ALONE.  AN OPEN CASE *
029500*  WHOSE ACCOUNT HAS LEFT CUSTMAST IS CLOSED; OTHERWISE, WHEN    *
029600*  THE NEXT STAGE IS DUE, ITS LETTER IS PRINTED AND THE CASE     *
029700*  MOVED ON TO THAT STAGE.                                       *
029800*----------------------------------------------------------------*
029900 2000-FOLLOW-UP-ONE-CASE.
030000     read COLL-FILE next record
030100         at end
030200             set WS-COLL-EOF to true
030300             go to 2000-EXIT
030400     end-read.
030500     if not COLL-OPEN of CL-RECORD
030600         go to 2000-EXIT
030700     end-if.
030800     if COLL-STAGE-DATE of CL-RECORD = WS-RUN-DATE
030900         go to 2000-EXIT
031000     end-if.
031100     add 1 to WS-CASES-READ.
031200     perform 2100-GET-ACCOUNT
031300         thru 2100-EXIT.
031400     if WS-ACCOUNT-GONE
031500         set COLL-CLOSED of CL-RECORD to true
031600         move WS-RUN-DATE to COLL-CLOSED-DATE of CL-RECORD
031700         perform 2500-SAVE-CASE
031800             thru 2500-EXIT
031900         add 1 to WS-GONE-COUNT
032000         go to 2000-EXIT
032100     end-if.
032200     perform 2200-FIND-NEXT-STAGE
032300         thru 2200-EXIT.
032400     if WS-NOTHING-DUE
032500         go to 2000-EXIT
032600     end-if.
032700     perform 3000-PRINT-LETTER
032800         thru 3000-EXIT.
032900     move WS-NEXT-STAGE to COLL-STAGE of CL-RECORD.
033000     move WS-RUN-DATE to COLL-STAGE-DATE of CL-RECORD.
033100     perform 2500-SAVE-CASE
033200         thru 2500-EXIT.
033300 2000-EXIT.
033400     exit.
033500
033600*----------------------------------------------------------------*
033700*  2100-GET-ACCOUNT - READ THE CASE'S ACCOUNT FOR THE NAME AND   *
033800*  LIMIT THE LETTER CARRIES.                                     *
033900*----------------------------------------------------------------*
034000 2100-GET-ACCOUNT.
034100     set WS-ACCOUNT-FOUND to true.
034200     move COLL-ACCOUNT-NUMBER of CL-RECORD
034300         to CUST-ACCOUNT-NUMBER of CM-RECORD.
034400     read CUSTMAST-FILE
034500         invalid key
034600             set WS-ACCOUNT-GONE to true
034700     end-read.
034800 2100-EXIT.
034900     exit.
035000
035100*----------------------------------------------------------------*
035200*  2200-FIND-NEXT-STAGE - AGE THE CASE FROM THE FIRST DATE OVER  *
035300*  LIMIT AND SEE WHETHER ITS NEXT STAGE IS DUE.  A CASE MOVES AT *
035400*  MOST ONE STAGE PER RUN, SO AN OLD CASE STILL GETS ITS         *
035500*  REMINDER AND NOTICE BEFORE IT IS REFERRED.  A REFERRED CASE   *
035600*  HAS NO FURTHER STAGE.                                         *
035700*----------------------------------------------------------------*
035800 2200-FIND-NEXT-STAGE.
035900     move space to WS-NEXT-STAGE.
036000     move COLL-FIRST-DATE of CL-RECORD to WS-DATE-WORK.
036100     perform 2350-DATE-TO-DAYS
036200         thru 2350-EXIT.
036300     if WS-DAYS-WORK > WS-RUN-DAYS
036400         go to 2200-EXIT
036500     end-if.
036600     compute WS-DAYS-OVER = WS-RUN-DAYS - WS-DAYS-WORK.
036700     evaluate true
036800         when COLL-NO-LETTER of CL-RECORD
036900          and WS-DAYS-OVER not < WS-REMINDER-DAYS
037000             set WS-SEND-REMINDER to true
037100         when COLL-REMINDER-SENT of CL-RECORD
037200          and WS-DAYS-OVER not < WS-NOTICE-DAYS
037300             set WS-SEND-NOTICE to true
037400         when COLL-NOTICE-SENT of CL-RECORD
037500          and WS-DAYS-OVER not < WS-LITIGATION-DAYS
037600             set WS-SEND-REFERRAL to true
037700         when other
037800             continue
037900     end-evaluate.
038000 2200-EXIT.
038100     exit.
038200
038300*----------------------------------------------------------------*
038400*  2350-DATE-TO-DAYS - TURN THE CALENDAR DATE IN WS-DATE-WORK    *
038500*  INTO A RUNNING DAY COUNT, AS SOLDEBAT'S 2350 DOES.            *
038600*----------------------------------------------------------------*
038700 2350-DATE-TO-DAYS.
038800     compute WS-YEAR-PRIOR = WS-DW-YEAR - 1.
038900     compute WS-DAYS-WORK = WS-DW-YEAR * 365.
039000     divide WS-YEAR-PRIOR by 4
039100         giving WS-LEAP-QUOTIENT.
039200     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
039300     divide WS-YEAR-PRIOR by 100
039400         giving WS-LEAP-QUOTIENT.
039500     subtract WS-LEAP-QUOTIENT from WS-DAYS-WORK.
039600     divide WS-YEAR-PRIOR by 400
039700         giving WS-LEAP-QUOTIENT.
039800     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
039900     add WS-MONTH-OFFSET (WS-DW-MONTH) to WS-DAYS-WORK.
040000     add WS-DW-DAY to WS-DAYS-WORK.
040100     if WS-DW-MONTH > 2
040200         divide WS-DW-YEAR by 4
040300             giving WS-LEAP-QUOTIENT
040400             remainder WS-LEAP-REMAINDER
040500         if WS-LEAP-REMAINDER = zero
040600             divide WS-DW-YEAR by 100
040700                 giving WS-LEAP-QUOTIENT
040800                 remainder WS-LEAP-REMAINDER
040900             if WS-LEAP-REMAINDER not = zero
041000                 add 1 to WS-DAYS-WORK
041100             else
041200                 divide WS-DW-YEAR by 400
041300                     giving WS-LEAP-QUOTIENT
041400                     remainder WS-LEAP-REMAINDER
041500                 if WS-LEAP-REMAINDER = zero
041600                     add 1 to WS-DAYS-WORK
041700                 end-if
041800             end-if
041900         end-if
042000     end-if.
042100 2350-EXIT.
042200     exit.
042300
042400*----------------------------------------------------------------*
042500*  2500-SAVE-CASE - REWRITE THE CASE AFTER ITS LETTER OR ITS     *
042600*  CLOSURE.                                                      *
042700*----------------------------------------------------------------*
042800 2500-SAVE-CASE.
042900     rewrite CL-RECORD.
043000     if not WS-COLL-OK
043100         perform 9940-COLL-WRITE-ERROR
043200             thru 9940-EXIT
043300     end-if.
043400 2500-EXIT.
043500     exit.
043600
043700*----------------------------------------------------------------*
043800*  3000-PRINT-LETTER - PRINT THE LETTER FOR THE STAGE NOW DUE ON *
043900*  A FRESH PAGE: THE STATEMENT-STYLE HEADER WITH THE CUSTOMER'S  *
044000*  NAME, ACCOUNT AND CURRENT EXCESS, THE FIGURES OF THE CASE,    *
044100*  THEN THE TEXT OF THE STAGE.                                   *
044200*----------------------------------------------------------------*
044300 3000-PRINT-LETTER.
044400     evaluate true
044500         when WS-SEND-REMINDER
044600             move "AGENCE CENTRALE - RAPPEL DE DEPASSEMENT"
044700                 to WS-H1-TITLE
044800             add 1 to WS-REMINDER-COUNT
044900         when WS-SEND-NOTICE
045000             move "AGENCE CENTRALE - MISE EN DEMEURE"
045100                 to WS-H1-TITLE
045200             add 1 to WS-NOTICE-COUNT
045300         when WS-SEND-REFERRAL
045400             move "AGENCE CENTRALE - TRANSMISSION AU CONTENTIEUX"
045500                 to WS-H1-TITLE
045600             add 1 to WS-REFERRAL-COUNT
045700     end-evaluate.
045800     move WS-HEADING-1 to PRINT-LINE.
045900     write PRINT-LINE after advancing page.
046000     if not WS-PRINT-OK
046100         perform 9930-PRINT-ERROR
046200             thru 9930-EXIT
046300     end-if.
046400     move WS-HEADING-2 to PRINT-LINE.
046500     perform 8000-WRITE-LETTER-LINE
046600         thru 8000-EXIT.
046700     move WS-HEADING-3 to PRINT-LINE.
046800     perform 8000-WRITE-LETTER-LINE
046900         thru 8000-EXIT.
047000     move CUST-NAME of CM-RECORD to WS-DL-CUST-NAME.
047100     move CUST-ACCOUNT-NUMBER of CM-RECORD
047200         to WS-DL-ACCOUNT-NUMBER.
047300     move CUST-CURRENCY-CODE of CM-RECORD to WS-DL-CURRENCY.
047400     move COLL-LAST-EXCESS of CL-RECORD to WS-DL-EXCESS.
047500     move WS-DETAIL-LINE to PRINT-LINE.
047600     write PRINT-LINE after advancing 1 line.
047700     if not WS-PRINT-OK
047800         perform 9930-PRINT-ERROR
047900             thru 9930-EXIT
048000     end-if.
048100     perform 3100-PRINT-CASE-FIGURES
048200         thru 3100-EXIT.
048300     evaluate true
048400         when WS-SEND-REMINDER
048500             perform 3200-PRINT-REMINDER-TEXT
048600                 thru 3200-EXIT
048700         when WS-SEND-NOTICE
048800             perform 3300-PRINT-NOTICE-TEXT
048900                 thru 3300-EXIT
049000         when WS-SEND-REFERRAL
049100             perform 3400-PRINT-REFERRAL-TEXT
049200                 thru 3400-EXIT
049300     end-evaluate.
049400 3000-EXIT.
049500     exit.
049600
049700*----------------------------------------------------------------*
049800*  3100-PRINT-CASE-FIGURES - THE DATE THE ACCOUNT WENT OVER      *
049900*  LIMIT, ITS LAST BALANCE AND ITS AGREED LIMIT.                 *
050000*----------------------------------------------------------------*
050100 3100-PRINT-CASE-FIGURES.
050200     move WS-BLANK-LINE to PRINT-LINE.
050300     perform 8000-WRITE-LETTER-LINE
050400         thru 8000-EXIT.
050500     move COLL-FIRST-DATE of CL-RECORD to WS-EDIT-DATE-IN.
050600     perform 8500-EDIT-DATE
050700         thru 8500-EXIT.
050800     move "Depassement constate depuis le" to WS-DT-LABEL.
050900     move WS-EDIT-DATE to WS-DT-DATE.
051000     move WS-DATE-LINE to PRINT-LINE.
051100     perform 8000-WRITE-LETTER-LINE
051200         thru 8000-EXIT.
051300     move "Solde debiteur constate" to WS-AL-LABEL.
051400     move COLL-LAST-BALANCE of CL-RECORD to WS-AL-AMOUNT.
051500     move CUST-CURRENCY-CODE of CM-RECORD to WS-AL-CURRENCY.
051600     move WS-AMOUNT-LINE to PRINT-LINE.
051700     write PRINT-LINE after advancing 1 line.
051800     if not WS-PRINT-OK
051900         perform 9930-PRINT-ERROR
052000             thru 9930-EXIT
052100     end-if.
052200     move "Decouvert autorise" to WS-AL-LABEL.
052300     move CUST-OVERDRAFT-LIMIT of CM-RECORD to WS-AL-AMOUNT.
052400     move WS-AMOUNT-LINE to PRINT-LINE.
052500     write PRINT-LINE after advancing 1 line.
052600     if not WS-PRINT-OK
052700         perform 9930-PRINT-ERROR
052800             thru 9930-EXIT
052900     end-if.
053000 3100-EXIT.
053100     exit.
053200
053300*----------------------------------------------------------------*
053400*  3200-PRINT-REMINDER-TEXT - THE FIRST, COURTEOUS REMINDER.     *
053500*----------------------------------------------------------------*
053600 3200-PRINT-REMINDER-TEXT.
053700     move "Madame, Monsieur," to PRINT-LINE.
053800     perform 8000-WRITE-LETTER-LINE
053900         thru 8000-EXIT.
054000     move "Sauf erreur de notre part, le solde de votre compte"
054100         to PRINT-LINE.
054200     perform 8000-WRITE-LETTER-LINE
054300         thru 8000-EXIT.
054400     move "depasse le decouvert qui vous est autorise.  Nous"
054500         to PRINT-LINE.
054600     perform 8100-WRITE-TEXT-LINE
054700         thru 8100-EXIT.
054800     move "vous remercions de bien vouloir regulariser votre"
054900         to PRINT-LINE.
055000     perform 8100-WRITE-TEXT-LINE
055100         thru 8100-EXIT.
055200     move "situation dans les meilleurs delais."
055300         to PRINT-LINE.
055400     perform 8100-WRITE-TEXT-LINE
055500         thru 8100-EXIT.
055600     perform 3900-PRINT-SALUTATION
055700         thru 3900-EXIT.
055800 3200-EXIT.
055900     exit.
056000
056100*----------------------------------------------------------------*
056200*  3300-PRINT-NOTICE-TEXT - THE FORMAL NOTICE, WHICH WARNS OF    *
056300*  THE REFERRAL TO COME.                                         *
056400*----------------------------------------------------------------*
056500 3300-PRINT-NOTICE-TEXT.
056600     move "Madame, Monsieur," to PRINT-LINE.
056700     perform 8000-WRITE-LETTER-LINE
056800         thru 8000-EXIT.
056900     move "Malgre notre precedent rappel, le solde de votre"
057000         to PRINT-LINE.
057100     perform 8000-WRITE-LETTER-LINE
057200         thru 8000-EXIT.
057300     move "compte depasse toujours le decouvert autorise."
057400         to PRINT-LINE.
057500     perform 8100-WRITE-TEXT-LINE
057600         thru 8100-EXIT.
057700     move "Nous vous mettons en demeure de regulariser ce"
057800         to PRINT-LINE.
057900     perform 8100-WRITE-TEXT-LINE
058000         thru 8100-EXIT.
058100     move "depassement sans delai, faute de quoi votre dossier"
058200         to PRINT-LINE.
058300     perform 8100-WRITE-TEXT-LINE
058400         thru 8100-EXIT.
058500     move "sera transmis a notre service contentieux."
058600         to PRINT-LINE.
058700     perform 8100-WRITE-TEXT-LINE
058800         thru 8100-EXIT.
058900     perform 3900-PRINT-SALUTATION
059000         thru 3900-EXIT.
059100 3300-EXIT.
059200     exit.
059300
059400*----------------------------------------------------------------*
059500*  3400-PRINT-REFERRAL-TEXT - THE REFERRAL SHEET FOR THE         *
059600*  LITIGATION DESK, WITH THE PEAK EXCESS AND THE DATES OF THE    *
059700*  LETTERS LEFT UNANSWERED.                                      *
059800*----------------------------------------------------------------*
059900 3400-PRINT-REFERRAL-TEXT.
060000     move "A l'attention du service contentieux :" to PRINT-LINE.
060100     perform 8000-WRITE-LETTER-LINE
060200         thru 8000-EXIT.
060300     move "Client" to WS-DT-LABEL.
060400     move CUST-NUMBER of CM-RECORD to WS-DT-DATE.
060500     move WS-DATE-LINE to PRINT-LINE.
060600     perform 8100-WRITE-TEXT-LINE
060700         thru 8100-EXIT.
060800     move "Depassement maximal" to WS-AL-LABEL.
060900     move COLL-PEAK-EXCESS of CL-RECORD to WS-AL-AMOUNT.
061000     move WS-AMOUNT-LINE to PRINT-LINE.
061100     perform 8100-WRITE-TEXT-LINE
061200         thru 8100-EXIT.
061300     move COLL-PEAK-DATE of CL-RECORD to WS-EDIT-DATE-IN.
061400     perform 8500-EDIT-DATE
061500         thru 8500-EXIT.
061600     move "Atteint le" to WS-DT-LABEL.
061700     move WS-EDIT-DATE to WS-DT-DATE.
061800     move WS-DATE-LINE to PRINT-LINE.
061900     perform 8100-WRITE-TEXT-LINE
062000         thru 8100-EXIT.
062100     move COLL-STAGE-DATE of CL-RECORD to WS-EDIT-DATE-IN.
062200     perform 8500-EDIT-DATE
062300         thru 8500-EXIT.
062400     move "Mise en demeure restee sans effet" to WS-DT-LABEL.
062500     move WS-EDIT-DATE to WS-DT-DATE.
062600     move WS-DATE-LINE to PRINT-LINE.
062700     perform 8100-WRITE-TEXT-LINE
062800         thru 8100-EXIT.
062900     move "Le rappel puis la mise en demeure adresses au client"
063000         to PRINT-LINE.
063100     perform 8000-WRITE-LETTER-LINE
063200         thru 8000-EXIT.
063300     move "sont restes sans effet; le dossier vous est transmis"
063400         to PRINT-LINE.
063500     perform 8100-WRITE-TEXT-LINE
063600         thru 8100-EXIT.
063700     move "pour recouvrement."
063800         to PRINT-LINE.
063900     perform 8100-WRITE-TEXT-LINE
064000         thru 8100-EXIT.
064100 3400-EXIT.
064200     exit.
064300
064400*----------------------------------------------------------------*
064500*  3900-PRINT-SALUTATION - THE CLOSING FORMULA OF A CUSTOMER     *
064600*  LETTER.                                                       *
064700*----------------------------------------------------------------*
064800 3900-PRINT-SALUTATION.
064900     move "Veuillez agreer, Madame, Monsieur, nos salutations"
065000         to PRINT-LINE.
065100     perform 8000-WRITE-LETTER-LINE
065200         thru 8000-EXIT.
065300     move "distinguees."
065400         to PRINT-LINE.
065500     perform 8100-WRITE-TEXT-LINE
065600         thru 8100-EXIT.
065700 3900-EXIT.
065800     exit.
065900
066000*----------------------------------------------------------------*
066100*  8000-WRITE-LETTER-LINE - WRITE THE PREPARED PRINT-LINE AFTER  *
066200*  A BLANK LINE, AS THE STATEMENT SPACES ITS HEADINGS.           *
066300*----------------------------------------------------------------*
066400 8000-WRITE-LETTER-LINE.
066500     write PRINT-LINE after advancing 2 lines.
066600     if not WS-PRINT-OK
066700         perform 9930-PRINT-ERROR
066800             thru 9930-EXIT
066900     end-if.
067000 8000-EXIT.
067100     exit.
067200
067300*----------------------------------------------------------------*
067400*  8100-WRITE-TEXT-LINE - WRITE THE PREPARED PRINT-LINE ON THE   *
067500*  NEXT LINE OF THE LETTER.                                      *
067600*----------------------------------------------------------------*
067700 8100-WRITE-TEXT-LINE.
067800     write PRINT-LINE after advancing 1 line.
067900     if not WS-PRINT-OK
068000         perform 9930-PRINT-ERROR
068100             thru 9930-EXIT
068200     end-if.
068300 8100-EXIT.
068400     exit.
068500
068600*----------------------------------------------------------------*
068700*  8500-EDIT-DATE - TURN THE YYYYMMDD DATE IN WS-EDIT-DATE-IN    *
068800*  INTO DD/MM/YYYY IN WS-EDIT-DATE.                              *
068900*----------------------------------------------------------------*
069000 8500-EDIT-DATE.
069100     move WS-EI-DAY to WS-ED-DAY.
069200     move WS-EI-MONTH to WS-ED-MONTH.
069300     move WS-EI-YEAR to WS-ED-YEAR.
069400 8500-EXIT.
069500     exit.
069600
069700*----------------------------------------------------------------*
069800*  9999-TERMINATE - CLOSE THE FILES AND REPORT THE LETTERS       *
069900*  PRINTED.                                                      *
070000*----------------------------------------------------------------*
070100 9999-TERMINATE.
070200     close COLL-FILE.
070300     close CUSTMAST-FILE.
070400     close PRINT-FILE.
070500     display "COLLLTR - " WS-CASES-READ " OPEN CASE(S) REVIEWED, "
070600         WS-REMINDER-COUNT " REMINDER(S), "
070700         WS-NOTICE-COUNT " NOTICE(S), "
070800         WS-REFERRAL-COUNT " REFERRAL(S), "
070900         WS-GONE-COUNT " CLOSED (ACCOUNT GONE).".
071000 9999-EXIT.
071100     exit.
071200
071300*----------------------------------------------------------------*
071400*  9910-COLL-OPEN-ERROR - NO COLLECTIONS FILE TO WORK FROM;      *
071500*  ABEND THE RUN.                                                *
071600*----------------------------------------------------------------*
071700 9910-COLL-OPEN-ERROR.
071800     display "COLLLTR - CANNOT OPEN COLLFILE, STATUS="
071900         WS-COLL-STATUS.
072000     stop run.
072100 9910-EXIT.
072200     exit.
072300
072400*----------------------------------------------------------------*
072500*  9920-CUSTMAST-OPEN-ERROR - NO LETTER CAN BE ADDRESSED         *
072600*  WITHOUT THE CUSTOMER MASTER; ABEND THE RUN.                   *
072700*----------------------------------------------------------------*
072800 9920-CUSTMAST-OPEN-ERROR.
072900     display "COLLLTR - CANNOT OPEN CUSTMAST, STATUS="
073000         WS-CUSTMAST-STATUS.
073100     stop run.
073200 9920-EXIT.
073300     exit.
073400
073500*----------------------------------------------------------------*
073600*  9930-PRINT-ERROR - THE LETTER FILE COULD NOT BE OPENED OR     *
073700*  WRITTEN; ABEND RATHER THAN MOVE A CASE ON WITHOUT ITS LETTER. *
073800*----------------------------------------------------------------*
073900 9930-PRINT-ERROR.
074000     display "COLLLTR - CANNOT WRITE COLLPRT, STATUS="
074100         WS-PRINT-STATUS.
074200     stop run.
074300 9930-EXIT.
074400     exit.
074500
074600*----------------------------------------------------------------*
074700*  9940-COLL-WRITE-ERROR - A CASE COULD NOT BE REWRITTEN; ABEND  *
074800*  RATHER THAN PRINT THE SAME LETTER AGAIN TOMORROW.             *
074900*----------------------------------------------------------------*
075000 9940-COLL-WRITE-ERROR.
075100     display "COLLLTR - CANNOT UPDATE COLLFILE, STATUS="
075200         WS-COLL-STATUS.
075300     stop run.
075400 9940-EXIT.
075500     exit.
