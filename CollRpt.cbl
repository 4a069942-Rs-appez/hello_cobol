000100 identification division.
000200 program-id. COLLRPT.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - WEEKLY REPORT OF THE     *
001000*                     OVERDRAFT COLLECTIONS BOOK (COLLFILE, KEPT *
001100*                     BY SOLDEBAT AND MOVED THROUGH ITS STAGES   *
001200*                     BY COLLLTR).  THE OPEN CASES ARE LISTED BY *
001300*                     STAGE - NO LETTER YET, REMINDER, FORMAL    *
001400*                     NOTICE, LITIGATION - WITH THE DAYS OVER    *
001500*                     LIMIT AND THE LAST AND PEAK EXCESS, EACH   *
001600*                     STAGE TOTALLED PER CURRENCY; THEN THE      *
001700*                     CASES CLOSED IN THE LAST SEVEN DAYS.       *
001800*----------------------------------------------------------------*
001900
002000 environment division.
002100 configuration section.
002200 special-names.
002300     decimal-point is comma.
002400
002500 input-output section.
002600 file-control.
002700     select COLL-FILE assign to "COLLFILE"
002800         organization is indexed
002900         access mode is dynamic
003000         record key is COLL-ACCOUNT-NUMBER
003100         file status is WS-COLL-STATUS.
003200
003300     select CUSTMAST-FILE assign to "CUSTMAST"
003400         organization is indexed
003500         access mode is dynamic
003600         record key is CUST-ACCOUNT-NUMBER
003700         alternate record key is CUST-NUMBER
003800             with duplicates
003900         file status is WS-CUSTMAST-STATUS.
004000
004100     select REPORT-FILE assign to "COLLRPT"
004200         organization is line sequential
004300         file status is WS-REPORT-STATUS.
004400
004500 data division.
004600 file section.
004700 fd  COLL-FILE
004800     label records are standard
004900     record contains 80 characters.
005000 01  CL-RECORD.
005100     copy COLLREC.
005200
005300 fd  CUSTMAST-FILE
005400     label records are standard
005500     record contains 55 characters.
005600 01  CM-RECORD.
005700     copy CUSTREC.
005800
005900 fd  REPORT-FILE
006000     label records are omitted
006100     record contains 80 characters.
006200 01  RP-LINE                    pic x(80).
006300
006400 working-storage section.
006500 01  WS-COLL-STATUS             pic x(02).
006600     88  WS-COLL-OK                 value "00".
006700
006800 01  WS-CUSTMAST-STATUS         pic x(02).
006900     88  WS-CUSTMAST-OK             value "00".
007000
007100 01  WS-REPORT-STATUS           pic x(02).
007200     88  WS-REPORT-OK               value "00".
007300
007400 01  WS-SWITCHES.
007500     05  WS-COLL-EOF-SW         pic x(01).
007600         88  WS-COLL-EOF            value "Y".
007700         88  WS-COLL-NOT-EOF        value "N".
007800     05  WS-IN-SECTION-SW       pic x(01).
007900         88  WS-IN-SECTION          value "Y".
008000         88  WS-NOT-IN-SECTION      value "N".
008100
008200 01  WS-RUN-DATE                pic 9(08).
008300 01  WS-SECTION                 pic 9(01).
008400 01  WS-CASE-DAYS               pic 9(07) usage comp.
008500 01  WS-FIRST-DAYS              pic 9(07) usage comp.
008600 01  WS-END-DAYS                pic 9(07) usage comp.
008700
008800*----------------------------------------------------------------*
008900*  THE FIVE SECTIONS OF THE REPORT: THE FOUR STAGES OF AN OPEN   *
009000*  CASE (COLL-STAGE 0 TO 3), THEN THE CASES CLOSED THIS WEEK.    *
009100*----------------------------------------------------------------*
009200 01  WS-SECTION-TITLE-VALUES.
009300     05  filler                 pic x(40)
009400         value "STADE 0 - DEPASSEMENT SANS COURRIER".
009500     05  filler                 pic x(40)
009600         value "STADE 1 - RAPPEL ENVOYE".
009700     05  filler                 pic x(40)
009800         value "STADE 2 - MISE EN DEMEURE ENVOYEE".
009900     05  filler                 pic x(40)
010000         value "STADE 3 - TRANSMIS AU CONTENTIEUX".
010100     05  filler                 pic x(40)
010200         value "DOSSIERS CLOS DEPUIS 7 JOURS".
010300 01  WS-SECTION-TITLES redefines WS-SECTION-TITLE-VALUES.
010400     05  WS-SECTION-TITLE       pic x(40) occurs 5 times.
010500
010600 01  WS-STAGE-CODE-VALUES       pic x(04) value "0123".
010700 01  WS-STAGE-CODES redefines WS-STAGE-CODE-VALUES.
010800     05  WS-STAGE-CODE          pic x(01) occurs 4 times.
010900
011000 01  WS-SECTION-COUNTS.
011100     05  WS-SECTION-COUNT       pic 9(07) usage comp
011200                                occurs 5 times.
011300
011400*----------------------------------------------------------------*
011500*  PER-CURRENCY TOTALS OF THE SECTION BEING LISTED: CASES, LAST  *
011600*  EXCESS AND PEAK EXCESS.                                       *
011700*----------------------------------------------------------------*
011800 01  WS-CURRENCY-TABLE.
011900     05  WS-CURRENCY-ENTRY occurs 20 times indexed by CT-IDX.
012000         10  WS-CT-CODE         pic x(03).
012100         10  WS-CT-COUNT        pic 9(07) usage comp.
012200         10  WS-CT-EXCESS       pic s9(11)v99 usage comp-3.
012300         10  WS-CT-PEAK         pic s9(11)v99 usage comp-3.
012400
012500*----------------------------------------------------------------*
012600*  WORK FIELDS FOR 2350-DATE-TO-DAYS - SAME DAY-COUNT SCHEME AS  *
012700*  SOLDEBAT USES FOR RATE STALENESS.                             *
012800*----------------------------------------------------------------*
012900 01  WS-DATE-WORK.
013000     05  WS-DW-YEAR             pic 9(04).
013100     05  WS-DW-MONTH            pic 9(02).
013200     05  WS-DW-DAY              pic 9(02).
013300 01  WS-DAYS-WORK               pic 9(07) usage comp.
013400 01  WS-RUN-DAYS                pic 9(07) usage comp.
013500 01  WS-YEAR-PRIOR              pic 9(04) usage comp.
013600 01  WS-LEAP-REMAINDER          pic 9(04) usage comp.
013700 01  WS-LEAP-QUOTIENT           pic 9(04) usage comp.
013800
013900 01  WS-MONTH-OFFSET-VALUES.
014000     05  filler pic x(18) value "000031059090120151".
014100     05  filler pic x(18) value "181212243273304334".
014200 01  WS-MONTH-OFFSETS redefines WS-MONTH-OFFSET-VALUES.
014300     05  WS-MONTH-OFFSET        pic 9(03) occurs 12 times.
014400
014500 01  WS-HEADING-1.
014600     05  filler                 pic x(49) value
014700         "AGENCE CENTRALE - RECOUVREMENT DES DEPASSEMENTS".
014800     05  filler                 pic x(03) value " AU".
014900     05  filler                 pic x(01) value spaces.
015000     05  WS-H1-DATE             pic 9(08).
015100     05  filler                 pic x(19) value spaces.
015200
015300 01  WS-SECTION-HEADING.
015400     05  filler                 pic x(04) value "*** ".
015500     05  WS-SH-TITLE            pic x(40).
015600     05  filler                 pic x(36) value spaces.
015700
015800 01  WS-HEADING-3.
015900     05  filler                 pic x(11) value "Compte".
016000     05  filler                 pic x(21) value "Nom".
016100     05  filler                 pic x(04) value "Dev".
016200     05  filler                 pic x(09) value "Depuis".
016300     05  filler                 pic x(06) value " Jours".
016400     05  filler                 pic x(14) value "  Depassement".
016500     05  filler                 pic x(15) value "        Maximum".
016600
016700 01  WS-DETAIL-LINE.
016800     05  WS-DL-ACCOUNT          pic x(10).
016900     05  filler                 pic x(01) value spaces.
017000     05  WS-DL-NAME             pic x(20).
017100     05  filler                 pic x(01) value spaces.
017200     05  WS-DL-CURRENCY         pic x(03).
017300     05  filler                 pic x(01) value spaces.
017400     05  WS-DL-FIRST-DATE       pic 9(08).
017500     05  filler                 pic x(01) value spaces.
017600     05  WS-DL-DAYS             pic z(4)9.
017700     05  filler                 pic x(01) value spaces.
017800     05  WS-DL-EXCESS           pic z(8)9,99-.
017900     05  filler                 pic x(01) value spaces.
018000     05  WS-DL-PEAK             pic z(8)9,99-.
018100     05  filler                 pic x(01) value spaces.
018200
018300 01  WS-CURRENCY-LINE.
018400     05  filler                 pic x(06) value spaces.
018500     05  WS-CL-CODE             pic x(03).
018600     05  filler                 pic x(03) value spaces.
018700     05  WS-CL-COUNT            pic z(6)9.
018800     05  filler                 pic x(09) value " dossiers".
018900     05  filler                 pic x(21) value spaces.
019000     05  WS-CL-EXCESS           pic z(10)9,99-.
019100     05  filler                 pic x(01) value spaces.
019200     05  WS-CL-PEAK             pic z(10)9,99-.
019300
019400 01  WS-COUNT-LINE.
019500     05  WS-CN-LABEL            pic x(40).
019600     05  WS-CN-VALUE            pic z(6)9.
019700     05  filler                 pic x(33) value spaces.
019800
019900 01  WS-BLANK-LINE              pic x(80) value spaces.
020000
020100 procedure division.
020200 0000-MAINLINE.
020300     perform 1000-INITIALIZE
020400         thru 1000-EXIT.
020500     perform 3000-LIST-ONE-SECTION
020600         thru 3000-EXIT
020700         varying WS-SECTION from 1 by 1
020800         until WS-SECTION > 5.
020900     perform 9999-TERMINATE
021000         thru 9999-EXIT.
021100     stop run.
021200
021300*----------------------------------------------------------------*
021400*  1000-INITIALIZE - OPEN THE FILES AND PRINT THE TITLE.         *
021500*  COLLFILE IS CREATED BY SOLDEBAT'S FIRST RUN, SO IT MUST       *
021600*  ALREADY EXIST HERE.                                           *
021700*----------------------------------------------------------------*
021800 1000-INITIALIZE.
021900     move zero to WS-SECTION-COUNTS.
022000     accept WS-RUN-DATE from date yyyymmdd.
022100     move WS-RUN-DATE to WS-DATE-WORK.
022200     perform 2350-DATE-TO-DAYS
022300         thru 2350-EXIT.
022400     move WS-DAYS-WORK to WS-RUN-DAYS.
022500     open input COLL-FILE.
022600     if not WS-COLL-OK
022700         perform 9910-COLL-OPEN-ERROR
022800             thru 9910-EXIT
022900     end-if.
023000     open input CUSTMAST-FILE.
023100     if not WS-CUSTMAST-OK
023200         perform 9920-CUSTMAST-OPEN-ERROR
023300             thru 9920-EXIT
023400     end-if.
023500     open output REPORT-FILE.
023600     if not WS-REPORT-OK
023700         perform 9930-REPORT-ERROR
023800             thru 9930-EXIT
023900     end-if.
024000     move WS-RUN-DATE to WS-H1-DATE.
024100     move WS-HEADING-1 to RP-LINE.
024200     perform 8000-WRITE-REPORT-LINE
024300         thru 8000-EXIT.
024400 1000-EXIT.
024500     exit.
024600
024700*----------------------------------------------------------------*
024800*  1200-INIT-ONE-SLOT - CLEAR ONE ENTRY OF THE PER-CURRENCY      *
024900*  TOTALS TABLE.                                                 *
025000*----------------------------------------------------------------*
025100 1200-INIT-ONE-SLOT.
025200     move spaces to WS-CT-CODE (CT-IDX).
025300     move zero to WS-CT-COUNT (CT-IDX).
025400     move zero to WS-CT-EXCESS (CT-IDX).
025500     move zero to WS-CT-PEAK (CT-IDX).
025600 1200-EXIT.
025700     exit.
025800
025900*----------------------------------------------------------------*
026000*  2350-DATE-TO-DAYS - TURN THE CALENDAR DATE IN WS-DATE-WORK    *
026100*  INTO A RUNNING DAY COUNT, AS SOLDEBAT'S 2350 DOES.            *
026200*----------------------------------------------------------------*
026300 2350-DATE-TO-DAYS.
026400     compute WS-YEAR-PRIOR = WS-DW-YEAR - 1.
026500     compute WS-DAYS-WORK = WS-DW-YEAR * 365.
026600     divide WS-YEAR-PRIOR by 4
026700         giving WS-LEAP-QUOTIENT.
026800     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
026900     divide WS-YEAR-PRIOR by 100
027000         giving WS-LEAP-QUOTIENT.
027100     subtract WS-LEAP-QUOTIENT from WS-DAYS-WORK.
027200     divide WS-YEAR-PRIOR by 400
027300         giving WS-LEAP-QUOTIENT.
027400     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
027500     add WS-MONTH-OFFSET (WS-DW-MONTH) to WS-DAYS-WORK.
027600     add WS-DW-DAY to WS-DAYS-WORK.
027700     if WS-DW-MONTH > 2
027800         divide WS-DW-YEAR by 4
027900             giving WS-LEAP-QUOTIENT
028000             remainder WS-LEAP-REMAINDER
028100         if WS-LEAP-REMAINDER = zero
028200             divide WS-DW-YEAR by 100
028300                 giving WS-LEAP-QUOTIENT
028400                 remainder WS-LEAP-REMAINDER
028500             if WS-LEAP-REMAINDER not = zero
028600                 add 1 to WS-DAYS-WORK
028700             else
028800                 divide WS-DW-YEAR by 400
028900                     giving WS-LEAP-QUOTIENT
029000                     remainder WS-LEAP-REMAINDER
029100                 if WS-LEAP-REMAINDER = zero
029200                     add 1 to WS-DAYS-WORK
029300                 end-if
029400             end-if
029500         end-if
029600     end-if.
029700 2350-EXIT.
029800     exit.
029900
030000*----------------------------------------------------------------*
030100*  3000-LIST-ONE-SECTION - ONE PASS OVER THE COLLECTIONS FILE    *
030200*  FOR ONE SECTION OF THE REPORT: ITS HEADINGS, ITS CASES, AND   *
030300*  ITS TOTALS PER CURRENCY.  THE BOOK IS SMALL, SO A PASS PER    *
030400*  SECTION IS CHEAPER THAN A SORT.                               *
030500*----------------------------------------------------------------*
030600 3000-LIST-ONE-SECTION.
030700     perform 1200-INIT-ONE-SLOT
030800         thru 1200-EXIT
030900         varying CT-IDX from 1 by 1
031000         until CT-IDX > 20.
031100     move WS-BLANK-LINE to RP-LINE.
031200     perform 8000-WRITE-REPORT-LINE
031300         thru 8000-EXIT.
031400     move WS-SECTION-TITLE (WS-SECTION) to WS-SH-TITLE.
031500     move WS-SECTION-HEADING to RP-LINE.
031600     perform 8000-WRITE-REPORT-LINE
031700         thru 8000-EXIT.
031800     move WS-HEADING-3 to RP-LINE.
031900     perform 8000-WRITE-REPORT-LINE
032000         thru 8000-EXIT.
032100     set WS-COLL-NOT-EOF to true.
032200     move low-values to COLL-ACCOUNT-NUMBER of CL-RECORD.
032300     start COLL-FILE
032400         key is not less than COLL-ACCOUNT-NUMBER of CL-RECORD
032500         invalid key
032600             set WS-COLL-EOF to true
032700     end-start.
032800     perform 3100-LIST-ONE-CASE
032900         thru 3100-EXIT
033000         until WS-COLL-EOF.
033100     perform 3300-PRINT-ONE-CURRENCY
033200         thru 3300-EXIT
033300         varying CT-IDX from 1 by 1
033400         until CT-IDX > 20.
033500 3000-EXIT.
033600     exit.
033700
033800*----------------------------------------------------------------*
033900*  3100-LIST-ONE-CASE - READ THE NEXT CASE AND, WHEN IT BELONGS  *
034000*  TO THE SECTION BEING LISTED, PRINT IT AND ADD IT TO THE       *
034100*  SECTION'S TOTALS.  THE DAYS ARE COUNTED FROM THE FIRST DATE   *
034200*  OVER LIMIT TO TODAY, OR TO THE CLOSING DATE FOR A CLOSED CASE.*
034300*----------------------------------------------------------------*
034400 3100-LIST-ONE-CASE.
034500     read COLL-FILE next record
034600         at end
034700             set WS-COLL-EOF to true
034800             go to 3100-EXIT
034900     end-read.
035000     perform 3200-CHECK-SECTION
035100         thru 3200-EXIT.
035200     if WS-NOT-IN-SECTION
035300         go to 3100-EXIT
035400     end-if.
035500     move COLL-ACCOUNT-NUMBER of CL-RECORD
035600         to CUST-ACCOUNT-NUMBER of CM-RECORD.
035700     read CUSTMAST-FILE
035800         invalid key
035900             move "*** COMPTE SUPPRIME" to CUST-NAME of CM-RECORD
036000     end-read.
036100     move COLL-FIRST-DATE of CL-RECORD to WS-DATE-WORK.
036200     perform 2350-DATE-TO-DAYS
036300         thru 2350-EXIT.
036400     move WS-DAYS-WORK to WS-FIRST-DAYS.
036500     if COLL-CLOSED of CL-RECORD
036600         move WS-END-DAYS to WS-CASE-DAYS
036700     else
036800         move WS-RUN-DAYS to WS-CASE-DAYS
036900     end-if.
037000     if WS-CASE-DAYS < WS-FIRST-DAYS
037100         move zero to WS-CASE-DAYS
037200     else
037300         subtract WS-FIRST-DAYS from WS-CASE-DAYS
037400     end-if.
037500     move COLL-ACCOUNT-NUMBER of CL-RECORD to WS-DL-ACCOUNT.
037600     move CUST-NAME of CM-RECORD to WS-DL-NAME.
037700     move COLL-CURRENCY-CODE of CL-RECORD to WS-DL-CURRENCY.
037800     move COLL-FIRST-DATE of CL-RECORD to WS-DL-FIRST-DATE.
037900     move WS-CASE-DAYS to WS-DL-DAYS.
038000     move COLL-LAST-EXCESS of CL-RECORD to WS-DL-EXCESS.
038100     move COLL-PEAK-EXCESS of CL-RECORD to WS-DL-PEAK.
038200     move WS-DETAIL-LINE to RP-LINE.
038300     perform 8000-WRITE-REPORT-LINE
038400         thru 8000-EXIT.
038500     add 1 to WS-SECTION-COUNT (WS-SECTION).
038600     perform 3250-FIND-CURRENCY-SLOT
038700         thru 3250-EXIT.
038800     add 1 to WS-CT-COUNT (CT-IDX).
038900     add COLL-LAST-EXCESS of CL-RECORD to WS-CT-EXCESS (CT-IDX).
039000     add COLL-PEAK-EXCESS of CL-RECORD to WS-CT-PEAK (CT-IDX).
039100 3100-EXIT.
039200     exit.
039300
039400*----------------------------------------------------------------*
039500*  3200-CHECK-SECTION - SECTIONS 1 TO 4 TAKE THE OPEN CASES AT   *
039600*  THEIR STAGE; SECTION 5 TAKES THE CASES CLOSED LESS THAN SEVEN *
039700*  DAYS AGO (WS-END-DAYS IS LEFT ON THE CLOSING DATE).           *
039800*----------------------------------------------------------------*
039900 3200-CHECK-SECTION.
040000     set WS-NOT-IN-SECTION to true.
040100     if WS-SECTION < 5
040200         if COLL-OPEN of CL-RECORD
040300            and COLL-STAGE of CL-RECORD
040400                = WS-STAGE-CODE (WS-SECTION)
040500             set WS-IN-SECTION to true
040600         end-if
040700         go to 3200-EXIT
040800     end-if.
040900     if not COLL-CLOSED of CL-RECORD
041000         go to 3200-EXIT
041100     end-if.
041200     move COLL-CLOSED-DATE of CL-RECORD to WS-DATE-WORK.
041300     perform 2350-DATE-TO-DAYS
041400         thru 2350-EXIT.
041500     move WS-DAYS-WORK to WS-END-DAYS.
041600     if WS-END-DAYS + 7 > WS-RUN-DAYS
041700         set WS-IN-SECTION to true
041800     end-if.
041900 3200-EXIT.
042000     exit.
042100
042200*----------------------------------------------------------------*
042300*  3250-FIND-CURRENCY-SLOT - POINT CT-IDX AT THE TOTALS ENTRY    *
042400*  FOR THE CASE'S CURRENCY, CLAIMING THE FIRST FREE SLOT FOR A   *
042500*  NEW ONE, AS RECONCIL DOES.                                    *
042600*----------------------------------------------------------------*
042700 3250-FIND-CURRENCY-SLOT.
042800     set CT-IDX to 1.
042900     search WS-CURRENCY-ENTRY
043000         at end
043100             perform 9940-CURRENCY-TABLE-FULL
043200                 thru 9940-EXIT
043300         when WS-CT-CODE (CT-IDX)
043400              = COLL-CURRENCY-CODE of CL-RECORD
043500             continue
043600         when WS-CT-CODE (CT-IDX) = spaces
043700             move COLL-CURRENCY-CODE of CL-RECORD
043800                 to WS-CT-CODE (CT-IDX)
043900     end-search.
044000 3250-EXIT.
044100     exit.
044200
044300*----------------------------------------------------------------*
044400*  3300-PRINT-ONE-CURRENCY - PRINT ONE USED SLOT OF THE          *
044500*  SECTION'S CURRENCY TOTALS.                                    *
044600*----------------------------------------------------------------*
044700 3300-PRINT-ONE-CURRENCY.
044800     if WS-CT-CODE (CT-IDX) = spaces
044900         go to 3300-EXIT
045000     end-if.
045100     move WS-CT-CODE (CT-IDX) to WS-CL-CODE.
045200     move WS-CT-COUNT (CT-IDX) to WS-CL-COUNT.
045300     move WS-CT-EXCESS (CT-IDX) to WS-CL-EXCESS.
045400     move WS-CT-PEAK (CT-IDX) to WS-CL-PEAK.
045500     move WS-CURRENCY-LINE to RP-LINE.
045600     perform 8000-WRITE-REPORT-LINE
045700         thru 8000-EXIT.
045800 3300-EXIT.
045900     exit.
046000
046100*----------------------------------------------------------------*
046200*  8000-WRITE-REPORT-LINE - WRITE ONE REPORT LINE AND CHECK ITS  *
046300*  STATUS.                                                       *
046400*----------------------------------------------------------------*
046500 8000-WRITE-REPORT-LINE.
046600     write RP-LINE.
046700     if not WS-REPORT-OK
046800         perform 9930-REPORT-ERROR
046900             thru 9930-EXIT
047000     end-if.
047100 8000-EXIT.
047200     exit.
047300
047400*----------------------------------------------------------------*
047500*  8100-WRITE-SECTION-COUNT - PRINT THE CASE COUNT OF ONE        *
047600*  SECTION ON THE SUMMARY.                                       *
047700*----------------------------------------------------------------*
047800 8100-WRITE-SECTION-COUNT.
047900     move WS-SECTION-TITLE (WS-SECTION) to WS-CN-LABEL.
048000     move WS-SECTION-COUNT (WS-SECTION) to WS-CN-VALUE.
048100     move WS-COUNT-LINE to RP-LINE.
048200     perform 8000-WRITE-REPORT-LINE
048300         thru 8000-EXIT.
048400 8100-EXIT.
048500     exit.
048600
048700*----------------------------------------------------------------*
048800*  9999-TERMINATE - PRINT THE NUMBER OF CASES PER SECTION AND    *
048900*  CLOSE THE FILES.                                              *
049000*----------------------------------------------------------------*
049100 9999-TERMINATE.
049200     move WS-BLANK-LINE to RP-LINE.
049300     perform 8000-WRITE-REPORT-LINE
049400         thru 8000-EXIT.
049500     perform 8100-WRITE-SECTION-COUNT
049600         thru 8100-EXIT
049700         varying WS-SECTION from 1 by 1
049800         until WS-SECTION > 5.
049900     close COLL-FILE.
050000     close CUSTMAST-FILE.
050100     close REPORT-FILE.
050200 9999-EXIT.
050300     exit.
050400
050500*----------------------------------------------------------------*
050600*  9910-COLL-OPEN-ERROR - NO COLLECTIONS FILE TO REPORT ON;      *
050700*  ABEND THE RUN.                                                *
050800*----------------------------------------------------------------*
050900 9910-COLL-OPEN-ERROR.
051000     display "COLLRPT - CANNOT OPEN COLLFILE, STATUS="
051100         WS-COLL-STATUS.
051200     stop run.
051300 9910-EXIT.
051400     exit.
051500
051600*----------------------------------------------------------------*
051700*  9920-CUSTMAST-OPEN-ERROR - THE CUSTOMER MASTER COULD NOT BE   *
051800*  OPENED; ABEND THE RUN.                                        *
051900*----------------------------------------------------------------*
052000 9920-CUSTMAST-OPEN-ERROR.
052100     display "COLLRPT - CANNOT OPEN CUSTMAST, STATUS="
052200         WS-CUSTMAST-STATUS.
052300     stop run.
052400 9920-EXIT.
052500     exit.
052600
052700*----------------------------------------------------------------*
052800*  9930-REPORT-ERROR - THE REPORT COULD NOT BE OPENED OR         *
052900*  WRITTEN; ABEND THE RUN.                                       *
053000*----------------------------------------------------------------*
053100 9930-REPORT-ERROR.
053200     display "COLLRPT - CANNOT WRITE COLLRPT, STATUS="
053300         WS-REPORT-STATUS.
053400     stop run.
053500 9930-EXIT.
053600     exit.
053700
053800*----------------------------------------------------------------*
053900*  9940-CURRENCY-TABLE-FULL - MORE CURRENCIES IN ONE SECTION     *
054000*  THAN THE TOTALS TABLE HOLDS; ABEND RATHER THAN MISSTATE THEM. *
054100*----------------------------------------------------------------*
054200 9940-CURRENCY-TABLE-FULL.
054300     display "COLLRPT - MORE THAN 20 CURRENCIES IN ONE SECTION".
054400     stop run.
054500 9940-EXIT.
054600     exit.
