000100 identification division.
000200 program-id. SUSPAGE.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - DAILY AGEING REPORT OF   *
001000*                     THE SUSPFILE KSDS.  EVERY ENTRY STILL OPEN *
001100*                     IN SUSPENSE IS LISTED WITH ITS SUSPENSE    *
001200*                     NUMBER (AS SUSPMNT ASKS FOR IT), ACCOUNT,  *
001300*                     CURRENCY, AMOUNT, AGE IN DAYS SINCE IT WAS *
001400*                     FIRST REJECTED AND REJECT REASON, THEN     *
001500*                     COUNTED AND VALUED PER CURRENCY IN FOUR    *
001600*                     AGE BUCKETS (0-7, 8-30, 31-90, OVER 90     *
001700*                     DAYS).  THE CURRENCY IS THE ACCOUNT'S ON   *
001800*                     CUSTMAST; AN ENTRY PARKED FOR AN UNKNOWN   *
001900*                     ACCOUNT GROUPS UNDER "???".  AN AMOUNT     *
002000*                     THAT IS NOT VALID PACKED DATA IS COUNTED   *
002100*                     BUT CARRIES NO VALUE.                      *
002200*----------------------------------------------------------------*
002300
002400 environment division.
002500 configuration section.
002600 special-names.
002700     decimal-point is comma.
002800
002900 input-output section.
003000 file-control.
003100     select SUSP-FILE assign to "SUSPFILE"
003200         organization is indexed
003300         access mode is dynamic
003400         record key is SUSP-KEY
003500         alternate record key is SUSP-TRAN-REFERENCE
003600             with duplicates
003700         file status is WS-SUSP-STATUS.
003800
003900     select CUSTMAST-FILE assign to "CUSTMAST"
004000         organization is indexed
004100         access mode is dynamic
004200         record key is CUST-ACCOUNT-NUMBER
004300         alternate record key is CUST-NUMBER
004400             with duplicates
004500         file status is WS-CUSTMAST-STATUS.
004600
004700     select REPORT-FILE assign to "SUSPRPT"
004800         organization is line sequential
004900         file status is WS-REPORT-STATUS.
005000
005100 data division.
005200 file section.
005300 fd  SUSP-FILE
005400     label records are standard
005500     record contains 130 characters.
005600 01  SU-RECORD.
005700     copy SUSPREC.
005800
005900 fd  CUSTMAST-FILE
006000     label records are standard
006100     record contains 55 characters.
006200 01  CM-RECORD.
006300     copy CUSTREC.
006400
006500 fd  REPORT-FILE
006600     label records are omitted
006700     record contains 80 characters.
006800 01  RP-LINE                    pic x(80).
006900
007000 working-storage section.
007100 01  WS-SUSP-STATUS             pic x(02).
007200     88  WS-SUSP-OK                 value "00".
007300     88  WS-SUSP-NO-FILE            value "35".
007400
007500 01  WS-CUSTMAST-STATUS         pic x(02).
007600     88  WS-CUSTMAST-OK             value "00".
007700
007800 01  WS-REPORT-STATUS           pic x(02).
007900     88  WS-REPORT-OK               value "00".
008000
008100 01  WS-SWITCHES.
008200     05  WS-SUSP-EOF-SW         pic x(01).
008300         88  WS-SUSP-EOF            value "Y".
008400         88  WS-SUSP-NOT-EOF        value "N".
008500     05  WS-SUSPFILE-SW         pic x(01).
008600         88  WS-SUSPFILE-PRESENT    value "Y".
008700         88  WS-SUSPFILE-ABSENT     value "N".
008800
008900 01  WS-RUN-DATE                pic 9(08).
009000 01  WS-RUN-DAYS                pic 9(07) usage comp.
009100 01  WS-AGE-DAYS                pic 9(07) usage comp.
009200 01  WS-BUCKET-SUB              pic 9(01) usage comp.
009300 01  WS-READ-COUNT              pic 9(07) usage comp.
009400 01  WS-OPEN-COUNT              pic 9(07) usage comp.
009500 01  WS-UNREADABLE-COUNT        pic 9(07) usage comp.
009600 01  WS-SLOT-CURRENCY           pic x(03).
009700 01  WS-EDITED-AMOUNT           pic z(8)9,99-.
009800
009900*----------------------------------------------------------------*
010000*  WORK FIELDS FOR 2350-DATE-TO-DAYS - SAME DAY-COUNT SCHEME AS  *
010100*  SOLDE AND SOLDEBAT USE.                                       *
010200*----------------------------------------------------------------*
010300 01  WS-DATE-WORK.
010400     05  WS-DW-YEAR             pic 9(04).
010500     05  WS-DW-MONTH            pic 9(02).
010600     05  WS-DW-DAY              pic 9(02).
010700 01  WS-DAYS-WORK               pic 9(07) usage comp.
010800 01  WS-YEAR-PRIOR              pic 9(04) usage comp.
010900 01  WS-LEAP-REMAINDER          pic 9(04) usage comp.
011000 01  WS-LEAP-QUOTIENT           pic 9(04) usage comp.
011100
011200 01  WS-MONTH-OFFSET-VALUES.
011300     05  filler pic x(18) value "000031059090120151".
011400     05  filler pic x(18) value "181212243273304334".
011500 01  WS-MONTH-OFFSETS redefines WS-MONTH-OFFSET-VALUES.
011600     05  WS-MONTH-OFFSET        pic 9(03) occurs 12 times.
011700
011800*----------------------------------------------------------------*
011900*  AGE BUCKETS: THE UPPER LIMIT IN DAYS OF EACH BUCKET (THE      *
012000*  FOURTH TAKES THE REST) AND THE PRINTED LABELS.                *
012100*----------------------------------------------------------------*
012200 01  WS-BUCKET-LIMIT-VALUES.
012300     05  filler pic 9(07) value 0000007.
012400     05  filler pic 9(07) value 0000030.
012500     05  filler pic 9(07) value 0000090.
012600     05  filler pic 9(07) value 9999999.
012700 01  WS-BUCKET-LIMITS redefines WS-BUCKET-LIMIT-VALUES.
012800     05  WS-BUCKET-LIMIT        pic 9(07) occurs 4 times.
012900
013000 01  WS-BUCKET-LABEL-VALUES.
013100     05  filler pic x(20) value "0 A 7 JOURS".
013200     05  filler pic x(20) value "8 A 30 JOURS".
013300     05  filler pic x(20) value "31 A 90 JOURS".
013400     05  filler pic x(20) value "PLUS DE 90 JOURS".
013500 01  WS-BUCKET-LABELS redefines WS-BUCKET-LABEL-VALUES.
013600     05  WS-BUCKET-LABEL        pic x(20) occurs 4 times.
013700
013800*----------------------------------------------------------------*
013900*  PER-CURRENCY WORKING TABLE: COUNT AND VALUE OF THE OPEN       *
014000*  ENTRIES IN EACH AGE BUCKET, AND IN TOTAL.                     *
014100*----------------------------------------------------------------*
014200 01  WS-AGE-TABLE.
014300     05  WS-AGE-ENTRY occurs 20 times indexed by AG-IDX.
014400         10  WS-AG-CODE         pic x(03).
014500         10  WS-AG-BUCKET occurs 4 times.
014600             15  WS-AG-COUNT    pic 9(07) usage comp.
014700             15  WS-AG-AMOUNT   pic s9(11)v99 usage comp-3.
014800         10  WS-AG-TOTAL-COUNT  pic 9(07) usage comp.
014900         10  WS-AG-TOTAL-AMOUNT pic s9(11)v99 usage comp-3.
015000
015100 01  WS-HEADING-1.
015200     05  filler                 pic x(45)
015300         value "AGENCE CENTRALE - BALANCE AGEE DES SUSPENS AU".
015400     05  filler                 pic x(01) value spaces.
015500     05  WS-H1-DATE             pic 9(08).
015600     05  filler                 pic x(26) value spaces.
015700
015800 01  WS-HEADING-2.
015900     05  filler                 pic x(15) value "No suspens".
016000     05  filler                 pic x(12) value "Compte".
016100     05  filler                 pic x(04) value "Dev".
016200     05  filler                 pic x(14) value "Montant".
016300     05  filler                 pic x(07) value "Age".
016400     05  filler                 pic x(28) value "Motif".
016500
016600 01  WS-DETAIL-LINE.
016700     05  WS-DL-SUSP-KEY         pic x(13).
016800     05  filler                 pic x(02) value spaces.
016900     05  WS-DL-ACCOUNT          pic x(10).
017000     05  filler                 pic x(02) value spaces.
017100     05  WS-DL-CURRENCY         pic x(03).
017200     05  filler                 pic x(01) value spaces.
017300     05  WS-DL-AMOUNT           pic x(13).
017400     05  filler                 pic x(01) value spaces.
017500     05  WS-DL-AGE              pic z(4)9.
017600     05  filler                 pic x(02) value spaces.
017700     05  WS-DL-REASON           pic x(25).
017800     05  filler                 pic x(03) value spaces.
017900
018000 01  WS-CURRENCY-HEADER.
018100     05  filler                 pic x(09) value "DEVISE : ".
018200     05  WS-CH-CODE             pic x(03).
018300     05  filler                 pic x(68) value spaces.
018400
018500 01  WS-BUCKET-LINE.
018600     05  filler                 pic x(04) value spaces.
018700     05  WS-BL-LABEL            pic x(20).
018800     05  WS-BL-COUNT            pic z(6)9.
018900     05  filler                 pic x(03) value spaces.
019000     05  WS-BL-AMOUNT           pic z(10)9,99-.
019100     05  filler                 pic x(31) value spaces.
019200
019300 01  WS-COUNT-LINE.
019400     05  WS-CN-LABEL            pic x(40).
019500     05  WS-CN-VALUE            pic z(6)9.
019600     05  filler                 pic x(33) value spaces.
019700
019800 01  WS-BLANK-LINE              pic x(80) value spaces.
019900
020000 procedure division.
020100 0000-MAINLINE.
020200     perform 1000-INITIALIZE
020300         thru 1000-EXIT.
020400     perform 2000-AGE-ONE-ENTRY
020500         thru 2000-EXIT
020600         until WS-SUSP-EOF.
020700     perform 5000-PRINT-BUCKETS
020800         thru 5000-EXIT.
020900     perform 9999-TERMINATE
021000         thru 9999-EXIT.
021100     stop run.
021200
021300*----------------------------------------------------------------*
021400*  1000-INITIALIZE - OPEN THE FILES AND PRINT THE REPORT         *
021500*  HEADERS.  A MISSING SUSPFILE (NOTHING EVER REJECTED) IS AN    *
021600*  EMPTY SUSPENSE, NOT AN ERROR.                                 *
021700*----------------------------------------------------------------*
021800 1000-INITIALIZE.
021900     move zero to WS-READ-COUNT.
022000     move zero to WS-OPEN-COUNT.
022100     move zero to WS-UNREADABLE-COUNT.
022200     set WS-SUSP-NOT-EOF to true.
022300     set WS-SUSPFILE-PRESENT to true.
022400     perform 1200-INIT-ONE-SLOT
022500         thru 1200-EXIT
022600         varying AG-IDX from 1 by 1
022700         until AG-IDX > 20.
022800     accept WS-RUN-DATE from date yyyymmdd.
022900     move WS-RUN-DATE to WS-DATE-WORK.
023000     perform 2350-DATE-TO-DAYS
023100         thru 2350-EXIT.
023200     move WS-DAYS-WORK to WS-RUN-DAYS.
023300     open input SUSP-FILE.
023400     if WS-SUSP-NO-FILE
023500         display "SUSPAGE - NO SUSPFILE YET, NOTHING IN SUSPENSE"
023600         set WS-SUSPFILE-ABSENT to true
023700         set WS-SUSP-EOF to true
023800     else
023900         if not WS-SUSP-OK
024000             perform 9910-SUSP-OPEN-ERROR
024100                 thru 9910-EXIT
024200         end-if
024300     end-if.
024400     open input CUSTMAST-FILE.
024500     if not WS-CUSTMAST-OK
024600         perform 9920-CUSTMAST-OPEN-ERROR
024700             thru 9920-EXIT
024800     end-if.
024900     open output REPORT-FILE.
025000     if not WS-REPORT-OK
025100         perform 9930-REPORT-ERROR
025200             thru 9930-EXIT
025300     end-if.
025400     move WS-RUN-DATE to WS-H1-DATE.
025500     move WS-HEADING-1 to RP-LINE.
025600     perform 8000-WRITE-REPORT-LINE
025700         thru 8000-EXIT.
025800     move WS-BLANK-LINE to RP-LINE.
025900     perform 8000-WRITE-REPORT-LINE
026000         thru 8000-EXIT.
026100     move WS-HEADING-2 to RP-LINE.
026200     perform 8000-WRITE-REPORT-LINE
026300         thru 8000-EXIT.
026400 1000-EXIT.
026500     exit.
026600
026700*----------------------------------------------------------------*
026800*  1200-INIT-ONE-SLOT - CLEAR ONE ENTRY OF THE PER-CURRENCY      *
026900*  WORKING TABLE.                                                *
027000*----------------------------------------------------------------*
027100 1200-INIT-ONE-SLOT.
027200     move spaces to WS-AG-CODE (AG-IDX).
027300     perform 1210-INIT-ONE-BUCKET
027400         thru 1210-EXIT
027500         varying WS-BUCKET-SUB from 1 by 1
027600         until WS-BUCKET-SUB > 4.
027700     move zero to WS-AG-TOTAL-COUNT (AG-IDX).
027800     move zero to WS-AG-TOTAL-AMOUNT (AG-IDX).
027900 1200-EXIT.
028000     exit.
028100
028200*----------------------------------------------------------------*
028300*  1210-INIT-ONE-BUCKET - CLEAR ONE AGE BUCKET OF THE SLOT.      *
028400*----------------------------------------------------------------*
028500 1210-INIT-ONE-BUCKET.
028600     move zero to WS-AG-COUNT (AG-IDX, WS-BUCKET-SUB).
028700     move zero to WS-AG-AMOUNT (AG-IDX, WS-BUCKET-SUB).
028800 1210-EXIT.
028900     exit.
029000
029100*----------------------------------------------------------------*
029200*  2000-AGE-ONE-ENTRY - READ THE NEXT SUSPENSE RECORD IN         *
029300*  SUSPENSE-NUMBER ORDER; AN OPEN ONE IS AGED, PRINTED AND       *
029400*  ADDED TO ITS CURRENCY'S BUCKET.  RELEASED AND WRITTEN-OFF     *
029500*  RECORDS ARE HISTORY AND ARE SKIPPED.                          *
029600*----------------------------------------------------------------*
029700 2000-AGE-ONE-ENTRY.
029800     read SUSP-FILE next record
029900         at end
030000             set WS-SUSP-EOF to true
030100             go to 2000-EXIT
030200     end-read.
030300     add 1 to WS-READ-COUNT.
030400     if not SUSP-OPEN of SU-RECORD
030500         go to 2000-EXIT
030600     end-if.
030700     add 1 to WS-OPEN-COUNT.
030800     perform 2100-FIND-CURRENCY
030900         thru 2100-EXIT.
031000     perform 2200-COMPUTE-AGE
031100         thru 2200-EXIT.
031200     perform 2300-PRINT-ENTRY
031300         thru 2300-EXIT.
031400     perform 2150-FIND-CURRENCY-SLOT
031500         thru 2150-EXIT.
031600     add 1 to WS-AG-COUNT (AG-IDX, WS-BUCKET-SUB).
031700     add 1 to WS-AG-TOTAL-COUNT (AG-IDX).
031800     if SUSP-TRAN-AMOUNT of SU-RECORD is numeric
031900         add SUSP-TRAN-AMOUNT of SU-RECORD
032000             to WS-AG-AMOUNT (AG-IDX, WS-BUCKET-SUB)
032100         add SUSP-TRAN-AMOUNT of SU-RECORD
032200             to WS-AG-TOTAL-AMOUNT (AG-IDX)
032300     else
032400         add 1 to WS-UNREADABLE-COUNT
032500     end-if.
032600 2000-EXIT.
032700     exit.
032800
032900*----------------------------------------------------------------*
033000*  2100-FIND-CURRENCY - THE ENTRY'S CURRENCY IS ITS ACCOUNT'S;   *
033100*  AN ACCOUNT NOT ON CUSTMAST GIVES "???".                       *
033200*----------------------------------------------------------------*
033300 2100-FIND-CURRENCY.
033400     move SUSP-TRAN-ACCOUNT of SU-RECORD
033500         to CUST-ACCOUNT-NUMBER of CM-RECORD.
033600     read CUSTMAST-FILE
033700         invalid key
033800             move "???" to WS-SLOT-CURRENCY
033900         not invalid key
034000             move CUST-CURRENCY-CODE of CM-RECORD
034100                 to WS-SLOT-CURRENCY
034200     end-read.
034300 2100-EXIT.
034400     exit.
034500
034600*----------------------------------------------------------------*
034700*  2150-FIND-CURRENCY-SLOT - POINT AG-IDX AT THE WORKING-TABLE   *
034800*  ENTRY FOR THE CURRENCY IN HAND, CLAIMING THE FIRST FREE SLOT  *
034900*  FOR A NEW ONE, AS RECONCIL DOES.                              *
035000*----------------------------------------------------------------*
035100 2150-FIND-CURRENCY-SLOT.
035200     set AG-IDX to 1.
035300     search WS-AGE-ENTRY
035400         at end
035500             perform 9940-CURRENCY-TABLE-FULL
035600                 thru 9940-EXIT
035700         when WS-AG-CODE (AG-IDX) = WS-SLOT-CURRENCY
035800             continue
035900         when WS-AG-CODE (AG-IDX) = spaces
036000             move WS-SLOT-CURRENCY to WS-AG-CODE (AG-IDX)
036100     end-search.
036200 2150-EXIT.
036300     exit.
036400
036500*----------------------------------------------------------------*
036600*  2200-COMPUTE-AGE - DAYS FROM THE FIRST-REJECT DATE TO THE RUN *
036700*  DATE, AND THE AGE BUCKET THEY FALL IN.  A MALFORMED OR FUTURE *
036800*  FIRST-REJECT DATE COUNTS AS AGE ZERO.                         *
036900*----------------------------------------------------------------*
037000 2200-COMPUTE-AGE.
037100     move zero to WS-AGE-DAYS.
037200     move 1 to WS-BUCKET-SUB.
037300     if SUSP-FIRST-DATE of SU-RECORD is not numeric
037400        or SUSP-FIRST-DATE of SU-RECORD > WS-RUN-DATE
037500         go to 2200-EXIT
037600     end-if.
037700     move SUSP-FIRST-DATE of SU-RECORD to WS-DATE-WORK.
037800     if WS-DW-MONTH < 01 or WS-DW-MONTH > 12
037900         go to 2200-EXIT
038000     end-if.
038100     perform 2350-DATE-TO-DAYS
038200         thru 2350-EXIT.
038300     compute WS-AGE-DAYS = WS-RUN-DAYS - WS-DAYS-WORK.
038400     perform 2210-NEXT-BUCKET
038500         thru 2210-EXIT
038600         until WS-AGE-DAYS not > WS-BUCKET-LIMIT (WS-BUCKET-SUB).
038700 2200-EXIT.
038800     exit.
038900
039000*----------------------------------------------------------------*
039100*  2210-NEXT-BUCKET - MOVE ON TO THE NEXT OLDER AGE BUCKET.      *
039200*----------------------------------------------------------------*
039300 2210-NEXT-BUCKET.
039400     add 1 to WS-BUCKET-SUB.
039500 2210-EXIT.
039600     exit.
039700
039800*----------------------------------------------------------------*
039900*  2300-PRINT-ENTRY - PRINT ONE OPEN ENTRY.  THE AMOUNT IS ONLY  *
040000*  EDITED WHEN IT HOLDS VALID PACKED DATA.                       *
040100*----------------------------------------------------------------*
040200 2300-PRINT-ENTRY.
040300     move SUSP-KEY of SU-RECORD to WS-DL-SUSP-KEY.
040400     move SUSP-TRAN-ACCOUNT of SU-RECORD to WS-DL-ACCOUNT.
040500     move WS-SLOT-CURRENCY to WS-DL-CURRENCY.
040600     if SUSP-TRAN-AMOUNT of SU-RECORD is numeric
040700         move SUSP-TRAN-AMOUNT of SU-RECORD to WS-EDITED-AMOUNT
040800         move WS-EDITED-AMOUNT to WS-DL-AMOUNT
040900     else
041000         move all "*" to WS-DL-AMOUNT
041100     end-if.
041200     move WS-AGE-DAYS to WS-DL-AGE.
041300     move SUSP-REASON of SU-RECORD to WS-DL-REASON.
041400     move WS-DETAIL-LINE to RP-LINE.
041500     perform 8000-WRITE-REPORT-LINE
041600         thru 8000-EXIT.
041700 2300-EXIT.
041800     exit.
041900
042000*----------------------------------------------------------------*
042100*  2350-DATE-TO-DAYS - TURN THE CALENDAR DATE IN WS-DATE-WORK    *
042200*  INTO A RUNNING DAY COUNT, AS SOLDE'S 2350 DOES.               *
042300*----------------------------------------------------------------*
042400 2350-DATE-TO-DAYS.
042500     compute WS-YEAR-PRIOR = WS-DW-YEAR - 1.
042600     compute WS-DAYS-WORK = WS-DW-YEAR * 365.
042700     divide WS-YEAR-PRIOR by 4
042800         giving WS-LEAP-QUOTIENT.
042900     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
043000     divide WS-YEAR-PRIOR by 100
043100         giving WS-LEAP-QUOTIENT.
043200     subtract WS-LEAP-QUOTIENT from WS-DAYS-WORK.
043300     divide WS-YEAR-PRIOR by 400
043400         giving WS-LEAP-QUOTIENT.
043500     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
043600     add WS-MONTH-OFFSET (WS-DW-MONTH) to WS-DAYS-WORK.
043700     add WS-DW-DAY to WS-DAYS-WORK.
043800     if WS-DW-MONTH > 2
043900         divide WS-DW-YEAR by 4
044000             giving WS-LEAP-QUOTIENT
044100             remainder WS-LEAP-REMAINDER
044200         if WS-LEAP-REMAINDER = zero
044300             divide WS-DW-YEAR by 100
044400                 giving WS-LEAP-QUOTIENT
044500                 remainder WS-LEAP-REMAINDER
044600             if WS-LEAP-REMAINDER not = zero
044700                 add 1 to WS-DAYS-WORK
044800             else
044900                 divide WS-DW-YEAR by 400
045000                     giving WS-LEAP-QUOTIENT
045100                     remainder WS-LEAP-REMAINDER
045200                 if WS-LEAP-REMAINDER = zero
045300                     add 1 to WS-DAYS-WORK
045400                 end-if
045500             end-if
045600         end-if
045700     end-if.
045800 2350-EXIT.
045900     exit.
046000
046100*----------------------------------------------------------------*
046200*  5000-PRINT-BUCKETS - PRINT THE AGE BUCKETS OF EVERY CURRENCY  *
046300*  MET, IN THE ORDER FIRST MET.                                  *
046400*----------------------------------------------------------------*
046500 5000-PRINT-BUCKETS.
046600     perform 5100-PRINT-ONE-CURRENCY
046700         thru 5100-EXIT
046800         varying AG-IDX from 1 by 1
046900         until AG-IDX > 20.
047000 5000-EXIT.
047100     exit.
047200
047300*----------------------------------------------------------------*
047400*  5100-PRINT-ONE-CURRENCY - PRINT ONE CURRENCY'S FOUR BUCKETS   *
047500*  AND ITS TOTAL; AN UNUSED SLOT PRINTS NOTHING.                 *
047600*----------------------------------------------------------------*
047700 5100-PRINT-ONE-CURRENCY.
047800     if WS-AG-CODE (AG-IDX) = spaces
047900         go to 5100-EXIT
048000     end-if.
048100     move WS-BLANK-LINE to RP-LINE.
048200     perform 8000-WRITE-REPORT-LINE
048300         thru 8000-EXIT.
048400     move WS-AG-CODE (AG-IDX) to WS-CH-CODE.
048500     move WS-CURRENCY-HEADER to RP-LINE.
048600     perform 8000-WRITE-REPORT-LINE
048700         thru 8000-EXIT.
048800     perform 5110-PRINT-ONE-BUCKET
048900         thru 5110-EXIT
049000         varying WS-BUCKET-SUB from 1 by 1
049100         until WS-BUCKET-SUB > 4.
049200     move "TOTAL EN SUSPENS" to WS-BL-LABEL.
049300     move WS-AG-TOTAL-COUNT (AG-IDX) to WS-BL-COUNT.
049400     move WS-AG-TOTAL-AMOUNT (AG-IDX) to WS-BL-AMOUNT.
049500     move WS-BUCKET-LINE to RP-LINE.
049600     perform 8000-WRITE-REPORT-LINE
049700         thru 8000-EXIT.
049800 5100-EXIT.
049900     exit.
050000
050100*----------------------------------------------------------------*
050200*  5110-PRINT-ONE-BUCKET - PRINT ONE AGE BUCKET OF THE CURRENCY. *
050300*----------------------------------------------------------------*
050400 5110-PRINT-ONE-BUCKET.
050500     move WS-BUCKET-LABEL (WS-BUCKET-SUB) to WS-BL-LABEL.
050600     move WS-AG-COUNT (AG-IDX, WS-BUCKET-SUB) to WS-BL-COUNT.
050700     move WS-AG-AMOUNT (AG-IDX, WS-BUCKET-SUB) to WS-BL-AMOUNT.
050800     move WS-BUCKET-LINE to RP-LINE.
050900     perform 8000-WRITE-REPORT-LINE
051000         thru 8000-EXIT.
051100 5110-EXIT.
051200     exit.
051300
051400*----------------------------------------------------------------*
051500*  8000-WRITE-REPORT-LINE - WRITE ONE REPORT LINE AND CHECK ITS  *
051600*  STATUS.                                                       *
051700*----------------------------------------------------------------*
051800 8000-WRITE-REPORT-LINE.
051900     write RP-LINE.
052000     if not WS-REPORT-OK
052100         perform 9930-REPORT-ERROR
052200             thru 9930-EXIT
052300     end-if.
052400 8000-EXIT.
052500     exit.
052600
052700*----------------------------------------------------------------*
052800*  9999-TERMINATE - PRINT THE OVERALL COUNTS AND CLOSE THE       *
052900*  FILES.                                                        *
053000*----------------------------------------------------------------*
053100 9999-TERMINATE.
053200     move WS-BLANK-LINE to RP-LINE.
053300     perform 8000-WRITE-REPORT-LINE
053400         thru 8000-EXIT.
053500     move "ENREGISTREMENTS LUS" to WS-CN-LABEL.
053600     move WS-READ-COUNT to WS-CN-VALUE.
053700     move WS-COUNT-LINE to RP-LINE.
053800     perform 8000-WRITE-REPORT-LINE
053900         thru 8000-EXIT.
054000     move "ENTREES EN SUSPENS" to WS-CN-LABEL.
054100     move WS-OPEN-COUNT to WS-CN-VALUE.
054200     move WS-COUNT-LINE to RP-LINE.
054300     perform 8000-WRITE-REPORT-LINE
054400         thru 8000-EXIT.
054500     move "DONT MONTANT ILLISIBLE" to WS-CN-LABEL.
054600     move WS-UNREADABLE-COUNT to WS-CN-VALUE.
054700     move WS-COUNT-LINE to RP-LINE.
054800     perform 8000-WRITE-REPORT-LINE
054900         thru 8000-EXIT.
055000     if WS-SUSPFILE-PRESENT
055100         close SUSP-FILE
055200     end-if.
055300     close CUSTMAST-FILE.
055400     close REPORT-FILE.
055500     display "SUSPAGE - " WS-READ-COUNT " READ, "
055600         WS-OPEN-COUNT " OPEN IN SUSPENSE.".
055700 9999-EXIT.
055800     exit.
055900
056000*----------------------------------------------------------------*
056100*  9910-SUSP-OPEN-ERROR - THE SUSPENSE FILE EXISTS BUT COULD NOT *
056200*  BE OPENED; ABEND RATHER THAN REPORT AN EMPTY SUSPENSE.        *
056300*----------------------------------------------------------------*
056400 9910-SUSP-OPEN-ERROR.
056500     display "SUSPAGE - CANNOT OPEN SUSPFILE, STATUS="
056600         WS-SUSP-STATUS.
056700     stop run.
056800 9910-EXIT.
056900     exit.
057000
057100*----------------------------------------------------------------*
057200*  9920-CUSTMAST-OPEN-ERROR - THE CURRENCIES COME FROM THE       *
057300*  CUSTOMER MASTER; ABEND THE RUN.                               *
057400*----------------------------------------------------------------*
057500 9920-CUSTMAST-OPEN-ERROR.
057600     display "SUSPAGE - CANNOT OPEN CUSTMAST, STATUS="
057700         WS-CUSTMAST-STATUS.
057800     stop run.
057900 9920-EXIT.
058000     exit.
058100
058200*----------------------------------------------------------------*
058300*  9930-REPORT-ERROR - THE REPORT COULD NOT BE OPENED OR         *
058400*  WRITTEN; ABEND THE RUN.                                       *
058500*----------------------------------------------------------------*
058600 9930-REPORT-ERROR.
058700     display "SUSPAGE - CANNOT WRITE SUSPRPT, STATUS="
058800         WS-REPORT-STATUS.
058900     stop run.
059000 9930-EXIT.
059100     exit.
059200
059300*----------------------------------------------------------------*
059400*  9940-CURRENCY-TABLE-FULL - MORE CURRENCIES IN SUSPENSE THAN   *
059500*  THE WORKING TABLE HOLDS; ABEND RATHER THAN UNDER-REPORT.      *
059600*----------------------------------------------------------------*
059700 9940-CURRENCY-TABLE-FULL.
059800     display "SUSPAGE - MORE THAN 20 CURRENCIES IN SUSPENSE".
059900     stop run.
060000 9940-EXIT.
060100     exit.
