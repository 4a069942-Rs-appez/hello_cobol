000100 identification division.
000200 program-id. FXPROOF.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - DAILY FX PROOF LIST.     *
001000*                     READS THE DAY'S DEALS OFF THE XFERFILE     *
001100*                     TRANSFER REGISTER BY ITS DEAL-DATE         *
001200*                     ALTERNATE KEY AND LISTS EVERY CROSS-       *
001300*                     CURRENCY TRANSFER (COUNTER TRANXFR OR      *
001400*                     STANDING ORDER SORDGEN) WITH BOTH LEGS,    *
001500*                     THEIR ACCOUNTS, AMOUNTS AND CURRENCIES,    *
001600*                     THE RATE EACH LEG WAS PRICED AT AND THE    *
001700*                     EUR COUNTERVALUE, THEN THE POSITION PER    *
001800*                     CURRENCY (TAKEN IN, PAID OUT, NET, AND THE *
001900*                     NET'S EUR VALUE AT THE DEALS' RATES) THAT  *
002000*                     THE GL FEED'S "F" RECORDS CARRY.  AN       *
002100*                     ABSENT XFERFILE MEANS NO TRANSFERS YET.    *
002120*    2026-10-15  APZ  THE RUN DATE IS NOW THE BUSINESS DATE ON   *
002140*                     THE BDATFILE CONTROL RECORD (BDATREC), THE *
002160*                     DEAL DATE SORDGEN STAMPS ON ITS TRANSFERS. *
002200*----------------------------------------------------------------*
002300
002400 environment division.
002500 configuration section.
002600 special-names.
002700     decimal-point is comma.
002800
002900 input-output section.
003000 file-control.
003100     select XFER-FILE assign to "XFERFILE"
003200         organization is indexed
003300         access mode is dynamic
003400         record key is XFER-DEBIT-REF
003500         alternate record key is XFER-CREDIT-REF
003600         alternate record key is XFER-DEAL-DATE
003700             with duplicates
003800         file status is WS-XFER-STATUS.
003900
004000     select REPORT-FILE assign to "FXPRRPT"
004100         organization is line sequential
004200         file status is WS-REPORT-STATUS.
004210
004220     select BDAT-FILE assign to "BDATFILE"
004230         organization is sequential
004240         access mode is sequential
004250         file status is WS-BDAT-STATUS.
004300
004400 data division.
004500 file section.
004600 fd  XFER-FILE
004700     label records are standard
004800     record contains 120 characters.
004900 01  XF-RECORD.
005000     copy XFERREC.
005100
005200 fd  REPORT-FILE
005300     label records are omitted
005400     record contains 80 characters.
005500 01  RP-LINE                    pic x(80).
005510
005520 fd  BDAT-FILE
005530     label records are standard
005540     record contains 50 characters.
005550 01  BD-RECORD.
005560     copy BDATREC.
005600
005700 working-storage section.
005800 01  WS-XFER-STATUS             pic x(02).
005900     88  WS-XFER-OK                 value "00".
006000     88  WS-XFER-NO-FILE            value "35".
006100
006200 01  WS-REPORT-STATUS           pic x(02).
006300     88  WS-REPORT-OK               value "00".
006320
006340 01  WS-BDAT-STATUS             pic x(02).
006360     88  WS-BDAT-OK                 value "00".
006400
006500 01  WS-SWITCHES.
006600     05  WS-XFER-EOF-SW         pic x(01).
006700         88  WS-XFER-EOF            value "Y".
006800         88  WS-XFER-NOT-EOF        value "N".
006900     05  WS-XFERFILE-SW         pic x(01).
007000         88  WS-XFERS-ON-FILE       value "Y".
007100         88  WS-XFERS-ABSENT        value "N".
007200
007300 01  WS-RUN-DATE                pic 9(08).
007400 01  WS-DEALS-READ              pic 9(07) usage comp.
007500 01  WS-DEALS-LISTED            pic 9(07) usage comp.
007600 01  WS-COUNTER-DEALS           pic 9(07) usage comp.
007700 01  WS-ORDER-DEALS             pic 9(07) usage comp.
007800 01  WS-TOTAL-EUR               pic s9(11)v99 usage comp-3.
007900 01  WS-LEG-EUR                 pic s9(11)v99 usage comp-3.
008000 01  WS-SLOT-CURRENCY           pic x(03).
008100
008200*----------------------------------------------------------------*
008300*  POSITION PER CURRENCY OVER THE LISTED DEALS: WHAT THE DEBIT   *
008400*  LEGS TOOK IN AND THE CREDIT LEGS PAID OUT, EACH WITH ITS EUR  *
008500*  VALUE AT THE RATE THE DEAL WAS PRICED AT.                     *
008600*----------------------------------------------------------------*
008700 01  WS-FX-TOTALS.
008800     05  WS-FX-ENTRY occurs 20 times indexed by FX-IDX.
008900         10  WS-FX-CODE         pic x(03).
009000         10  WS-FX-IN-AMOUNT    pic s9(11)v99 usage comp-3.
009100         10  WS-FX-OUT-AMOUNT   pic s9(11)v99 usage comp-3.
009200         10  WS-FX-NET-EUR      pic s9(11)v99 usage comp-3.
009300
009400 01  WS-HEADING-1.
009500     05  filler                 pic x(40)
009600         value "AGENCE CENTRALE - LISTE DES CHANGES DU ".
009700     05  WS-H1-DATE             pic 9(08).
009800     05  filler                 pic x(32) value spaces.
009900
010000 01  WS-COLUMN-HEADER.
010100     05  filler                 pic x(01) value spaces.
010200     05  filler                 pic x(12) value "REFERENCE".
010300     05  filler                 pic x(11) value "COMPTE".
010400     05  filler                 pic x(04) value "DEV".
010500     05  filler                 pic x(14) value "      MONTANT".
010600     05  filler                 pic x(10) value "     COURS".
010700     05  filler                 pic x(14) value "  CONTRE-V EUR".
010800     05  filler                 pic x(14) value " ORIGINE".
010900
011000 01  WS-DETAIL-LINE.
011100     05  filler                 pic x(01) value spaces.
011200     05  WS-DL-REFERENCE        pic x(10).
011300     05  filler                 pic x(01) value spaces.
011400     05  WS-DL-SIDE             pic x(01).
011500     05  filler                 pic x(01) value spaces.
011600     05  WS-DL-ACCOUNT          pic x(10).
011700     05  filler                 pic x(01) value spaces.
011800     05  WS-DL-CURRENCY         pic x(03).
011900     05  filler                 pic x(01) value spaces.
012000     05  WS-DL-AMOUNT           pic z(8)9,99-.
012100     05  filler                 pic x(01) value spaces.
012200     05  WS-DL-RATE             pic zz9,99999.
012300     05  filler                 pic x(01) value spaces.
012400     05  WS-DL-EUR              pic z(8)9,99-.
012500     05  filler                 pic x(01) value spaces.
012600     05  WS-DL-ORIGIN           pic x(08).
012700     05  filler                 pic x(05) value spaces.
012800
012900 01  WS-POSITION-HEADER.
013000     05  filler                 pic x(01) value spaces.
013100     05  filler                 pic x(05) value "DEV".
013200     05  filler                 pic x(15) value "           RECU".
013300     05  filler                 pic x(15) value "          VERSE".
013400     05  filler                 pic x(15) value "            NET".
013500     05  filler                 pic x(15) value "    NET EN EUR".
013600     05  filler                 pic x(14) value spaces.
013700
013800 01  WS-POSITION-LINE.
013900     05  filler                 pic x(01) value spaces.
014000     05  WS-PL-CURRENCY         pic x(03).
014100     05  filler                 pic x(03) value spaces.
014200     05  WS-PL-IN               pic z(10)9,99-.
014300     05  WS-PL-OUT              pic z(10)9,99-.
014400     05  WS-PL-NET              pic z(10)9,99-.
014500     05  WS-PL-NET-EUR          pic z(10)9,99-.
014600     05  filler                 pic x(12) value spaces.
014700
014800 01  WS-COUNT-LINE.
014900     05  WS-CN-LABEL            pic x(40).
015000     05  WS-CN-VALUE            pic z(6)9.
015100     05  filler                 pic x(33) value spaces.
015200
015300 01  WS-AMOUNT-LINE.
015400     05  WS-AL-LABEL            pic x(40).
015500     05  WS-AL-VALUE            pic z(10)9,99-.
015600     05  filler                 pic x(25) value spaces.
015700
015800 01  WS-BLANK-LINE              pic x(80) value spaces.
015900
016000 procedure division.
016100 0000-MAINLINE.
016200     perform 1000-INITIALIZE
016300         thru 1000-EXIT.
016400     perform 2000-LIST-ONE-DEAL
016500         thru 2000-EXIT
016600         until WS-XFER-EOF.
016700     perform 9999-TERMINATE
016800         thru 9999-EXIT.
016900     stop run.
017000
017100*----------------------------------------------------------------*
017200*  1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS AND      *
017300*  POSITION THE REGISTER ON TODAY'S FIRST DEAL BY THE DEAL-DATE  *
017400*  ALTERNATE KEY.  A MISSING XFERFILE (NO TRANSFER EVER MADE) OR *
017500*  NO DEAL TODAY IS AN EMPTY LIST, NOT AN ERROR.                 *
017600*----------------------------------------------------------------*
017700 1000-INITIALIZE.
017800     move zero to WS-DEALS-READ.
017900     move zero to WS-DEALS-LISTED.
018000     move zero to WS-COUNTER-DEALS.
018100     move zero to WS-ORDER-DEALS.
018200     move zero to WS-TOTAL-EUR.
018300     perform 1400-INIT-ONE-FX-SLOT
018400         thru 1400-EXIT
018500         varying FX-IDX from 1 by 1
018600         until FX-IDX > 20.
018700     set WS-XFER-NOT-EOF to true.
018750     perform 1050-READ-BUSINESS-DATE
018800         thru 1050-EXIT.
018900     open output REPORT-FILE.
019000     if not WS-REPORT-OK
019100         perform 9920-REPORT-ERROR
019200             thru 9920-EXIT
019300     end-if.
019400     move WS-RUN-DATE to WS-H1-DATE.
019500     move WS-HEADING-1 to RP-LINE.
019600     perform 8000-WRITE-REPORT-LINE
019700         thru 8000-EXIT.
019800     move WS-BLANK-LINE to RP-LINE.
019900     perform 8000-WRITE-REPORT-LINE
020000         thru 8000-EXIT.
020100     move WS-COLUMN-HEADER to RP-LINE.
020200     perform 8000-WRITE-REPORT-LINE
020300         thru 8000-EXIT.
020400     open input XFER-FILE.
020500     evaluate true
020600         when WS-XFER-OK
020700             set WS-XFERS-ON-FILE to true
020800         when WS-XFER-NO-FILE
020900             display "FXPROOF - NO XFERFILE YET, NOTHING TO LIST"
021000             set WS-XFERS-ABSENT to true
021100             set WS-XFER-EOF to true
021200             go to 1000-EXIT
021300         when other
021400             perform 9910-XFER-OPEN-ERROR
021500                 thru 9910-EXIT
021600     end-evaluate.
021700     move WS-RUN-DATE to XFER-DEAL-DATE of XF-RECORD.
021800     start XFER-FILE key is = XFER-DEAL-DATE of XF-RECORD
021900         invalid key
022000             set WS-XFER-EOF to true
022100     end-start.
022200 1000-EXIT.
022300     exit.
022302
022304*----------------------------------------------------------------*
022306*  1050-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
022308*  OF THE NIGHT CHAIN, HELD ON THE BDATFILE CONTROL RECORD.      *
022310*----------------------------------------------------------------*
022312 1050-READ-BUSINESS-DATE.
022314     open input BDAT-FILE.
022316     if not WS-BDAT-OK
022318         perform 9940-BDAT-ERROR
022320             thru 9940-EXIT
022322     end-if.
022324     read BDAT-FILE
022326         at end
022328             perform 9940-BDAT-ERROR
022330                 thru 9940-EXIT
022332     end-read.
022334     move BDAT-BUSINESS-DATE of BD-RECORD to WS-RUN-DATE.
022336     close BDAT-FILE.
022338 1050-EXIT.
022340     exit.
022400
022500*----------------------------------------------------------------*
022600*  1400-INIT-ONE-FX-SLOT - CLEAR ONE ENTRY OF THE PER-CURRENCY   *
022700*  POSITION TABLE.                                               *
022800*----------------------------------------------------------------*
022900 1400-INIT-ONE-FX-SLOT.
023000     move spaces to WS-FX-CODE (FX-IDX).
023100     move zero to WS-FX-IN-AMOUNT (FX-IDX).
023200     move zero to WS-FX-OUT-AMOUNT (FX-IDX).
023300     move zero to WS-FX-NET-EUR (FX-IDX).
023400 1400-EXIT.
023500     exit.
023600
023700*----------------------------------------------------------------*
023800*  2000-LIST-ONE-DEAL - READ THE NEXT DEAL IN DEAL-DATE ORDER;   *
023900*  STOP AT THE FIRST ONE NOT DEALT TODAY.  A TRANSFER WITHIN ONE *
024000*  CURRENCY IS NOT A CHANGE AND IS NOT LISTED.  A CROSS-CURRENCY *
024100*  ONE PRINTS ITS DEBIT AND CREDIT LEGS AND MOVES THE POSITION   *
024200*  OF BOTH CURRENCIES.                                           *
024300*----------------------------------------------------------------*
024400 2000-LIST-ONE-DEAL.
024500     read XFER-FILE next record
024600         at end
024700             set WS-XFER-EOF to true
024800             go to 2000-EXIT
024900     end-read.
025000     if XFER-DEAL-DATE of XF-RECORD not = WS-RUN-DATE
025100         set WS-XFER-EOF to true
025200         go to 2000-EXIT
025300     end-if.
025400     add 1 to WS-DEALS-READ.
025500     if XFER-DEBIT-CURRENCY of XF-RECORD
025600        = XFER-CREDIT-CURRENCY of XF-RECORD
025700         go to 2000-EXIT
025800     end-if.
025900     add 1 to WS-DEALS-LISTED.
026000     if XFER-FROM-STANDING-ORDER of XF-RECORD
026100         add 1 to WS-ORDER-DEALS
026200     else
026300         add 1 to WS-COUNTER-DEALS
026400     end-if.
026500     add XFER-EUR-AMOUNT of XF-RECORD to WS-TOTAL-EUR.
026600     perform 2100-PRINT-DEBIT-LEG
026700         thru 2100-EXIT.
026800     perform 2200-PRINT-CREDIT-LEG
026900         thru 2200-EXIT.
027000 2000-EXIT.
027100     exit.
027200
027300*----------------------------------------------------------------*
027400*  2100-PRINT-DEBIT-LEG - PRINT THE DEBIT LEG WITH THE DEAL'S    *
027500*  EUR COUNTERVALUE AND ITS ORIGIN, AND ADD WHAT IT TOOK IN TO   *
027600*  ITS CURRENCY'S POSITION.                                      *
027700*----------------------------------------------------------------*
027800 2100-PRINT-DEBIT-LEG.
027900     move XFER-DEBIT-REF of XF-RECORD to WS-DL-REFERENCE.
028000     move "D" to WS-DL-SIDE.
028100     move XFER-DEBIT-ACCOUNT of XF-RECORD to WS-DL-ACCOUNT.
028200     move XFER-DEBIT-CURRENCY of XF-RECORD to WS-DL-CURRENCY.
028300     move XFER-DEBIT-AMOUNT of XF-RECORD to WS-DL-AMOUNT.
028400     move XFER-DEBIT-RATE of XF-RECORD to WS-DL-RATE.
028500     move XFER-EUR-AMOUNT of XF-RECORD to WS-DL-EUR.
028600     if XFER-FROM-STANDING-ORDER of XF-RECORD
028700         move "ORDRE" to WS-DL-ORIGIN
028800     else
028900         move "GUICHET" to WS-DL-ORIGIN
029000     end-if.
029100     move WS-DETAIL-LINE to RP-LINE.
029200     perform 8000-WRITE-REPORT-LINE
029300         thru 8000-EXIT.
029400     move XFER-DEBIT-CURRENCY of XF-RECORD to WS-SLOT-CURRENCY.
029500     perform 2300-FIND-FX-SLOT
029600         thru 2300-EXIT.
029700     compute WS-LEG-EUR rounded
029800         = XFER-DEBIT-AMOUNT of XF-RECORD
029900         * XFER-DEBIT-RATE of XF-RECORD.
030000     add XFER-DEBIT-AMOUNT of XF-RECORD
030100         to WS-FX-IN-AMOUNT (FX-IDX).
030200     add WS-LEG-EUR to WS-FX-NET-EUR (FX-IDX).
030300 2100-EXIT.
030400     exit.
030500
030600*----------------------------------------------------------------*
030700*  2200-PRINT-CREDIT-LEG - PRINT THE CREDIT LEG WITH THE ORDER   *
030800*  NUMBER OR THE OPERATOR, AND TAKE WHAT IT PAID OUT OFF ITS     *
030900*  CURRENCY'S POSITION.                                          *
031000*----------------------------------------------------------------*
031100 2200-PRINT-CREDIT-LEG.
031200     move XFER-CREDIT-REF of XF-RECORD to WS-DL-REFERENCE.
031300     move "C" to WS-DL-SIDE.
031400     move XFER-CREDIT-ACCOUNT of XF-RECORD to WS-DL-ACCOUNT.
031500     move XFER-CREDIT-CURRENCY of XF-RECORD to WS-DL-CURRENCY.
031600     move XFER-CREDIT-AMOUNT of XF-RECORD to WS-DL-AMOUNT.
031700     move XFER-CREDIT-RATE of XF-RECORD to WS-DL-RATE.
031800     move zero to WS-DL-EUR.
031900     if XFER-FROM-STANDING-ORDER of XF-RECORD
032000         move XFER-ORDER-NUMBER of XF-RECORD to WS-DL-ORIGIN
032100     else
032200         move XFER-OPERATOR of XF-RECORD to WS-DL-ORIGIN
032300     end-if.
032400     move WS-DETAIL-LINE to RP-LINE.
032500     perform 8000-WRITE-REPORT-LINE
032600         thru 8000-EXIT.
032700     move XFER-CREDIT-CURRENCY of XF-RECORD to WS-SLOT-CURRENCY.
032800     perform 2300-FIND-FX-SLOT
032900         thru 2300-EXIT.
033000     compute WS-LEG-EUR rounded
033100         = XFER-CREDIT-AMOUNT of XF-RECORD
033200         * XFER-CREDIT-RATE of XF-RECORD.
033300     add XFER-CREDIT-AMOUNT of XF-RECORD
033400         to WS-FX-OUT-AMOUNT (FX-IDX).
033500     subtract WS-LEG-EUR from WS-FX-NET-EUR (FX-IDX).
033600 2200-EXIT.
033700     exit.
033800
033900*----------------------------------------------------------------*
034000*  2300-FIND-FX-SLOT - POINT FX-IDX AT THE POSITION ENTRY FOR    *
034100*  THE LEG'S CURRENCY, CLAIMING THE FIRST FREE SLOT FOR A        *
034200*  CURRENCY NOT SEEN YET TODAY.                                  *
034300*----------------------------------------------------------------*
034400 2300-FIND-FX-SLOT.
034500     set FX-IDX to 1.
034600     search WS-FX-ENTRY
034700         at end
034800             perform 9930-FX-TABLE-FULL
034900                 thru 9930-EXIT
035000         when WS-FX-CODE (FX-IDX) = WS-SLOT-CURRENCY
035100             continue
035200         when WS-FX-CODE (FX-IDX) = spaces
035300             move WS-SLOT-CURRENCY to WS-FX-CODE (FX-IDX)
035400     end-search.
035500 2300-EXIT.
035600     exit.
035700
035800*----------------------------------------------------------------*
035900*  3100-PRINT-ONE-POSITION - PRINT ONE USED CURRENCY SLOT OF THE *
036000*  POSITION TABLE.                                               *
036100*----------------------------------------------------------------*
036200 3100-PRINT-ONE-POSITION.
036300     if WS-FX-CODE (FX-IDX) = spaces
036400         go to 3100-EXIT
036500     end-if.
036600     move WS-FX-CODE (FX-IDX) to WS-PL-CURRENCY.
036700     move WS-FX-IN-AMOUNT (FX-IDX) to WS-PL-IN.
036800     move WS-FX-OUT-AMOUNT (FX-IDX) to WS-PL-OUT.
036900     compute WS-PL-NET
037000         = WS-FX-IN-AMOUNT (FX-IDX) - WS-FX-OUT-AMOUNT (FX-IDX).
037100     move WS-FX-NET-EUR (FX-IDX) to WS-PL-NET-EUR.
037200     move WS-POSITION-LINE to RP-LINE.
037300     perform 8000-WRITE-REPORT-LINE
037400         thru 8000-EXIT.
037500 3100-EXIT.
037600     exit.
037700
037800*----------------------------------------------------------------*
037900*  8000-WRITE-REPORT-LINE - WRITE ONE REPORT LINE AND CHECK ITS  *
038000*  STATUS.                                                       *
038100*----------------------------------------------------------------*
038200 8000-WRITE-REPORT-LINE.
038300     write RP-LINE.
038400     if not WS-REPORT-OK
038500         perform 9920-REPORT-ERROR
038600             thru 9920-EXIT
038700     end-if.
038800 8000-EXIT.
038900     exit.
039000
039100*----------------------------------------------------------------*
039200*  9999-TERMINATE - PRINT THE POSITION PER CURRENCY AND THE      *
039300*  COUNTS, AND CLOSE THE FILES.                                  *
039400*----------------------------------------------------------------*
039500 9999-TERMINATE.
039600     move WS-BLANK-LINE to RP-LINE.
039700     perform 8000-WRITE-REPORT-LINE
039800         thru 8000-EXIT.
039900     move "POSITION PAR DEVISE" to RP-LINE.
040000     perform 8000-WRITE-REPORT-LINE
040100         thru 8000-EXIT.
040200     move WS-POSITION-HEADER to RP-LINE.
040300     perform 8000-WRITE-REPORT-LINE
040400         thru 8000-EXIT.
040500     perform 3100-PRINT-ONE-POSITION
040600         thru 3100-EXIT
040700         varying FX-IDX from 1 by 1
040800         until FX-IDX > 20.
040900     move WS-BLANK-LINE to RP-LINE.
041000     perform 8000-WRITE-REPORT-LINE
041100         thru 8000-EXIT.
041200     move "VIREMENTS DU JOUR" to WS-CN-LABEL.
041300     move WS-DEALS-READ to WS-CN-VALUE.
041400     move WS-COUNT-LINE to RP-LINE.
041500     perform 8000-WRITE-REPORT-LINE
041600         thru 8000-EXIT.
041700     move "OPERATIONS DE CHANGE" to WS-CN-LABEL.
041800     move WS-DEALS-LISTED to WS-CN-VALUE.
041900     move WS-COUNT-LINE to RP-LINE.
042000     perform 8000-WRITE-REPORT-LINE
042100         thru 8000-EXIT.
042200     move "  DONT GUICHET" to WS-CN-LABEL.
042300     move WS-COUNTER-DEALS to WS-CN-VALUE.
042400     move WS-COUNT-LINE to RP-LINE.
042500     perform 8000-WRITE-REPORT-LINE
042600         thru 8000-EXIT.
042700     move "  DONT ORDRES PERMANENTS" to WS-CN-LABEL.
042800     move WS-ORDER-DEALS to WS-CN-VALUE.
042900     move WS-COUNT-LINE to RP-LINE.
043000     perform 8000-WRITE-REPORT-LINE
043100         thru 8000-EXIT.
043200     move "CONTRE-VALEUR TOTALE EUR" to WS-AL-LABEL.
043300     move WS-TOTAL-EUR to WS-AL-VALUE.
043400     move WS-AMOUNT-LINE to RP-LINE.
043500     perform 8000-WRITE-REPORT-LINE
043600         thru 8000-EXIT.
043700     if WS-XFERS-ON-FILE
043800         close XFER-FILE
043900     end-if.
044000     close REPORT-FILE.
044100     display "FXPROOF - " WS-DEALS-READ " TRANSFER(S) READ, "
044200         WS-DEALS-LISTED " CROSS-CURRENCY LISTED.".
044300 9999-EXIT.
044400     exit.
044500
044600*----------------------------------------------------------------*
044700*  9910-XFER-OPEN-ERROR - THE TRANSFER REGISTER EXISTS BUT COULD *
044800*  NOT BE OPENED; ABEND RATHER THAN PRINT AN EMPTY PROOF LIST.   *
044900*----------------------------------------------------------------*
045000 9910-XFER-OPEN-ERROR.
045100     display "FXPROOF - CANNOT OPEN XFERFILE, STATUS="
045200         WS-XFER-STATUS.
045300     stop run.
045400 9910-EXIT.
045500     exit.
045600
045700*----------------------------------------------------------------*
045800*  9920-REPORT-ERROR - THE PROOF LIST COULD NOT BE WRITTEN;      *
045900*  ABEND RATHER THAN HAND OVER A PARTIAL LIST.                   *
046000*----------------------------------------------------------------*
046100 9920-REPORT-ERROR.
046200     display "FXPROOF - CANNOT WRITE FXPRRPT, STATUS="
046300         WS-REPORT-STATUS.
046400     stop run.
046500 9920-EXIT.
046600     exit.
046700
046800*----------------------------------------------------------------*
046900*  9930-FX-TABLE-FULL - MORE DISTINCT CURRENCIES THAN THE        *
047000*  POSITION TABLE HOLDS; ABEND RATHER THAN LOSE A POSITION.      *
047100*----------------------------------------------------------------*
047200 9930-FX-TABLE-FULL.
047300     display "FXPROOF - MORE THAN 20 CURRENCIES IN ONE RUN".
047400     stop run.
047500 9930-EXIT.
047600     exit.
047700
047800*----------------------------------------------------------------*
047900*  9940-BDAT-ERROR - THE BUSINESS-DATE CONTROL RECORD COULD NOT  *
048000*  BE READ; ABEND RATHER THAN RUN FOR A GUESSED DATE.            *
048100*----------------------------------------------------------------*
048200 9940-BDAT-ERROR.
048300     display "FXPROOF - CANNOT READ BDATFILE, STATUS="
048400         WS-BDAT-STATUS.
048500     stop run.
048600 9940-EXIT.
048700     exit.
