002367*                     RESTARTED RUN EXTRACTS ONLY THE RESUMED  *
002368*                     PORTION, AND A NO-OP RESUBMIT LEAVES THE *
002369*                     FEED UNTOUCHED.                          *
002370*    2026-10-15  APZ  THE GL FEED NOW CARRIES THE FX POSITION    *
002372*                     PER CURRENCY (GLREC "F" RECORD): EVERY     *
002374*                     LEDGER ENTRY THAT IS ONE LEG OF A CROSS-   *
002376*                     CURRENCY TRANSFER ON THE XFERFILE REGISTER *
002378*                     (TRANXFR OR SORDGEN) MOVES ITS CURRENCY'S  *
002380*                     POSITION - A DEBIT LEG ADDS THE CURRENCY   *
002382*                     TAKEN FROM THE CUSTOMER, A CREDIT LEG      *
002384*                     TAKES OFF THE CURRENCY PAID OUT - WITH ITS *
002386*                     EUR COUNTERVALUE AT THE DEAL'S OWN RATE,   *
002388*                     SO ACCOUNTING CAN BOOK THE CONVERSION GAIN *
002390*                     OR LOSS AGAINST THE NIGHT'S RATE.  AN      *
002392*                     ABSENT XFERFILE MEANS NO TRANSFERS YET.    *
002395*    2026-10-15  APZ  KEEPS THE OVERDRAFT COLLECTIONS BOOK: AN   *
002400*                     ACCOUNT FLAGGED PAST ITS OVERDRAFT LIMIT   *
002405*                     OPENS (OR UPDATES) ITS COLLFILE CASE WITH  *
002410*                     THE FIRST DATE OVER LIMIT, THE LAST AND    *
002415*                     THE PEAK EXCESS; AN ACCOUNT NO LONGER      *
002420*                     FLAGGED HAS ITS OPEN CASE CLOSED.  THE     *
002425*                     COLLLTR LETTER RUN AND THE WEEKLY COLLRPT  *
002430*                     REPORT WORK FROM THE FILE.  A MISSING      *
002435*                     COLLFILE IS CREATED ON THE FIRST RUN.      *
002436*    2026-10-15  APZ  THE RUN DATE IS NOW THE BUSINESS DATE ON   *
002437*                     THE BDATFILE CONTROL RECORD (BDATREC)      *
002438*                     INSTEAD OF THE SYSTEM CLOCK; THE CKPTFILE  *
002439*                     RESTART TEST, INTEREST DAY COUNTS AND      *
002440*                     EXTRACTS ARE THEREFORE KEYED ON THE DAY    *
002441*                     BEING CLOSED EVEN PAST MIDNIGHT.           *
002442*----------------------------------------------------------------*
002445
002500 environment division.
002510 configuration section.
002520 special-names.
004112         organization is sequential
004113         access mode is sequential
004114         file status is WS-EXTRACT-STATUS.
004115
004116     select XFER-FILE assign to "XFERFILE"
004117         organization is indexed
004118         access mode is dynamic
004119         record key is XFER-DEBIT-REF
004120         alternate record key is XFER-CREDIT-REF
004121         alternate record key is XFER-DEAL-DATE
004122             with duplicates
004123         file status is WS-XFER-STATUS.
004125
004130     select COLL-FILE assign to "COLLFILE"
004135         organization is indexed
004140         access mode is dynamic
004145         record key is COLL-ACCOUNT-NUMBER
004150         file status is WS-COLL-STATUS.
004151
004152     select BDAT-FILE assign to "BDATFILE"
004153         organization is sequential
004154         access mode is sequential
004155         file status is WS-BDAT-STATUS.
004156
004160 data division.
004200 file section.
004300 fd  CUSTMAST-FILE
004400     label records are standard
005566 01  SX-RECORD.
005567     copy STMXREC.
005568
005570 fd  XFER-FILE
005572     label records are standard
005574     record contains 120 characters.
005576 01  XF-RECORD.
005578     copy XFERREC.
005580
005582 fd  COLL-FILE
005584     label records are standard
005586     record contains 80 characters.
005588 01  CL-RECORD.
005590     copy COLLREC.
005591
005592 fd  BDAT-FILE
005593     label records are standard
005594     record contains 50 characters.
005595 01  BD-RECORD.
005596     copy BDATREC.
005597
005600 working-storage section.
005700 01  WS-CUSTMAST-STATUS         pic x(02).
005800     88  WS-CUSTMAST-OK             value "00".
006393 01  WS-EXTRACT-STATUS          pic x(02).
006394     88  WS-EXTRACT-OK              value "00".
006395
006396 01  WS-XFER-STATUS             pic x(02).
006397     88  WS-XFER-OK                 value "00".
006398     88  WS-XFER-NO-FILE            value "35".
006400
006410 01  WS-COLL-STATUS             pic x(02).
006420     88  WS-COLL-OK                 value "00".
006430     88  WS-COLL-NOT-FOUND          value "23".
006440     88  WS-COLL-NO-FILE            value "35".
006442
006444 01  WS-BDAT-STATUS             pic x(02).
006446     88  WS-BDAT-OK                 value "00".
006450
006460 01  WS-SWITCHES.
006500     05  WS-CUSTMAST-EOF-SW     pic x(01).
006600         88  WS-CUSTMAST-EOF        value "Y".
006700         88  WS-CUSTMAST-NOT-EOF    value "N".
007097     05  WS-EXTRACT-EOF-SW      pic x(01).
007098         88  WS-EXTRACT-EOF         value "Y".
007099         88  WS-EXTRACT-NOT-EOF     value "N".
007100     05  WS-XFERFILE-SW         pic x(01).
007110         88  WS-XFERS-ON-FILE       value "Y".
007120         88  WS-XFERS-ABSENT        value "N".
007130     05  WS-FX-LEG-SW           pic x(01).
007140         88  WS-FX-LEG-FOUND        value "Y".
007150         88  WS-FX-LEG-NOT-FOUND    value "N".
007160
007200 01  WS-RUN-DATE                 pic 9(08).
007300 01  WS-LAST-COMPLETED-ACCOUNT   pic x(10).
007400 01  WS-ACCOUNTS-PROCESSED       pic 9(07) usage comp.
007750
007751*----------------------------------------------------------------*
007752*  PER-CURRENCY MOVEMENT TOTALS FOR THE GL INTERFACE EXTRACT,    *
007753*  WITH THE RATEFILE RATE THE RUN PRICED THAT CURRENCY AT, AND   *
007754*  THE FX POSITION LEFT IN IT BY CROSS-CURRENCY TRANSFER LEGS    *
007755*  (WITH ITS EUR COUNTERVALUE AT THE DEALS' OWN RATES).          *
007756*----------------------------------------------------------------*
007757 01  WS-GL-TOTALS.
007758     05  WS-GL-ENTRY occurs 20 times indexed by GL-IDX.
007759         10  WS-GL-CODE         pic x(03).
007760         10  WS-GL-DEBIT-COUNT  pic 9(07) usage comp.
007761         10  WS-GL-DEBIT-AMOUNT pic s9(11)v99 usage comp-3.
007762         10  WS-GL-CREDIT-COUNT pic 9(07) usage comp.
007763         10  WS-GL-CREDIT-AMT   pic s9(11)v99 usage comp-3.
007764         10  WS-GL-RATE         pic 9(03)v9(05).
007765         10  WS-GL-RATE-SW      pic x(01).
007766             88  WS-GL-RATE-KNOWN   value "Y".
007767         10  WS-GL-FX-COUNT     pic 9(07) usage comp.
007768         10  WS-GL-FX-POSITION  pic s9(11)v99 usage comp-3.
007769         10  WS-GL-FX-EUR       pic s9(11)v99 usage comp-3.
007770
007771 01  WS-EXCP-COUNT              pic 9(07) usage comp.
007772 01  WS-EXCP-EUR                pic s9(11)v99 usage comp-3.
007773 01  WS-GL-RECORD-COUNT         pic 9(07) usage comp.
007774 01  WS-GL-HASH-AMOUNT          pic s9(11)v99 usage comp-3.
007775 01  WS-GL-HASH-EUR             pic s9(11)v99 usage comp-3.
007776 01  WS-GL-WORK-EUR             pic s9(11)v99 usage comp-3.
007777 01  WS-FX-LEG-RATE             pic 9(03)v9(05).
007778 01  WS-FX-LEG-EUR              pic s9(11)v99 usage comp-3.
007780
007785*----------------------------------------------------------------*
007790*  COLLECTIONS BOOK - THE FLAGGED ACCOUNT'S EXCESS OVER ITS      *
007795*  LIMIT, AND THE CASES OPENED AND CLOSED TONIGHT.               *
007800*----------------------------------------------------------------*
007805 01  WS-COLL-EXCESS             pic s9(9)v99 usage comp-3.
007810 01  WS-COLL-OPENED             pic 9(07) usage comp.
007815 01  WS-COLL-CLOSED             pic 9(07) usage comp.
007820
007825*----------------------------------------------------------------*
007830*  STATEMENT EXTRACT WORK FIELDS - THE RUNNING BALANCE AND       *
007835*  MOVEMENT COUNT OF THE ACCOUNT BEING EXTRACTED, THE MOVEMENT   *
007840*  AS RE-READ FROM THE STMTWRK SLICE, AND THE HASH TOTALS FOR    *
007845*  THE FILE TRAILER THE RECEIVER VERIFIES.                       *
007850*----------------------------------------------------------------*
007855 01  WS-SX-RUNNING-BALANCE      pic s9(9)v99 usage comp-3.
007860 01  WS-SX-MOVEMENT-COUNT       pic 9(07) usage comp.
007865 01  WS-SX-RECORD-COUNT         pic 9(07) usage comp.
007870 01  WS-SX-HASH-AMOUNT          pic s9(11)v99 usage comp-3.
007875 01  WS-SX-HASH-BALANCE         pic s9(11)v99 usage comp-3.
007880 01  WS-EXTRACT-MOVEMENT.
007885     copy TRANREC.
007890
007895 procedure division.
007900 0000-MAINLINE.
008000     perform 1000-INITIALIZE
008100         thru 1000-EXIT.
009631     move zero to WS-SX-RECORD-COUNT.
009633     move zero to WS-SX-HASH-AMOUNT.
009635     move zero to WS-SX-HASH-BALANCE.
009636     move zero to WS-COLL-OPENED.
009637     move zero to WS-COLL-CLOSED.
009638     perform 1400-INIT-ONE-GL-SLOT
009639         thru 1400-EXIT
009641         varying GL-IDX from 1 by 1
009643         until GL-IDX > 20.
009700     set WS-CUSTMAST-NOT-EOF to true.
009710     set WS-RUN-TO-DO to true.
009800     move spaces to WS-LAST-COMPLETED-ACCOUNT.
009850     perform 1050-READ-BUSINESS-DATE
009900         thru 1050-EXIT.
009910     move WS-RUN-DATE to WS-DATE-WORK.
009920     perform 2350-DATE-TO-DAYS
009930         thru 2350-EXIT.
010592                 thru 9960-EXIT
010593         end-if
010594     end-if.
010595     open input XFER-FILE.
010600     evaluate true
010605         when WS-XFER-OK
010610             set WS-XFERS-ON-FILE to true
010615         when WS-XFER-NO-FILE
010620             set WS-XFERS-ABSENT to true
010625         when other
010630             perform 9995-XFER-OPEN-ERROR
010635                 thru 9995-EXIT
010640     end-evaluate.
010645     if WS-TRAN-NOT-EOF
010650         perform 7100-READ-ONE-TRAN
010655             thru 7100-EXIT
010660     end-if.
010665     perform 1100-READ-CHECKPOINT
010700         thru 1100-EXIT.
010710     if WS-RUN-ALREADY-COMPLETE
010720         display "SOLDEBAT - RUN ALREADY COMPLETE TODAY, "
010776         perform 9985-EXTRACT-ERROR
010778             thru 9985-EXIT
010779     end-if.
010780     perform 1500-OPEN-COLLECTIONS
010790         thru 1500-EXIT.
010800     if WS-RESTARTING
010900         display "SOLDEBAT - RESUMING AFTER "
011000             WS-LAST-COMPLETED-ACCOUNT
012600     end-if.
012700 1000-EXIT.
012800     exit.
012802
012804*----------------------------------------------------------------*
012806*  1050-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
012808*  OF THE NIGHT CHAIN, HELD ON THE BDATFILE CONTROL RECORD.      *
012810*----------------------------------------------------------------*
012812 1050-READ-BUSINESS-DATE.
012814     open input BDAT-FILE.
012816     if not WS-BDAT-OK
012818         perform 9998-BDAT-ERROR
012820             thru 9998-EXIT
012822     end-if.
012824     read BDAT-FILE
012826         at end
012828             perform 9998-BDAT-ERROR
012830                 thru 9998-EXIT
012832     end-read.
012834     move BDAT-BUSINESS-DATE of BD-RECORD to WS-RUN-DATE.
012836     close BDAT-FILE.
012838 1050-EXIT.
012840     exit.
012900
013000*----------------------------------------------------------------*
013100*  1100-READ-CHECKPOINT - OPEN THE CHECKPOINT FILE I-O AND KEEP  *
023770     move zero to WS-GL-CREDIT-AMT (GL-IDX).
023772     move zero to WS-GL-RATE (GL-IDX).
023774     move "N" to WS-GL-RATE-SW (GL-IDX).
023775     move zero to WS-GL-FX-COUNT (GL-IDX).
023780     move zero to WS-GL-FX-POSITION (GL-IDX).
023785     move zero to WS-GL-FX-EUR (GL-IDX).
023790 1400-EXIT.
023795     exit.
023796
023798*----------------------------------------------------------------*
023800*  1500-OPEN-COLLECTIONS - OPEN THE COLLECTIONS FILE I-O FOR THE *
023802*  RUN, CREATING IT EMPTY THE FIRST TIME.  NOT DONE ON A NO-OP   *
023804*  RESUBMIT, WHICH TOUCHES NOTHING.                              *
023806*----------------------------------------------------------------*
023808 1500-OPEN-COLLECTIONS.
023810     open i-o COLL-FILE.
023812     if WS-COLL-NO-FILE
023814         open output COLL-FILE
023816         if not WS-COLL-OK
023818             perform 9996-COLL-OPEN-ERROR
023820                 thru 9996-EXIT
023822         end-if
023824         close COLL-FILE
023826         open i-o COLL-FILE
023828     end-if.
023830     if not WS-COLL-OK
023832         perform 9996-COLL-OPEN-ERROR
023834             thru 9996-EXIT
023836     end-if.
023838 1500-EXIT.
023840     exit.
023842
023900*----------------------------------------------------------------*
024000*  2000-PROCESS-ONE-ACCOUNT - READ THE NEXT ACCOUNT IN ACCOUNT   *
024100*  ORDER, ROLL ITS OPENING BALANCE THROUGH ITS LEDGER ENTRIES    *
024200*  (2200), PRICE IT (2300), CHECK ITS OVERDRAFT LIMIT (2500),    *
024300*  ROUTE IT TO THE STATEMENT OR THE EXCEPTIONS REPORT, KEEP ITS  *
024350*  COLLECTIONS CASE IN STEP (2700), AND CHECKPOINT IT AS         *
024400*  COMPLETED.                                                    *
024500*----------------------------------------------------------------*
024600 2000-PROCESS-ONE-ACCOUNT.
024700     read CUSTMAST-FILE next record
027500                 perform 2400-PRINT-STATEMENT
027600                     thru 2400-EXIT
027700         end-evaluate
027720         perform 2700-TRACK-COLLECTION
027740             thru 2700-EXIT
027800         add 1 to WS-ACCOUNTS-PROCESSED
027900         perform 8000-WRITE-CHECKPOINT
028000             thru 8000-EXIT
031900
032000*----------------------------------------------------------------*
032100*  2220-APPLY-ONE-TRAN - ROLL ONE OF THIS ACCOUNT'S LEDGER       *
032200*  ENTRIES INTO THE RUNNING BALANCE AND THE GL TOTALS (FX        *
032250*  POSITION INCLUDED) AND ADVANCE THE LEDGER.                    *
032300*----------------------------------------------------------------*
032400 2220-APPLY-ONE-TRAN.
032402     move TR-RECORD to MV-RECORD.
032920             add TRAN-AMOUNT of TR-RECORD
032930                 to WS-GL-DEBIT-AMOUNT (GL-IDX)
033000     end-evaluate.
033020     if WS-XFERS-ON-FILE
033040         perform 2240-CHECK-FX-LEG
033060             thru 2240-EXIT
033080     end-if.
033100     add 1 to WS-TRANS-APPLIED.
033200     perform 7100-READ-ONE-TRAN
033300         thru 7100-EXIT.
033594     end-search.
033596 2230-EXIT.
033598     exit.
033599
033600*----------------------------------------------------------------*
033601*  2240-CHECK-FX-LEG - WHEN THE ENTRY IS ONE LEG OF A CROSS-     *
033602*  CURRENCY TRANSFER (ONLY TRANXFR "X" AND SORDGEN "P"           *
033603*  REFERENCES CAN BE), MOVE THE FX POSITION OF THE ACCOUNT'S     *
033604*  CURRENCY: A DEBIT LEG ADDS WHAT THE BANK TOOK IN, A CREDIT    *
033605*  LEG TAKES OFF WHAT IT PAID OUT, EACH WITH ITS EUR VALUE AT    *
033606*  THE RATE THE DEAL WAS PRICED AT.  A DEBIT LEG IS FOUND BY THE *
033607*  REGISTER'S PRIMARY KEY, A CREDIT LEG BY ITS ALTERNATE KEY.    *
033608*----------------------------------------------------------------*
033609 2240-CHECK-FX-LEG.
033610     if TRAN-REFERENCE of TR-RECORD (1:1) not = "X"
033611        and TRAN-REFERENCE of TR-RECORD (1:1) not = "P"
033612         go to 2240-EXIT
033613     end-if.
033614     set WS-FX-LEG-FOUND to true.
033615     if TRAN-DEBIT of TR-RECORD
033616         move TRAN-REFERENCE of TR-RECORD
033617             to XFER-DEBIT-REF of XF-RECORD
033618         read XFER-FILE
033619             invalid key
033620                 set WS-FX-LEG-NOT-FOUND to true
033621         end-read
033622     else
033623         move TRAN-REFERENCE of TR-RECORD
033624             to XFER-CREDIT-REF of XF-RECORD
033625         read XFER-FILE
033626             key is XFER-CREDIT-REF of XF-RECORD
033627             invalid key
033628                 set WS-FX-LEG-NOT-FOUND to true
033629         end-read
033630     end-if.
033631     if WS-FX-LEG-NOT-FOUND
033632         go to 2240-EXIT
033633     end-if.
033634     if XFER-DEBIT-CURRENCY of XF-RECORD
033635        = XFER-CREDIT-CURRENCY of XF-RECORD
033636         go to 2240-EXIT
033637     end-if.
033638     add 1 to WS-GL-FX-COUNT (GL-IDX).
033639     if TRAN-DEBIT of TR-RECORD
033640         move XFER-DEBIT-RATE of XF-RECORD to WS-FX-LEG-RATE
033641         compute WS-FX-LEG-EUR rounded
033642             = TRAN-AMOUNT of TR-RECORD * WS-FX-LEG-RATE
033643         add TRAN-AMOUNT of TR-RECORD
033644             to WS-GL-FX-POSITION (GL-IDX)
033645         add WS-FX-LEG-EUR to WS-GL-FX-EUR (GL-IDX)
033646     else
033647         move XFER-CREDIT-RATE of XF-RECORD to WS-FX-LEG-RATE
033648         compute WS-FX-LEG-EUR rounded
033649             = TRAN-AMOUNT of TR-RECORD * WS-FX-LEG-RATE
033650         subtract TRAN-AMOUNT of TR-RECORD
033651             from WS-GL-FX-POSITION (GL-IDX)
033652         subtract WS-FX-LEG-EUR from WS-GL-FX-EUR (GL-IDX)
033653     end-if.
033654 2240-EXIT.
033655     exit.
033656
033700*----------------------------------------------------------------*
033800*  2300-CONVERT-TO-EUR - PRICE THE ACCOUNT'S BALANCE IN EUROS    *
033900*  FROM RATEFILE, EXACTLY AS SOLDE'S 2300 DOES: THE LATEST RATE  *
050120     add WS-BALANCE-EUR to WS-EXCP-EUR.
050200 2600-EXIT.
050300     exit.
050301
050302*----------------------------------------------------------------*
050303*  2700-TRACK-COLLECTION - KEEP THE ACCOUNT'S COLLECTIONS CASE   *
050304*  IN STEP WITH TONIGHT'S OVERDRAFT CHECK.  AN ACCOUNT PAST ITS  *
050305*  LIMIT OPENS A CASE (OR REOPENS A CLOSED ONE FROM SCRATCH) AND *
050306*  UPDATES ITS LAST AND PEAK EXCESS; AN ACCOUNT BACK WITHIN ITS  *
050307*  LIMIT CLOSES AN OPEN CASE.  REDOING AN ACCOUNT ON A RESTART   *
050308*  LEAVES THE CASE AS IT WAS.                                    *
050309*----------------------------------------------------------------*
050310 2700-TRACK-COLLECTION.
050311     move CUST-ACCOUNT-NUMBER of CM-RECORD
050312         to COLL-ACCOUNT-NUMBER of CL-RECORD.
050313     read COLL-FILE
050314         invalid key
050315             continue
050316     end-read.
050317     if not WS-COLL-OK and not WS-COLL-NOT-FOUND
050318         perform 9997-COLL-WRITE-ERROR
050319             thru 9997-EXIT
050320     end-if.
050321     if WS-ACCOUNT-IN-ORDER
050322         if WS-COLL-OK and COLL-OPEN of CL-RECORD
050323             set COLL-CLOSED of CL-RECORD to true
050324             move WS-RUN-DATE to COLL-CLOSED-DATE of CL-RECORD
050325             rewrite CL-RECORD
050326             if not WS-COLL-OK
050327                 perform 9997-COLL-WRITE-ERROR
050328                     thru 9997-EXIT
050329             end-if
050330             add 1 to WS-COLL-CLOSED
050331         end-if
050332         go to 2700-EXIT
050333     end-if.
050334     compute WS-COLL-EXCESS
050335         = (0 - solde) - CUST-OVERDRAFT-LIMIT of CM-RECORD.
050336     if WS-COLL-NOT-FOUND or COLL-CLOSED of CL-RECORD
050337         perform 2710-START-COLLECTION
050338             thru 2710-EXIT
050339     end-if.
050340     move CUST-CURRENCY-CODE of CM-RECORD
050341         to COLL-CURRENCY-CODE of CL-RECORD.
050342     move WS-RUN-DATE to COLL-LAST-FLAG-DATE of CL-RECORD.
050343     move solde to COLL-LAST-BALANCE of CL-RECORD.
050344     move WS-COLL-EXCESS to COLL-LAST-EXCESS of CL-RECORD.
050345     if WS-COLL-EXCESS > COLL-PEAK-EXCESS of CL-RECORD
050346         move WS-COLL-EXCESS to COLL-PEAK-EXCESS of CL-RECORD
050347         move WS-RUN-DATE to COLL-PEAK-DATE of CL-RECORD
050348     end-if.
050349     if WS-COLL-NOT-FOUND
050350         write CL-RECORD
050351     else
050352         rewrite CL-RECORD
050353     end-if.
050354     if not WS-COLL-OK
050355         perform 9997-COLL-WRITE-ERROR
050356             thru 9997-EXIT
050357     end-if.
050358 2700-EXIT.
050359     exit.
050360
050361*----------------------------------------------------------------*
050362*  2710-START-COLLECTION - A NEW CASE (OR A CLOSED ONE THE       *
050363*  ACCOUNT HAS FALLEN BACK INTO) STARTS TONIGHT, AT STAGE 0 WITH *
050364*  NO LETTER SENT.  THE FILE STATUS IS LEFT AS THE READ SET IT,  *
050365*  SO 2700 STILL KNOWS WHETHER TO WRITE OR REWRITE.              *
050366*----------------------------------------------------------------*
050367 2710-START-COLLECTION.
050368     move spaces to CL-RECORD.
050369     move CUST-ACCOUNT-NUMBER of CM-RECORD
050370         to COLL-ACCOUNT-NUMBER of CL-RECORD.
050371     set COLL-OPEN of CL-RECORD to true.
050372     set COLL-NO-LETTER of CL-RECORD to true.
050373     move WS-RUN-DATE to COLL-FIRST-DATE of CL-RECORD.
050374     move zero to COLL-PEAK-EXCESS of CL-RECORD.
050375     move zero to COLL-PEAK-DATE of CL-RECORD.
050376     move zero to COLL-STAGE-DATE of CL-RECORD.
050377     move zero to COLL-CLOSED-DATE of CL-RECORD.
050378     add 1 to WS-COLL-OPENED.
050379 2710-EXIT.
050380     exit.
050400
050500*----------------------------------------------------------------*
050600*  7000-DRAIN-TRAILING-TRANS - LEDGER ENTRIES SORTING AFTER THE  *
054902
054910*----------------------------------------------------------------*
054920*  8100-WRITE-GL-EXTRACT - WRITE THE GL INTERFACE FEED: THE      *
054930*  PER-CURRENCY MOVEMENT SUMMARIES AND FX POSITIONS, THE         *
054935*  EXCEPTIONS SUMMARY FOR                                        *
054940*  THE PROVISION ACCOUNT, AND THE HASH-TOTAL TRAILER.            *
054950*----------------------------------------------------------------*
054951 8100-WRITE-GL-EXTRACT.
054982*----------------------------------------------------------------*
054983*  8110-WRITE-ONE-GL-CURRENCY - WRITE THE DEBIT AND CREDIT       *
054984*  SUMMARY RECORDS FOR ONE USED CURRENCY SLOT, EACH PRICED IN    *
054985*  EUR AT THE RATE THE RUN USED (ZERO WHEN NO RATE WAS FOUND),   *
054986*  THEN ITS FX POSITION WHEN TRANSFER LEGS MOVED IT: COUNT OF    *
054987*  LEGS, NET POSITION (POSITIVE = CURRENCY TAKEN IN) AND ITS EUR *
054988*  COUNTERVALUE AT THE DEALS' RATES.                             *
054989*----------------------------------------------------------------*
054990 8110-WRITE-ONE-GL-CURRENCY.
054991     if WS-GL-CODE (GL-IDX) = spaces
054992         go to 8110-EXIT
054993     end-if.
054994     initialize GL-RECORD.
054995     set GL-DETAIL-RECORD of GL-RECORD to true.
054996     move WS-GL-CODE (GL-IDX) to GL-CURRENCY-CODE of GL-RECORD.
054997     move "D" to GL-MOVEMENT-TYPE of GL-RECORD.
054998     move WS-GL-DEBIT-COUNT (GL-IDX) to GL-COUNT of GL-RECORD.
054999     move WS-GL-DEBIT-AMOUNT (GL-IDX)
055000         to GL-AMOUNT of GL-RECORD.
055001     if WS-GL-RATE-SW (GL-IDX) = "Y"
055002         compute WS-GL-WORK-EUR rounded
055003             = WS-GL-DEBIT-AMOUNT (GL-IDX) * WS-GL-RATE (GL-IDX)
055004     else
055005         move zero to WS-GL-WORK-EUR
055006     end-if.
055007     move WS-GL-WORK-EUR to GL-AMOUNT-EUR of GL-RECORD.
055008     perform 8190-WRITE-ONE-GL-RECORD
055009         thru 8190-EXIT.
055010     initialize GL-RECORD.
055011     set GL-DETAIL-RECORD of GL-RECORD to true.
055012     move WS-GL-CODE (GL-IDX) to GL-CURRENCY-CODE of GL-RECORD.
055013     move "C" to GL-MOVEMENT-TYPE of GL-RECORD.
055014     move WS-GL-CREDIT-COUNT (GL-IDX) to GL-COUNT of GL-RECORD.
055015     move WS-GL-CREDIT-AMT (GL-IDX)
055016         to GL-AMOUNT of GL-RECORD.
055017     if WS-GL-RATE-SW (GL-IDX) = "Y"
055018         compute WS-GL-WORK-EUR rounded
055019             = WS-GL-CREDIT-AMT (GL-IDX) * WS-GL-RATE (GL-IDX)
055020     else
055021         move zero to WS-GL-WORK-EUR
055022     end-if.
055023     move WS-GL-WORK-EUR to GL-AMOUNT-EUR of GL-RECORD.
055024     perform 8190-WRITE-ONE-GL-RECORD
055025         thru 8190-EXIT.
055026     if WS-GL-FX-COUNT (GL-IDX) = zero
055027         go to 8110-EXIT
055028     end-if.
055029     initialize GL-RECORD.
055030     set GL-FX-POSITION-RECORD of GL-RECORD to true.
055031     move WS-GL-CODE (GL-IDX) to GL-CURRENCY-CODE of GL-RECORD.
055032     move "N" to GL-MOVEMENT-TYPE of GL-RECORD.
055033     move WS-GL-FX-COUNT (GL-IDX) to GL-COUNT of GL-RECORD.
055034     move WS-GL-FX-POSITION (GL-IDX) to GL-AMOUNT of GL-RECORD.
055035     move WS-GL-FX-EUR (GL-IDX) to GL-AMOUNT-EUR of GL-RECORD.
055036     perform 8190-WRITE-ONE-GL-RECORD
055037         thru 8190-EXIT.
055038 8110-EXIT.
055039     exit.
055040
055041*----------------------------------------------------------------*
055042*  8190-WRITE-ONE-GL-RECORD - WRITE ONE FEED RECORD AND ROLL IT  *
055043*  INTO THE TRAILER HASH TOTALS.                                 *
055044*----------------------------------------------------------------*
055045 8190-WRITE-ONE-GL-RECORD.
055046     write GL-RECORD.
055047     if not WS-GLFILE-OK
055048         perform 9980-GLFILE-ERROR
055049             thru 9980-EXIT
055050     end-if.
055051     add 1 to WS-GL-RECORD-COUNT.
055052     add GL-AMOUNT of GL-RECORD to WS-GL-HASH-AMOUNT.
055053     add GL-AMOUNT-EUR of GL-RECORD to WS-GL-HASH-EUR.
055054 8190-EXIT.
055055     exit.
055056
055057*----------------------------------------------------------------*
055058*  8200-WRITE-EXTRACT-TRAILER - CLOSE THE STATEMENT EXTRACT      *
055059*  WITH ITS HASH-TOTAL FILE TRAILER (RECORD COUNT, SUM OF THE    *
055060*  AMOUNT FIELDS, SUM OF THE BALANCE FIELDS) THE RECEIVER        *
055061*  VERIFIES.                                                     *
055062*----------------------------------------------------------------*
055063 8200-WRITE-EXTRACT-TRAILER.
055064     initialize SX-RECORD.
055065     set STMX-FILE-TRAILER of SX-RECORD to true.
055066     move WS-RUN-DATE to STMX-DATE of SX-RECORD.
055067     move WS-SX-RECORD-COUNT to STMX-COUNT of SX-RECORD.
055068     move WS-SX-HASH-AMOUNT to STMX-AMOUNT of SX-RECORD.
055069     move WS-SX-HASH-BALANCE to STMX-BALANCE of SX-RECORD.
055070     write SX-RECORD.
055071     if not WS-EXTRACT-OK
055072         perform 9985-EXTRACT-ERROR
055073             thru 9985-EXIT
055074     end-if.
055075     close EXTRACT-FILE.
055076 8200-EXIT.
055077     exit.
055078
055079*----------------------------------------------------------------*
055080*  8250-WRITE-ONE-SX-RECORD - WRITE ONE EXTRACT RECORD AND ROLL  *
055081*  IT INTO THE FILE TRAILER HASH TOTALS.                         *
055082*----------------------------------------------------------------*
055083 8250-WRITE-ONE-SX-RECORD.
055084     write SX-RECORD.
055085     if not WS-EXTRACT-OK
055086         perform 9985-EXTRACT-ERROR
055087             thru 9985-EXIT
055088     end-if.
055089     add 1 to WS-SX-RECORD-COUNT.
055090     add STMX-AMOUNT of SX-RECORD to WS-SX-HASH-AMOUNT.
055091     add STMX-BALANCE of SX-RECORD to WS-SX-HASH-BALANCE.
055092 8250-EXIT.
055093     exit.
055094
055100*----------------------------------------------------------------*
055200*  9999-TERMINATE - WRITE THE GL EXTRACT, CLOSE THE FILES AND    *
055300*  MARK THE CHECKPOINT COMPLETE SO A SAME-DAY RESUBMIT DOES NOT  *
055520     end-if.
055525     close EXCEPTION-FILE.
055530     close RATE-FILE.
055531     if WS-XFERS-ON-FILE
055532         close XFER-FILE
055533     end-if.
055535     if WS-RUN-ALREADY-COMPLETE
055540         close CKPT-FILE
055545         display "SOLDEBAT - NO-OP RESUBMIT COMPLETE, "
055550             "NOTHING REDONE"
055555         go to 9999-EXIT
055560     end-if.
055562     close COLL-FILE.
055565     perform 8100-WRITE-GL-EXTRACT
055570         thru 8100-EXIT.
055575     perform 8200-WRITE-EXTRACT-TRAILER
057400         WS-ACCOUNTS-PROCESSED " ACCOUNT(S) PROCESSED, "
057500         WS-TRANS-APPLIED " ENTRY(S) APPLIED, "
057600         WS-TRANS-SKIPPED " ENTRY(S) WITHOUT MASTER.".
057620     display "SOLDEBAT - COLLECTIONS: "
057640         WS-COLL-OPENED " CASE(S) OPENED, "
057660         WS-COLL-CLOSED " CASE(S) CLOSED.".
057700 9999-EXIT.
057800     exit.
057900
067500     stop run.
067600 9990-EXIT.
067700     exit.
067800
067900*----------------------------------------------------------------*
068000*  9995-XFER-OPEN-ERROR - THE TRANSFER REGISTER EXISTS BUT COULD *
068100*  NOT BE OPENED; ABEND RATHER THAN SEND A FEED WITHOUT THE FX   *
068200*  POSITION.                                                     *
068300*----------------------------------------------------------------*
068400 9995-XFER-OPEN-ERROR.
068500     display "SOLDEBAT - CANNOT OPEN XFERFILE, STATUS="
068600         WS-XFER-STATUS.
068700     stop run.
068800 9995-EXIT.
068900     exit.
069000
069100*----------------------------------------------------------------*
069200*  9996-COLL-OPEN-ERROR - THE COLLECTIONS FILE COULD NOT BE      *
069300*  OPENED OR CREATED; ABEND RATHER THAN LOSE TRACK OF THE        *
069400*  ACCOUNTS OVER THEIR LIMIT.                                    *
069500*----------------------------------------------------------------*
069600 9996-COLL-OPEN-ERROR.
069700     display "SOLDEBAT - CANNOT OPEN COLLFILE, STATUS="
069800         WS-COLL-STATUS.
069900     stop run.
070000 9996-EXIT.
070100     exit.
070200
070300*----------------------------------------------------------------*
070400*  9997-COLL-WRITE-ERROR - A COLLECTIONS CASE COULD NOT BE READ  *
070500*  OR UPDATED; ABEND RATHER THAN LEAVE THE BOOK OUT OF STEP.     *
070600*----------------------------------------------------------------*
070700 9997-COLL-WRITE-ERROR.
070800     display "SOLDEBAT - CANNOT UPDATE COLLFILE, STATUS="
070900         WS-COLL-STATUS.
071000     stop run.
071100 9997-EXIT.
071200     exit.
071300
071400*----------------------------------------------------------------*
071500*  9998-BDAT-ERROR - THE BUSINESS-DATE CONTROL RECORD COULD NOT  *
071600*  BE READ; ABEND RATHER THAN RUN FOR A GUESSED DATE.            *
071700*----------------------------------------------------------------*
071800 9998-BDAT-ERROR.
071900     display "SOLDEBAT - CANNOT READ BDATFILE, STATUS="
072000         WS-BDAT-STATUS.
072100     stop run.
072200 9998-EXIT.
072300     exit.
