002400*                     COUNTERPART HAS LEFT CUSTMAST GENERATES    *
002500*                     NOTHING AND IS FLAGGED ON THE SORDRPT      *
002600*                     PROOF LIST FOR THE BACK OFFICE.            *
002605*    2026-10-15  APZ  THE DEBITED ACCOUNT'S HOLDS ON HOLDFILE    *
002610*                     ARE NOW HONOURED: AN ORDER ON AN ACCOUNT   *
002615*                     UNDER A FULL BLOCK GENERATES NOTHING AND   *
002620*                     IS FLAGGED (COMPTE BLOQUE), AND AN         *
002625*                     OCCURRENCE THAT WOULD TAKE THE BALANCE     *
002630*                     BELOW THE HELD FUNDS STOPS THE EXPANSION   *
002635*                     THERE AND IS FLAGGED (FONDS                *
002640*                     INDISPONIBLES).  EITHER WAY THE DUE DATE   *
002645*                     STAYS PUT SO THE ORDER IS RETRIED ON THE   *
002650*                     NEXT RUN.                                  *
002652*    2026-10-15  APZ  2300-WRITE-ONE-ENTRY WROTE THE ORDER'S     *
002654*                     AMOUNT ON BOTH LEGS WHATEVER THE ACCOUNTS' *
002656*                     CURRENCIES, SO A USD ACCOUNT PAYING A EUR  *
002658*                     ONE CREDITED THE WRONG VALUE.  WHEN THE    *
002660*                     ORDER'S CURRENCY AND THE TWO ACCOUNTS'     *
002662*                     CURRENCIES ARE NOT ALL THE SAME, EACH      *
002664*                     OCCURRENCE IS NOW PRICED THROUGH EUR BY    *
002666*                     FXCONV AT THE RUN DATE'S RATEFILE RATES    *
002668*                     AND EACH LEG POSTED IN ITS OWN ACCOUNT'S   *
002670*                     CURRENCY; THE DEAL AND THE RATES USED ARE  *
002672*                     RECORDED ON XFERFILE (XFERREC) FOR THE FX  *
002674*                     PROOF LIST AND THE GL FEED.  THE HELD-     *
002676*                     FUNDS TEST NOW USES THE DEBIT LEG'S        *
002678*                     AMOUNT.  AN ORDER WITH NO USABLE RATE      *
002680*                     GENERATES NOTHING MORE AND IS FLAGGED      *
002682*                     (COURS INDISPONIBLE / COURS PERIME), ITS   *
002684*                     DUE DATE LEFT FOR THE NEXT RUN.  BOTH LEG  *
002686*                     REFERENCES ARE NOW ISSUED BEFORE ANYTHING  *
002688*                     IS WRITTEN SO THE DEAL IS RECORDED FIRST.  *
002690*    2026-10-15  APZ  AN ORDER WHOSE DEBITED ACCOUNT IS DORMANT  *
002692*                     ON CUSTMAST GENERATES NOTHING AND IS       *
002694*                     FLAGGED (COMPTE DORMANT), ITS DUE DATE     *
002696*                     LEFT FOR THE RUN AFTER ITS REACTIVATION.   *
002700*    2026-10-15  APZ  THE RUN DATE IS NOW THE BUSINESS DATE ON   *
002705*                     THE BDATFILE CONTROL RECORD (BDATREC)      *
002710*                     INSTEAD OF THE SYSTEM CLOCK.  AN OCCURRENCE*
002715*                     FALLING ON A SATURDAY, SUNDAY OR A CLOSED  *
002720*                     DAY OF THE HOLIFILE CALENDAR IS NOW        *
002725*                     EXECUTED ON THE NEXT BANKING DAY (BANKDAY):*
002730*                     IT IS GENERATED ONCE THAT EXECUTION DATE   *
002735*                     IS REACHED, ITS ENTRIES ARE DATED AT IT,   *
002740*                     AND THE PROOF LIST SHOWS IT.  THE ORDER'S  *
002745*                     NOMINAL SCHEDULE IS UNCHANGED.             *
002750*----------------------------------------------------------------*
002800
002900 environment division.
003000 configuration section.
005500     select REPORT-FILE assign to "SORDRPT"
005600         organization is line sequential
005700         file status is WS-REPORT-STATUS.
005710
005720     select HOLD-FILE assign to "HOLDFILE"
005730         organization is indexed
005740         access mode is dynamic
005750         record key is HOLD-KEY
005760         file status is WS-HOLD-STATUS.
005762
005764     select XFER-FILE assign to "XFERFILE"
005766         organization is indexed
005768         access mode is dynamic
005770         record key is XFER-DEBIT-REF
005772         alternate record key is XFER-CREDIT-REF
005774         alternate record key is XFER-DEAL-DATE
005776             with duplicates
005778         file status is WS-XFER-STATUS.
005780
005782     select BDAT-FILE assign to "BDATFILE"
005784         organization is sequential
005786         access mode is sequential
005788         file status is WS-BDAT-STATUS.
005800
005900 data division.
006000 file section.
008000     label records are omitted
008100     record contains 80 characters.
008200 01  RP-LINE                    pic x(80).
008210
008220 fd  HOLD-FILE
008230     label records are standard
008240     record contains 90 characters.
008250 01  HL-RECORD.
008260     copy HOLDREC.
008265
008270 fd  XFER-FILE
008275     label records are standard
008280     record contains 120 characters.
008285 01  XF-RECORD.
008290     copy XFERREC.
008291
008292 fd  BDAT-FILE
008293     label records are standard
008294     record contains 50 characters.
008295 01  BD-RECORD.
008296     copy BDATREC.
008300
008400 working-storage section.
008500 01  WS-ORDER-STATUS            pic x(02).
009600
009700 01  WS-REPORT-STATUS           pic x(02).
009800     88  WS-REPORT-OK               value "00".
009820
009840 01  WS-HOLD-STATUS             pic x(02).
009860     88  WS-HOLD-OK                 value "00".
009880     88  WS-HOLD-NO-FILE            value "35".
009882
009884 01  WS-XFER-STATUS             pic x(02).
009886     88  WS-XFER-OK                 value "00".
009888     88  WS-XFER-NO-FILE            value "35".
009890
009892 01  WS-BDAT-STATUS             pic x(02).
009894     88  WS-BDAT-OK                 value "00".
009900
010000 01  WS-SWITCHES.
010100     05  WS-ORDER-EOF-SW        pic x(01).
010400     05  WS-ACCOUNT-SW          pic x(01).
010500         88  WS-ACCOUNTS-KNOWN      value "Y".
010600         88  WS-ACCOUNT-UNKNOWN     value "N".
010605     05  WS-HOLDFILE-SW         pic x(01).
010610         88  WS-HOLDS-ON-FILE       value "Y".
010615         88  WS-HOLDS-ABSENT        value "N".
010620     05  WS-HOLD-SCAN-SW        pic x(01).
010625         88  WS-HOLD-SCAN-DONE      value "Y".
010630         88  WS-HOLD-SCAN-MORE      value "N".
010635     05  WS-BLOCKED-SW          pic x(01).
010640         88  WS-ACCOUNT-BLOCKED     value "Y".
010645         88  WS-ACCOUNT-NOT-BLOCKED value "N".
010650     05  WS-FUNDS-SW            pic x(01).
010655         88  WS-FUNDS-AVAILABLE     value "Y".
010660         88  WS-FUNDS-HELD          value "N".
010665     05  WS-FX-SW               pic x(01).
010670         88  WS-CROSS-CURRENCY      value "Y".
010675         88  WS-SINGLE-CURRENCY     value "N".
010680     05  WS-PRICING-SW          pic x(01).
010685         88  WS-PRICING-OK          value "Y".
010690         88  WS-PRICING-FAILED      value "N".
010692     05  WS-DORMANT-SW          pic x(01).
010694         88  WS-DEBIT-DORMANT       value "Y".
010696         88  WS-DEBIT-NOT-DORMANT   value "N".
010700
010800 01  WS-RUN-DATE                pic 9(08).
010900 01  WS-RUN-DATE-SPLIT.
011050     05  WS-RD-MONTH            pic 9(02).
011100     05  WS-RD-DAY              pic 9(02).
011150 01  WS-RUN-DDD                 pic 9(03).
011160 01  WS-EXEC-DATE               pic 9(08).
011200 01  WS-ORDERS-READ             pic 9(07) usage comp.
011300 01  WS-ORDERS-DUE              pic 9(07) usage comp.
011400 01  WS-ENTRIES-WRITTEN         pic 9(07) usage comp.
011500 01  WS-ORDERS-FLAGGED          pic 9(07) usage comp.
011600 01  WS-ENTRY-SEQ               pic 9(04).
011620 01  WS-HELD-AMOUNT             pic s9(9)v99 usage comp-3.
011640 01  WS-DEBIT-BALANCE           pic s9(11)v99 usage comp-3.
011660 01  WS-FLAG-REMARK             pic x(22).
011662 01  WS-FX-DEALS                pic 9(07) usage comp.
011664 01  WS-DEBIT-CURRENCY          pic x(03).
011666 01  WS-CREDIT-CURRENCY         pic x(03).
011668 01  WS-DEBIT-LEG-AMOUNT        pic s9(9)v99 usage comp-3.
011670 01  WS-CREDIT-LEG-AMOUNT       pic s9(9)v99 usage comp-3.
011672 01  WS-DEBIT-LEG-REF           pic x(10).
011674 01  WS-CREDIT-LEG-REF          pic x(10).
011676 01  WS-LEG-AMOUNT              pic s9(9)v99 usage comp-3.
011678 01  WS-LEG-REFERENCE           pic x(10).
011680 01  WS-STAMP-TIME              pic 9(06).
011682
011684*----------------------------------------------------------------*
011686*  PARAMETER AREA FOR THE FXCONV CONVERSION OF A CROSS-CURRENCY  *
011688*  OCCURRENCE.                                                   *
011690*----------------------------------------------------------------*
011692 01  FC-PARAMETERS.
011694     copy FXCVREC.
011700
011710*----------------------------------------------------------------*
011720*  PARAMETER AREA FOR THE BANKDAY CALENDAR ROUTINE THAT MOVES AN *
011730*  OCCURRENCE OFF A CLOSED DAY.                                  *
011740*----------------------------------------------------------------*
011750 01  BK-PARAMETERS.
011760     copy BDAYREC.
011770
011800*----------------------------------------------------------------*
011900*  THE GENERATED ENTRY REFERENCE: SOURCE LETTER, THE RUN'S YEAR  *
012000*  AND DAY-OF-YEAR, AND A RUN SEQUENCE, FILLING THE              *
019700*  HEADERS AND POSITION THE ORDER MASTER AT ITS FIRST RECORD.    *
019800*  NO ORDER FILE YET MEANS NOTHING TO GENERATE, NOT AN ERROR.    *
019900*  THE DAY LEDGER IS CREATED WHEN THE UPSTREAM FEED HAS NOT      *
020000*  MADE IT YET, AS THE TELLER ENTRY PROGRAM DOES, AND THE        *
020020*  TRANSFER REGISTER ON ITS VERY FIRST USE, AS TRANREV CREATES   *
020040*  REVFILE.                                                      *
020100*----------------------------------------------------------------*
020200 1000-INITIALIZE.
020300     move zero to WS-ORDERS-READ.
020500     move zero to WS-ENTRIES-WRITTEN.
020600     move zero to WS-ORDERS-FLAGGED.
020700     move zero to WS-ENTRY-SEQ.
020750     move zero to WS-FX-DEALS.
020800     set WS-ORDER-NOT-EOF to true.
020850     perform 1050-READ-BUSINESS-DATE
020900         thru 1050-EXIT.
021000     move WS-RUN-DATE to WS-RUN-DATE-SPLIT.
021050     move WS-RUN-DATE (3:2) to WS-ER-YY.
021100     perform 1100-SET-DAY-OF-YEAR
023700         perform 9940-REPORT-OPEN-ERROR
023800             thru 9940-EXIT
023900     end-if.
023905     open input HOLD-FILE.
023910     evaluate true
023915         when WS-HOLD-OK
023920             set WS-HOLDS-ON-FILE to true
023925         when WS-HOLD-NO-FILE
023930             set WS-HOLDS-ABSENT to true
023935         when other
023940             perform 9980-HOLD-OPEN-ERROR
023945                 thru 9980-EXIT
023950     end-evaluate.
023952     open i-o XFER-FILE.
023954     if WS-XFER-NO-FILE
023956         open output XFER-FILE
023958         if not WS-XFER-OK
023960             perform 9985-XFER-OPEN-ERROR
023962                 thru 9985-EXIT
023964         end-if
023966         close XFER-FILE
023968         open i-o XFER-FILE
023970     end-if.
023972     if not WS-XFER-OK
023974         perform 9985-XFER-OPEN-ERROR
023976             thru 9985-EXIT
023978     end-if.
024000     move WS-RUN-DATE to WS-RH1-DATE.
024100     move WS-REPORT-HEADING-1 to RP-LINE.
024200     perform 8000-WRITE-REPORT-LINE
025400     end-if.
025500 1000-EXIT.
025600     exit.
025601
025602*----------------------------------------------------------------*
025603*  1050-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
025604*  OF THE NIGHT CHAIN, HELD ON THE BDATFILE CONTROL RECORD.      *
025605*----------------------------------------------------------------*
025606 1050-READ-BUSINESS-DATE.
025607     open input BDAT-FILE.
025608     if not WS-BDAT-OK
025609         perform 9995-BDAT-ERROR
025610             thru 9995-EXIT
025611     end-if.
025612     read BDAT-FILE
025613         at end
025614             perform 9995-BDAT-ERROR
025615                 thru 9995-EXIT
025616     end-read.
025617     move BDAT-BUSINESS-DATE of BD-RECORD to WS-RUN-DATE.
025618     close BDAT-FILE.
025619 1050-EXIT.
025620     exit.
025621
025622*----------------------------------------------------------------*
025630*  1100-SET-DAY-OF-YEAR - TURN THE RUN DATE INTO ITS DAY OF THE  *
025640*  YEAR FOR THE ENTRY REFERENCE, USING THE SAME MONTH-OFFSET     *
025650*  TABLE AND LEAP TEST AS THE NIGHT RUN'S DAY COUNTS.            *
026000*  BEFORE THE RUN DATE IS VERIFIED AGAINST CUSTMAST AND          *
026100*  EXPANDED, ONE OCCURRENCE PER PERIOD, UNTIL ITS NEXT DUE DATE  *
026200*  PASSES THE RUN DATE; THE ADVANCED ORDER IS THEN REWRITTEN.    *
026220*  A BLOCKED DEBIT ACCOUNT EXPANDS NOTHING; HELD FUNDS STOP THE  *
026240*  EXPANSION AT THE FIRST OCCURRENCE THEY CANNOT COVER, AND A    *
026260*  CROSS-CURRENCY ORDER WITHOUT A USABLE RATE AT ITS FIRST       *
026280*  OCCURRENCE PRICED.                                            *
026300*----------------------------------------------------------------*
026400 2000-PROCESS-ONE-ORDER.
026500     read ORDER-FILE next record
027000         go to 2000-EXIT
027100     end-if.
027200     add 1 to WS-ORDERS-READ.
027250     perform 2050-SET-EXECUTION-DATE
027300         thru 2050-EXIT.
027350     if WS-EXEC-DATE > WS-RUN-DATE
027400         go to 2000-EXIT
027500     end-if.
027600     add 1 to WS-ORDERS-DUE.
027700     perform 2100-CHECK-BOTH-ACCOUNTS
027800         thru 2100-EXIT.
027900     if WS-ACCOUNT-UNKNOWN
027950         move "COMPTE INCONNU" to WS-FLAG-REMARK
028000         add 1 to WS-ORDERS-FLAGGED
028100         perform 2700-PRINT-FLAGGED-ORDER
028200             thru 2700-EXIT
028300         go to 2000-EXIT
028400     end-if.
028410     if WS-ACCOUNT-BLOCKED
028420         move "COMPTE BLOQUE" to WS-FLAG-REMARK
028430         add 1 to WS-ORDERS-FLAGGED
028440         perform 2700-PRINT-FLAGGED-ORDER
028450             thru 2700-EXIT
028460         go to 2000-EXIT
028470     end-if.
028471     if WS-DEBIT-DORMANT
028472         move "COMPTE DORMANT" to WS-FLAG-REMARK
028473         add 1 to WS-ORDERS-FLAGGED
028474         perform 2700-PRINT-FLAGGED-ORDER
028475             thru 2700-EXIT
028476         go to 2000-EXIT
028477     end-if.
028480     set WS-FUNDS-AVAILABLE to true.
028490     set WS-PRICING-OK to true.
028500     perform 2200-EXPAND-ONE-OCCURRENCE
028600         thru 2200-EXIT
028700         until WS-EXEC-DATE > WS-RUN-DATE
028710            or WS-FUNDS-HELD
028711            or WS-PRICING-FAILED.
028712     if WS-PRICING-FAILED
028713         add 1 to WS-ORDERS-FLAGGED
028714         perform 2700-PRINT-FLAGGED-ORDER
028715             thru 2700-EXIT
028716     end-if.
028720     if WS-FUNDS-HELD
028730         move "FONDS INDISPONIBLES" to WS-FLAG-REMARK
028740         add 1 to WS-ORDERS-FLAGGED
028750         perform 2700-PRINT-FLAGGED-ORDER
028760             thru 2700-EXIT
028770     end-if.
028800     rewrite SO-RECORD.
028900     if not WS-ORDER-OK
029000         perform 9950-ORDER-WRITE-ERROR
029200     end-if.
029300 2000-EXIT.
029400     exit.
029405
029410*----------------------------------------------------------------*
029415*  2050-SET-EXECUTION-DATE - AN OCCURRENCE DUE ON A DAY THE BANK *
029420*  IS CLOSED IS EXECUTED ON THE NEXT BANKING DAY OF THE HOLIFILE *
029425*  CALENDAR.                                                     *
029430*----------------------------------------------------------------*
029435 2050-SET-EXECUTION-DATE.
029440     move SORD-NEXT-DUE of SO-RECORD
029445         to BDAY-INPUT-DATE of BK-PARAMETERS.
029450     call "BANKDAY" using BK-PARAMETERS.
029455     if not BDAY-FOUND of BK-PARAMETERS
029460         perform 9996-CALENDAR-ERROR
029465             thru 9996-EXIT
029470     end-if.
029475     move BDAY-BANKING-DATE of BK-PARAMETERS to WS-EXEC-DATE.
029480 2050-EXIT.
029485     exit.
029500
029600*----------------------------------------------------------------*
029700*  2100-CHECK-BOTH-ACCOUNTS - BOTH SIDES OF THE ORDER MUST       *
029800*  STILL BE ON THE CUSTOMER MASTER; AN ORDER LEFT BEHIND BY A    *
029900*  CLOSED ACCOUNT GENERATES NOTHING AND GOES ON THE PROOF LIST   *
030000*  FOR THE BACK OFFICE TO CANCEL THROUGH SORDMNT.  THE DEBITED   *
030020*  ACCOUNT'S MASTER BALANCE IS KEPT AND ITS HOLDS GATHERED FOR   *
030040*  THE EXPANSION, AND THE ORDER IS MARKED CROSS-CURRENCY WHEN    *
030060*  ITS OWN CURRENCY AND THE TWO ACCOUNTS' CURRENCIES ARE NOT ALL *
030080*  THE SAME.  A DORMANT DEBITED ACCOUNT IS MARKED SO THE ORDER   *
030090*  CAN BE FLAGGED.                                               *
030100*----------------------------------------------------------------*
030200 2100-CHECK-BOTH-ACCOUNTS.
030300     set WS-ACCOUNTS-KNOWN to true.
030350     set WS-DEBIT-NOT-DORMANT to true.
030400     move SORD-ACCOUNT-NUMBER of SO-RECORD
030500         to CUST-ACCOUNT-NUMBER of CM-RECORD.
030600     read CUSTMAST-FILE
030700         invalid key
030800             set WS-ACCOUNT-UNKNOWN to true
030900     end-read.
030910     if WS-ACCOUNTS-KNOWN
030920         move CUST-BALANCE of CM-RECORD to WS-DEBIT-BALANCE
030925         move CUST-CURRENCY-CODE of CM-RECORD to WS-DEBIT-CURRENCY
030930         perform 2150-CHECK-ACCOUNT-HOLDS
030940             thru 2150-EXIT
030942         if CUST-DORMANT of CM-RECORD
030944             set WS-DEBIT-DORMANT to true
030946         end-if
030950     end-if.
031000     if WS-ACCOUNTS-KNOWN
031100         move SORD-COUNTERPART of SO-RECORD
031200             to CUST-ACCOUNT-NUMBER of CM-RECORD
031500                 set WS-ACCOUNT-UNKNOWN to true
031600         end-read
031700     end-if.
031710     set WS-SINGLE-CURRENCY to true.
031720     if WS-ACCOUNTS-KNOWN
031730         move CUST-CURRENCY-CODE of CM-RECORD
031735             to WS-CREDIT-CURRENCY
031740         if SORD-CURRENCY-CODE of SO-RECORD
031745                not = WS-DEBIT-CURRENCY
031750          or WS-DEBIT-CURRENCY not = WS-CREDIT-CURRENCY
031760             set WS-CROSS-CURRENCY to true
031770         end-if
031780     end-if.
031800 2100-EXIT.
031900     exit.
031901
031902*----------------------------------------------------------------*
031903*  2150-CHECK-ACCOUNT-HOLDS - GATHER THE HOLDS IN FORCE ON THE   *
031904*  RUN DATE FOR THE ORDER'S DEBITED ACCOUNT: ANY FULL BLOCK SETS *
031905*  THE BLOCKED SWITCH, AMOUNT HOLDS ADD UP TO THE HELD AMOUNT.   *
031906*  A HOLD IS IN FORCE FROM ITS START DATE UP TO AND INCLUDING    *
031907*  ITS EXPIRY DATE, A ZERO EXPIRY MEANING UNTIL LIFTED.          *
031908*----------------------------------------------------------------*
031909 2150-CHECK-ACCOUNT-HOLDS.
031910     move zero to WS-HELD-AMOUNT.
031911     set WS-ACCOUNT-NOT-BLOCKED to true.
031912     if WS-HOLDS-ABSENT
031913         go to 2150-EXIT
031914     end-if.
031915     move SORD-ACCOUNT-NUMBER of SO-RECORD
031916         to HOLD-ACCOUNT-NUMBER of HL-RECORD.
031917     move low-values to HOLD-REFERENCE of HL-RECORD.
031918     start HOLD-FILE key is not less than HOLD-KEY of HL-RECORD
031919         invalid key
031920             go to 2150-EXIT
031921     end-start.
031922     set WS-HOLD-SCAN-MORE to true.
031923     perform 2160-READ-ONE-HOLD
031924         thru 2160-EXIT
031925         until WS-HOLD-SCAN-DONE.
031926 2150-EXIT.
031927     exit.
031928
031929*----------------------------------------------------------------*
031930*  2160-READ-ONE-HOLD - READ THE NEXT HOLD; STOP AT THE FIRST    *
031931*  ONE BELONGING TO ANOTHER ACCOUNT, OTHERWISE APPLY IT WHEN IT  *
031932*  IS IN FORCE ON THE RUN DATE.                                  *
031933*----------------------------------------------------------------*
031934 2160-READ-ONE-HOLD.
031935     read HOLD-FILE next record
031936         at end
031937             set WS-HOLD-SCAN-DONE to true
031938             go to 2160-EXIT
031939     end-read.
031940     if HOLD-ACCOUNT-NUMBER of HL-RECORD
031941        not = SORD-ACCOUNT-NUMBER of SO-RECORD
031942         set WS-HOLD-SCAN-DONE to true
031943         go to 2160-EXIT
031944     end-if.
031945     if HOLD-START-DATE of HL-RECORD > WS-RUN-DATE
031946         go to 2160-EXIT
031947     end-if.
031948     if HOLD-EXPIRY-DATE of HL-RECORD not = zero
031949        and HOLD-EXPIRY-DATE of HL-RECORD < WS-RUN-DATE
031950         go to 2160-EXIT
031951     end-if.
031952     evaluate true
031953         when HOLD-FULL-BLOCK of HL-RECORD
031954             set WS-ACCOUNT-BLOCKED to true
031955         when HOLD-AMOUNT-HOLD of HL-RECORD
031956             add HOLD-AMOUNT of HL-RECORD to WS-HELD-AMOUNT
031957     end-evaluate.
031958 2160-EXIT.
031959     exit.
032000
032100*----------------------------------------------------------------*
032200*  2200-EXPAND-ONE-OCCURRENCE - PRICE THE OCCURRENCE, WRITE THE  *
032300*  DEBIT/CREDIT PAIR FOR ONE DUE DATE, PRINT THE PROOF LINE, AND *
032400*  ADVANCE THE ORDER'S NEXT DUE DATE BY ITS FREQUENCY.  ON A     *
032420*  HELD ACCOUNT, AN OCCURRENCE THAT WOULD TAKE THE BALANCE BELOW *
032440*  THE HELD FUNDS IS NOT WRITTEN AND ENDS THE EXPANSION; SO DOES *
032450*  A CROSS-CURRENCY OCCURRENCE THAT CANNOT BE PRICED.  A         *
032460*  CROSS-CURRENCY DEAL IS RECORDED ON XFERFILE BEFORE ITS LEGS   *
032470*  ARE WRITTEN.                                                  *
032500*----------------------------------------------------------------*
032600 2200-EXPAND-ONE-OCCURRENCE.
032601     perform 2250-PRICE-OCCURRENCE
032602         thru 2250-EXIT.
032603     if WS-PRICING-FAILED
032604         go to 2200-EXIT
032605     end-if.
032610     if WS-HELD-AMOUNT > zero
032620        and WS-DEBIT-BALANCE - WS-DEBIT-LEG-AMOUNT
032630            < WS-HELD-AMOUNT
032640         set WS-FUNDS-HELD to true
032650         go to 2200-EXIT
032660     end-if.
032670     subtract WS-DEBIT-LEG-AMOUNT from WS-DEBIT-BALANCE.
032672     perform 2260-ASSIGN-REFERENCES
032674         thru 2260-EXIT.
032676     if WS-CROSS-CURRENCY
032678         perform 2400-RECORD-TRANSFER
032680             thru 2400-EXIT
032682     end-if.
032700     move "D" to TRAN-TYPE of TR-RECORD.
032800     move SORD-ACCOUNT-NUMBER of SO-RECORD
032900         to TRAN-ACCOUNT-NUMBER of TR-RECORD.
032920     move WS-DEBIT-LEG-AMOUNT to WS-LEG-AMOUNT.
032940     move WS-DEBIT-LEG-REF to WS-LEG-REFERENCE.
033000     perform 2300-WRITE-ONE-ENTRY
033100         thru 2300-EXIT.
033200     move "C" to TRAN-TYPE of TR-RECORD.
033300     move SORD-COUNTERPART of SO-RECORD
033400         to TRAN-ACCOUNT-NUMBER of TR-RECORD.
033420     move WS-CREDIT-LEG-AMOUNT to WS-LEG-AMOUNT.
033440     move WS-CREDIT-LEG-REF to WS-LEG-REFERENCE.
033500     perform 2300-WRITE-ONE-ENTRY
033600         thru 2300-EXIT.
033700     perform 2600-PRINT-PROOF-LINE
034000         thru 2500-EXIT.
034100 2200-EXIT.
034200     exit.
034201
034202*----------------------------------------------------------------*
034203*  2250-PRICE-OCCURRENCE - A SINGLE-CURRENCY ORDER POSTS ITS     *
034204*  AMOUNT ON BOTH LEGS.  A CROSS-CURRENCY ONE IS PRICED BY       *
034205*  FXCONV THROUGH EUR AT THE RUN DATE'S RATES, EACH LEG IN ITS   *
034206*  OWN ACCOUNT'S CURRENCY; NO USABLE RATE FAILS THE PRICING AND  *
034207*  NAMES THE CURRENCY IN THE FLAG REMARK.                        *
034208*----------------------------------------------------------------*
034209 2250-PRICE-OCCURRENCE.
034210     if WS-SINGLE-CURRENCY
034211         move SORD-AMOUNT of SO-RECORD to WS-DEBIT-LEG-AMOUNT
034212         move SORD-AMOUNT of SO-RECORD to WS-CREDIT-LEG-AMOUNT
034213         go to 2250-EXIT
034214     end-if.
034215     initialize FC-PARAMETERS.
034216     move WS-RUN-DATE to FXCV-PRICING-DATE of FC-PARAMETERS.
034217     move SORD-CURRENCY-CODE of SO-RECORD
034218         to FXCV-AMOUNT-CURRENCY of FC-PARAMETERS.
034219     move SORD-AMOUNT of SO-RECORD
034220         to FXCV-AMOUNT of FC-PARAMETERS.
034221     move WS-DEBIT-CURRENCY
034222         to FXCV-DEBIT-CURRENCY of FC-PARAMETERS.
034223     move WS-CREDIT-CURRENCY
034224         to FXCV-CREDIT-CURRENCY of FC-PARAMETERS.
034225     call "FXCONV" using FC-PARAMETERS.
034226     if not FXCV-PRICED of FC-PARAMETERS
034227         set WS-PRICING-FAILED to true
034228         move spaces to WS-FLAG-REMARK
034229         if FXCV-STALE-RATE of FC-PARAMETERS
034230             string "COURS PERIME " delimited by size
034231                 FXCV-FAILED-CURRENCY of FC-PARAMETERS
034232                     delimited by size
034233                 into WS-FLAG-REMARK
034234         else
034235             string "COURS INDISPONIBLE " delimited by size
034236                 FXCV-FAILED-CURRENCY of FC-PARAMETERS
034237                     delimited by size
034238                 into WS-FLAG-REMARK
034239         end-if
034240         go to 2250-EXIT
034241     end-if.
034242     move FXCV-DEBIT-AMOUNT of FC-PARAMETERS
034243         to WS-DEBIT-LEG-AMOUNT.
034244     move FXCV-CREDIT-AMOUNT of FC-PARAMETERS
034245         to WS-CREDIT-LEG-AMOUNT.
034246 2250-EXIT.
034247     exit.
034248
034249*----------------------------------------------------------------*
034250*  2260-ASSIGN-REFERENCES - ISSUE THE RUN REFERENCES OF THE      *
034251*  DEBIT LEG AND THE CREDIT LEG, IN THAT ORDER.                  *
034252*----------------------------------------------------------------*
034253 2260-ASSIGN-REFERENCES.
034254     add 1 to WS-ENTRY-SEQ.
034255     move WS-ENTRY-SEQ to WS-ER-SEQ.
034256     move WS-ENTRY-REFERENCE to WS-DEBIT-LEG-REF.
034257     add 1 to WS-ENTRY-SEQ.
034258     move WS-ENTRY-SEQ to WS-ER-SEQ.
034259     move WS-ENTRY-REFERENCE to WS-CREDIT-LEG-REF.
034260 2260-EXIT.
034261     exit.
034300
034400*----------------------------------------------------------------*
034500*  2300-WRITE-ONE-ENTRY - APPEND ONE GENERATED LEDGER ENTRY,     *
034600*  DATED AT THE DUE DATE.  THE ACCOUNT AND TYPE ARE ALREADY IN   *
034700*  PLACE; THE LEG'S OWN AMOUNT (IN ITS ACCOUNT'S CURRENCY) AND   *
034750*  ITS REFERENCE ARE IN WS-LEG-AMOUNT AND WS-LEG-REFERENCE.      *
034800*----------------------------------------------------------------*
034900 2300-WRITE-ONE-ENTRY.
035000     move WS-EXEC-DATE to TRAN-DATE of TR-RECORD.
035200     move WS-LEG-AMOUNT to TRAN-AMOUNT of TR-RECORD.
035600     move WS-LEG-REFERENCE to TRAN-REFERENCE of TR-RECORD.
035700     write TR-RECORD.
035800     if not WS-TRANFILE-OK
035900         perform 9960-TRANFILE-WRITE-ERROR
036200     add 1 to WS-ENTRIES-WRITTEN.
036300 2300-EXIT.
036400     exit.
036402
036404*----------------------------------------------------------------*
036406*  2400-RECORD-TRANSFER - RECORD THE CROSS-CURRENCY DEAL ON THE  *
036408*  TRANSFER REGISTER: BOTH LEG REFERENCES, ACCOUNTS, CURRENCIES, *
036410*  AMOUNTS AND THE RATES FXCONV USED, AND THE EUR COUNTERVALUE.  *
036412*  A REGISTER THAT CANNOT TAKE IT ABENDS THE RUN BEFORE EITHER   *
036414*  LEG IS WRITTEN.                                               *
036416*----------------------------------------------------------------*
036418 2400-RECORD-TRANSFER.
036420     accept WS-STAMP-TIME from time.
036422     initialize XF-RECORD.
036424     move WS-DEBIT-LEG-REF to XFER-DEBIT-REF of XF-RECORD.
036426     move WS-CREDIT-LEG-REF to XFER-CREDIT-REF of XF-RECORD.
036428     move WS-RUN-DATE to XFER-DEAL-DATE of XF-RECORD.
036430     set XFER-FROM-STANDING-ORDER of XF-RECORD to true.
036432     move SORD-ORDER-NUMBER of SO-RECORD
036434         to XFER-ORDER-NUMBER of XF-RECORD.
036436     move SORD-ACCOUNT-NUMBER of SO-RECORD
036438         to XFER-DEBIT-ACCOUNT of XF-RECORD.
036440     move WS-DEBIT-CURRENCY to XFER-DEBIT-CURRENCY of XF-RECORD.
036442     move WS-DEBIT-LEG-AMOUNT to XFER-DEBIT-AMOUNT of XF-RECORD.
036444     move FXCV-DEBIT-RATE of FC-PARAMETERS
036446         to XFER-DEBIT-RATE of XF-RECORD.
036448     move SORD-COUNTERPART of SO-RECORD
036450         to XFER-CREDIT-ACCOUNT of XF-RECORD.
036452     move WS-CREDIT-CURRENCY to XFER-CREDIT-CURRENCY of XF-RECORD.
036454     move WS-CREDIT-LEG-AMOUNT to XFER-CREDIT-AMOUNT of XF-RECORD.
036456     move FXCV-CREDIT-RATE of FC-PARAMETERS
036458         to XFER-CREDIT-RATE of XF-RECORD.
036460     move FXCV-EUR-AMOUNT of FC-PARAMETERS
036462         to XFER-EUR-AMOUNT of XF-RECORD.
036464     move "SORDGEN" to XFER-OPERATOR of XF-RECORD.
036466     move WS-STAMP-TIME to XFER-TIME of XF-RECORD.
036468     write XF-RECORD
036470         invalid key
036472             perform 9990-XFER-WRITE-ERROR
036474                 thru 9990-EXIT
036476     end-write.
036478     add 1 to WS-FX-DEALS.
036480 2400-EXIT.
036482     exit.
036500
036600*----------------------------------------------------------------*
036700*  2500-ADVANCE-NEXT-DUE - MOVE THE ORDER'S NEXT DUE DATE ONE    *
038700                 thru 9970-EXIT
038800     end-evaluate.
038900     move WS-DUE-SPLIT to SORD-NEXT-DUE of SO-RECORD.
038920     perform 2050-SET-EXECUTION-DATE
038940         thru 2050-EXIT.
039000 2500-EXIT.
039100     exit.
039200
046300
046400*----------------------------------------------------------------*
046500*  2600-PRINT-PROOF-LINE - ONE PROOF-LIST LINE PER EXPANDED      *
046600*  OCCURRENCE, IN THE ORDER'S OWN AMOUNT AND CURRENCY; A         *
046620*  CROSS-CURRENCY ONE ALSO SHOWS THE DEBIT AND CREDIT LEGS'      *
046640*  CURRENCIES (THE RATES ARE ON THE FX PROOF LIST).              *
046700*----------------------------------------------------------------*
046800 2600-PRINT-PROOF-LINE.
046900     move SORD-ORDER-NUMBER of SO-RECORD to WS-RL-ORDER.
047000     move SORD-ACCOUNT-NUMBER of SO-RECORD to WS-RL-ACCOUNT.
047100     move SORD-COUNTERPART of SO-RECORD to WS-RL-COUNTERPART.
047200     move WS-EXEC-DATE to WS-RL-DATE.
047300     move SORD-AMOUNT of SO-RECORD to WS-RL-AMOUNT.
047400     move SORD-CURRENCY-CODE of SO-RECORD to WS-RL-REMARK.
047410     if WS-CROSS-CURRENCY
047420         move spaces to WS-RL-REMARK
047430         string SORD-CURRENCY-CODE of SO-RECORD delimited by size
047440             " CHANGE " delimited by size
047450             WS-DEBIT-CURRENCY delimited by size
047460             ">" delimited by size
047470             WS-CREDIT-CURRENCY delimited by size
047480             into WS-RL-REMARK
047490     end-if.
047500     move WS-REPORT-LINE to RP-LINE.
047600     perform 8000-WRITE-REPORT-LINE
047700         thru 8000-EXIT.
048000
048100*----------------------------------------------------------------*
048200*  2700-PRINT-FLAGGED-ORDER - A DUE ORDER WHOSE ACCOUNT OR       *
048300*  COUNTERPART IS GONE FROM CUSTMAST, WHOSE ACCOUNT IS BLOCKED   *
048350*  OR DORMANT, OR WHOSE HELD FUNDS OR MISSING RATE STOPPED IT;   *
048400*  NOTHING (MORE) GENERATED, THE DUE DATE LEFT ALONE, THE BACK   *
048450*  OFFICE ALERTED WITH THE CAUSE.                                *
048500*----------------------------------------------------------------*
048600 2700-PRINT-FLAGGED-ORDER.
048700     move SORD-ORDER-NUMBER of SO-RECORD to WS-RL-ORDER.
048800     move SORD-ACCOUNT-NUMBER of SO-RECORD to WS-RL-ACCOUNT.
048900     move SORD-COUNTERPART of SO-RECORD to WS-RL-COUNTERPART.
049000     move WS-EXEC-DATE to WS-RL-DATE.
049100     move SORD-AMOUNT of SO-RECORD to WS-RL-AMOUNT.
049200     move WS-FLAG-REMARK to WS-RL-REMARK.
049300     move WS-REPORT-LINE to RP-LINE.
049400     perform 8000-WRITE-REPORT-LINE
049500         thru 8000-EXIT.
053200     move WS-COUNT-LINE to RP-LINE.
053300     perform 8000-WRITE-REPORT-LINE
053400         thru 8000-EXIT.
053500     move "ORDRES SIGNALES (INCONNU/BLOQUE)"
053600         to WS-CN-LABEL.
053700     move WS-ORDERS-FLAGGED to WS-CN-VALUE.
053800     move WS-COUNT-LINE to RP-LINE.
053900     perform 8000-WRITE-REPORT-LINE
054000         thru 8000-EXIT.
054010     move "VIREMENTS AVEC CHANGE" to WS-CN-LABEL.
054020     move WS-FX-DEALS to WS-CN-VALUE.
054030     move WS-COUNT-LINE to RP-LINE.
054040     perform 8000-WRITE-REPORT-LINE
054050         thru 8000-EXIT.
054100     if WS-ORDER-OK or WS-ORDER-EOF
054200         close ORDER-FILE
054300     end-if.
054400     close CUSTMAST-FILE.
054500     close TRANFILE-FILE.
054520     if WS-HOLDS-ON-FILE
054540         close HOLD-FILE
054560     end-if.
054580     close XFER-FILE.
054600     close REPORT-FILE.
054700     display "SORDGEN - GENERATION COMPLETE - "
054800         WS-ORDERS-DUE " ORDER(S) DUE, "
054900         WS-ENTRIES-WRITTEN " ENTRY(S) GENERATED, "
055000         WS-ORDERS-FLAGGED " FLAGGED, "
055050         WS-FX-DEALS " CROSS-CURRENCY.".
055100 9999-EXIT.
055200     exit.
055300
064200     stop run.
064300 9970-EXIT.
064400     exit.
064500
064600*----------------------------------------------------------------*
064700*  9980-HOLD-OPEN-ERROR - THE HOLD FILE EXISTS BUT COULD NOT BE  *
064800*  OPENED; ABEND RATHER THAN PAY OUT OF A BLOCKED ACCOUNT.       *
064900*----------------------------------------------------------------*
065000 9980-HOLD-OPEN-ERROR.
065100     display "SORDGEN - CANNOT OPEN HOLDFILE, STATUS="
065200         WS-HOLD-STATUS.
065300     stop run.
065400 9980-EXIT.
065500     exit.
065600
065700*----------------------------------------------------------------*
065800*  9985-XFER-OPEN-ERROR - THE TRANSFER REGISTER COULD NOT BE     *
065900*  OPENED; ABEND RATHER THAN POST A CONVERSION WITH NO RECORD OF *
066000*  ITS RATES.                                                    *
066100*----------------------------------------------------------------*
066200 9985-XFER-OPEN-ERROR.
066300     display "SORDGEN - CANNOT OPEN XFERFILE, STATUS="
066400         WS-XFER-STATUS.
066500     stop run.
066600 9985-EXIT.
066700     exit.
066800
066900*----------------------------------------------------------------*
067000*  9990-XFER-WRITE-ERROR - THE DEAL COULD NOT BE RECORDED; ABEND *
067100*  BEFORE EITHER LEG IS WRITTEN, SO THE ORDER IS RETRIED WHOLE.  *
067200*----------------------------------------------------------------*
067300 9990-XFER-WRITE-ERROR.
067400     display "SORDGEN - CANNOT WRITE XFERFILE "
067500         XFER-DEBIT-REF of XF-RECORD ", STATUS="
067600         WS-XFER-STATUS.
067700     stop run.
067800 9990-EXIT.
067900     exit.
067950
068000*----------------------------------------------------------------*
068100*  9995-BDAT-ERROR - THE BUSINESS-DATE CONTROL RECORD COULD NOT  *
068200*  BE READ; ABEND RATHER THAN GENERATE FOR A GUESSED DATE.       *
068300*----------------------------------------------------------------*
068400 9995-BDAT-ERROR.
068500     display "SORDGEN - CANNOT READ BDATFILE, STATUS="
068600         WS-BDAT-STATUS.
068700     stop run.
068800 9995-EXIT.
068900     exit.
069000
069100*----------------------------------------------------------------*
069200*  9996-CALENDAR-ERROR - NO BANKING DAY COULD BE FOUND FOR AN    *
069300*  OCCURRENCE (A BAD DUE DATE OR A MONTH OF CLOSED DAYS ON       *
069400*  HOLIFILE); ABEND FOR THE ORDER OR THE CALENDAR TO BE PUT      *
069500*  RIGHT.                                                        *
069600*----------------------------------------------------------------*
069700 9996-CALENDAR-ERROR.
069800     display "SORDGEN - NO BANKING DAY FOR ORDER "
069900         SORD-ORDER-NUMBER of SO-RECORD " DUE "
070000         SORD-NEXT-DUE of SO-RECORD ", RETURN CODE "
070100         BDAY-RETURN-CODE of BK-PARAMETERS.
070200     stop run.
070300 9996-EXIT.
070400     exit.
