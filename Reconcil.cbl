002250*                     WITH THE CUSTMAST ACCOUNT COUNT, AND RUN  *
002260*                     COMPLETION IS READ FROM THE ACCOUNT-LEVEL *
002270*                     SENTINEL.                                 *
002272*    2026-10-15  APZ  THE SUMMARY NOW SHOWS WHAT IS SITTING IN  *
002274*                     SUSPENSE (OPEN SUSPFILE ENTRIES PARKED BY *
002276*                     TRANEDIT), COUNTED AND VALUED PER         *
002278*                     CURRENCY, SO REJECTED MONEY IS ACCOUNTED  *
002280*                     FOR RATHER THAN SIMPLY MISSING FROM THE   *
002282*                     BALANCES.  INFORMATION ONLY - IT DOES NOT *
002284*                     MOVE THE VERDICT.  AN ABSENT SUSPFILE     *
002286*                     SHOWS AN EMPTY SUSPENSE.                  *
002288*    2026-10-15  APZ  THE RUN DATE IS NOW THE BUSINESS DATE ON   *
002290*                     THE BDATFILE CONTROL RECORD (BDATREC)      *
002292*                     INSTEAD OF THE SYSTEM CLOCK, SO THE        *
002294*                     CHECKPOINT IT PROVES AGAINST IS THE ONE    *
002296*                     THE NIGHT'S SOLDEBAT STEP WROTE EVEN PAST  *
002298*                     MIDNIGHT.                                  *
002300*----------------------------------------------------------------*
002400
002500 environment division.
005000     select REPORT-FILE assign to "RECONRPT"
005100         organization is line sequential
005200         file status is WS-REPORT-STATUS.
005210
005220     select SUSP-FILE assign to "SUSPFILE"
005230         organization is indexed
005240         access mode is dynamic
005250         record key is SUSP-KEY
005260         alternate record key is SUSP-TRAN-REFERENCE
005270             with duplicates
005280         file status is WS-SUSP-STATUS.
005282
005284     select BDAT-FILE assign to "BDATFILE"
005286         organization is sequential
005288         access mode is sequential
005290         file status is WS-BDAT-STATUS.
005300
005400 data division.
005500 file section.
007500     label records are omitted
007600     record contains 80 characters.
007700 01  RP-LINE                    pic x(80).
007710
007720 fd  SUSP-FILE
007730     label records are standard
007740     record contains 130 characters.
007750 01  SU-RECORD.
007760     copy SUSPREC.
007765
007770 fd  BDAT-FILE
007775     label records are standard
007780     record contains 50 characters.
007785 01  BD-RECORD.
007790     copy BDATREC.
007800
007900 working-storage section.
008000 01  WS-CUSTMAST-STATUS         pic x(02).
009000
009100 01  WS-REPORT-STATUS           pic x(02).
009200     88  WS-REPORT-OK               value "00".
009220
009240 01  WS-SUSP-STATUS             pic x(02).
009260     88  WS-SUSP-OK                 value "00".
009280     88  WS-SUSP-NO-FILE            value "35".
009285
009290 01  WS-BDAT-STATUS             pic x(02).
009295     88  WS-BDAT-OK                 value "00".
009300
009400 01  WS-SWITCHES.
009500     05  WS-CTL-EOF-SW          pic x(01).
010400     05  WS-CKPT-COMPLETE-SW    pic x(01).
010500         88  WS-CKPT-COMPLETE       value "Y".
010600         88  WS-CKPT-INCOMPLETE     value "N".
010620     05  WS-SUSP-EOF-SW         pic x(01).
010640         88  WS-SUSP-EOF            value "Y".
010660         88  WS-SUSP-NOT-EOF        value "N".
010700
010800 01  WS-RUN-DATE                pic 9(08).
010900 01  WS-ACCOUNT-COUNT           pic 9(07) usage comp.
011500 01  WS-CTL-ECART               pic s9(11)v99 usage comp-3.
011510 01  WS-MVT-MASTER              pic s9(11)v99 usage comp-3.
011515 01  WS-SLOT-CURRENCY           pic x(03).
011516 01  WS-SUSP-TOTAL-COUNT        pic 9(07) usage comp.
011520
011530*----------------------------------------------------------------*
011540*  PER-CURRENCY WORKING TABLE: THE LEDGER TOTALS AND PRE-POSTING *
011586         10  WS-CTL-CREDIT-AMT  pic s9(11)v99 usage comp-3.
011587         10  WS-CTL-BEFORE-BAL  pic s9(11)v99 usage comp-3.
011588         10  WS-CTL-AFTER-BAL   pic s9(11)v99 usage comp-3.
011590
011595*----------------------------------------------------------------*
011600*  PER-CURRENCY SUSPENSE TABLE: COUNT AND VALUE OF THE ENTRIES   *
011605*  STILL OPEN ON SUSPFILE, BY THE CURRENCY OF THEIR ACCOUNT      *
011610*  ("???" FOR AN ACCOUNT NOT ON CUSTMAST).  KEPT APART FROM THE  *
011615*  BALANCING TABLE SO IT CAN NEVER TIP THE VERDICT.              *
011620*----------------------------------------------------------------*
011625 01  WS-SUSP-TABLE.
011630     05  WS-SUSP-ENTRY occurs 20 times indexed by SP-IDX.
011635         10  WS-SP-CODE         pic x(03).
011640         10  WS-SP-COUNT        pic 9(07) usage comp.
011645         10  WS-SP-AMOUNT       pic s9(11)v99 usage comp-3.
011650
011700 01  WS-HEADING-1.
011800     05  filler                 pic x(34)
011900         value "AGENCE CENTRALE - RAPPROCHEMENT DU".
015500     05  WS-AM-LABEL            pic x(40).
015600     05  WS-AM-VALUE            pic z(10)9,99-.
015700     05  filler                 pic x(25) value spaces.
015705
015710 01  WS-SUSP-COUNT-LABEL.
015715     05  filler                 pic x(19)
015720         value "ENTREES EN SUSPENS ".
015725     05  WS-SC-CODE             pic x(03).
015730     05  filler                 pic x(18) value spaces.
015735
015740 01  WS-SUSP-AMOUNT-LABEL.
015745     05  filler                 pic x(18)
015750         value "VALEUR EN SUSPENS ".
015755     05  WS-SA-CODE             pic x(03).
015760     05  filler                 pic x(19) value spaces.
015800
015900 01  WS-VERDICT-LINE.
016000     05  filler                 pic x(12) value "VERDICT : ".
017400         thru 3000-EXIT.
017410     perform 3500-PRINT-CURRENCY-LINES
017420         thru 3500-EXIT.
017440     perform 3600-SUM-SUSPENSE
017460         thru 3600-EXIT.
017500     perform 4000-CHECK-CHECKPOINT
017600         thru 4000-EXIT.
017700     perform 5000-PRINT-SUMMARY
019770         thru 1200-EXIT
019780         varying CL-IDX from 1 by 1
019790         until CL-IDX > 20.
019791     perform 1210-INIT-ONE-SUSP-SLOT
019792         thru 1210-EXIT
019793         varying SP-IDX from 1 by 1
019794         until SP-IDX > 20.
019795     move zero to WS-SUSP-TOTAL-COUNT.
019800     perform 1050-READ-BUSINESS-DATE
019850         thru 1050-EXIT.
019900     open input RECONCTL-FILE.
020000     if not WS-RECONCTL-OK
020100         perform 9910-RECONCTL-OPEN-ERROR
022300         thru 8000-EXIT.
022400 1000-EXIT.
022500     exit.
022501
022502*----------------------------------------------------------------*
022503*  1050-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
022504*  OF THE NIGHT CHAIN, HELD ON THE BDATFILE CONTROL RECORD.      *
022505*----------------------------------------------------------------*
022506 1050-READ-BUSINESS-DATE.
022507     open input BDAT-FILE.
022508     if not WS-BDAT-OK
022509         perform 9980-BDAT-ERROR
022510             thru 9980-EXIT
022511     end-if.
022512     read BDAT-FILE
022513         at end
022514             perform 9980-BDAT-ERROR
022515                 thru 9980-EXIT
022516     end-read.
022517     move BDAT-BUSINESS-DATE of BD-RECORD to WS-RUN-DATE.
022518     close BDAT-FILE.
022519 1050-EXIT.
022520     exit.
022521
022522*----------------------------------------------------------------*
022530*  1200-INIT-ONE-SLOT - CLEAR ONE ENTRY OF THE PER-CURRENCY      *
022540*  WORKING TABLE.                                                *
022550*----------------------------------------------------------------*
022567     move zero to WS-CTL-AFTER-BAL (CL-IDX).
022568 1200-EXIT.
022569     exit.
022570
022572*----------------------------------------------------------------*
022574*  1210-INIT-ONE-SUSP-SLOT - CLEAR ONE ENTRY OF THE SUSPENSE     *
022576*  TABLE.                                                        *
022578*----------------------------------------------------------------*
022580 1210-INIT-ONE-SUSP-SLOT.
022582     move spaces to WS-SP-CODE (SP-IDX).
022584     move zero to WS-SP-COUNT (SP-IDX).
022586     move zero to WS-SP-AMOUNT (SP-IDX).
022588 1210-EXIT.
022590     exit.
022600
022700*----------------------------------------------------------------*
022800*  2000-LOAD-ONE-CONTROL - READ ONE CONTROL RECORD.  A CURRENCY  *
033808 3510-EXIT.
033809     exit.
033810
033811*----------------------------------------------------------------*
033812*  3600-SUM-SUSPENSE - READ THE SUSPENSE FILE AND ADD UP THE     *
033813*  ENTRIES STILL OPEN.  NO SUSPFILE MEANS NOTHING HAS EVER BEEN  *
033814*  PARKED.                                                       *
033815*----------------------------------------------------------------*
033816 3600-SUM-SUSPENSE.
033817     open input SUSP-FILE.
033818     if WS-SUSP-NO-FILE
033819         go to 3600-EXIT
033820     end-if.
033821     if not WS-SUSP-OK
033822         perform 9970-SUSP-OPEN-ERROR
033823             thru 9970-EXIT
033824     end-if.
033825     set WS-SUSP-NOT-EOF to true.
033826     perform 3610-SUM-ONE-SUSPENSE
033827         thru 3610-EXIT
033828         until WS-SUSP-EOF.
033829     close SUSP-FILE.
033830 3600-EXIT.
033831     exit.
033832
033833*----------------------------------------------------------------*
033834*  3610-SUM-ONE-SUSPENSE - READ THE NEXT SUSPENSE RECORD AND     *
033835*  ADD AN OPEN ONE TO ITS CURRENCY.  AN AMOUNT THAT IS NOT       *
033836*  VALID PACKED DATA IS COUNTED BUT CARRIES NO VALUE.            *
033837*----------------------------------------------------------------*
033838 3610-SUM-ONE-SUSPENSE.
033839     read SUSP-FILE next record
033840         at end
033841             set WS-SUSP-EOF to true
033842             go to 3610-EXIT
033843     end-read.
033844     if not SUSP-OPEN of SU-RECORD
033845         go to 3610-EXIT
033846     end-if.
033847     move SUSP-TRAN-ACCOUNT of SU-RECORD
033848         to CUST-ACCOUNT-NUMBER of CM-RECORD.
033849     read CUSTMAST-FILE
033850         invalid key
033851             move "???" to WS-SLOT-CURRENCY
033852         not invalid key
033853             move CUST-CURRENCY-CODE of CM-RECORD
033854                 to WS-SLOT-CURRENCY
033855     end-read.
033856     perform 3650-FIND-SUSPENSE-SLOT
033857         thru 3650-EXIT.
033858     add 1 to WS-SP-COUNT (SP-IDX).
033859     add 1 to WS-SUSP-TOTAL-COUNT.
033860     if SUSP-TRAN-AMOUNT of SU-RECORD is numeric
033861         add SUSP-TRAN-AMOUNT of SU-RECORD
033862             to WS-SP-AMOUNT (SP-IDX)
033863     end-if.
033864 3610-EXIT.
033865     exit.
033866
033867*----------------------------------------------------------------*
033868*  3650-FIND-SUSPENSE-SLOT - POINT SP-IDX AT THE SUSPENSE-TABLE  *
033869*  ENTRY FOR THE CURRENCY IN HAND, CLAIMING THE FIRST FREE SLOT  *
033870*  FOR A NEW ONE.                                                *
033871*----------------------------------------------------------------*
033872 3650-FIND-SUSPENSE-SLOT.
033873     set SP-IDX to 1.
033874     search WS-SUSP-ENTRY
033875         at end
033876             perform 9960-CURRENCY-TABLE-FULL
033877                 thru 9960-EXIT
033878         when WS-SP-CODE (SP-IDX) = WS-SLOT-CURRENCY
033879             continue
033880         when WS-SP-CODE (SP-IDX) = spaces
033881             move WS-SLOT-CURRENCY to WS-SP-CODE (SP-IDX)
033882     end-search.
033883 3650-EXIT.
033884     exit.
033885
033900*----------------------------------------------------------------*
033901*  4000-CHECK-CHECKPOINT - READ THE PORTFOLIO RUN'S CHECKPOINT.  *
034000*  A CHECKPOINT DATED TODAY AND MARKED COMPLETE (HIGH-VALUES     *
037600     exit.
037700
037800*----------------------------------------------------------------*
037900*  5000-PRINT-SUMMARY - PRINT THE RUN COVERAGE COUNTS, WHAT IS   *
038000*  IN SUSPENSE, AND THE FINAL VERDICT.                           *
038100*----------------------------------------------------------------*
038200 5000-PRINT-SUMMARY.
038300     move WS-BLANK-LINE to RP-LINE.
040400     move WS-AMOUNT-LINE to RP-LINE.
040500     perform 8000-WRITE-REPORT-LINE
040600         thru 8000-EXIT.
040610     move "ENTREES EN SUSPENS" to WS-CN-LABEL.
040620     move WS-SUSP-TOTAL-COUNT to WS-CN-VALUE.
040630     move WS-COUNT-LINE to RP-LINE.
040640     perform 8000-WRITE-REPORT-LINE
040650         thru 8000-EXIT.
040660     perform 5100-PRINT-ONE-SUSPENSE
040670         thru 5100-EXIT
040680         varying SP-IDX from 1 by 1
040690         until SP-IDX > 20.
040700     move "COMPTES SUR CUSTMAST" to WS-CN-LABEL.
040800     move WS-ACCOUNT-COUNT to WS-CN-VALUE.
040900     move WS-COUNT-LINE to RP-LINE.
044200         thru 8000-EXIT.
044300 5000-EXIT.
044400     exit.
044402
044404*----------------------------------------------------------------*
044406*  5100-PRINT-ONE-SUSPENSE - PRINT THE COUNT AND VALUE IN        *
044408*  SUSPENSE FOR ONE CURRENCY; AN UNUSED SLOT PRINTS NOTHING.     *
044410*----------------------------------------------------------------*
044412 5100-PRINT-ONE-SUSPENSE.
044414     if WS-SP-CODE (SP-IDX) = spaces
044416         go to 5100-EXIT
044418     end-if.
044420     move WS-SP-CODE (SP-IDX) to WS-SC-CODE.
044422     move WS-SUSP-COUNT-LABEL to WS-CN-LABEL.
044424     move WS-SP-COUNT (SP-IDX) to WS-CN-VALUE.
044426     move WS-COUNT-LINE to RP-LINE.
044428     perform 8000-WRITE-REPORT-LINE
044430         thru 8000-EXIT.
044432     move WS-SP-CODE (SP-IDX) to WS-SA-CODE.
044434     move WS-SUSP-AMOUNT-LABEL to WS-AM-LABEL.
044436     move WS-SP-AMOUNT (SP-IDX) to WS-AM-VALUE.
044438     move WS-AMOUNT-LINE to RP-LINE.
044440     perform 8000-WRITE-REPORT-LINE
044442         thru 8000-EXIT.
044444 5100-EXIT.
044446     exit.
044500
044600*----------------------------------------------------------------*
044700*  8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE BALANCING      *
053700     stop run.
053800 9960-EXIT.
053900     exit.
054000
054100*----------------------------------------------------------------*
054200*  9970-SUSP-OPEN-ERROR - THE SUSPENSE FILE EXISTS BUT COULD NOT *
054300*  BE OPENED; ABEND RATHER THAN REPORT AN EMPTY SUSPENSE.        *
054400*----------------------------------------------------------------*
054500 9970-SUSP-OPEN-ERROR.
054600     display "RECONCIL - CANNOT OPEN SUSPFILE, STATUS="
054700         WS-SUSP-STATUS.
054800     stop run.
054900 9970-EXIT.
055000     exit.
055100
055200*----------------------------------------------------------------*
055300*  9980-BDAT-ERROR - THE BUSINESS-DATE CONTROL RECORD COULD NOT  *
055400*  BE READ; ABEND RATHER THAN RUN FOR A GUESSED DATE.            *
055500*----------------------------------------------------------------*
055600 9980-BDAT-ERROR.
055700     display "RECONCIL - CANNOT READ BDATFILE, STATUS="
055800         WS-BDAT-STATUS.
055900     stop run.
056000 9980-EXIT.
056100     exit.
