002087*                     NOW DIES HERE INSTEAD OF POSTING THE     *
002088*                     WHOLE DAY TWICE.  A MISSING TRANHIDX     *
002089*                     (NOTHING EVER POSTED) SKIPS THE SCREEN.  *
002090*    2026-10-15  APZ  A DEBIT ON AN ACCOUNT UNDER A FULL BLOCK   *
002091*                     IN FORCE ON HOLDFILE IS NOW REJECTED       *
002092*                     (COMPTE BLOQUE OPPOSITION), AND SO IS A    *
002093*                     DEBIT THAT WOULD TAKE AN AMOUNT-HELD       *
002094*                     ACCOUNT BELOW ITS HELD FUNDS (FONDS        *
002095*                     INDISPONIBLES).  EACH HELD ACCOUNT'S       *
002096*                     BALANCE IS CARRIED THROUGH THE BATCH IN    *
002097*                     ARRIVAL ORDER FROM ITS MASTER BALANCE.     *
002098*                     AN ABSENT HOLDFILE SKIPS THE EDIT.         *
002100*    2026-10-15  APZ  EVERY REJECT IS NOW ALSO PARKED ON THE     *
002105*                     SUSPFILE KSDS (ORIGINAL ENTRY, REASON,     *
002110*                     FIRST-REJECT DATE) FOR REPAIR BY SUSPMNT,  *
002115*                     AND THE RAW TRANFILE IS REWRITTEN FROM THE *
002120*                     ACCEPTED ENTRIES SO THE NIGHT RUN NO       *
002125*                     LONGER SEES THE REJECTS.  A RELEASED ENTRY *
002130*                     REJECTED AGAIN REOPENS ITS OWN SUSPENSE    *
002135*                     RECORD.  WITH EVERY REJECT ACCOUNTED FOR   *
002140*                     THE STEP NOW ENDS RC=4 INSTEAD OF HOLDING  *
002145*                     THE NIGHT RUN WITH RC=8.                   *
002150*    2026-10-15  APZ  A DEBIT ON AN ACCOUNT MARKED DORMANT ON    *
002155*                     CUSTMAST BY THE DORMANT RUN IS NOW         *
002160*                     REJECTED (COMPTE DORMANT) AND PARKED LIKE  *
002165*                     ANY OTHER REJECT UNTIL A SUPERVISOR        *
002170*                     REACTIVATES THE ACCOUNT IN CUSTMNT.        *
002172*    2026-10-15  APZ  ACCRUE'S "W" WITHHOLDING-TAX DEBIT IS NOT  *
002174*                     HELD BY THE DORMANT, BLOCK OR HELD-FUNDS   *
002176*                     EDITS - IT IS TAX DUE ON THE INTEREST JUST *
002178*                     CREDITED, NOT A CUSTOMER DEBIT, AND MUST   *
002180*                     POST WITH IT.  IT STILL MOVES A HELD       *
002182*                     ACCOUNT'S RUNNING BALANCE.                 *
002184*    2026-10-15  APZ  THE RUN DATE IS NOW THE BUSINESS DATE ON   *
002186*                     THE BDATFILE CONTROL RECORD (BDATREC)      *
002188*                     INSTEAD OF THE SYSTEM CLOCK, SO THE        *
002190*                     FUTURE- AND STALE-DATE EDITS, HOLD WINDOWS *
002192*                     AND SUSPENSE DATES FOLLOW THE DAY BEING    *
002194*                     CLOSED EVEN WHEN THE CHAIN RUNS PAST       *
002196*                     MIDNIGHT.                                  *
002198*----------------------------------------------------------------*
002200
002300 environment division.
002400 configuration section.
005070         record key is THIST-KEY
005080         alternate record key is THIST-REFERENCE
005090         file status is WS-HISTIDX-STATUS.
005091
005092     select HOLD-FILE assign to "HOLDFILE"
005093         organization is indexed
005094         access mode is dynamic
005095         record key is HOLD-KEY
005096         file status is WS-HOLD-STATUS.
005100
005110     select SUSP-FILE assign to "SUSPFILE"
005120         organization is indexed
005130         access mode is dynamic
005140         record key is SUSP-KEY
005150         alternate record key is SUSP-TRAN-REFERENCE
005160             with duplicates
005170         file status is WS-SUSP-STATUS.
005171
005172     select BDAT-FILE assign to "BDATFILE"
005173         organization is sequential
005174         access mode is sequential
005175         file status is WS-BDAT-STATUS.
005180
005200 data division.
005300 file section.
005400 fd  CUSTMAST-FILE
007492 01  HX-RECORD.
007494     copy THISTREC.
007500
007510 fd  HOLD-FILE
007520     label records are standard
007530     record contains 90 characters.
007540 01  HL-RECORD.
007550     copy HOLDREC.
007551
007552 fd  SUSP-FILE
007553     label records are standard
007554     record contains 130 characters.
007555 01  SU-RECORD.
007556     copy SUSPREC.
007560
007565 fd  BDAT-FILE
007570     label records are standard
007575     record contains 50 characters.
007580 01  BD-RECORD.
007585     copy BDATREC.
007590
007600 working-storage section.
007700 01  WS-CUSTMAST-STATUS         pic x(02).
007800     88  WS-CUSTMAST-OK             value "00".
009030     88  WS-HISTIDX-OK              value "00".
009040     88  WS-HISTIDX-NOT-FOUND       value "23".
009050     88  WS-HISTIDX-NO-FILE         value "35".
009060
009070 01  WS-HOLD-STATUS             pic x(02).
009080     88  WS-HOLD-OK                 value "00".
009090     88  WS-HOLD-NO-FILE            value "35".
009091
009092 01  WS-SUSP-STATUS             pic x(02).
009093     88  WS-SUSP-OK                 value "00".
009094     88  WS-SUSP-EOF                value "10".
009095     88  WS-SUSP-NO-FILE            value "35".
009096
009097 01  WS-BDAT-STATUS             pic x(02).
009098     88  WS-BDAT-OK                 value "00".
009100
009200 01  WS-SWITCHES.
009300     05  WS-TRAN-EOF-SW         pic x(01).
009810     05  WS-HISTORY-SW          pic x(01).
009820         88  WS-HISTORY-ON-FILE     value "Y".
009830         88  WS-NO-HISTORY-YET      value "N".
009835     05  WS-HOLDFILE-SW         pic x(01).
009840         88  WS-HOLDS-ON-FILE       value "Y".
009845         88  WS-HOLDS-ABSENT        value "N".
009850     05  WS-HOLD-SCAN-SW        pic x(01).
009855         88  WS-HOLD-SCAN-DONE      value "Y".
009860         88  WS-HOLD-SCAN-MORE      value "N".
009865     05  WS-HELD-SLOT-SW        pic x(01).
009870         88  WS-HELD-SLOT-FOUND     value "Y".
009875         88  WS-HELD-SLOT-NEW       value "N".
009880     05  WS-BLOCKED-SW          pic x(01).
009885         88  WS-ACCOUNT-BLOCKED     value "Y".
009890         88  WS-ACCOUNT-NOT-BLOCKED value "N".
009895     05  WS-SUSP-SCAN-SW        pic x(01).
009900         88  WS-SUSP-SCAN-DONE      value "Y".
009905         88  WS-SUSP-SCAN-MORE      value "N".
009910     05  WS-SUSP-MATCH-SW       pic x(01).
009915         88  WS-SUSP-NO-MATCH       value "N".
009920         88  WS-SUSP-REOPEN         value "R".
009925         88  WS-SUSP-ALREADY-PARKED value "P".
009930     05  WS-LEDGER-SW           pic x(01).
009935         88  WS-LEDGER-REWRITTEN    value "Y".
009940         88  WS-LEDGER-AS-RECEIVED  value "N".
009945     05  WS-ACCEPTED-EOF-SW     pic x(01).
009950         88  WS-ACCEPTED-EOF        value "Y".
009955         88  WS-ACCEPTED-NOT-EOF    value "N".
009960
010000 01  WS-RUN-DATE                pic 9(08).
010100 01  WS-OLDEST-DATE             pic 9(08).
010200 01  WS-REJECT-REASON           pic x(25).
010300 01  WS-READ-COUNT              pic 9(07) usage comp.
010400 01  WS-ACCEPT-COUNT            pic 9(07) usage comp.
010500 01  WS-REJECT-COUNT            pic 9(07) usage comp.
010505 01  WS-HELD-AMOUNT             pic s9(9)v99 usage comp-3.
010510 01  WS-HELD-COUNT              pic 9(03) usage comp.
010511 01  WS-RUN-TIME                pic 9(06).
010512 01  WS-SUSP-SEQ                pic 9(05) usage comp.
010513 01  WS-PARKED-COUNT            pic 9(07) usage comp.
010514 01  WS-REOPENED-COUNT          pic 9(07) usage comp.
010515
010520*----------------------------------------------------------------*
010525*  HELD-ACCOUNT WORKING TABLE: ONE SLOT PER ACCOUNT FOUND WITH A *
010530*  HOLD IN FORCE, CARRYING ITS BLOCK FLAG, ITS HELD AMOUNT AND   *
010535*  ITS BALANCE ROLLED FORWARD THROUGH THE ENTRIES ACCEPTED SO    *
010540*  FAR IN THIS BATCH.                                            *
010545*----------------------------------------------------------------*
010550 01  WS-HELD-TABLE.
010555     05  WS-HELD-ENTRY occurs 100 times indexed by HA-IDX.
010560         10  WS-HA-ACCOUNT      pic x(10).
010565         10  WS-HA-BLOCKED-SW   pic x(01).
010570             88  WS-HA-BLOCKED      value "Y".
010575         10  WS-HA-HELD         pic s9(9)v99 usage comp-3.
010580         10  WS-HA-BALANCE      pic s9(11)v99 usage comp-3.
010600
010700 01  WS-TRAN-DATE-SPLIT.
010800     05  WS-TD-YEAR             pic 9(04).
014500         until WS-TRAN-EOF.
014550     perform 3000-SORT-ACCEPTED
014560         thru 3000-EXIT.
014565     if WS-REJECT-COUNT > zero
014570         perform 3100-REWRITE-LEDGER
014575             thru 3100-EXIT
014580     end-if.
014600     perform 9999-TERMINATE
014700         thru 9999-EXIT.
014800     stop run.
015700     move zero to WS-ACCEPT-COUNT.
015800     move zero to WS-REJECT-COUNT.
015900     set WS-TRAN-NOT-EOF to true.
015910     move zero to WS-HELD-COUNT.
015920     perform 1200-INIT-ONE-SLOT
015930         thru 1200-EXIT
015940         varying HA-IDX from 1 by 1
015950         until HA-IDX > 100.
016000     perform 1050-READ-BUSINESS-DATE
016050         thru 1050-EXIT.
016100     compute WS-OLDEST-DATE = WS-RUN-DATE - 10000.
016120     accept WS-RUN-TIME from time.
016140     move zero to WS-PARKED-COUNT.
016160     move zero to WS-REOPENED-COUNT.
016180     set WS-LEDGER-AS-RECEIVED to true.
016200     open input TRANFILE-FILE.
016300     if WS-TRANFILE-NOT-FOUND
016400         display "TRANEDIT - NO TRANFILE TODAY, NOTHING TO EDIT"
018400         perform 9940-REJECT-OPEN-ERROR
018500             thru 9940-EXIT
018600     end-if.
018605     open input HOLD-FILE.
018610     evaluate true
018615         when WS-HOLD-OK
018620             set WS-HOLDS-ON-FILE to true
018625         when WS-HOLD-NO-FILE
018630             display "TRANEDIT - NO HOLDFILE, HOLD EDIT SKIPPED"
018635             set WS-HOLDS-ABSENT to true
018640         when other
018645             perform 9980-HOLD-OPEN-ERROR
018650                 thru 9980-EXIT
018655     end-evaluate.
018656     open i-o SUSP-FILE.
018658     if WS-SUSP-NO-FILE
018660         open output SUSP-FILE
018662         close SUSP-FILE
018664         open i-o SUSP-FILE
018666     end-if.
018668     if not WS-SUSP-OK
018670         perform 9991-SUSP-OPEN-ERROR
018672             thru 9991-EXIT
018674     end-if.
018676     perform 1300-SEED-SUSPENSE-SEQ
018678         thru 1300-EXIT.
018700     move WS-RUN-DATE to WS-RH1-DATE.
018800     move WS-REJECT-HEADING-1 to RJ-LINE.
018900     perform 8000-WRITE-REJECT-LINE
019300         thru 8000-EXIT.
019400 1000-EXIT.
019500     exit.
019501
019502*----------------------------------------------------------------*
019503*  1050-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
019504*  OF THE NIGHT CHAIN, HELD ON THE BDATFILE CONTROL RECORD.      *
019505*----------------------------------------------------------------*
019506 1050-READ-BUSINESS-DATE.
019507     open input BDAT-FILE.
019508     if not WS-BDAT-OK
019509         perform 9994-BDAT-ERROR
019510             thru 9994-EXIT
019511     end-if.
019512     read BDAT-FILE
019513         at end
019514             perform 9994-BDAT-ERROR
019515                 thru 9994-EXIT
019516     end-read.
019517     move BDAT-BUSINESS-DATE of BD-RECORD to WS-RUN-DATE.
019518     close BDAT-FILE.
019519 1050-EXIT.
019520     exit.
019521
019522*----------------------------------------------------------------*
019523*  1200-INIT-ONE-SLOT - CLEAR ONE ENTRY OF THE HELD-ACCOUNT      *
019524*  WORKING TABLE.                                                *
019525*----------------------------------------------------------------*
019530 1200-INIT-ONE-SLOT.
019535     move spaces to WS-HA-ACCOUNT (HA-IDX).
019540     move "N" to WS-HA-BLOCKED-SW (HA-IDX).
019545     move zero to WS-HA-HELD (HA-IDX).
019550     move zero to WS-HA-BALANCE (HA-IDX).
019555 1200-EXIT.
019560     exit.
019561
019562*----------------------------------------------------------------*
019563*  1300-SEED-SUSPENSE-SEQ - CARRY ON TONIGHT'S SUSPENSE NUMBERING*
019564*  FROM THE HIGHEST KEY ALREADY PARKED UNDER THE RUN DATE (A     *
019565*  RERUN OF THE STEP), OR START AT ZERO.                         *
019566*----------------------------------------------------------------*
019567 1300-SEED-SUSPENSE-SEQ.
019568     move zero to WS-SUSP-SEQ.
019569     move WS-RUN-DATE to SUSP-PARK-DATE of SU-RECORD.
019570     move zero to SUSP-PARK-SEQ of SU-RECORD.
019571     start SUSP-FILE key is not less than SUSP-KEY of SU-RECORD
019572         invalid key
019573             go to 1300-EXIT
019574     end-start.
019575     set WS-SUSP-SCAN-MORE to true.
019576     perform 1310-READ-ONE-SEQ
019577         thru 1310-EXIT
019578         until WS-SUSP-SCAN-DONE.
019579 1300-EXIT.
019580     exit.
019581
019582*----------------------------------------------------------------*
019583*  1310-READ-ONE-SEQ - READ THE NEXT SUSPENSE KEY; STOP AT THE   *
019584*  FIRST ONE PARKED ON ANOTHER DATE.                             *
019585*----------------------------------------------------------------*
019586 1310-READ-ONE-SEQ.
019587     read SUSP-FILE next record
019588         at end
019589             set WS-SUSP-SCAN-DONE to true
019590             go to 1310-EXIT
019591     end-read.
019592     if SUSP-PARK-DATE of SU-RECORD not = WS-RUN-DATE
019593         set WS-SUSP-SCAN-DONE to true
019594         go to 1310-EXIT
019595     end-if.
019596     move SUSP-PARK-SEQ of SU-RECORD to WS-SUSP-SEQ.
019597 1310-EXIT.
019598     exit.
019600
019700*----------------------------------------------------------------*
019800*  2000-EDIT-ONE-TRANSACTION - READ ONE LEDGER ENTRY, PASS IT    *
022100
022200*----------------------------------------------------------------*
022300*  2100-VALIDATE-TRANSACTION - APPLY THE EDITS IN ORDER AND      *
022400*  KEEP THE FIRST FAILURE AS THE REJECT REASON.  THE HOLD EDIT   *
022420*  COMES LAST, SO ONLY ENTRIES OTHERWISE ACCEPTED MOVE A HELD    *
022440*  ACCOUNT'S RUNNING BALANCE.                                    *
022450*  A DORMANT ACCOUNT TAKES NO DEBIT UNTIL IT IS REACTIVATED.     *
022460*  THE WITHHOLDING TAX ACCRUE TAKES ON CREDIT INTEREST ("W") IS  *
022480*  NOT A CUSTOMER DEBIT AND PASSES THE DORMANT AND HOLD EDITS.   *
022500*----------------------------------------------------------------*
022600 2100-VALIDATE-TRANSACTION.
022700     set WS-EDIT-OK to true.
027597                     to WS-REJECT-REASON
027598         end-read
027599     end-if.
027600     if WS-EDIT-OK
027601        and TRAN-DEBIT of TR-RECORD
027602        and CUST-DORMANT of CM-RECORD
027603        and TRAN-REFERENCE of TR-RECORD (1:1) not = "W"
027604         set WS-EDIT-FAILED to true
027605         move "COMPTE DORMANT" to WS-REJECT-REASON
027606     end-if.
027607     if WS-EDIT-FAILED or WS-HOLDS-ABSENT
027610         go to 2100-EXIT
027620     end-if.
027630     perform 2150-CHECK-ACCOUNT-HOLDS
027640         thru 2150-EXIT.
027650 2100-EXIT.
027700     exit.
027701
027702*----------------------------------------------------------------*
027703*  2150-CHECK-ACCOUNT-HOLDS - FIND THE ACCOUNT IN THE HELD-      *
027704*  ACCOUNT TABLE, GATHERING ITS HOLDS FROM HOLDFILE THE FIRST    *
027705*  TIME IT IS SEEN (AN ACCOUNT WITHOUT A HOLD IN FORCE TAKES NO  *
027706*  SLOT).  A DEBIT ON A BLOCKED ACCOUNT, OR ONE THAT WOULD TAKE  *
027707*  THE RUNNING BALANCE BELOW THE HELD AMOUNT, IS REJECTED;       *
027708*  OTHERWISE THE ENTRY IS APPLIED TO THE RUNNING BALANCE.        *
027709*----------------------------------------------------------------*
027710 2150-CHECK-ACCOUNT-HOLDS.
027711     set HA-IDX to 1.
027712     search WS-HELD-ENTRY
027713         at end
027714             set WS-HELD-SLOT-NEW to true
027715         when WS-HA-ACCOUNT (HA-IDX)
027716            = TRAN-ACCOUNT-NUMBER of TR-RECORD
027717             set WS-HELD-SLOT-FOUND to true
027718     end-search.
027719     if WS-HELD-SLOT-NEW
027720         perform 2160-GATHER-ACCOUNT-HOLDS
027721             thru 2160-EXIT
027722         if WS-ACCOUNT-NOT-BLOCKED and WS-HELD-AMOUNT = zero
027723             go to 2150-EXIT
027724         end-if
027725         if WS-HELD-COUNT = 100
027726             perform 9990-HELD-TABLE-FULL
027727                 thru 9990-EXIT
027728         end-if
027729         add 1 to WS-HELD-COUNT
027730         set HA-IDX to WS-HELD-COUNT
027731         move TRAN-ACCOUNT-NUMBER of TR-RECORD
027732             to WS-HA-ACCOUNT (HA-IDX)
027733         if WS-ACCOUNT-BLOCKED
027734             move "Y" to WS-HA-BLOCKED-SW (HA-IDX)
027735         end-if
027736         move WS-HELD-AMOUNT to WS-HA-HELD (HA-IDX)
027737         move CUST-BALANCE of CM-RECORD
027738             to WS-HA-BALANCE (HA-IDX)
027739     end-if.
027740     if TRAN-CREDIT of TR-RECORD
027741         add TRAN-AMOUNT of TR-RECORD to WS-HA-BALANCE (HA-IDX)
027742         go to 2150-EXIT
027743     end-if.
027744     if TRAN-REFERENCE of TR-RECORD (1:1) = "W"
027746         subtract TRAN-AMOUNT of TR-RECORD
027748             from WS-HA-BALANCE (HA-IDX)
027750         go to 2150-EXIT
027752     end-if.
027754     if WS-HA-BLOCKED (HA-IDX)
027756         set WS-EDIT-FAILED to true
027758         move "COMPTE BLOQUE OPPOSITION" to WS-REJECT-REASON
027760         go to 2150-EXIT
027762     end-if.
027764     if WS-HA-BALANCE (HA-IDX) - TRAN-AMOUNT of TR-RECORD
027766        < WS-HA-HELD (HA-IDX)
027768         set WS-EDIT-FAILED to true
027770         move "FONDS INDISPONIBLES (GEL)" to WS-REJECT-REASON
027772         go to 2150-EXIT
027774     end-if.
027776     subtract TRAN-AMOUNT of TR-RECORD
027778         from WS-HA-BALANCE (HA-IDX).
027780 2150-EXIT.
027782     exit.
027784
027786*----------------------------------------------------------------*
027788*  2160-GATHER-ACCOUNT-HOLDS - COLLECT THE HOLDS IN FORCE ON THE *
027790*  RUN DATE FOR THE ENTRY'S ACCOUNT: ANY FULL BLOCK SETS THE     *
027792*  BLOCKED SWITCH, AMOUNT HOLDS ADD UP TO THE HELD AMOUNT.  A    *
027794*  HOLD IS IN FORCE FROM ITS START DATE UP TO AND INCLUDING ITS  *
027796*  EXPIRY DATE, A ZERO EXPIRY MEANING UNTIL LIFTED.              *
027798*----------------------------------------------------------------*
027800 2160-GATHER-ACCOUNT-HOLDS.
027802     move zero to WS-HELD-AMOUNT.
027804     set WS-ACCOUNT-NOT-BLOCKED to true.
027806     move TRAN-ACCOUNT-NUMBER of TR-RECORD
027808         to HOLD-ACCOUNT-NUMBER of HL-RECORD.
027810     move low-values to HOLD-REFERENCE of HL-RECORD.
027812     start HOLD-FILE key is not less than HOLD-KEY of HL-RECORD
027814         invalid key
027816             go to 2160-EXIT
027818     end-start.
027820     set WS-HOLD-SCAN-MORE to true.
027822     perform 2170-READ-ONE-HOLD
027824         thru 2170-EXIT
027826         until WS-HOLD-SCAN-DONE.
027828 2160-EXIT.
027830     exit.
027832
027834*----------------------------------------------------------------*
027836*  2170-READ-ONE-HOLD - READ THE NEXT HOLD; STOP AT THE FIRST    *
027838*  ONE BELONGING TO ANOTHER ACCOUNT, OTHERWISE APPLY IT WHEN IT  *
027840*  IS IN FORCE ON THE RUN DATE.                                  *
027842*----------------------------------------------------------------*
027844 2170-READ-ONE-HOLD.
027846     read HOLD-FILE next record
027848         at end
027850             set WS-HOLD-SCAN-DONE to true
027852             go to 2170-EXIT
027854     end-read.
027856     if HOLD-ACCOUNT-NUMBER of HL-RECORD
027858        not = TRAN-ACCOUNT-NUMBER of TR-RECORD
027860         set WS-HOLD-SCAN-DONE to true
027862         go to 2170-EXIT
027864     end-if.
027866     if HOLD-START-DATE of HL-RECORD > WS-RUN-DATE
027868         go to 2170-EXIT
027870     end-if.
027872     if HOLD-EXPIRY-DATE of HL-RECORD not = zero
027874        and HOLD-EXPIRY-DATE of HL-RECORD < WS-RUN-DATE
027876         go to 2170-EXIT
027878     end-if.
027880     evaluate true
027882         when HOLD-FULL-BLOCK of HL-RECORD
027884             set WS-ACCOUNT-BLOCKED to true
027886         when HOLD-AMOUNT-HOLD of HL-RECORD
027888             add HOLD-AMOUNT of HL-RECORD to WS-HELD-AMOUNT
027890     end-evaluate.
027892 2170-EXIT.
027894     exit.
027896
027900*----------------------------------------------------------------*
028000*  2200-WRITE-ACCEPTED - COPY A CLEAN ENTRY TO THE ACCEPTED      *
028100*  FILE THE NIGHT RUN READS.                                     *
029400*----------------------------------------------------------------*
029500*  2300-WRITE-REJECT - PRINT THE FAILED ENTRY ON THE REJECT      *
029600*  REPORT WITH ITS REASON.  THE AMOUNT IS ONLY EDITED WHEN IT    *
029700*  HOLDS VALID PACKED DATA.  THE ENTRY IS THEN PARKED IN         *
029750*  SUSPENSE.                                                     *
029800*----------------------------------------------------------------*
029900 2300-WRITE-REJECT.
030000     move TRAN-ACCOUNT-NUMBER of TR-RECORD to WS-RJ-ACCOUNT.
031000     perform 8000-WRITE-REJECT-LINE
031100         thru 8000-EXIT.
031200     add 1 to WS-REJECT-COUNT.
031220     perform 2400-PARK-IN-SUSPENSE
031240         thru 2400-EXIT.
031300 2300-EXIT.
031400     exit.
031401
031402*----------------------------------------------------------------*
031403*  2400-PARK-IN-SUSPENSE - KEEP THE REJECTED ENTRY ON SUSPFILE,  *
031404*  OPEN, UNDER THE NEXT SUSPENSE NUMBER FOR THE RUN DATE.  AN    *
031405*  ENTRY RELEASED FROM SUSPENSE AND REJECTED AGAIN REOPENS ITS   *
031406*  OWN RECORD INSTEAD, KEEPING ITS FIRST-REJECT DATE; ONE        *
031407*  ALREADY PARKED BY AN EARLIER RUN OF THE STEP TONIGHT IS LEFT  *
031408*  AS IT IS.                                                     *
031409*----------------------------------------------------------------*
031410 2400-PARK-IN-SUSPENSE.
031411     set WS-SUSP-NO-MATCH to true.
031412     if TRAN-REFERENCE of TR-RECORD not = spaces
031413         perform 2410-FIND-BY-REFERENCE
031414             thru 2410-EXIT
031415     end-if.
031416     if WS-SUSP-ALREADY-PARKED
031417         go to 2400-EXIT
031418     end-if.
031419     if WS-SUSP-REOPEN
031420         perform 2430-REOPEN-SUSPENSE
031421             thru 2430-EXIT
031422         go to 2400-EXIT
031423     end-if.
031424     add 1 to WS-SUSP-SEQ.
031425     move spaces to SU-RECORD.
031426     move WS-RUN-DATE to SUSP-PARK-DATE of SU-RECORD.
031427     move WS-SUSP-SEQ to SUSP-PARK-SEQ of SU-RECORD.
031428     move TR-RECORD to SUSP-TRAN of SU-RECORD.
031429     set SUSP-OPEN of SU-RECORD to true.
031430     move WS-REJECT-REASON to SUSP-REASON of SU-RECORD.
031431     move WS-RUN-DATE to SUSP-FIRST-DATE of SU-RECORD.
031432     move "TRANEDIT" to SUSP-OPERATOR of SU-RECORD.
031433     move WS-RUN-DATE to SUSP-ACTION-DATE of SU-RECORD.
031434     move WS-RUN-TIME to SUSP-ACTION-TIME of SU-RECORD.
031435     write SU-RECORD
031436         invalid key
031437             perform 9992-SUSP-WRITE-ERROR
031438                 thru 9992-EXIT
031439     end-write.
031440     add 1 to WS-PARKED-COUNT.
031441 2400-EXIT.
031442     exit.
031443
031444*----------------------------------------------------------------*
031445*  2410-FIND-BY-REFERENCE - LOOK THROUGH THE SUSPENSE RECORDS    *
031446*  CARRYING THE ENTRY'S REFERENCE FOR ONE RELEASED (TO REOPEN) OR*
031447*  FOR THE SAME ENTRY ALREADY PARKED TONIGHT.                    *
031448*----------------------------------------------------------------*
031449 2410-FIND-BY-REFERENCE.
031450     move TRAN-REFERENCE of TR-RECORD
031451         to SUSP-TRAN-REFERENCE of SU-RECORD.
031452     start SUSP-FILE key is = SUSP-TRAN-REFERENCE of SU-RECORD
031453         invalid key
031454             go to 2410-EXIT
031455     end-start.
031456     set WS-SUSP-SCAN-MORE to true.
031457     perform 2420-READ-ONE-BY-REFERENCE
031458         thru 2420-EXIT
031459         until WS-SUSP-SCAN-DONE.
031460 2410-EXIT.
031461     exit.
031462
031463*----------------------------------------------------------------*
031464*  2420-READ-ONE-BY-REFERENCE - READ THE NEXT SUSPENSE RECORD IN *
031465*  REFERENCE ORDER; STOP AT ANOTHER REFERENCE OR AT A MATCH.     *
031466*----------------------------------------------------------------*
031467 2420-READ-ONE-BY-REFERENCE.
031468     read SUSP-FILE next record
031469         at end
031470             set WS-SUSP-SCAN-DONE to true
031471             go to 2420-EXIT
031472     end-read.
031473     if SUSP-TRAN-REFERENCE of SU-RECORD
031474        not = TRAN-REFERENCE of TR-RECORD
031475         set WS-SUSP-SCAN-DONE to true
031476         go to 2420-EXIT
031477     end-if.
031478     if SUSP-RELEASED of SU-RECORD
031479         set WS-SUSP-REOPEN to true
031480         set WS-SUSP-SCAN-DONE to true
031481         go to 2420-EXIT
031482     end-if.
031483     if SUSP-OPEN of SU-RECORD
031484        and SUSP-PARK-DATE of SU-RECORD = WS-RUN-DATE
031485        and SUSP-TRAN of SU-RECORD = TR-RECORD
031486         set WS-SUSP-ALREADY-PARKED to true
031487         set WS-SUSP-SCAN-DONE to true
031488     end-if.
031489 2420-EXIT.
031490     exit.
031491
031492*----------------------------------------------------------------*
031493*  2430-REOPEN-SUSPENSE - PUT A RELEASED ENTRY BACK IN SUSPENSE  *
031494*  AS RECEIVED TONIGHT, WITH THE NEW REASON; ITS SUSPENSE NUMBER *
031495*  AND FIRST-REJECT DATE ARE KEPT SO ITS AGE RUNS ON.            *
031496*----------------------------------------------------------------*
031497 2430-REOPEN-SUSPENSE.
031498     move TR-RECORD to SUSP-TRAN of SU-RECORD.
031499     set SUSP-OPEN of SU-RECORD to true.
031500     move WS-REJECT-REASON to SUSP-REASON of SU-RECORD.
031501     move "TRANEDIT" to SUSP-OPERATOR of SU-RECORD.
031502     move WS-RUN-DATE to SUSP-ACTION-DATE of SU-RECORD.
031503     move WS-RUN-TIME to SUSP-ACTION-TIME of SU-RECORD.
031504     move spaces to SUSP-WRITEOFF-REASON of SU-RECORD.
031505     rewrite SU-RECORD
031506         invalid key
031507             perform 9992-SUSP-WRITE-ERROR
031508                 thru 9992-EXIT
031509     end-rewrite.
031510     add 1 to WS-REOPENED-COUNT.
031511 2430-EXIT.
031512     exit.
031513
031514*----------------------------------------------------------------*
031520*  3000-SORT-ACCEPTED - PUT THE ACCEPTED FILE INTO ASCENDING    *
031530*  ACCOUNT ORDER FOR THE SINGLE-PASS NIGHT RUN.  THE RAW FEED   *
031540*  CARRIES UPSTREAM, TELLER AND ACCRUAL ENTRIES IN ARRIVAL      *
031582 3000-EXIT.
031584     exit.
031586
031588*----------------------------------------------------------------*
031590*  3100-REWRITE-LEDGER - THE REJECTS NOW LIVE IN SUSPENSE, SO    *
031592*  REPLACE THE RAW TRANFILE WITH THE ACCEPTED ENTRIES: THE NIGHT *
031594*  RUN POSTS THE DAY FROM IT, AND A RERUN OF THIS STEP MUST NOT  *
031596*  PARK THE SAME REJECTS TWICE.                                  *
031598*----------------------------------------------------------------*
031600 3100-REWRITE-LEDGER.
031602     close TRANFILE-FILE.
031604     open output TRANFILE-FILE.
031606     if not WS-TRANFILE-OK
031608         perform 9993-LEDGER-REWRITE-ERROR
031610             thru 9993-EXIT
031612     end-if.
031614     open input ACCEPTED-FILE.
031616     if not WS-ACCEPTED-OK
031618         perform 9930-ACCEPTED-OPEN-ERROR
031620             thru 9930-EXIT
031622     end-if.
031624     set WS-ACCEPTED-NOT-EOF to true.
031626     perform 3110-COPY-ONE-ACCEPTED
031628         thru 3110-EXIT
031630         until WS-ACCEPTED-EOF.
031632     close ACCEPTED-FILE.
031634     close TRANFILE-FILE.
031636     set WS-LEDGER-REWRITTEN to true.
031638 3100-EXIT.
031640     exit.
031642
031644*----------------------------------------------------------------*
031646*  3110-COPY-ONE-ACCEPTED - COPY ONE ACCEPTED ENTRY BACK ONTO THE*
031648*  LEDGER.                                                       *
031650*----------------------------------------------------------------*
031652 3110-COPY-ONE-ACCEPTED.
031654     read ACCEPTED-FILE
031656         at end
031658             set WS-ACCEPTED-EOF to true
031660             go to 3110-EXIT
031662     end-read.
031664     move AC-RECORD to TR-RECORD.
031666     write TR-RECORD.
031668     if not WS-TRANFILE-OK
031670         perform 9993-LEDGER-REWRITE-ERROR
031672             thru 9993-EXIT
031674     end-if.
031676 3110-EXIT.
031678     exit.
031680
031682*----------------------------------------------------------------*
031700*  8000-WRITE-REJECT-LINE - WRITE ONE LINE TO THE REJECT REPORT  *
031800*  AND CHECK ITS STATUS.                                         *
031900*----------------------------------------------------------------*
032800
032900*----------------------------------------------------------------*
033000*  9999-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS, AND SET  *
033100*  RETURN CODE 4 WHEN REJECTS WERE PARKED IN SUSPENSE, SO THE    *
033200*  DAY RUNS ON BUT THE REJECTS ARE FLAGGED FOR REPAIR.           *
033300*----------------------------------------------------------------*
033400 9999-TERMINATE.
033500     if (WS-TRANFILE-OK or WS-TRANFILE-EOF)
033550        and WS-LEDGER-AS-RECEIVED
033600         close TRANFILE-FILE
033700     end-if.
033800     close CUSTMAST-FILE.
033900     if WS-HISTORY-ON-FILE
033910         close HIST-INDEX-FILE
033920     end-if.
033940     if WS-HOLDS-ON-FILE
033960         close HOLD-FILE
033980     end-if.
033990     close SUSP-FILE.
034000     close REJECT-FILE.
034100     display "TRANEDIT - " WS-READ-COUNT " READ, "
034200         WS-ACCEPT-COUNT " ACCEPTED, "
034300         WS-REJECT-COUNT " REJECTED.".
034400     if WS-REJECT-COUNT > zero
034500         display "TRANEDIT - " WS-PARKED-COUNT " PARKED, "
034600             WS-REOPENED-COUNT " REOPENED IN SUSPFILE"
034700         move 4 to return-code
034800     end-if.
034900 9999-EXIT.
035000     exit.
042600     stop run.
042700 9970-EXIT.
042800     exit.
042900
043000*----------------------------------------------------------------*
043100*  9980-HOLD-OPEN-ERROR - THE HOLD FILE EXISTS BUT COULD NOT BE  *
043200*  OPENED; ABEND RATHER THAN LET A DEBIT PASS A BLOCK UNSEEN.    *
043300*----------------------------------------------------------------*
043400 9980-HOLD-OPEN-ERROR.
043500     display "TRANEDIT - CANNOT OPEN HOLDFILE, STATUS="
043600         WS-HOLD-STATUS.
043700     stop run.
043800 9980-EXIT.
043900     exit.
044000
044100*----------------------------------------------------------------*
044200*  9990-HELD-TABLE-FULL - MORE HELD ACCOUNTS IN ONE BATCH THAN   *
044300*  THE WORKING TABLE HOLDS; ABEND RATHER THAN PASS A DEBIT       *
044400*  UNCHECKED.                                                    *
044500*----------------------------------------------------------------*
044600 9990-HELD-TABLE-FULL.
044700     display "TRANEDIT - MORE THAN 100 HELD ACCOUNTS IN ONE RUN".
044800     stop run.
044900 9990-EXIT.
045000     exit.
045100
045200*----------------------------------------------------------------*
045300*  9991-SUSP-OPEN-ERROR - THE SUSPENSE FILE COULD NOT BE OPENED; *
045400*  ABEND RATHER THAN LOSE TRACK OF A REJECT.                     *
045500*----------------------------------------------------------------*
045600 9991-SUSP-OPEN-ERROR.
045700     display "TRANEDIT - CANNOT OPEN SUSPFILE, STATUS="
045800         WS-SUSP-STATUS.
045900     stop run.
046000 9991-EXIT.
046100     exit.
046200
046300*----------------------------------------------------------------*
046400*  9992-SUSP-WRITE-ERROR - A REJECT COULD NOT BE PARKED; ABEND   *
046500*  RATHER THAN DROP IT FROM THE LEDGER UNACCOUNTED FOR.          *
046600*----------------------------------------------------------------*
046700 9992-SUSP-WRITE-ERROR.
046800     display "TRANEDIT - CANNOT WRITE SUSPFILE, STATUS="
046900         WS-SUSP-STATUS.
047000     stop run.
047100 9992-EXIT.
047200     exit.
047300
047400*----------------------------------------------------------------*
047500*  9993-LEDGER-REWRITE-ERROR - THE LEDGER COULD NOT BE REWRITTEN *
047600*  FROM THE ACCEPTED ENTRIES; ABEND - TRANACC STILL HOLDS THEM   *
047700*  AND THE STEP MUST BE RESTORED AND RERUN.                      *
047800*----------------------------------------------------------------*
047900 9993-LEDGER-REWRITE-ERROR.
048000     display "TRANEDIT - CANNOT REWRITE TRANFILE, STATUS="
048100         WS-TRANFILE-STATUS.
048200     stop run.
048300 9993-EXIT.
048400     exit.
048500
048600*----------------------------------------------------------------*
048700*  9994-BDAT-ERROR - THE BUSINESS-DATE CONTROL RECORD COULD NOT  *
048800*  BE READ; ABEND RATHER THAN RUN FOR A GUESSED DATE.            *
048900*----------------------------------------------------------------*
049000 9994-BDAT-ERROR.
049100     display "TRANEDIT - CANNOT READ BDATFILE, STATUS="
049200         WS-BDAT-STATUS.
049300     stop run.
049400 9994-EXIT.
049500     exit.
