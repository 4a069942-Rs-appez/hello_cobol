000100 identification division.
000200 program-id. FXCONV.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - CURRENCY CONVERSION      *
001000*                     ROUTINE FOR TRANSFERS BETWEEN ACCOUNTS,    *
001100*                     CALLED BY SORDGEN FOR A CROSS-CURRENCY     *
001200*                     STANDING ORDER AND BY THE TRANXFR COUNTER  *
001300*                     TRANSFER.  THE AMOUNT IS TAKEN TO EUR AT   *
001400*                     ITS CURRENCY'S RATEFILE RATE AND BACK OUT  *
001500*                     OF EUR AT EACH LEG'S OWN RATE, SO EACH     *
001600*                     ACCOUNT IS POSTED IN ITS OWN CURRENCY.     *
001700*                     THE RATE IN FORCE IS PICKED EXACTLY AS     *
001800*                     SOLDEBAT'S 2300 PICKS IT (LATEST NOT       *
001900*                     EFFECTIVE-DATED AFTER THE PRICING DATE,    *
002000*                     NO OLDER THAN THE RATEPARM LIMIT), SO A    *
002100*                     TRANSFER IS NEVER PRICED AT A RATE THE     *
002200*                     NIGHT RUN WOULD CALL UNKNOWN OR STALE.     *
002300*                     RATEFILE IS OPENED AND CLOSED AROUND EACH  *
002400*                     CALL, AS STMTPRT DOES WITH ITS FILES.      *
002500*----------------------------------------------------------------*
002600
002700 environment division.
002800 configuration section.
002900 special-names.
003000     decimal-point is comma.
003100
003200 input-output section.
003300 file-control.
003400     select RATE-FILE assign to "RATEFILE"
003500         organization is indexed
003600         access mode is dynamic
003700         record key is RATE-KEY
003800         file status is WS-RATEFILE-STATUS.
003900
004000     select RATEPARM-FILE assign to "RATEPARM"
004100         organization is line sequential
004200         file status is WS-RATEPARM-STATUS.
004300
004400 data division.
004500 file section.
004600 fd  RATE-FILE
004700     label records are standard
004800     record contains 48 characters.
004900 01  RT-RECORD.
005000     copy RATEREC.
005100
005200 fd  RATEPARM-FILE
005300     label records are omitted
005400     record contains 80 characters.
005500 01  RP-RECORD.
005600     05  RP-MAX-RATE-AGE-DAYS   pic 9(03).
005700     05  filler                 pic x(77).
005800
005900 working-storage section.
006000 01  WS-RATEFILE-STATUS         pic x(02).
006100     88  WS-RATEFILE-OK             value "00".
006200
006300 01  WS-RATEPARM-STATUS         pic x(02).
006400     88  WS-RATEPARM-OK             value "00".
006500
006600 01  WS-SWITCHES.
006700     05  WS-RATE-EOF-SW         pic x(01).
006800         88  WS-RATE-EOF            value "Y".
006900         88  WS-RATE-NOT-EOF        value "N".
007000
007100 01  WS-MAX-RATE-AGE-DAYS       pic 9(03).
007200 01  WS-BEST-RATE               pic 9(03)v9(05).
007300 01  WS-BEST-RATE-DATE          pic 9(08).
007400 01  WS-AMOUNT-RATE             pic 9(03)v9(05).
007500 01  WS-LOOKUP-CURRENCY         pic x(03).
007600 01  WS-LEG-CURRENCY            pic x(03).
007700 01  WS-LEG-AMOUNT              pic s9(9)v99 usage comp-3.
007800 01  WS-LEG-RATE                pic 9(03)v9(05).
007900 01  WS-WORK-AMOUNT             pic s9(13)v99 usage comp-3.
008000 01  WS-AMOUNT-LIMIT            pic s9(13)v99 usage comp-3
008100                                value 999999999,99.
008200
008300*----------------------------------------------------------------*
008400*  WORK FIELDS FOR 2350-DATE-TO-DAYS - SAME DAY-COUNT SCHEME AS  *
008500*  SOLDEBAT USES, SO A TRANSFER AND THE NIGHT RUN PRICE          *
008600*  STALENESS IDENTICALLY.                                        *
008700*----------------------------------------------------------------*
008800 01  WS-DATE-WORK.
008900     05  WS-DW-YEAR             pic 9(04).
009000     05  WS-DW-MONTH            pic 9(02).
009100     05  WS-DW-DAY              pic 9(02).
009200 01  WS-DAYS-WORK               pic 9(07) usage comp.
009300 01  WS-PRICING-DAYS            pic 9(07) usage comp.
009400 01  WS-RATE-DAYS               pic 9(07) usage comp.
009500 01  WS-YEAR-PRIOR              pic 9(04) usage comp.
009600 01  WS-LEAP-REMAINDER          pic 9(04) usage comp.
009700 01  WS-LEAP-QUOTIENT           pic 9(04) usage comp.
009800
009900 01  WS-MONTH-OFFSET-VALUES.
010000     05  filler pic x(18) value "000031059090120151".
010100     05  filler pic x(18) value "181212243273304334".
010200 01  WS-MONTH-OFFSETS redefines WS-MONTH-OFFSET-VALUES.
010300     05  WS-MONTH-OFFSET        pic 9(03) occurs 12 times.
010400
010500 linkage section.
010600 01  LK-FX-PARAMETERS.
010700     copy FXCVREC.
010800
010900 procedure division using LK-FX-PARAMETERS.
011000 0000-MAINLINE.
011100     perform 1000-INITIALIZE
011200         thru 1000-EXIT.
011300     perform 2000-PRICE-TRANSFER
011400         thru 2000-EXIT.
011500     perform 9999-TERMINATE
011600         thru 9999-EXIT.
011700     goback.
011800
011900*----------------------------------------------------------------*
012000*  1000-INITIALIZE - CLEAR THE RESULTS, TURN THE PRICING DATE    *
012100*  INTO A DAY COUNT FOR THE STALENESS TEST, OPEN THE RATE FILE   *
012200*  AND READ THE MAXIMUM RATE AGE.                                *
012300*----------------------------------------------------------------*
012400 1000-INITIALIZE.
012500     set FXCV-PRICED of LK-FX-PARAMETERS to true.
012600     move spaces to FXCV-FAILED-CURRENCY of LK-FX-PARAMETERS.
012700     move zero to FXCV-DEBIT-AMOUNT of LK-FX-PARAMETERS.
012800     move zero to FXCV-DEBIT-RATE of LK-FX-PARAMETERS.
012900     move zero to FXCV-CREDIT-AMOUNT of LK-FX-PARAMETERS.
013000     move zero to FXCV-CREDIT-RATE of LK-FX-PARAMETERS.
013100     move zero to FXCV-EUR-AMOUNT of LK-FX-PARAMETERS.
013200     move FXCV-PRICING-DATE of LK-FX-PARAMETERS to WS-DATE-WORK.
013300     perform 2350-DATE-TO-DAYS
013400         thru 2350-EXIT.
013500     move WS-DAYS-WORK to WS-PRICING-DAYS.
013600     open input RATE-FILE.
013700     if not WS-RATEFILE-OK
013800         perform 9910-RATEFILE-OPEN-ERROR
013900             thru 9910-EXIT
014000     end-if.
014100     perform 1300-READ-RATE-PARM
014200         thru 1300-EXIT.
014300 1000-EXIT.
014400     exit.
014500
014600*----------------------------------------------------------------*
014700*  1300-READ-RATE-PARM - THE MAXIMUM ACCEPTABLE RATE AGE IN      *
014800*  DAYS COMES FROM THE RATEPARM FILE; WHEN THE FILE IS ABSENT    *
014900*  OR UNREADABLE THE 30-DAY HOUSE DEFAULT APPLIES, AS IN         *
015000*  SOLDEBAT.                                                     *
015100*----------------------------------------------------------------*
015200 1300-READ-RATE-PARM.
015300     move 30 to WS-MAX-RATE-AGE-DAYS.
015400     open input RATEPARM-FILE.
015500     if not WS-RATEPARM-OK
015600         go to 1300-EXIT
015700     end-if.
015800     read RATEPARM-FILE
015900         at end
016000             continue
016100         not at end
016200             if RP-MAX-RATE-AGE-DAYS of RP-RECORD is numeric
016300                and RP-MAX-RATE-AGE-DAYS of RP-RECORD > zero
016400                 move RP-MAX-RATE-AGE-DAYS of RP-RECORD
016500                     to WS-MAX-RATE-AGE-DAYS
016600             end-if
016700     end-read.
016800     close RATEPARM-FILE.
016900 1300-EXIT.
017000     exit.
017100
017200*----------------------------------------------------------------*
017300*  2000-PRICE-TRANSFER - TAKE THE AMOUNT TO EUR AT ITS OWN       *
017400*  CURRENCY'S RATE, THEN PRICE EACH LEG OUT OF EUR.  THE FIRST   *
017500*  CURRENCY WITHOUT A USABLE RATE STOPS THE PRICING.             *
017600*----------------------------------------------------------------*
017700 2000-PRICE-TRANSFER.
017800     move FXCV-AMOUNT-CURRENCY of LK-FX-PARAMETERS
017900         to WS-LOOKUP-CURRENCY.
018000     perform 2100-FIND-RATE
018100         thru 2100-EXIT.
018200     if not FXCV-PRICED of LK-FX-PARAMETERS
018300         go to 2000-EXIT
018400     end-if.
018500     move WS-BEST-RATE to WS-AMOUNT-RATE.
018600     compute WS-WORK-AMOUNT rounded
018700         = FXCV-AMOUNT of LK-FX-PARAMETERS * WS-AMOUNT-RATE.
018800     if WS-WORK-AMOUNT > WS-AMOUNT-LIMIT
018900         set FXCV-OUT-OF-RANGE of LK-FX-PARAMETERS to true
019000         move WS-LOOKUP-CURRENCY
019100             to FXCV-FAILED-CURRENCY of LK-FX-PARAMETERS
019200         go to 2000-EXIT
019300     end-if.
019400     move WS-WORK-AMOUNT to FXCV-EUR-AMOUNT of LK-FX-PARAMETERS.
019500     move FXCV-DEBIT-CURRENCY of LK-FX-PARAMETERS
019600         to WS-LEG-CURRENCY.
019700     perform 2200-PRICE-ONE-LEG
019800         thru 2200-EXIT.
019900     if not FXCV-PRICED of LK-FX-PARAMETERS
020000         go to 2000-EXIT
020100     end-if.
020200     move WS-LEG-AMOUNT to FXCV-DEBIT-AMOUNT of LK-FX-PARAMETERS.
020300     move WS-LEG-RATE to FXCV-DEBIT-RATE of LK-FX-PARAMETERS.
020400     move FXCV-CREDIT-CURRENCY of LK-FX-PARAMETERS
020500         to WS-LEG-CURRENCY.
020600     perform 2200-PRICE-ONE-LEG
020700         thru 2200-EXIT.
020800     if not FXCV-PRICED of LK-FX-PARAMETERS
020900         go to 2000-EXIT
021000     end-if.
021100     move WS-LEG-AMOUNT to FXCV-CREDIT-AMOUNT of LK-FX-PARAMETERS.
021200     move WS-LEG-RATE to FXCV-CREDIT-RATE of LK-FX-PARAMETERS.
021300 2000-EXIT.
021400     exit.
021500
021600*----------------------------------------------------------------*
021700*  2100-FIND-RATE - FIND THE RATE IN FORCE ON THE PRICING DATE   *
021800*  FOR THE LOOKUP CURRENCY, EXACTLY AS SOLDEBAT'S 2300 DOES: THE *
021900*  LATEST RATE NOT EFFECTIVE-DATED AFTER THE PRICING DATE.  NO   *
022000*  USABLE RATE, OR ONE OLDER THAN THE RATEPARM LIMIT, FAILS THE  *
022100*  PRICING AND NAMES THE CURRENCY.                               *
022200*----------------------------------------------------------------*
022300 2100-FIND-RATE.
022400     set WS-RATE-NOT-EOF to true.
022500     move zero to WS-BEST-RATE.
022600     move zero to WS-BEST-RATE-DATE.
022700     move WS-LOOKUP-CURRENCY to RATE-CURRENCY-CODE of RT-RECORD.
022800     move zero to RATE-EFFECTIVE-DATE of RT-RECORD.
022900     start RATE-FILE key is not less than RATE-KEY of RT-RECORD
023000         invalid key
023100             set WS-RATE-EOF to true
023200     end-start.
023300     perform 2110-READ-ONE-RATE
023400         thru 2110-EXIT
023500         until WS-RATE-EOF.
023600     if WS-BEST-RATE-DATE = zero
023700      or WS-BEST-RATE = zero
023800         set FXCV-NO-RATE of LK-FX-PARAMETERS to true
023900         move WS-LOOKUP-CURRENCY
024000             to FXCV-FAILED-CURRENCY of LK-FX-PARAMETERS
024100         go to 2100-EXIT
024200     end-if.
024300     move WS-BEST-RATE-DATE to WS-DATE-WORK.
024400     perform 2350-DATE-TO-DAYS
024500         thru 2350-EXIT.
024600     move WS-DAYS-WORK to WS-RATE-DAYS.
024700     if WS-PRICING-DAYS - WS-RATE-DAYS > WS-MAX-RATE-AGE-DAYS
024800         set FXCV-STALE-RATE of LK-FX-PARAMETERS to true
024900         move WS-LOOKUP-CURRENCY
025000             to FXCV-FAILED-CURRENCY of LK-FX-PARAMETERS
025100     end-if.
025200 2100-EXIT.
025300     exit.
025400
025500*----------------------------------------------------------------*
025600*  2110-READ-ONE-RATE - READ THE NEXT RATE RECORD FOR THE        *
025700*  CURRENCY, KEEPING THE LATEST EFFECTIVE DATE NOT AFTER THE     *
025800*  PRICING DATE.                                                 *
025900*----------------------------------------------------------------*
026000 2110-READ-ONE-RATE.
026100     read RATE-FILE next record
026200         at end
026300             set WS-RATE-EOF to true
026400     end-read.
026500     if WS-RATE-NOT-EOF
026600         if RATE-CURRENCY-CODE of RT-RECORD
026700            not = WS-LOOKUP-CURRENCY
026800          or RATE-EFFECTIVE-DATE of RT-RECORD
026900            > FXCV-PRICING-DATE of LK-FX-PARAMETERS
027000             set WS-RATE-EOF to true
027100         else
027200             move RATE-TO-EUR of RT-RECORD to WS-BEST-RATE
027300             move RATE-EFFECTIVE-DATE of RT-RECORD
027400                 to WS-BEST-RATE-DATE
027500         end-if
027600     end-if.
027700 2110-EXIT.
027800     exit.
027900
028000*----------------------------------------------------------------*
028100*  2200-PRICE-ONE-LEG - A LEG IN THE AMOUNT'S OWN CURRENCY TAKES *
028200*  THE AMOUNT AS GIVEN AT THE AMOUNT'S RATE; ANY OTHER LEG IS    *
028300*  THE EUR COUNTERVALUE DIVIDED BY ITS OWN CURRENCY'S RATE,      *
028400*  ROUNDED TO THE CENTIME.                                       *
028500*----------------------------------------------------------------*
028600 2200-PRICE-ONE-LEG.
028700     if WS-LEG-CURRENCY = FXCV-AMOUNT-CURRENCY of LK-FX-PARAMETERS
028800         move FXCV-AMOUNT of LK-FX-PARAMETERS to WS-LEG-AMOUNT
028900         move WS-AMOUNT-RATE to WS-LEG-RATE
029000         go to 2200-EXIT
029100     end-if.
029200     move WS-LEG-CURRENCY to WS-LOOKUP-CURRENCY.
029300     perform 2100-FIND-RATE
029400         thru 2100-EXIT.
029500     if not FXCV-PRICED of LK-FX-PARAMETERS
029600         go to 2200-EXIT
029700     end-if.
029800     compute WS-WORK-AMOUNT rounded
029900         = FXCV-EUR-AMOUNT of LK-FX-PARAMETERS / WS-BEST-RATE.
030000     if WS-WORK-AMOUNT > WS-AMOUNT-LIMIT
030100         set FXCV-OUT-OF-RANGE of LK-FX-PARAMETERS to true
030200         move WS-LEG-CURRENCY
030300             to FXCV-FAILED-CURRENCY of LK-FX-PARAMETERS
030400         go to 2200-EXIT
030500     end-if.
030600     move WS-WORK-AMOUNT to WS-LEG-AMOUNT.
030700     move WS-BEST-RATE to WS-LEG-RATE.
030800 2200-EXIT.
030900     exit.
031000
031100*----------------------------------------------------------------*
031200*  2350-DATE-TO-DAYS - TURN THE CALENDAR DATE IN WS-DATE-WORK    *
031300*  INTO A RUNNING DAY COUNT, AS SOLDEBAT'S 2350 DOES.            *
031400*----------------------------------------------------------------*
031500 2350-DATE-TO-DAYS.
031600     compute WS-YEAR-PRIOR = WS-DW-YEAR - 1.
031700     compute WS-DAYS-WORK = WS-DW-YEAR * 365.
031800     divide WS-YEAR-PRIOR by 4
031900         giving WS-LEAP-QUOTIENT.
032000     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
032100     divide WS-YEAR-PRIOR by 100
032200         giving WS-LEAP-QUOTIENT.
032300     subtract WS-LEAP-QUOTIENT from WS-DAYS-WORK.
032400     divide WS-YEAR-PRIOR by 400
032500         giving WS-LEAP-QUOTIENT.
032600     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
032700     add WS-MONTH-OFFSET (WS-DW-MONTH) to WS-DAYS-WORK.
032800     add WS-DW-DAY to WS-DAYS-WORK.
032900     if WS-DW-MONTH > 2
033000         divide WS-DW-YEAR by 4
033100             giving WS-LEAP-QUOTIENT
033200             remainder WS-LEAP-REMAINDER
033300         if WS-LEAP-REMAINDER = zero
033400             divide WS-DW-YEAR by 100
033500                 giving WS-LEAP-QUOTIENT
033600                 remainder WS-LEAP-REMAINDER
033700             if WS-LEAP-REMAINDER not = zero
033800                 add 1 to WS-DAYS-WORK
033900             else
034000                 divide WS-DW-YEAR by 400
034100                     giving WS-LEAP-QUOTIENT
034200                     remainder WS-LEAP-REMAINDER
034300                 if WS-LEAP-REMAINDER = zero
034400                     add 1 to WS-DAYS-WORK
034500                 end-if
034600             end-if
034700         end-if
034800     end-if.
034900 2350-EXIT.
035000     exit.
035100
035200*----------------------------------------------------------------*
035300*  9999-TERMINATE - CLOSE THE RATE FILE BEFORE RETURNING TO THE  *
035400*  CALLER.                                                       *
035500*----------------------------------------------------------------*
035600 9999-TERMINATE.
035700     close RATE-FILE.
035800 9999-EXIT.
035900     exit.
036000
036100*----------------------------------------------------------------*
036200*  9910-RATEFILE-OPEN-ERROR - NO TRANSFER CAN BE PRICED WITHOUT  *
036300*  THE RATE FILE; ABEND THE RUN.                                 *
036400*----------------------------------------------------------------*
036500 9910-RATEFILE-OPEN-ERROR.
036600     display "FXCONV - CANNOT OPEN RATEFILE, STATUS="
036700         WS-RATEFILE-STATUS.
036800     stop run.
036900 9910-EXIT.
037000     exit.
