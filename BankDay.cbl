000100 identification division.
000200 program-id. BANKDAY.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - BANKING-CALENDAR ROUTINE *
001000*                     CALLED BY SORDGEN TO MOVE A STANDING ORDER *
001100*                     DUE ON A CLOSED DAY TO THE NEXT BANKING    *
001200*                     DAY, AND BY BDATCHK AND BDATROLL TO KEEP   *
001300*                     THE BUSINESS DATE ON BANKING DAYS.  A DAY  *
001400*                     IS CLOSED WHEN IT IS A SATURDAY OR SUNDAY  *
001500*                     (FROM THE SAME DAY COUNT SOLDEBAT'S 2350   *
001600*                     USES) OR WHEN IT IS ON THE HOLIFILE        *
001700*                     CALENDAR MAINTAINED WITH HOLIMNT.          *
001800*                     HOLIFILE IS OPENED AND CLOSED AROUND EACH  *
001900*                     CALL, AS FXCONV DOES WITH RATEFILE.        *
002000*----------------------------------------------------------------*
002100
002200 environment division.
002300 configuration section.
002400 special-names.
002500     decimal-point is comma.
002600
002700 input-output section.
002800 file-control.
002900     select HOLIDAY-FILE assign to "HOLIFILE"
003000         organization is indexed
003100         access mode is dynamic
003200         record key is HOLI-DATE
003300         file status is WS-HOLIFILE-STATUS.
003400
003500 data division.
003600 file section.
003700 fd  HOLIDAY-FILE
003800     label records are standard
003900     record contains 60 characters.
004000 01  HC-RECORD.
004100     copy HOLIREC.
004200
004300 working-storage section.
004400 01  WS-HOLIFILE-STATUS         pic x(02).
004500     88  WS-HOLIFILE-OK             value "00".
004600
004700 01  WS-SWITCHES.
004800     05  WS-BANKING-SW          pic x(01).
004900         88  WS-BANKING-DAY         value "Y".
005000         88  WS-CLOSED-DAY          value "N".
005100     05  WS-CALENDAR-SW         pic x(01).
005200         88  WS-CALENDAR-OPEN       value "Y".
005300         88  WS-CALENDAR-CLOSED     value "N".
005400
005500*----------------------------------------------------------------*
005600*  A CLOSED DAY IS FOLLOWED BY AT MOST A FEW MORE; A MONTH OF    *
005700*  THEM MEANS THE CALENDAR IS WRONG, NOT THAT THE BANK IS SHUT.  *
005800*----------------------------------------------------------------*
005900 01  WS-MAX-CLOSED-DAYS         pic 9(03) usage comp value 31.
006000 01  WS-CLOSED-COUNT            pic 9(03) usage comp.
006100
006200*----------------------------------------------------------------*
006300*  WORK FIELDS FOR 2350-DATE-TO-DAYS - SAME DAY-COUNT SCHEME AS  *
006400*  SOLDEBAT USES.  ON THAT COUNT A SATURDAY LEAVES A REMAINDER   *
006500*  OF 0 WHEN DIVIDED BY 7 AND A SUNDAY A REMAINDER OF 1.         *
006600*----------------------------------------------------------------*
006700 01  WS-DATE-WORK.
006800     05  WS-DW-YEAR             pic 9(04).
006900     05  WS-DW-MONTH            pic 9(02).
007000     05  WS-DW-DAY              pic 9(02).
007100 01  WS-DAYS-WORK               pic 9(07) usage comp.
007200 01  WS-WEEK-QUOTIENT           pic 9(07) usage comp.
007300 01  WS-WEEKDAY                 pic 9(01) usage comp.
007400     88  WS-WEEKEND                 value 0 1.
007500 01  WS-YEAR-PRIOR              pic 9(04) usage comp.
007600 01  WS-LEAP-REMAINDER          pic 9(04) usage comp.
007700 01  WS-LEAP-QUOTIENT           pic 9(04) usage comp.
007800 01  WS-MONTH-DAYS              pic 9(02).
007900
008000 01  WS-MONTH-OFFSET-VALUES.
008100     05  filler pic x(18) value "000031059090120151".
008200     05  filler pic x(18) value "181212243273304334".
008300 01  WS-MONTH-OFFSETS redefines WS-MONTH-OFFSET-VALUES.
008400     05  WS-MONTH-OFFSET        pic 9(03) occurs 12 times.
008500
008600 01  WS-MONTH-LENGTH-VALUES.
008700     05  filler pic x(12) value "312831303130".
008800     05  filler pic x(12) value "313130313031".
008900 01  WS-MONTH-LENGTHS redefines WS-MONTH-LENGTH-VALUES.
009000     05  WS-MONTH-LENGTH        pic 9(02) occurs 12 times.
009100
009200 linkage section.
009300 01  LK-BDAY-PARAMETERS.
009400     copy BDAYREC.
009500
009600 procedure division using LK-BDAY-PARAMETERS.
009700 0000-MAINLINE.
009800     perform 1000-INITIALIZE
009900         thru 1000-EXIT.
010000     if BDAY-FOUND of LK-BDAY-PARAMETERS
010100         perform 2000-FIND-BANKING-DAYS
010200             thru 2000-EXIT
010300     end-if.
010400     perform 9999-TERMINATE
010500         thru 9999-EXIT.
010600     goback.
010700
010800*----------------------------------------------------------------*
010900*  1000-INITIALIZE - CLEAR THE RESULTS, CHECK THE INPUT IS A     *
011000*  REAL CALENDAR DATE AND OPEN THE HOLIDAY CALENDAR.  WITHOUT    *
011100*  THE CALENDAR NO DATE CAN BE TRUSTED, SO IT ABENDS THE RUN.    *
011200*----------------------------------------------------------------*
011300 1000-INITIALIZE.
011400     set BDAY-FOUND of LK-BDAY-PARAMETERS to true.
011500     set WS-CALENDAR-CLOSED to true.
011600     move zero to BDAY-BANKING-DATE of LK-BDAY-PARAMETERS.
011700     move zero to BDAY-NEXT-DATE of LK-BDAY-PARAMETERS.
011800     if BDAY-INPUT-DATE of LK-BDAY-PARAMETERS is not numeric
011900         set BDAY-BAD-DATE of LK-BDAY-PARAMETERS to true
012000         go to 1000-EXIT
012100     end-if.
012200     move BDAY-INPUT-DATE of LK-BDAY-PARAMETERS to WS-DATE-WORK.
012300     if WS-DW-MONTH < 01 or WS-DW-MONTH > 12
012400      or WS-DW-DAY < 01
012500         set BDAY-BAD-DATE of LK-BDAY-PARAMETERS to true
012600         go to 1000-EXIT
012700     end-if.
012800     perform 2550-SET-MONTH-LENGTH
012900         thru 2550-EXIT.
013000     if WS-DW-DAY > WS-MONTH-DAYS
013100         set BDAY-BAD-DATE of LK-BDAY-PARAMETERS to true
013200         go to 1000-EXIT
013300     end-if.
013400     open input HOLIDAY-FILE.
013500     if not WS-HOLIFILE-OK
013600         perform 9910-HOLIFILE-OPEN-ERROR
013700             thru 9910-EXIT
013800     end-if.
013900     set WS-CALENDAR-OPEN to true.
014000 1000-EXIT.
014100     exit.
014200
014300*----------------------------------------------------------------*
014400*  2000-FIND-BANKING-DAYS - THE DATE ITSELF WHEN IT IS OPEN,     *
014500*  ELSE THE FIRST OPEN DAY AFTER IT; THEN THE FIRST OPEN DAY     *
014600*  STRICTLY AFTER THE DATE.                                      *
014700*----------------------------------------------------------------*
014800 2000-FIND-BANKING-DAYS.
014900     move BDAY-INPUT-DATE of LK-BDAY-PARAMETERS to WS-DATE-WORK.
015000     perform 2100-TEST-BANKING-DAY
015100         thru 2100-EXIT.
015200     if WS-CLOSED-DAY
015300         perform 2200-SKIP-CLOSED-DAYS
015400             thru 2200-EXIT
015500         if not BDAY-FOUND of LK-BDAY-PARAMETERS
015600             go to 2000-EXIT
015700         end-if
015800     end-if.
015900     move WS-DATE-WORK to BDAY-BANKING-DATE of LK-BDAY-PARAMETERS.
016000     move BDAY-INPUT-DATE of LK-BDAY-PARAMETERS to WS-DATE-WORK.
016100     perform 2510-ADVANCE-ONE-DAY
016200         thru 2510-EXIT.
016300     perform 2100-TEST-BANKING-DAY
016400         thru 2100-EXIT.
016500     if WS-CLOSED-DAY
016600         perform 2200-SKIP-CLOSED-DAYS
016700             thru 2200-EXIT
016800         if not BDAY-FOUND of LK-BDAY-PARAMETERS
016900             move zero to BDAY-BANKING-DATE of LK-BDAY-PARAMETERS
017000             go to 2000-EXIT
017100         end-if
017200     end-if.
017300     move WS-DATE-WORK to BDAY-NEXT-DATE of LK-BDAY-PARAMETERS.
017400 2000-EXIT.
017500     exit.
017600
017700*----------------------------------------------------------------*
017800*  2100-TEST-BANKING-DAY - IS THE DATE IN WS-DATE-WORK A BANKING *
017900*  DAY?  NOT ON A SATURDAY OR SUNDAY, NOR ON A CALENDAR HOLIDAY. *
018000*----------------------------------------------------------------*
018100 2100-TEST-BANKING-DAY.
018200     set WS-BANKING-DAY to true.
018300     perform 2350-DATE-TO-DAYS
018400         thru 2350-EXIT.
018500     divide WS-DAYS-WORK by 7
018600         giving WS-WEEK-QUOTIENT
018700         remainder WS-WEEKDAY.
018800     if WS-WEEKEND
018900         set WS-CLOSED-DAY to true
019000         go to 2100-EXIT
019100     end-if.
019200     move WS-DATE-WORK to HOLI-DATE of HC-RECORD.
019300     read HOLIDAY-FILE
019400         invalid key
019500             continue
019600         not invalid key
019700             set WS-CLOSED-DAY to true
019800     end-read.
019900 2100-EXIT.
020000     exit.
020100
020200*----------------------------------------------------------------*
020300*  2200-SKIP-CLOSED-DAYS - MOVE WS-DATE-WORK ON, A DAY AT A      *
020400*  TIME, TO THE NEXT BANKING DAY.  A RUN OF CLOSED DAYS LONGER   *
020500*  THAN WS-MAX-CLOSED-DAYS FAILS THE CALL.                       *
020600*----------------------------------------------------------------*
020700 2200-SKIP-CLOSED-DAYS.
020800     move zero to WS-CLOSED-COUNT.
020900     perform 2210-TRY-NEXT-DAY
021000         thru 2210-EXIT
021100         until WS-BANKING-DAY
021200            or WS-CLOSED-COUNT > WS-MAX-CLOSED-DAYS.
021300     if WS-CLOSED-DAY
021400         set BDAY-CALENDAR-FULL of LK-BDAY-PARAMETERS to true
021500     end-if.
021600 2200-EXIT.
021700     exit.
021800
021900*----------------------------------------------------------------*
022000*  2210-TRY-NEXT-DAY - ONE DAY ON, AND TEST IT.                  *
022100*----------------------------------------------------------------*
022200 2210-TRY-NEXT-DAY.
022300     add 1 to WS-CLOSED-COUNT.
022400     perform 2510-ADVANCE-ONE-DAY
022500         thru 2510-EXIT.
022600     perform 2100-TEST-BANKING-DAY
022700         thru 2100-EXIT.
022800 2210-EXIT.
022900     exit.
023000
023100*----------------------------------------------------------------*
023200*  2350-DATE-TO-DAYS - TURN THE CALENDAR DATE IN WS-DATE-WORK    *
023300*  INTO A RUNNING DAY COUNT, AS SOLDEBAT'S 2350 DOES.            *
023400*----------------------------------------------------------------*
023500 2350-DATE-TO-DAYS.
023600     compute WS-YEAR-PRIOR = WS-DW-YEAR - 1.
023700     compute WS-DAYS-WORK = WS-DW-YEAR * 365.
023800     divide WS-YEAR-PRIOR by 4
023900         giving WS-LEAP-QUOTIENT.
024000     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
024100     divide WS-YEAR-PRIOR by 100
024200         giving WS-LEAP-QUOTIENT.
024300     subtract WS-LEAP-QUOTIENT from WS-DAYS-WORK.
024400     divide WS-YEAR-PRIOR by 400
024500         giving WS-LEAP-QUOTIENT.
024600     add WS-LEAP-QUOTIENT to WS-DAYS-WORK.
024700     add WS-MONTH-OFFSET (WS-DW-MONTH) to WS-DAYS-WORK.
024800     add WS-DW-DAY to WS-DAYS-WORK.
024900     if WS-DW-MONTH > 2
025000         divide WS-DW-YEAR by 4
025100             giving WS-LEAP-QUOTIENT
025200             remainder WS-LEAP-REMAINDER
025300         if WS-LEAP-REMAINDER = zero
025400             divide WS-DW-YEAR by 100
025500                 giving WS-LEAP-QUOTIENT
025600                 remainder WS-LEAP-REMAINDER
025700             if WS-LEAP-REMAINDER not = zero
025800                 add 1 to WS-DAYS-WORK
025900             else
026000                 divide WS-DW-YEAR by 400
026100                     giving WS-LEAP-QUOTIENT
026200                     remainder WS-LEAP-REMAINDER
026300                 if WS-LEAP-REMAINDER = zero
026400                     add 1 to WS-DAYS-WORK
026500                 end-if
026600             end-if
026700         end-if
026800     end-if.
026900 2350-EXIT.
027000     exit.
027100
027200*----------------------------------------------------------------*
027300*  2510-ADVANCE-ONE-DAY - ADD ONE CALENDAR DAY TO WS-DATE-WORK,  *
027400*  ROLLING THE MONTH AND YEAR AS NEEDED, AS SORDGEN ADVANCES A   *
027500*  DUE DATE.                                                     *
027600*----------------------------------------------------------------*
027700 2510-ADVANCE-ONE-DAY.
027800     perform 2550-SET-MONTH-LENGTH
027900         thru 2550-EXIT.
028000     add 1 to WS-DW-DAY.
028100     if WS-DW-DAY > WS-MONTH-DAYS
028200         move 01 to WS-DW-DAY
028300         add 1 to WS-DW-MONTH
028400         if WS-DW-MONTH > 12
028500             move 01 to WS-DW-MONTH
028600             add 1 to WS-DW-YEAR
028700         end-if
028800     end-if.
028900 2510-EXIT.
029000     exit.
029100
029200*----------------------------------------------------------------*
029300*  2550-SET-MONTH-LENGTH - LENGTH OF THE MONTH IN WS-DATE-WORK,  *
029400*  WITH FEBRUARY STRETCHED TO 29 IN A LEAP YEAR (DIVISIBLE BY 4, *
029500*  EXCEPT CENTURIES NOT DIVISIBLE BY 400).                       *
029600*----------------------------------------------------------------*
029700 2550-SET-MONTH-LENGTH.
029800     move WS-MONTH-LENGTH (WS-DW-MONTH) to WS-MONTH-DAYS.
029900     if WS-DW-MONTH not = 02
030000         go to 2550-EXIT
030100     end-if.
030200     divide WS-DW-YEAR by 4
030300         giving WS-LEAP-QUOTIENT
030400         remainder WS-LEAP-REMAINDER.
030500     if WS-LEAP-REMAINDER not = zero
030600         go to 2550-EXIT
030700     end-if.
030800     divide WS-DW-YEAR by 100
030900         giving WS-LEAP-QUOTIENT
031000         remainder WS-LEAP-REMAINDER.
031100     if WS-LEAP-REMAINDER not = zero
031200         move 29 to WS-MONTH-DAYS
031300         go to 2550-EXIT
031400     end-if.
031500     divide WS-DW-YEAR by 400
031600         giving WS-LEAP-QUOTIENT
031700         remainder WS-LEAP-REMAINDER.
031800     if WS-LEAP-REMAINDER = zero
031900         move 29 to WS-MONTH-DAYS
032000     end-if.
032100 2550-EXIT.
032200     exit.
032300
032400*----------------------------------------------------------------*
032500*  9999-TERMINATE - CLOSE THE CALENDAR BEFORE RETURNING TO THE   *
032600*  CALLER.                                                       *
032700*----------------------------------------------------------------*
032800 9999-TERMINATE.
032900     if WS-CALENDAR-OPEN
033000         close HOLIDAY-FILE
033100     end-if.
033200 9999-EXIT.
033300     exit.
033400
033500*----------------------------------------------------------------*
033600*  9910-HOLIFILE-OPEN-ERROR - NO BANKING DAY CAN BE TRUSTED      *
033700*  WITHOUT THE HOLIDAY CALENDAR; ABEND THE RUN.                  *
033800*----------------------------------------------------------------*
033900 9910-HOLIFILE-OPEN-ERROR.
034000     display "BANKDAY - CANNOT OPEN HOLIFILE, STATUS="
034100         WS-HOLIFILE-STATUS.
034200     stop run.
034300 9910-EXIT.
034400     exit.
