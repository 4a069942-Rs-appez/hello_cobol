000100 identification division.
000200 program-id. HIDXROLL.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - YEAR-END ROLLOVER OF THE *
001000*                     TRANHIDX KEYED HISTORY, RUN ONCE THE       *
001100*                     ROLLED TRANHIST HAS REPLACED THE OLD ONE.  *
001200*                     LOADS EACH ACCOUNT'S NEW BALANCE-FORWARD   *
001300*                     RECORD FROM TRANHIST, THEN PRUNES TRANHIDX *
001400*                     TO THE RETENTION WINDOW ON THE ROLLPARM    *
001500*                     MEMBER (13 MONTHS BY DEFAULT, NEVER UNDER  *
001600*                     THE 12 MONTHS TRANEDIT STILL ACCEPTS AN    *
001700*                     ENTRY DATE FOR, SO EVERY REFERENCE ITS     *
001800*                     DUPLICATE SCREEN CAN MEET STAYS ON FILE).  *
001900*                     THE CLOSED YEAR'S ENTRIES IT KEEPS ARE     *
002000*                     MARKED AS INSIDE THE BALANCE FORWARD       *
002100*                     (THIST-IN-BALANCE-FWD) SO NO BALANCE IS    *
002200*                     EVER BUILT FROM BOTH.  A RERUN FINDS THE   *
002300*                     BALANCE FORWARDS ALREADY ON FILE AND       *
002400*                     CHANGES NOTHING MORE.                      *
002500*----------------------------------------------------------------*
002600
002700 environment division.
002800 configuration section.
002900 special-names.
003000     decimal-point is comma.
003100
003200 input-output section.
003300 file-control.
003400     select TRANHIST-FILE assign to "TRANHIST"
003500         organization is sequential
003600         access mode is sequential
003700         file status is WS-TRANHIST-STATUS.
003800
003900     select ROLLPARM-FILE assign to "ROLLPARM"
004000         organization is line sequential
004100         file status is WS-ROLLPARM-STATUS.
004200
004300     select HIST-INDEX-FILE assign to "TRANHIDX"
004400         organization is indexed
004500         access mode is dynamic
004600         record key is THIST-KEY
004700         alternate record key is THIST-REFERENCE
004800         file status is WS-HISTIDX-STATUS.
004900
005000 data division.
005100 file section.
005200 fd  TRANHIST-FILE
005300     label records are standard
005400     record contains 35 characters.
005500 01  TR-RECORD.
005600     copy TRANREC.
005700
005800 fd  ROLLPARM-FILE
005900     label records are omitted
006000     record contains 80 characters.
006100 01  RL-RECORD.
006200     05  RL-CLOSED-YEAR         pic 9(04).
006300     05  filler                 pic x(01).
006400     05  RL-RETAIN-MONTHS       pic 9(02).
006500     05  filler                 pic x(73).
006600
006700 fd  HIST-INDEX-FILE
006800     label records are standard
006900     record contains 40 characters.
007000 01  HX-RECORD.
007100     copy THISTREC.
007200
007300 working-storage section.
007400 01  WS-TRANHIST-STATUS         pic x(02).
007500     88  WS-TRANHIST-OK             value "00".
007600
007700 01  WS-ROLLPARM-STATUS         pic x(02).
007800     88  WS-ROLLPARM-OK             value "00".
007900
008000 01  WS-HISTIDX-STATUS          pic x(02).
008100     88  WS-HISTIDX-OK              value "00".
008200     88  WS-HISTIDX-DUPLICATE       value "22".
008300
008400 01  WS-SWITCHES.
008500     05  WS-TRANHIST-EOF-SW     pic x(01).
008600         88  WS-TRANHIST-EOF        value "Y".
008700         88  WS-TRANHIST-NOT-EOF    value "N".
008800     05  WS-HISTIDX-EOF-SW      pic x(01).
008900         88  WS-HISTIDX-EOF         value "Y".
009000         88  WS-HISTIDX-NOT-EOF     value "N".
009100
009200 01  WS-RUN-DATE                pic 9(08).
009300 01  WS-RUN-DATE-SPLIT redefines WS-RUN-DATE.
009400     05  WS-RD-YEAR             pic 9(04).
009500     05  WS-RD-MONTH            pic 9(02).
009600     05  WS-RD-DAY              pic 9(02).
009700
009800*----------------------------------------------------------------*
009900*  THE CLOSED YEAR'S CUT-OFF AND THE RETENTION LIMIT: ENTRIES    *
010000*  DATED BEFORE THE LIMIT LEAVE TRANHIDX.  THE LIMIT IS THE RUN  *
010100*  DATE LESS THE RETENTION MONTHS, NEVER LATER THAN THE CUT-OFF, *
010200*  SO THE NEW BALANCE FORWARDS ARE NEVER PRUNED.                 *
010300*----------------------------------------------------------------*
010400 01  WS-CLOSED-YEAR             pic 9(04).
010500 01  WS-CUTOFF-DATE             pic 9(08).
010600 01  WS-CUTOFF-SPLIT redefines WS-CUTOFF-DATE.
010700     05  WS-CO-YEAR             pic 9(04).
010800     05  WS-CO-MONTH-DAY        pic 9(04).
010900 01  WS-RETAIN-MONTHS           pic 9(02).
011000 01  WS-RETAIN-LIMIT            pic 9(08).
011100 01  WS-RETAIN-SPLIT redefines WS-RETAIN-LIMIT.
011200     05  WS-RL-YEAR             pic 9(04).
011300     05  WS-RL-MONTH            pic 9(02).
011400     05  WS-RL-DAY              pic 9(02).
011500 01  WS-MONTH-NUMBER            pic 9(07) usage comp.
011600 01  WS-MONTH-OF-YEAR           pic 9(02).
011700
011800 01  WS-FORWARD-LOADED          pic 9(07) usage comp.
011900 01  WS-FORWARD-PRESENT         pic 9(07) usage comp.
012000 01  WS-PURGED-COUNT            pic 9(07) usage comp.
012100 01  WS-MARKED-COUNT            pic 9(07) usage comp.
012200 01  WS-KEPT-COUNT              pic 9(07) usage comp.
012300
012400 procedure division.
012500 0000-MAINLINE.
012600     perform 1000-INITIALIZE
012700         thru 1000-EXIT.
012800     perform 2000-LOAD-ONE-FORWARD
012900         thru 2000-EXIT
013000         until WS-TRANHIST-EOF.
013100     perform 3000-PRUNE-KEYED-HISTORY
013200         thru 3000-EXIT.
013300     perform 9999-TERMINATE
013400         thru 9999-EXIT.
013500     stop run.
013600
013700*----------------------------------------------------------------*
013800*  1000-INITIALIZE - SETTLE THE CUT-OFF AND THE RETENTION LIMIT, *
013900*  AND OPEN THE ROLLED TRANHIST AND THE KEYED HISTORY.           *
014000*----------------------------------------------------------------*
014100 1000-INITIALIZE.
014200     move zero to WS-FORWARD-LOADED.
014300     move zero to WS-FORWARD-PRESENT.
014400     move zero to WS-PURGED-COUNT.
014500     move zero to WS-MARKED-COUNT.
014600     move zero to WS-KEPT-COUNT.
014700     set WS-TRANHIST-NOT-EOF to true.
014800     accept WS-RUN-DATE from date yyyymmdd.
014900     perform 1100-READ-ROLL-PARM
015000         thru 1100-EXIT.
015100     move WS-CLOSED-YEAR to WS-CO-YEAR.
015200     move 1231 to WS-CO-MONTH-DAY.
015300     perform 1200-SET-RETAIN-LIMIT
015400         thru 1200-EXIT.
015500     open input TRANHIST-FILE.
015600     if not WS-TRANHIST-OK
015700         perform 9910-TRANHIST-OPEN-ERROR
015800             thru 9910-EXIT
015900     end-if.
016000     open i-o HIST-INDEX-FILE.
016100     if not WS-HISTIDX-OK
016200         perform 9920-HISTIDX-OPEN-ERROR
016300             thru 9920-EXIT
016400     end-if.
016500 1000-EXIT.
016600     exit.
016700
016800*----------------------------------------------------------------*
016900*  1100-READ-ROLL-PARM - THE ROLLPARM MEMBER TRANROLL READ: THE  *
017000*  CLOSED YEAR IN COLUMNS 1-4 (THE YEAR BEFORE THE RUN DATE      *
017100*  WITHOUT ONE) AND THE RETENTION IN MONTHS IN COLUMNS 6-7 (13   *
017200*  WITHOUT ONE, 12 AT LEAST).                                    *
017300*----------------------------------------------------------------*
017400 1100-READ-ROLL-PARM.
017500     compute WS-CLOSED-YEAR = WS-RD-YEAR - 1.
017600     move 13 to WS-RETAIN-MONTHS.
017700     open input ROLLPARM-FILE.
017800     if not WS-ROLLPARM-OK
017900         go to 1100-EXIT
018000     end-if.
018100     read ROLLPARM-FILE
018200         at end
018300             continue
018400         not at end
018500             if RL-CLOSED-YEAR of RL-RECORD is numeric
018600                and RL-CLOSED-YEAR of RL-RECORD > zero
018700                and RL-CLOSED-YEAR of RL-RECORD < WS-RD-YEAR
018800                 move RL-CLOSED-YEAR of RL-RECORD
018900                     to WS-CLOSED-YEAR
019000             end-if
019100             if RL-RETAIN-MONTHS of RL-RECORD is numeric
019200                and RL-RETAIN-MONTHS of RL-RECORD not < 12
019300                 move RL-RETAIN-MONTHS of RL-RECORD
019400                     to WS-RETAIN-MONTHS
019500             end-if
019600     end-read.
019700     close ROLLPARM-FILE.
019800 1100-EXIT.
019900     exit.
020000
020100*----------------------------------------------------------------*
020200*  1200-SET-RETAIN-LIMIT - COUNT BACK THE RETENTION MONTHS FROM  *
020300*  THE RUN DATE, KEEPING ITS DAY OF THE MONTH, THEN HOLD THE     *
020400*  LIMIT AT THE CUT-OFF FOR A LATE RUN ON AN OLD YEAR.           *
020500*----------------------------------------------------------------*
020600 1200-SET-RETAIN-LIMIT.
020700     compute WS-MONTH-NUMBER = WS-RD-YEAR * 12
020800                             + WS-RD-MONTH - 1
020900                             - WS-RETAIN-MONTHS.
021000     divide WS-MONTH-NUMBER by 12
021100         giving WS-RL-YEAR
021200         remainder WS-MONTH-OF-YEAR.
021300     add 1 to WS-MONTH-OF-YEAR
021400         giving WS-RL-MONTH.
021500     move WS-RD-DAY to WS-RL-DAY.
021600     if WS-RETAIN-LIMIT > WS-CUTOFF-DATE
021700         move WS-CUTOFF-DATE to WS-RETAIN-LIMIT
021800     end-if.
021900 1200-EXIT.
022000     exit.
022100
022200*----------------------------------------------------------------*
022300*  2000-LOAD-ONE-FORWARD - READ THE NEXT TRANHIST ENTRY AND, WHEN*
022400*  IT IS ONE OF THE NEW BALANCE FORWARDS ("B" REFERENCE DATED AT *
022500*  THE CUT-OFF), ADD IT TO THE KEYED HISTORY THE WAY EODPOST     *
022600*  ADDS A POSTED ENTRY.  ONE ALREADY THERE (A RERUN) IS COUNTED  *
022700*  AND LEFT AS IT IS.                                            *
022800*----------------------------------------------------------------*
022900 2000-LOAD-ONE-FORWARD.
023000     read TRANHIST-FILE
023100         at end
023200             set WS-TRANHIST-EOF to true
023300             go to 2000-EXIT
023400     end-read.
023500     if TRAN-REFERENCE of TR-RECORD (1:1) not = "B"
023600        or TRAN-DATE of TR-RECORD not = WS-CUTOFF-DATE
023700         go to 2000-EXIT
023800     end-if.
023900     initialize HX-RECORD.
024000     move TRAN-ACCOUNT-NUMBER of TR-RECORD
024100         to THIST-ACCOUNT-NUMBER of HX-RECORD.
024200     move TRAN-DATE of TR-RECORD to THIST-DATE of HX-RECORD.
024300     move TRAN-REFERENCE of TR-RECORD
024400         to THIST-REFERENCE of HX-RECORD.
024500     move TRAN-TYPE of TR-RECORD to THIST-TYPE of HX-RECORD.
024600     move TRAN-AMOUNT of TR-RECORD to THIST-AMOUNT of HX-RECORD.
024700     write HX-RECORD.
024800     evaluate true
024900         when WS-HISTIDX-OK
025000             add 1 to WS-FORWARD-LOADED
025100         when WS-HISTIDX-DUPLICATE
025200             add 1 to WS-FORWARD-PRESENT
025300         when other
025400             perform 9930-HISTIDX-IO-ERROR
025500                 thru 9930-EXIT
025600     end-evaluate.
025700 2000-EXIT.
025800     exit.
025900
026000*----------------------------------------------------------------*
026100*  3000-PRUNE-KEYED-HISTORY - READ THE WHOLE KEYED HISTORY IN    *
026200*  KEY ORDER, PRUNING AND MARKING AS IT GOES.                    *
026300*----------------------------------------------------------------*
026400 3000-PRUNE-KEYED-HISTORY.
026500     set WS-HISTIDX-NOT-EOF to true.
026600     move low-values to THIST-KEY of HX-RECORD.
026700     start HIST-INDEX-FILE
026800         key is not less than THIST-KEY of HX-RECORD
026900         invalid key
027000             set WS-HISTIDX-EOF to true
027100     end-start.
027200     perform 3100-PRUNE-ONE-ENTRY
027300         thru 3100-EXIT
027400         until WS-HISTIDX-EOF.
027500 3000-EXIT.
027600     exit.
027700
027800*----------------------------------------------------------------*
027900*  3100-PRUNE-ONE-ENTRY - AN ENTRY DATED BEFORE THE RETENTION    *
028000*  LIMIT LEAVES THE FILE (IT STAYS ON ITS ARCHIVE GENERATION).   *
028100*  A KEPT ENTRY OF THE CLOSED YEAR, OR OF AN EARLIER ONE, IS     *
028200*  MARKED AS INSIDE THE BALANCE FORWARD - ALL BUT THE NEW        *
028300*  BALANCE FORWARD ITSELF, WHICH NOW CARRIES THE ACCOUNT.        *
028400*----------------------------------------------------------------*
028500 3100-PRUNE-ONE-ENTRY.
028600     read HIST-INDEX-FILE next record
028700         at end
028800             set WS-HISTIDX-EOF to true
028900             go to 3100-EXIT
029000     end-read.
029100     if THIST-DATE of HX-RECORD < WS-RETAIN-LIMIT
029200         delete HIST-INDEX-FILE record
029300         if not WS-HISTIDX-OK
029400             perform 9930-HISTIDX-IO-ERROR
029500                 thru 9930-EXIT
029600         end-if
029700         add 1 to WS-PURGED-COUNT
029800         go to 3100-EXIT
029900     end-if.
030000     add 1 to WS-KEPT-COUNT.
030100     if THIST-DATE of HX-RECORD > WS-CUTOFF-DATE
030200        or THIST-IN-BALANCE-FWD of HX-RECORD
030300         go to 3100-EXIT
030400     end-if.
030500     if THIST-REFERENCE of HX-RECORD (1:1) = "B"
030600        and THIST-DATE of HX-RECORD = WS-CUTOFF-DATE
030700         go to 3100-EXIT
030800     end-if.
030900     set THIST-IN-BALANCE-FWD of HX-RECORD to true.
031000     rewrite HX-RECORD.
031100     if not WS-HISTIDX-OK
031200         perform 9930-HISTIDX-IO-ERROR
031300             thru 9930-EXIT
031400     end-if.
031500     add 1 to WS-MARKED-COUNT.
031600 3100-EXIT.
031700     exit.
031800
031900*----------------------------------------------------------------*
032000*  9999-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.       *
032100*----------------------------------------------------------------*
032200 9999-TERMINATE.
032300     close TRANHIST-FILE.
032400     close HIST-INDEX-FILE.
032500     display "HIDXROLL - YEAR " WS-CLOSED-YEAR " - "
032600         WS-FORWARD-LOADED " BALANCE FORWARD(S) LOADED, "
032700         WS-FORWARD-PRESENT " ALREADY ON FILE.".
032800     display "HIDXROLL - " WS-PURGED-COUNT
032900         " ENTRY(IES) PURGED BEFORE " WS-RETAIN-LIMIT ", "
033000         WS-KEPT-COUNT " KEPT, " WS-MARKED-COUNT
033100         " MARKED IN BALANCE FORWARD.".
033200 9999-EXIT.
033300     exit.
033400
033500*----------------------------------------------------------------*
033600*  9910-TRANHIST-OPEN-ERROR - NO ROLLED TRANHIST TO TAKE THE     *
033700*  BALANCE FORWARDS FROM; ABEND BEFORE TRANHIDX IS TOUCHED.      *
033800*----------------------------------------------------------------*
033900 9910-TRANHIST-OPEN-ERROR.
034000     display "HIDXROLL - CANNOT OPEN TRANHIST, STATUS="
034100         WS-TRANHIST-STATUS.
034200     stop run.
034300 9910-EXIT.
034400     exit.
034500
034600*----------------------------------------------------------------*
034700*  9920-HISTIDX-OPEN-ERROR - THE KEYED HISTORY WILL NOT OPEN;    *
034800*  ABEND THE RUN.                                                *
034900*----------------------------------------------------------------*
035000 9920-HISTIDX-OPEN-ERROR.
035100     display "HIDXROLL - CANNOT OPEN TRANHIDX, STATUS="
035200         WS-HISTIDX-STATUS.
035300     stop run.
035400 9920-EXIT.
035500     exit.
035600
035700*----------------------------------------------------------------*
035800*  9930-HISTIDX-IO-ERROR - A WRITE, DELETE OR REWRITE ON THE     *
035900*  KEYED HISTORY FAILED; ABEND.  A RESUBMIT OF THE STEP PICKS UP *
036000*  WHERE THIS ONE STOPPED.                                       *
036100*----------------------------------------------------------------*
036200 9930-HISTIDX-IO-ERROR.
036300     display "HIDXROLL - CANNOT UPDATE TRANHIDX, STATUS="
036400         WS-HISTIDX-STATUS " KEY=" THIST-KEY of HX-RECORD.
036500     stop run.
036600 9930-EXIT.
036700     exit.
