000100 identification division.
000200 program-id. TRANROLL.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - YEAR-END ROLLOVER OF THE *
001000*                     CUMULATIVE TRANHIST ARCHIVE.  SORTS        *
001100*                     TRANHIST INTO ACCOUNT AND DATE ORDER AND   *
001200*                     SPLITS IT AT THE LAST DAY OF THE CLOSED    *
001300*                     YEAR: EVERY ENTRY UP TO THAT DAY GOES TO   *
001400*                     THE YEAR'S ARCHIVE GENERATION (HISTARC),   *
001500*                     AND THE NEW TRANHIST (ROLLNEW) STARTS EACH *
001600*                     ACCOUNT WITH ONE BALANCE-FORWARD RECORD    *
001700*                     ("B" REFERENCE, DATED AT THAT DAY)         *
001800*                     CARRYING ITS CLOSING BALANCE, FOLLOWED BY  *
001900*                     ITS LATER ENTRIES.                         *
002000*                     CONTROL TOTALS (COUNT AND NET PER FILE)    *
002100*                     GO TO ROLLCTL FOR ROLLPRF TO PROVE BEFORE  *
002200*                     THE NEW TRANHIST REPLACES THE OLD ONE.  A  *
002300*                     YEAR ALREADY ROLLED IS REFUSED RC=8 BEFORE *
002400*                     ANYTHING IS WRITTEN.                       *
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
004300     select SORTED-FILE assign to "ROLLSRT"
004400         organization is sequential
004500         access mode is sequential
004600         file status is WS-SORTED-STATUS.
004700
004800     select SORT-FILE assign to "SORTWK".
004900
005000     select ARCHIVE-FILE assign to "HISTARC"
005100         organization is sequential
005200         access mode is sequential
005300         file status is WS-ARCHIVE-STATUS.
005400
005500     select NEWHIST-FILE assign to "ROLLNEW"
005600         organization is sequential
005700         access mode is sequential
005800         file status is WS-NEWHIST-STATUS.
005900
006000     select CONTROL-FILE assign to "ROLLCTL"
006100         organization is sequential
006200         access mode is sequential
006300         file status is WS-CONTROL-STATUS.
006400
006500 data division.
006600 file section.
006700 fd  TRANHIST-FILE
006800     label records are standard
006900     record contains 35 characters.
007000 01  TH-RECORD                  pic x(35).
007100
007200 fd  ROLLPARM-FILE
007300     label records are omitted
007400     record contains 80 characters.
007500 01  RL-RECORD.
007600     05  RL-CLOSED-YEAR         pic 9(04).
007700     05  filler                 pic x(76).
007800
007900 fd  SORTED-FILE
008000     label records are standard
008100     record contains 35 characters.
008200 01  TR-RECORD.
008300     copy TRANREC.
008400
008500 sd  SORT-FILE.
008600 01  SRT-RECORD.
008700     05  SRT-ACCOUNT-NUMBER     pic x(10).
008800     05  SRT-DATE               pic 9(08).
008900     05  filler                 pic x(17).
009000
009100 fd  ARCHIVE-FILE
009200     label records are standard
009300     record contains 35 characters.
009400 01  AR-RECORD                  pic x(35).
009500
009600 fd  NEWHIST-FILE
009700     label records are standard
009800     record contains 35 characters.
009900 01  NH-RECORD.
010000     copy TRANREC.
010100
010200 fd  CONTROL-FILE
010300     label records are standard
010400     record contains 40 characters.
010500 01  RC-RECORD.
010600     copy ROLLREC.
010700
010800 working-storage section.
010900 01  WS-TRANHIST-STATUS         pic x(02).
011000     88  WS-TRANHIST-OK             value "00".
011100
011200 01  WS-ROLLPARM-STATUS         pic x(02).
011300     88  WS-ROLLPARM-OK             value "00".
011400
011500 01  WS-SORTED-STATUS           pic x(02).
011600     88  WS-SORTED-OK               value "00".
011700
011800 01  WS-ARCHIVE-STATUS          pic x(02).
011900     88  WS-ARCHIVE-OK              value "00".
012000
012100 01  WS-NEWHIST-STATUS          pic x(02).
012200     88  WS-NEWHIST-OK              value "00".
012300
012400 01  WS-CONTROL-STATUS          pic x(02).
012500     88  WS-CONTROL-OK              value "00".
012600
012700 01  WS-SWITCHES.
012800     05  WS-SORTED-EOF-SW       pic x(01).
012900         88  WS-SORTED-EOF          value "Y".
013000         88  WS-SORTED-NOT-EOF      value "N".
013100     05  WS-ROLLED-SW           pic x(01).
013200         88  WS-YEAR-ALREADY-ROLLED value "Y".
013300         88  WS-YEAR-OPEN           value "N".
013400
013500 01  WS-RUN-DATE                pic 9(08).
013600 01  WS-RUN-DATE-SPLIT redefines WS-RUN-DATE.
013700     05  WS-RD-YEAR             pic 9(04).
013800     05  filler                 pic 9(04).
013900
014000*----------------------------------------------------------------*
014100*  THE CLOSED YEAR AND ITS LAST DAY, THE CUT-OFF OF THE SPLIT.   *
014200*  THE BALANCE-FORWARD REFERENCE IS "B", THE YEAR'S LAST TWO     *
014300*  DIGITS AND A RUN SEQUENCE, UNIQUE ON THE TRANHIDX REFERENCE   *
014400*  KEY THE WAY EVERY POSTED REFERENCE MUST BE.                   *
014500*----------------------------------------------------------------*
014600 01  WS-CLOSED-YEAR             pic 9(04).
014700 01  WS-CUTOFF-DATE             pic 9(08).
014800 01  WS-CUTOFF-SPLIT redefines WS-CUTOFF-DATE.
014900     05  WS-CO-YEAR             pic 9(04).
015000     05  WS-CO-MONTH-DAY        pic 9(04).
015100 01  WS-BF-REFERENCE.
015200     05  WS-BF-PREFIX           pic x(01) value "B".
015300     05  WS-BF-YEAR             pic 9(02).
015400     05  WS-BF-SEQ              pic 9(07).
015500 01  WS-BF-LAST-DATE            pic 9(08).
015600
015700 01  WS-CUR-ACCOUNT-NUMBER      pic x(10).
015800 01  WS-ACCT-ARCHIVED           pic 9(07) usage comp.
015900 01  WS-ACCT-NET                pic s9(11)v99 usage comp-3.
016000 01  WS-ENTRY-NET               pic s9(11)v99 usage comp-3.
016100 01  WS-ACCOUNT-COUNT           pic 9(07) usage comp.
016200
016300*----------------------------------------------------------------*
016400*  CONTROL TOTALS OF THE ROLLOVER, WRITTEN TO ROLLCTL: WHAT WAS  *
016500*  READ, WHAT WENT TO THE ARCHIVE, THE BALANCE-FORWARD RECORDS   *
016600*  WRITTEN AND THE LATER ENTRIES RETAINED.                       *
016700*----------------------------------------------------------------*
016800 01  WS-INPUT-COUNT             pic 9(09) usage comp.
016900 01  WS-INPUT-NET               pic s9(13)v99 usage comp-3.
017000 01  WS-ARCHIVE-COUNT           pic 9(09) usage comp.
017100 01  WS-ARCHIVE-NET             pic s9(13)v99 usage comp-3.
017200 01  WS-FORWARD-COUNT           pic 9(09) usage comp.
017300 01  WS-FORWARD-NET             pic s9(13)v99 usage comp-3.
017400 01  WS-RETAINED-COUNT          pic 9(09) usage comp.
017500 01  WS-RETAINED-NET            pic s9(13)v99 usage comp-3.
017600
017700 procedure division.
017800 0000-MAINLINE.
017900     perform 1000-INITIALIZE
018000         thru 1000-EXIT.
018100     perform 2000-CHECK-ONE-ENTRY
018200         thru 2000-EXIT
018300         until WS-SORTED-EOF.
018400     if WS-YEAR-ALREADY-ROLLED
018500         perform 9000-REFUSE-ROLLOVER
018600             thru 9000-EXIT
018700         stop run
018800     end-if.
018900     perform 2900-OPEN-OUTPUTS
019000         thru 2900-EXIT.
019100     perform 3000-ROLL-ONE-ACCOUNT
019200         thru 3000-EXIT
019300         until WS-SORTED-EOF.
019400     perform 4000-WRITE-CONTROL-TOTALS
019500         thru 4000-EXIT.
019600     perform 9999-TERMINATE
019700         thru 9999-EXIT.
019800     stop run.
019900
020000*----------------------------------------------------------------*
020100*  1000-INITIALIZE - SETTLE THE CLOSED YEAR, SORT THE HISTORY    *
020200*  INTO ACCOUNT AND DATE ORDER AND OPEN THE SORTED COPY FOR THE  *
020300*  CHECKING PASS.                                                *
020400*----------------------------------------------------------------*
020500 1000-INITIALIZE.
020600     move zero to WS-INPUT-COUNT.
020700     move zero to WS-INPUT-NET.
020800     move zero to WS-ARCHIVE-COUNT.
020900     move zero to WS-ARCHIVE-NET.
021000     move zero to WS-FORWARD-COUNT.
021100     move zero to WS-FORWARD-NET.
021200     move zero to WS-RETAINED-COUNT.
021300     move zero to WS-RETAINED-NET.
021400     move zero to WS-ACCOUNT-COUNT.
021500     move zero to WS-BF-SEQ.
021600     move zero to WS-BF-LAST-DATE.
021700     set WS-YEAR-OPEN to true.
021800     accept WS-RUN-DATE from date yyyymmdd.
021900     perform 1100-READ-ROLL-PARM
022000         thru 1100-EXIT.
022100     move WS-CLOSED-YEAR to WS-CO-YEAR.
022200     move 1231 to WS-CO-MONTH-DAY.
022300     move WS-CLOSED-YEAR (3:2) to WS-BF-YEAR.
022400     open input TRANHIST-FILE.
022500     if not WS-TRANHIST-OK
022600         perform 9910-TRANHIST-OPEN-ERROR
022700             thru 9910-EXIT
022800     end-if.
022900     close TRANHIST-FILE.
023000     sort SORT-FILE
023100         on ascending key SRT-ACCOUNT-NUMBER
023200                          SRT-DATE
023300         using TRANHIST-FILE
023400         giving SORTED-FILE.
023500     perform 8100-OPEN-SORTED
023600         thru 8100-EXIT.
023700 1000-EXIT.
023800     exit.
023900
024000*----------------------------------------------------------------*
024100*  1100-READ-ROLL-PARM - THE CLOSED YEAR COMES FROM THE ROLLPARM *
024200*  MEMBER (COLUMNS 1-4); WITHOUT A USABLE ONE THE RUN CLOSES THE *
024300*  YEAR BEFORE THE RUN DATE, THE NORMAL JANUARY CASE.  ONLY A    *
024400*  YEAR ALREADY OVER CAN BE CLOSED.                              *
024500*----------------------------------------------------------------*
024600 1100-READ-ROLL-PARM.
024700     compute WS-CLOSED-YEAR = WS-RD-YEAR - 1.
024800     open input ROLLPARM-FILE.
024900     if not WS-ROLLPARM-OK
025000         go to 1100-EXIT
025100     end-if.
025200     read ROLLPARM-FILE
025300         at end
025400             continue
025500         not at end
025600             if RL-CLOSED-YEAR of RL-RECORD is numeric
025700                and RL-CLOSED-YEAR of RL-RECORD > zero
025800                and RL-CLOSED-YEAR of RL-RECORD < WS-RD-YEAR
025900                 move RL-CLOSED-YEAR of RL-RECORD
026000                     to WS-CLOSED-YEAR
026100             end-if
026200     end-read.
026300     close ROLLPARM-FILE.
026400 1100-EXIT.
026500     exit.
026600
026700*----------------------------------------------------------------*
026800*  2000-CHECK-ONE-ENTRY - CHECKING PASS OVER THE SORTED HISTORY: *
026900*  TAKE THE INPUT COUNT AND NET, AND LOOK FOR A BALANCE-FORWARD  *
027000*  RECORD DATED AT OR AFTER THE CUT-OFF - THE MARK OF A YEAR     *
027100*  ALREADY ROLLED, WHOSE ENTRIES ARE ALREADY IN ITS ARCHIVE AND  *
027200*  IN THE BALANCE FORWARD AND MUST NOT BE CARRIED TWICE.         *
027300*----------------------------------------------------------------*
027400 2000-CHECK-ONE-ENTRY.
027500     perform 8200-READ-SORTED
027600         thru 8200-EXIT.
027700     if WS-SORTED-EOF
027800         go to 2000-EXIT
027900     end-if.
028000     add 1 to WS-INPUT-COUNT.
028100     add WS-ENTRY-NET to WS-INPUT-NET.
028200     if TRAN-REFERENCE of TR-RECORD (1:1) = "B"
028300        and TRAN-DATE of TR-RECORD not < WS-CUTOFF-DATE
028400         set WS-YEAR-ALREADY-ROLLED to true
028500         if TRAN-DATE of TR-RECORD > WS-BF-LAST-DATE
028600             move TRAN-DATE of TR-RECORD to WS-BF-LAST-DATE
028700         end-if
028800     end-if.
028900 2000-EXIT.
029000     exit.
029100
029200*----------------------------------------------------------------*
029300*  2900-OPEN-OUTPUTS - REOPEN THE SORTED HISTORY FOR THE SPLIT,  *
029400*  OPEN THE ARCHIVE GENERATION, THE NEW TRANHIST AND THE CONTROL *
029500*  FILE, AND READ THE FIRST ENTRY AHEAD.                         *
029600*----------------------------------------------------------------*
029700 2900-OPEN-OUTPUTS.
029800     close SORTED-FILE.
029900     perform 8100-OPEN-SORTED
030000         thru 8100-EXIT.
030100     open output ARCHIVE-FILE.
030200     if not WS-ARCHIVE-OK
030300         perform 9930-ARCHIVE-ERROR
030400             thru 9930-EXIT
030500     end-if.
030600     open output NEWHIST-FILE.
030700     if not WS-NEWHIST-OK
030800         perform 9940-NEWHIST-ERROR
030900             thru 9940-EXIT
031000     end-if.
031100     open output CONTROL-FILE.
031200     if not WS-CONTROL-OK
031300         perform 9950-CONTROL-ERROR
031400             thru 9950-EXIT
031500     end-if.
031600     perform 8200-READ-SORTED
031700         thru 8200-EXIT.
031800 2900-EXIT.
031900     exit.
032000
032100*----------------------------------------------------------------*
032200*  3000-ROLL-ONE-ACCOUNT - SPLIT ONE ACCOUNT'S HISTORY.  ITS     *
032300*  ENTRIES UP TO THE CUT-OFF COME FIRST (DATE ORDER) AND GO TO   *
032400*  THE ARCHIVE; IF THERE WERE ANY, THEIR NET IS THE ACCOUNT'S    *
032500*  CLOSING BALANCE AND OPENS THE NEW TRANHIST AS ITS BALANCE-    *
032600*  FORWARD RECORD; THE ENTRIES AFTER THE CUT-OFF FOLLOW IT.      *
032700*----------------------------------------------------------------*
032800 3000-ROLL-ONE-ACCOUNT.
032900     move TRAN-ACCOUNT-NUMBER of TR-RECORD
033000         to WS-CUR-ACCOUNT-NUMBER.
033100     add 1 to WS-ACCOUNT-COUNT.
033200     move zero to WS-ACCT-ARCHIVED.
033300     move zero to WS-ACCT-NET.
033400     perform 3100-ARCHIVE-ONE-ENTRY
033500         thru 3100-EXIT
033600         until WS-SORTED-EOF
033700            or TRAN-ACCOUNT-NUMBER of TR-RECORD
033800               not = WS-CUR-ACCOUNT-NUMBER
033900            or TRAN-DATE of TR-RECORD > WS-CUTOFF-DATE.
034000     if WS-ACCT-ARCHIVED > zero
034100         perform 3200-WRITE-BALANCE-FORWARD
034200             thru 3200-EXIT
034300     end-if.
034400     perform 3300-RETAIN-ONE-ENTRY
034500         thru 3300-EXIT
034600         until WS-SORTED-EOF
034700            or TRAN-ACCOUNT-NUMBER of TR-RECORD
034800               not = WS-CUR-ACCOUNT-NUMBER.
034900 3000-EXIT.
035000     exit.
035100
035200*----------------------------------------------------------------*
035300*  3100-ARCHIVE-ONE-ENTRY - MOVE ONE CLOSED-YEAR ENTRY (AN       *
035400*  EARLIER BALANCE FORWARD INCLUDED) TO THE ARCHIVE GENERATION   *
035500*  AND INTO THE ACCOUNT'S CLOSING BALANCE.                       *
035600*----------------------------------------------------------------*
035700 3100-ARCHIVE-ONE-ENTRY.
035800     move TR-RECORD to AR-RECORD.
035900     write AR-RECORD.
036000     if not WS-ARCHIVE-OK
036100         perform 9930-ARCHIVE-ERROR
036200             thru 9930-EXIT
036300     end-if.
036400     add 1 to WS-ACCT-ARCHIVED.
036500     add WS-ENTRY-NET to WS-ACCT-NET.
036600     add 1 to WS-ARCHIVE-COUNT.
036700     add WS-ENTRY-NET to WS-ARCHIVE-NET.
036800     perform 8200-READ-SORTED
036900         thru 8200-EXIT.
037000 3100-EXIT.
037100     exit.
037200
037300*----------------------------------------------------------------*
037400*  3200-WRITE-BALANCE-FORWARD - OPEN THE ACCOUNT ON THE NEW      *
037500*  TRANHIST WITH ITS CLOSING BALANCE AT THE CUT-OFF: A CREDIT,   *
037600*  OR A DEBIT WHEN THE ACCOUNT CLOSED THE YEAR OVERDRAWN.  AN    *
037700*  ACCOUNT THAT CLOSED AT ZERO STILL GETS ITS RECORD, SO EVERY   *
037800*  ACCOUNT WITH A CLOSED YEAR SHOWS WHERE ITS NEW YEAR STARTS.   *
037900*----------------------------------------------------------------*
038000 3200-WRITE-BALANCE-FORWARD.
038100     add 1 to WS-BF-SEQ.
038200     move WS-CUR-ACCOUNT-NUMBER
038300         to TRAN-ACCOUNT-NUMBER of NH-RECORD.
038400     move WS-CUTOFF-DATE to TRAN-DATE of NH-RECORD.
038500     if WS-ACCT-NET < zero
038600         set TRAN-DEBIT of NH-RECORD to true
038700         compute TRAN-AMOUNT of NH-RECORD = zero - WS-ACCT-NET
038800     else
038900         set TRAN-CREDIT of NH-RECORD to true
039000         move WS-ACCT-NET to TRAN-AMOUNT of NH-RECORD
039100     end-if.
039200     move WS-BF-REFERENCE to TRAN-REFERENCE of NH-RECORD.
039300     write NH-RECORD.
039400     if not WS-NEWHIST-OK
039500         perform 9940-NEWHIST-ERROR
039600             thru 9940-EXIT
039700     end-if.
039800     add 1 to WS-FORWARD-COUNT.
039900     add WS-ACCT-NET to WS-FORWARD-NET.
040000 3200-EXIT.
040100     exit.
040200
040300*----------------------------------------------------------------*
040400*  3300-RETAIN-ONE-ENTRY - CARRY ONE ENTRY DATED AFTER THE       *
040500*  CUT-OFF TO THE NEW TRANHIST UNCHANGED.                        *
040600*----------------------------------------------------------------*
040700 3300-RETAIN-ONE-ENTRY.
040800     move TR-RECORD to NH-RECORD.
040900     write NH-RECORD.
041000     if not WS-NEWHIST-OK
041100         perform 9940-NEWHIST-ERROR
041200             thru 9940-EXIT
041300     end-if.
041400     add 1 to WS-RETAINED-COUNT.
041500     add WS-ENTRY-NET to WS-RETAINED-NET.
041600     perform 8200-READ-SORTED
041700         thru 8200-EXIT.
041800 3300-EXIT.
041900     exit.
042000
042100*----------------------------------------------------------------*
042200*  4000-WRITE-CONTROL-TOTALS - ONE CONTROL RECORD PER FILE OF    *
042300*  THE ROLLOVER, INPUT FIRST.                                    *
042400*----------------------------------------------------------------*
042500 4000-WRITE-CONTROL-TOTALS.
042600     initialize RC-RECORD.
042700     set ROLL-INPUT-RECORD of RC-RECORD to true.
042800     move WS-INPUT-COUNT to ROLL-RECORD-COUNT of RC-RECORD.
042900     move WS-INPUT-NET to ROLL-NET-TOTAL of RC-RECORD.
043000     perform 4100-WRITE-ONE-CONTROL
043100         thru 4100-EXIT.
043200     initialize RC-RECORD.
043300     set ROLL-ARCHIVE-RECORD of RC-RECORD to true.
043400     move WS-ARCHIVE-COUNT to ROLL-RECORD-COUNT of RC-RECORD.
043500     move WS-ARCHIVE-NET to ROLL-NET-TOTAL of RC-RECORD.
043600     perform 4100-WRITE-ONE-CONTROL
043700         thru 4100-EXIT.
043800     initialize RC-RECORD.
043900     set ROLL-FORWARD-RECORD of RC-RECORD to true.
044000     move WS-FORWARD-COUNT to ROLL-RECORD-COUNT of RC-RECORD.
044100     move WS-FORWARD-NET to ROLL-NET-TOTAL of RC-RECORD.
044200     perform 4100-WRITE-ONE-CONTROL
044300         thru 4100-EXIT.
044400     initialize RC-RECORD.
044500     set ROLL-RETAINED-RECORD of RC-RECORD to true.
044600     move WS-RETAINED-COUNT to ROLL-RECORD-COUNT of RC-RECORD.
044700     move WS-RETAINED-NET to ROLL-NET-TOTAL of RC-RECORD.
044800     perform 4100-WRITE-ONE-CONTROL
044900         thru 4100-EXIT.
045000 4000-EXIT.
045100     exit.
045200
045300*----------------------------------------------------------------*
045400*  4100-WRITE-ONE-CONTROL - STAMP ONE CONTROL RECORD WITH THE    *
045500*  CLOSED YEAR, THE CUT-OFF AND THE RUN DATE, AND WRITE IT.      *
045600*----------------------------------------------------------------*
045700 4100-WRITE-ONE-CONTROL.
045800     move WS-CLOSED-YEAR to ROLL-CLOSED-YEAR of RC-RECORD.
045900     move WS-CUTOFF-DATE to ROLL-CUTOFF-DATE of RC-RECORD.
046000     move WS-RUN-DATE to ROLL-RUN-DATE of RC-RECORD.
046100     write RC-RECORD.
046200     if not WS-CONTROL-OK
046300         perform 9950-CONTROL-ERROR
046400             thru 9950-EXIT
046500     end-if.
046600 4100-EXIT.
046700     exit.
046800
046900*----------------------------------------------------------------*
047000*  8100-OPEN-SORTED - OPEN THE SORTED COPY FROM ITS START.       *
047100*----------------------------------------------------------------*
047200 8100-OPEN-SORTED.
047300     set WS-SORTED-NOT-EOF to true.
047400     open input SORTED-FILE.
047500     if not WS-SORTED-OK
047600         perform 9920-SORTED-OPEN-ERROR
047700             thru 9920-EXIT
047800     end-if.
047900 8100-EXIT.
048000     exit.
048100
048200*----------------------------------------------------------------*
048300*  8200-READ-SORTED - READ THE NEXT SORTED ENTRY AND TAKE ITS    *
048400*  SIGNED EFFECT ON THE BALANCE: A CREDIT ADDS, A DEBIT TAKES    *
048500*  AWAY.                                                         *
048600*----------------------------------------------------------------*
048700 8200-READ-SORTED.
048800     read SORTED-FILE
048900         at end
049000             set WS-SORTED-EOF to true
049100             go to 8200-EXIT
049200     end-read.
049300     if TRAN-CREDIT of TR-RECORD
049400         move TRAN-AMOUNT of TR-RECORD to WS-ENTRY-NET
049500     else
049600         compute WS-ENTRY-NET = zero - TRAN-AMOUNT of TR-RECORD
049700     end-if.
049800 8200-EXIT.
049900     exit.
050000
050100*----------------------------------------------------------------*
050200*  9000-REFUSE-ROLLOVER - THE YEAR IS ALREADY ROLLED (OR A LATER *
050300*  ONE IS); NOTHING HAS BEEN WRITTEN.  END RC=8 SO THE JOB DROPS *
050400*  ITS EMPTY GENERATIONS AND NEVER REPLACES TRANHIST.            *
050500*----------------------------------------------------------------*
050600 9000-REFUSE-ROLLOVER.
050700     close SORTED-FILE.
050800     display "TRANROLL - YEAR " WS-CLOSED-YEAR
050900         " ALREADY ROLLED - BALANCE FORWARD DATED "
051000         WS-BF-LAST-DATE " ON TRANHIST".
051100     move 8 to return-code.
051200 9000-EXIT.
051300     exit.
051400
051500*----------------------------------------------------------------*
051600*  9999-TERMINATE - CLOSE THE FILES AND REPORT THE SPLIT.        *
051700*----------------------------------------------------------------*
051800 9999-TERMINATE.
051900     close SORTED-FILE.
052000     close ARCHIVE-FILE.
052100     close NEWHIST-FILE.
052200     close CONTROL-FILE.
052300     display "TRANROLL - YEAR " WS-CLOSED-YEAR " ROLLED - "
052400         WS-INPUT-COUNT " ENTRY(IES) READ, "
052500         WS-ARCHIVE-COUNT " ARCHIVED.".
052600     display "TRANROLL - " WS-ACCOUNT-COUNT " ACCOUNT(S), "
052700         WS-FORWARD-COUNT " BALANCE FORWARD(S), "
052800         WS-RETAINED-COUNT " ENTRY(IES) RETAINED.".
052900 9999-EXIT.
053000     exit.
053100
053200*----------------------------------------------------------------*
053300*  9910-TRANHIST-OPEN-ERROR - NO HISTORY TO ROLL; ABEND THE RUN. *
053400*----------------------------------------------------------------*
053500 9910-TRANHIST-OPEN-ERROR.
053600     display "TRANROLL - CANNOT OPEN TRANHIST, STATUS="
053700         WS-TRANHIST-STATUS.
053800     stop run.
053900 9910-EXIT.
054000     exit.
054100
054200*----------------------------------------------------------------*
054300*  9920-SORTED-OPEN-ERROR - THE SORTED COPY WILL NOT OPEN;       *
054400*  ABEND THE RUN.                                                *
054500*----------------------------------------------------------------*
054600 9920-SORTED-OPEN-ERROR.
054700     display "TRANROLL - CANNOT OPEN ROLLSRT, STATUS="
054800         WS-SORTED-STATUS.
054900     stop run.
055000 9920-EXIT.
055100     exit.
055200
055300*----------------------------------------------------------------*
055400*  9930-ARCHIVE-ERROR - THE ARCHIVE GENERATION COULD NOT BE      *
055500*  WRITTEN; ABEND BEFORE TRANHIST IS EVER REPLACED.              *
055600*----------------------------------------------------------------*
055700 9930-ARCHIVE-ERROR.
055800     display "TRANROLL - CANNOT WRITE HISTARC, STATUS="
055900         WS-ARCHIVE-STATUS.
056000     stop run.
056100 9930-EXIT.
056200     exit.
056300
056400*----------------------------------------------------------------*
056500*  9940-NEWHIST-ERROR - THE NEW TRANHIST COULD NOT BE WRITTEN;   *
056600*  ABEND BEFORE IT IS EVER COPIED OVER THE OLD ONE.              *
056700*----------------------------------------------------------------*
056800 9940-NEWHIST-ERROR.
056900     display "TRANROLL - CANNOT WRITE ROLLNEW, STATUS="
057000         WS-NEWHIST-STATUS.
057100     stop run.
057200 9940-EXIT.
057300     exit.
057400
057500*----------------------------------------------------------------*
057600*  9950-CONTROL-ERROR - THE CONTROL TOTALS COULD NOT BE WRITTEN; *
057700*  ABEND RATHER THAN LEAVE A ROLLOVER NO PROOF COULD CHECK.      *
057800*----------------------------------------------------------------*
057900 9950-CONTROL-ERROR.
058000     display "TRANROLL - CANNOT WRITE ROLLCTL, STATUS="
058100         WS-CONTROL-STATUS.
058200     stop run.
058300 9950-EXIT.
058400     exit.
