000100 identification division.
000200 program-id. ROLLPRF.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - PROOF OF THE YEAR-END    *
001000*                     TRANHIST ROLLOVER.  RE-READS THE TRANHIST  *
001100*                     THAT WAS ROLLED, THE NEW ARCHIVE           *
001200*                     GENERATION (HISTARC) AND THE NEW TRANHIST  *
001300*                     (ROLLNEW) FROM DISK, RE-SUMS EACH (COUNT   *
001400*                     AND NET OF CREDITS LESS DEBITS) AND        *
001500*                     COMPARES THEM WITH THE ROLLCTL CONTROL     *
001600*                     TOTALS TRANROLL TOOK, THE SAME WAY CUSTRST *
001700*                     PROVES A RESTORE.  THE SPLIT MUST ALSO     *
001800*                     BALANCE: WHAT WAS READ IS WHAT WAS         *
001900*                     ARCHIVED PLUS WHAT WAS RETAINED, AND THE   *
002000*                     BALANCE-FORWARD RECORDS CARRY EXACTLY THE  *
002100*                     NET OF THE ARCHIVED YEAR.  PRINTS THE      *
002200*                     RLPRPT PROOF REPORT AND ENDS RC=8 ON ANY   *
002300*                     DISCREPANCY SO THE SCHEDULER HOLDS THE     *
002400*                     REPLACEMENT OF TRANHIST.                   *
002500*----------------------------------------------------------------*
002600
002700 environment division.
002800 configuration section.
002900 special-names.
003000     decimal-point is comma.
003100
003200 input-output section.
003300 file-control.
003400     select CONTROL-FILE assign to "ROLLCTL"
003500         organization is sequential
003600         access mode is sequential
003700         file status is WS-CONTROL-STATUS.
003800
003900     select TRANHIST-FILE assign to "TRANHIST"
004000         organization is sequential
004100         access mode is sequential
004200         file status is WS-TRANHIST-STATUS.
004300
004400     select ARCHIVE-FILE assign to "HISTARC"
004500         organization is sequential
004600         access mode is sequential
004700         file status is WS-ARCHIVE-STATUS.
004800
004900     select NEWHIST-FILE assign to "ROLLNEW"
005000         organization is sequential
005100         access mode is sequential
005200         file status is WS-NEWHIST-STATUS.
005300
005400     select REPORT-FILE assign to "RLPRPT"
005500         organization is line sequential
005600         file status is WS-REPORT-STATUS.
005700
005800 data division.
005900 file section.
006000 fd  CONTROL-FILE
006100     label records are standard
006200     record contains 40 characters.
006300 01  RC-RECORD.
006400     copy ROLLREC.
006500
006600 fd  TRANHIST-FILE
006700     label records are standard
006800     record contains 35 characters.
006900 01  TH-RECORD.
007000     copy TRANREC.
007100
007200 fd  ARCHIVE-FILE
007300     label records are standard
007400     record contains 35 characters.
007500 01  AR-RECORD.
007600     copy TRANREC.
007700
007800 fd  NEWHIST-FILE
007900     label records are standard
008000     record contains 35 characters.
008100 01  NH-RECORD.
008200     copy TRANREC.
008300
008400 fd  REPORT-FILE
008500     label records are omitted
008600     record contains 80 characters.
008700 01  RP-LINE                    pic x(80).
008800
008900 working-storage section.
009000 01  WS-CONTROL-STATUS          pic x(02).
009100     88  WS-CONTROL-OK              value "00".
009200
009300 01  WS-TRANHIST-STATUS         pic x(02).
009400     88  WS-TRANHIST-OK             value "00".
009500
009600 01  WS-ARCHIVE-STATUS          pic x(02).
009700     88  WS-ARCHIVE-OK              value "00".
009800
009900 01  WS-NEWHIST-STATUS          pic x(02).
010000     88  WS-NEWHIST-OK              value "00".
010100
010200 01  WS-REPORT-STATUS           pic x(02).
010300     88  WS-REPORT-OK               value "00".
010400
010500 01  WS-SWITCHES.
010600     05  WS-INPUT-EOF-SW        pic x(01).
010700         88  WS-INPUT-EOF           value "Y".
010800         88  WS-INPUT-NOT-EOF       value "N".
010900     05  WS-VERIFY-SW           pic x(01).
011000         88  WS-ROLL-PROVEN         value "Y".
011100         88  WS-ROLL-IN-DOUBT       value "N".
011200
011300 01  WS-RUN-DATE                pic 9(08).
011400 01  WS-CLOSED-YEAR             pic 9(04).
011500 01  WS-CUTOFF-DATE             pic 9(08).
011600 01  WS-ROLL-DATE               pic 9(08).
011700 01  WS-ENTRY-NET               pic s9(11)v99 usage comp-3.
011800 01  WS-LATE-ARCHIVED           pic 9(07) usage comp.
011900 01  WS-EARLY-RETAINED          pic 9(07) usage comp.
012000 01  WS-SPLIT-COUNT             pic 9(09) usage comp.
012100 01  WS-SPLIT-NET               pic s9(13)v99 usage comp-3.
012200
012300*----------------------------------------------------------------*
012400*  PROOF TABLE - ONE ENTRY PER CONTROL RECORD TYPE, IN ROLLREC   *
012500*  ORDER: THE TRANHIST READ (I), THE ARCHIVE (A), THE BALANCE    *
012600*  FORWARDS (B) AND THE ENTRIES RETAINED (R).  CONTROL TOTALS    *
012700*  AGAINST THE RE-SUM OF WHAT IS ON DISK.                        *
012800*----------------------------------------------------------------*
012900 01  WS-PROOF-NAMES.
013000     05  filler                 pic x(21)
013100         value "ITRANHIST BASCULE".
013200     05  filler                 pic x(21)
013300         value "AARCHIVE DE L'ANNEE".
013400     05  filler                 pic x(21)
013500         value "BREPORTS A NOUVEAU".
013600     05  filler                 pic x(21)
013700         value "RECRITURES CONSERVEES".
013800 01  WS-PROOF-NAME-TABLE redefines WS-PROOF-NAMES.
013900     05  WS-PN-ENTRY occurs 4 times.
014000         10  WS-PN-CODE         pic x(01).
014100         10  WS-PN-LABEL        pic x(20).
014200
014300 01  WS-PROOF-TABLE.
014400     05  WS-PT-ENTRY occurs 4 times indexed by PT-IDX.
014500         10  WS-PT-SEEN-SW      pic x(01).
014600             88  WS-PT-SEEN         value "Y".
014700         10  WS-PT-CTL-COUNT    pic 9(09) usage comp.
014800         10  WS-PT-CTL-NET      pic s9(13)v99 usage comp-3.
014900         10  WS-PT-CHK-COUNT    pic 9(09) usage comp.
015000         10  WS-PT-CHK-NET      pic s9(13)v99 usage comp-3.
015100
015200 01  WS-HEADING-1.
015300     05  filler                 pic x(36)
015400         value "AGENCE CENTRALE - BASCULE ANNUELLE D".
015500     05  filler                 pic x(11) value "E TRANHIST ".
015600     05  WS-H1-YEAR             pic 9(04).
015700     05  filler                 pic x(29) value spaces.
015800
015900 01  WS-HEADING-2.
016000     05  filler                 pic x(16) value "ARRETE AU ".
016100     05  WS-H2-CUTOFF           pic 9(08).
016200     05  filler                 pic x(16) value "   BASCULE LE ".
016300     05  WS-H2-ROLL-DATE        pic 9(08).
016400     05  filler                 pic x(14) value "   PREUVE LE ".
016500     05  WS-H2-RUN-DATE         pic 9(08).
016600     05  filler                 pic x(10) value spaces.
016700
016800 01  WS-HEADING-3.
016900     05  filler                 pic x(21) value "FICHIER".
017000     05  filler                 pic x(09) value "NB CTL".
017100     05  filler                 pic x(17) value "NET CTL".
017200     05  filler                 pic x(09) value "NB RELU".
017300     05  filler                 pic x(17) value "NET RELU".
017400     05  filler                 pic x(07) value "ETAT".
017500
017600 01  WS-PROOF-LINE.
017700     05  WS-PL-LABEL            pic x(20).
017800     05  filler                 pic x(01) value spaces.
017900     05  WS-PL-CTL-COUNT        pic z(7)9.
018000     05  filler                 pic x(01) value spaces.
018100     05  WS-PL-CTL-NET          pic z(11)9,99-.
018200     05  filler                 pic x(01) value spaces.
018300     05  WS-PL-CHK-COUNT        pic z(7)9.
018400     05  filler                 pic x(01) value spaces.
018500     05  WS-PL-CHK-NET          pic z(11)9,99-.
018600     05  filler                 pic x(01) value spaces.
018700     05  WS-PL-STATE            pic x(05).
018800     05  filler                 pic x(02) value spaces.
018900
019000 01  WS-BALANCE-LINE.
019100     05  WS-BL-LABEL            pic x(40).
019200     05  WS-BL-STATE            pic x(05).
019300     05  filler                 pic x(35) value spaces.
019400
019500 01  WS-COUNT-LINE.
019600     05  WS-CN-LABEL            pic x(40).
019700     05  WS-CN-VALUE            pic z(6)9.
019800     05  filler                 pic x(33) value spaces.
019900
020000 01  WS-VERDICT-LINE.
020100     05  filler                 pic x(12) value "VERDICT : ".
020200     05  WS-VD-TEXT             pic x(14).
020300     05  filler                 pic x(54) value spaces.
020400
020500 01  WS-BLANK-LINE              pic x(80) value spaces.
020600
020700 procedure division.
020800 0000-MAINLINE.
020900     perform 1000-INITIALIZE
021000         thru 1000-EXIT.
021100     perform 2000-LOAD-CONTROL-TOTALS
021200         thru 2000-EXIT.
021300     perform 3000-RESUM-TRANHIST
021400         thru 3000-EXIT.
021500     perform 3200-RESUM-ARCHIVE
021600         thru 3200-EXIT.
021700     perform 3400-RESUM-NEW-TRANHIST
021800         thru 3400-EXIT.
021900     perform 5000-PRINT-VERIFY-REPORT
022000         thru 5000-EXIT.
022100     perform 9999-TERMINATE
022200         thru 9999-EXIT.
022300     stop run.
022400
022500*----------------------------------------------------------------*
022600*  1000-INITIALIZE - CLEAR THE PROOF TABLE AND OPEN THE CONTROL  *
022700*  TOTALS, THE THREE HISTORY FILES AND THE REPORT.               *
022800*----------------------------------------------------------------*
022900 1000-INITIALIZE.
023000     move zero to WS-CLOSED-YEAR.
023100     move zero to WS-CUTOFF-DATE.
023200     move zero to WS-ROLL-DATE.
023300     move zero to WS-LATE-ARCHIVED.
023400     move zero to WS-EARLY-RETAINED.
023500     set WS-ROLL-PROVEN to true.
023600     perform 1100-INIT-ONE-PROOF-SLOT
023700         thru 1100-EXIT
023800         varying PT-IDX from 1 by 1
023900         until PT-IDX > 4.
024000     accept WS-RUN-DATE from date yyyymmdd.
024100     open input CONTROL-FILE.
024200     if not WS-CONTROL-OK
024300         perform 9910-CONTROL-OPEN-ERROR
024400             thru 9910-EXIT
024500     end-if.
024600     open input TRANHIST-FILE.
024700     if not WS-TRANHIST-OK
024800         perform 9920-TRANHIST-OPEN-ERROR
024900             thru 9920-EXIT
025000     end-if.
025100     open input ARCHIVE-FILE.
025200     if not WS-ARCHIVE-OK
025300         perform 9930-ARCHIVE-OPEN-ERROR
025400             thru 9930-EXIT
025500     end-if.
025600     open input NEWHIST-FILE.
025700     if not WS-NEWHIST-OK
025800         perform 9940-NEWHIST-OPEN-ERROR
025900             thru 9940-EXIT
026000     end-if.
026100     open output REPORT-FILE.
026200     if not WS-REPORT-OK
026300         perform 9950-REPORT-ERROR
026400             thru 9950-EXIT
026500     end-if.
026600 1000-EXIT.
026700     exit.
026800
026900*----------------------------------------------------------------*
027000*  1100-INIT-ONE-PROOF-SLOT - CLEAR ONE ENTRY OF THE PROOF       *
027100*  TABLE.                                                        *
027200*----------------------------------------------------------------*
027300 1100-INIT-ONE-PROOF-SLOT.
027400     move "N" to WS-PT-SEEN-SW (PT-IDX).
027500     move zero to WS-PT-CTL-COUNT (PT-IDX).
027600     move zero to WS-PT-CTL-NET (PT-IDX).
027700     move zero to WS-PT-CHK-COUNT (PT-IDX).
027800     move zero to WS-PT-CHK-NET (PT-IDX).
027900 1100-EXIT.
028000     exit.
028100
028200*----------------------------------------------------------------*
028300*  2000-LOAD-CONTROL-TOTALS - READ THE ROLLCTL RECORDS INTO THE  *
028400*  PROOF TABLE.  THE CUT-OFF THE RE-SUMS ARE CHECKED AGAINST     *
028500*  COMES FROM THEM.                                              *
028600*----------------------------------------------------------------*
028700 2000-LOAD-CONTROL-TOTALS.
028800     set WS-INPUT-NOT-EOF to true.
028900     perform 2100-LOAD-ONE-CONTROL
029000         thru 2100-EXIT
029100         until WS-INPUT-EOF.
029200 2000-EXIT.
029300     exit.
029400
029500*----------------------------------------------------------------*
029600*  2100-LOAD-ONE-CONTROL - FILE ONE CONTROL RECORD UNDER ITS     *
029700*  TYPE.  A TYPE NOT IN ROLLREC IS IGNORED.                      *
029800*----------------------------------------------------------------*
029900 2100-LOAD-ONE-CONTROL.
030000     read CONTROL-FILE
030100         at end
030200             set WS-INPUT-EOF to true
030300             go to 2100-EXIT
030400     end-read.
030500     set PT-IDX to 1.
030600     search WS-PT-ENTRY
030700         at end
030800             go to 2100-EXIT
030900         when WS-PN-CODE (PT-IDX)
031000              = ROLL-RECORD-TYPE of RC-RECORD
031100             continue
031200     end-search.
031300     set WS-PT-SEEN (PT-IDX) to true.
031400     move ROLL-RECORD-COUNT of RC-RECORD
031500         to WS-PT-CTL-COUNT (PT-IDX).
031600     move ROLL-NET-TOTAL of RC-RECORD
031700         to WS-PT-CTL-NET (PT-IDX).
031800     move ROLL-CLOSED-YEAR of RC-RECORD to WS-CLOSED-YEAR.
031900     move ROLL-CUTOFF-DATE of RC-RECORD to WS-CUTOFF-DATE.
032000     move ROLL-RUN-DATE of RC-RECORD to WS-ROLL-DATE.
032100 2100-EXIT.
032200     exit.
032300
032400*----------------------------------------------------------------*
032500*  3000-RESUM-TRANHIST - RE-SUM THE TRANHIST THAT WAS ROLLED.    *
032600*----------------------------------------------------------------*
032700 3000-RESUM-TRANHIST.
032800     set WS-INPUT-NOT-EOF to true.
032900     perform 3100-CHECK-ONE-INPUT
033000         thru 3100-EXIT
033100         until WS-INPUT-EOF.
033200 3000-EXIT.
033300     exit.
033400
033500*----------------------------------------------------------------*
033600*  3100-CHECK-ONE-INPUT - ADD ONE ROLLED ENTRY TO THE "I" SLOT.  *
033700*----------------------------------------------------------------*
033800 3100-CHECK-ONE-INPUT.
033900     read TRANHIST-FILE
034000         at end
034100             set WS-INPUT-EOF to true
034200             go to 3100-EXIT
034300     end-read.
034400     if TRAN-CREDIT of TH-RECORD
034500         move TRAN-AMOUNT of TH-RECORD to WS-ENTRY-NET
034600     else
034700         compute WS-ENTRY-NET = zero - TRAN-AMOUNT of TH-RECORD
034800     end-if.
034900     set PT-IDX to 1.
035000     perform 4000-TALLY-ENTRY
035100         thru 4000-EXIT.
035200 3100-EXIT.
035300     exit.
035400
035500*----------------------------------------------------------------*
035600*  3200-RESUM-ARCHIVE - RE-SUM THE ARCHIVE GENERATION; NOTHING   *
035700*  DATED AFTER THE CUT-OFF BELONGS ON IT.                        *
035800*----------------------------------------------------------------*
035900 3200-RESUM-ARCHIVE.
036000     set WS-INPUT-NOT-EOF to true.
036100     perform 3300-CHECK-ONE-ARCHIVED
036200         thru 3300-EXIT
036300         until WS-INPUT-EOF.
036400 3200-EXIT.
036500     exit.
036600
036700*----------------------------------------------------------------*
036800*  3300-CHECK-ONE-ARCHIVED - ADD ONE ARCHIVED ENTRY TO THE "A"   *
036900*  SLOT, COUNTING IT WHEN IT IS DATED AFTER THE CUT-OFF.         *
037000*----------------------------------------------------------------*
037100 3300-CHECK-ONE-ARCHIVED.
037200     read ARCHIVE-FILE
037300         at end
037400             set WS-INPUT-EOF to true
037500             go to 3300-EXIT
037600     end-read.
037700     if TRAN-CREDIT of AR-RECORD
037800         move TRAN-AMOUNT of AR-RECORD to WS-ENTRY-NET
037900     else
038000         compute WS-ENTRY-NET = zero - TRAN-AMOUNT of AR-RECORD
038100     end-if.
038200     if TRAN-DATE of AR-RECORD > WS-CUTOFF-DATE
038300         add 1 to WS-LATE-ARCHIVED
038400     end-if.
038500     set PT-IDX to 2.
038600     perform 4000-TALLY-ENTRY
038700         thru 4000-EXIT.
038800 3300-EXIT.
038900     exit.
039000
039100*----------------------------------------------------------------*
039200*  3400-RESUM-NEW-TRANHIST - RE-SUM THE NEW TRANHIST, SPLIT INTO *
039300*  THE BALANCE-FORWARD RECORDS ("B" REFERENCE DATED AT THE       *
039400*  CUT-OFF) AND THE ENTRIES RETAINED, WHICH MUST ALL BE DATED    *
039500*  AFTER THE CUT-OFF.                                            *
039600*----------------------------------------------------------------*
039700 3400-RESUM-NEW-TRANHIST.
039800     set WS-INPUT-NOT-EOF to true.
039900     perform 3500-CHECK-ONE-RETAINED
040000         thru 3500-EXIT
040100         until WS-INPUT-EOF.
040200 3400-EXIT.
040300     exit.
040400
040500*----------------------------------------------------------------*
040600*  3500-CHECK-ONE-RETAINED - ADD ONE RECORD OF THE NEW TRANHIST  *
040700*  TO THE "B" OR "R" SLOT, COUNTING A RETAINED ENTRY DATED AT OR *
040800*  BEFORE THE CUT-OFF.                                           *
040900*----------------------------------------------------------------*
041000 3500-CHECK-ONE-RETAINED.
041100     read NEWHIST-FILE
041200         at end
041300             set WS-INPUT-EOF to true
041400             go to 3500-EXIT
041500     end-read.
041600     if TRAN-CREDIT of NH-RECORD
041700         move TRAN-AMOUNT of NH-RECORD to WS-ENTRY-NET
041800     else
041900         compute WS-ENTRY-NET = zero - TRAN-AMOUNT of NH-RECORD
042000     end-if.
042100     if TRAN-REFERENCE of NH-RECORD (1:1) = "B"
042200        and TRAN-DATE of NH-RECORD = WS-CUTOFF-DATE
042300         set PT-IDX to 3
042400     else
042500         set PT-IDX to 4
042600         if TRAN-DATE of NH-RECORD not > WS-CUTOFF-DATE
042700             add 1 to WS-EARLY-RETAINED
042800         end-if
042900     end-if.
043000     perform 4000-TALLY-ENTRY
043100         thru 4000-EXIT.
043200 3500-EXIT.
043300     exit.
043400
043500*----------------------------------------------------------------*
043600*  4000-TALLY-ENTRY - ADD ONE ENTRY TO THE RE-SUM OF THE PROOF   *
043700*  SLOT PT-IDX POINTS AT.                                        *
043800*----------------------------------------------------------------*
043900 4000-TALLY-ENTRY.
044000     add 1 to WS-PT-CHK-COUNT (PT-IDX).
044100     add WS-ENTRY-NET to WS-PT-CHK-NET (PT-IDX).
044200 4000-EXIT.
044300     exit.
044400
044500*----------------------------------------------------------------*
044600*  5000-PRINT-VERIFY-REPORT - PRINT EACH FILE'S CONTROL TOTALS   *
044700*  AGAINST ITS RE-SUM, THEN THE TWO BALANCES OF THE SPLIT AND    *
044800*  ANY ENTRY ON THE WRONG SIDE OF THE CUT-OFF, THEN THE VERDICT. *
044900*----------------------------------------------------------------*
045000 5000-PRINT-VERIFY-REPORT.
045100     move WS-CLOSED-YEAR to WS-H1-YEAR.
045200     move WS-HEADING-1 to RP-LINE.
045300     perform 8000-WRITE-REPORT-LINE
045400         thru 8000-EXIT.
045500     move WS-CUTOFF-DATE to WS-H2-CUTOFF.
045600     move WS-ROLL-DATE to WS-H2-ROLL-DATE.
045700     move WS-RUN-DATE to WS-H2-RUN-DATE.
045800     move WS-HEADING-2 to RP-LINE.
045900     perform 8000-WRITE-REPORT-LINE
046000         thru 8000-EXIT.
046100     move WS-BLANK-LINE to RP-LINE.
046200     perform 8000-WRITE-REPORT-LINE
046300         thru 8000-EXIT.
046400     move WS-HEADING-3 to RP-LINE.
046500     perform 8000-WRITE-REPORT-LINE
046600         thru 8000-EXIT.
046700     perform 5100-PRINT-ONE-FILE
046800         thru 5100-EXIT
046900         varying PT-IDX from 1 by 1
047000         until PT-IDX > 4.
047100     move WS-BLANK-LINE to RP-LINE.
047200     perform 8000-WRITE-REPORT-LINE
047300         thru 8000-EXIT.
047400     perform 5200-PRINT-SPLIT-BALANCE
047500         thru 5200-EXIT.
047600     move WS-BLANK-LINE to RP-LINE.
047700     perform 8000-WRITE-REPORT-LINE
047800         thru 8000-EXIT.
047900     if WS-ROLL-PROVEN
048000         move "BASCULE OK" to WS-VD-TEXT
048100     else
048200         move "NON PROUVE" to WS-VD-TEXT
048300     end-if.
048400     move WS-VERDICT-LINE to RP-LINE.
048500     perform 8000-WRITE-REPORT-LINE
048600         thru 8000-EXIT.
048700 5000-EXIT.
048800     exit.
048900
049000*----------------------------------------------------------------*
049100*  5100-PRINT-ONE-FILE - PRINT ONE FILE'S COMPARISON LINE AND    *
049200*  FLAG A MISSING CONTROL RECORD OR ANY DISCREPANCY.             *
049300*----------------------------------------------------------------*
049400 5100-PRINT-ONE-FILE.
049500     move WS-PN-LABEL (PT-IDX) to WS-PL-LABEL.
049600     move WS-PT-CTL-COUNT (PT-IDX) to WS-PL-CTL-COUNT.
049700     move WS-PT-CTL-NET (PT-IDX) to WS-PL-CTL-NET.
049800     move WS-PT-CHK-COUNT (PT-IDX) to WS-PL-CHK-COUNT.
049900     move WS-PT-CHK-NET (PT-IDX) to WS-PL-CHK-NET.
050000     if WS-PT-SEEN (PT-IDX)
050100        and WS-PT-CTL-COUNT (PT-IDX) = WS-PT-CHK-COUNT (PT-IDX)
050200        and WS-PT-CTL-NET (PT-IDX) = WS-PT-CHK-NET (PT-IDX)
050300         move "OK" to WS-PL-STATE
050400     else
050500         move "ECART" to WS-PL-STATE
050600         set WS-ROLL-IN-DOUBT to true
050700     end-if.
050800     move WS-PROOF-LINE to RP-LINE.
050900     perform 8000-WRITE-REPORT-LINE
051000         thru 8000-EXIT.
051100 5100-EXIT.
051200     exit.
051300
051400*----------------------------------------------------------------*
051500*  5200-PRINT-SPLIT-BALANCE - THE TRANHIST ROLLED MUST EQUAL THE *
051600*  ARCHIVE PLUS THE ENTRIES RETAINED, IN COUNT AND IN NET; THE   *
051700*  BALANCE FORWARDS MUST CARRY THE ARCHIVE'S NET; AND NO ENTRY   *
051800*  MAY SIT ON THE WRONG SIDE OF THE CUT-OFF.  ALL FROM WHAT WAS  *
051900*  RE-READ ON DISK.                                              *
052000*----------------------------------------------------------------*
052100 5200-PRINT-SPLIT-BALANCE.
052200     compute WS-SPLIT-COUNT = WS-PT-CHK-COUNT (2)
052300                            + WS-PT-CHK-COUNT (4).
052400     compute WS-SPLIT-NET = WS-PT-CHK-NET (2)
052500                          + WS-PT-CHK-NET (4).
052600     move "LU = ARCHIVE + CONSERVE (NB ET NET)"
052700         to WS-BL-LABEL.
052800     if WS-SPLIT-COUNT = WS-PT-CHK-COUNT (1)
052900        and WS-SPLIT-NET = WS-PT-CHK-NET (1)
053000         move "OK" to WS-BL-STATE
053100     else
053200         move "ECART" to WS-BL-STATE
053300         set WS-ROLL-IN-DOUBT to true
053400     end-if.
053500     move WS-BALANCE-LINE to RP-LINE.
053600     perform 8000-WRITE-REPORT-LINE
053700         thru 8000-EXIT.
053800     move "REPORTS A NOUVEAU = NET ARCHIVE"
053900         to WS-BL-LABEL.
054000     if WS-PT-CHK-NET (3) = WS-PT-CHK-NET (2)
054100         move "OK" to WS-BL-STATE
054200     else
054300         move "ECART" to WS-BL-STATE
054400         set WS-ROLL-IN-DOUBT to true
054500     end-if.
054600     move WS-BALANCE-LINE to RP-LINE.
054700     perform 8000-WRITE-REPORT-LINE
054800         thru 8000-EXIT.
054900     move "ARCHIVES DATEES APRES L'ARRETE"
055000         to WS-CN-LABEL.
055100     move WS-LATE-ARCHIVED to WS-CN-VALUE.
055200     move WS-COUNT-LINE to RP-LINE.
055300     perform 8000-WRITE-REPORT-LINE
055400         thru 8000-EXIT.
055500     move "CONSERVEES DATEES AVANT L'ARRETE"
055600         to WS-CN-LABEL.
055700     move WS-EARLY-RETAINED to WS-CN-VALUE.
055800     move WS-COUNT-LINE to RP-LINE.
055900     perform 8000-WRITE-REPORT-LINE
056000         thru 8000-EXIT.
056100     if WS-LATE-ARCHIVED not = zero
056200        or WS-EARLY-RETAINED not = zero
056300         set WS-ROLL-IN-DOUBT to true
056400     end-if.
056500 5200-EXIT.
056600     exit.
056700
056800*----------------------------------------------------------------*
056900*  8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE PROOF REPORT   *
057000*  AND CHECK ITS STATUS.                                         *
057100*----------------------------------------------------------------*
057200 8000-WRITE-REPORT-LINE.
057300     write RP-LINE.
057400     if not WS-REPORT-OK
057500         perform 9950-REPORT-ERROR
057600             thru 9950-EXIT
057700     end-if.
057800 8000-EXIT.
057900     exit.
058000
058100*----------------------------------------------------------------*
058200*  9999-TERMINATE - CLOSE THE FILES, REPORT THE VERDICT ON THE   *
058300*  CONSOLE, AND SET RC=8 WHEN THE ROLLOVER IS NOT PROVEN SO THE  *
058400*  SCHEDULER HOLDS THE REPLACEMENT OF TRANHIST.                  *
058500*----------------------------------------------------------------*
058600 9999-TERMINATE.
058700     close CONTROL-FILE.
058800     close TRANHIST-FILE.
058900     close ARCHIVE-FILE.
059000     close NEWHIST-FILE.
059100     close REPORT-FILE.
059200     if WS-ROLL-PROVEN
059300         display "ROLLPRF - ROLLOVER OF " WS-CLOSED-YEAR
059400             " PROVEN AGAINST ROLLCTL"
059500     else
059600         display "ROLLPRF - ROLLOVER OF " WS-CLOSED-YEAR
059700             " NOT PROVEN, TRANHIST NOT TO BE REPLACED"
059800         move 8 to return-code
059900     end-if.
060000 9999-EXIT.
060100     exit.
060200
060300*----------------------------------------------------------------*
060400*  9910-CONTROL-OPEN-ERROR - NO CONTROL TOTALS TO PROVE AGAINST; *
060500*  ABEND THE RUN.                                                *
060600*----------------------------------------------------------------*
060700 9910-CONTROL-OPEN-ERROR.
060800     display "ROLLPRF - CANNOT OPEN ROLLCTL, STATUS="
060900         WS-CONTROL-STATUS.
061000     stop run.
061100 9910-EXIT.
061200     exit.
061300
061400*----------------------------------------------------------------*
061500*  9920-TRANHIST-OPEN-ERROR - THE TRANHIST ROLLED WILL NOT OPEN; *
061600*  ABEND THE RUN.                                                *
061700*----------------------------------------------------------------*
061800 9920-TRANHIST-OPEN-ERROR.
061900     display "ROLLPRF - CANNOT OPEN TRANHIST, STATUS="
062000         WS-TRANHIST-STATUS.
062100     stop run.
062200 9920-EXIT.
062300     exit.
062400
062500*----------------------------------------------------------------*
062600*  9930-ARCHIVE-OPEN-ERROR - THE ARCHIVE GENERATION WILL NOT     *
062700*  OPEN; ABEND THE RUN.                                          *
062800*----------------------------------------------------------------*
062900 9930-ARCHIVE-OPEN-ERROR.
063000     display "ROLLPRF - CANNOT OPEN HISTARC, STATUS="
063100         WS-ARCHIVE-STATUS.
063200     stop run.
063300 9930-EXIT.
063400     exit.
063500
063600*----------------------------------------------------------------*
063700*  9940-NEWHIST-OPEN-ERROR - THE NEW TRANHIST WILL NOT OPEN;     *
063800*  ABEND THE RUN.                                                *
063900*----------------------------------------------------------------*
064000 9940-NEWHIST-OPEN-ERROR.
064100     display "ROLLPRF - CANNOT OPEN ROLLNEW, STATUS="
064200         WS-NEWHIST-STATUS.
064300     stop run.
064400 9940-EXIT.
064500     exit.
064600
064700*----------------------------------------------------------------*
064800*  9950-REPORT-ERROR - THE PROOF REPORT COULD NOT BE WRITTEN;    *
064900*  ABEND RATHER THAN PASS A ROLLOVER NOBODY CAN SEE PROVEN.      *
065000*----------------------------------------------------------------*
065100 9950-REPORT-ERROR.
065200     display "ROLLPRF - CANNOT WRITE RLPRPT, STATUS="
065300         WS-REPORT-STATUS.
065400     stop run.
065500 9950-EXIT.
065600     exit.
