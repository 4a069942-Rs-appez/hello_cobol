002400*                     PARAMETER FILE; WHEN IT IS ABSENT OR       *
002500*                     UNREADABLE THE PREVIOUS CALENDAR MONTH     *
002600*                     APPLIES.                                   *
002610*    2026-10-15  APZ  TRANHIST NOW STARTS EACH YEAR WITH A       *
002620*                     BALANCE-FORWARD RECORD PER ACCOUNT ("B"    *
002630*                     REFERENCE, TRANROLL).  IT ONLY EVER FEEDS  *
002640*                     THE OPENING BALANCE AND NEVER PRINTS AS A  *
002650*                     MOVEMENT.  ONE DATED IN OR AFTER THE       *
002660*                     PERIOD MEANS THE PERIOD WAS ROLLED TO AN   *
002670*                     ARCHIVE GENERATION: IT IS COUNTED AND THE  *
002680*                     RUN ENDS RC=4, TO BE RERUN ON THAT         *
002690*                     GENERATION.                                *
002700*----------------------------------------------------------------*
002800
002900 environment division.
013400 01  WS-PERIOD-END              pic 9(08).
013500 01  WS-ACCOUNTS-PROCESSED      pic 9(07) usage comp.
013600 01  WS-TRANS-SKIPPED           pic 9(07) usage comp.
013650 01  WS-FORWARD-LATE            pic 9(07) usage comp.
013700 01  WS-OPENING-BALANCE         pic s9(9)v99 usage comp-3.
013800 01  WS-CLOSING-BALANCE         pic s9(9)v99 usage comp-3.
013900
017500 1000-INITIALIZE.
017600     move zero to WS-ACCOUNTS-PROCESSED.
017700     move zero to WS-TRANS-SKIPPED.
017750     move zero to WS-FORWARD-LATE.
017800     set WS-CUSTMAST-NOT-EOF to true.
017900     set WS-HISTORY-PRESENT to true.
018000     accept WS-RUN-DATE from date yyyymmdd.
035500*  ENTRIES INTO THE RIGHT BALANCE: BEFORE THE PERIOD IT FEEDS     *
035600*  THE OPENING BALANCE, INSIDE THE PERIOD IT GOES ON THE          *
035700*  STATEMENT SLICE, AFTER THE PERIOD IT IS IGNORED.               *
035750*  A BALANCE FORWARD IS NEVER A MOVEMENT OF THE PERIOD.           *
035800*----------------------------------------------------------------*
035900 2220-APPLY-ONE-TRAN.
036000     evaluate true
036020         when TRAN-REFERENCE of TR-RECORD (1:1) = "B"
036040             perform 2250-APPLY-BALANCE-FORWARD
036060                 thru 2250-EXIT
036100         when TRAN-DATE of TR-RECORD < WS-PERIOD-START
036200             perform 2230-APPLY-TO-OPENING
036300                 thru 2230-EXIT
040700     end-evaluate.
040800 2240-EXIT.
040900     exit.
040902
040904*----------------------------------------------------------------*
040906*  2250-APPLY-BALANCE-FORWARD - THE YEAR'S BALANCE FORWARD IS THE *
040908*  CLOSING BALANCE OF ALL THE ENTRIES BEFORE IT AND MOVES THE     *
040910*  OPENING BALANCE.  DATED IN OR AFTER THE PERIOD, IT MEANS THE   *
040912*  PERIOD'S OWN ENTRIES ARE ON AN ARCHIVE GENERATION: COUNT IT    *
040914*  FOR THE RUN SUMMARY, STILL TAKING IT INTO THE OPENING BALANCE  *
040916*  WHEN IT FALLS INSIDE THE PERIOD SO THE CLOSING BALANCE STAYS   *
040918*  RIGHT.                                                         *
040920*----------------------------------------------------------------*
040922 2250-APPLY-BALANCE-FORWARD.
040924     if TRAN-DATE of TR-RECORD not < WS-PERIOD-START
040926         add 1 to WS-FORWARD-LATE
040928     end-if.
040930     if TRAN-DATE of TR-RECORD not > WS-PERIOD-END
040932         perform 2230-APPLY-TO-OPENING
040934             thru 2230-EXIT
040936     end-if.
040938 2250-EXIT.
040940     exit.
041000
041100*----------------------------------------------------------------*
041200*  2400-PRINT-STATEMENT - HAND THE ACCOUNT AND ITS PERIOD         *
046400     display "STMTHIST - STATEMENT RUN COMPLETE - "
046500         WS-ACCOUNTS-PROCESSED " ACCOUNT(S) PRINTED, "
046600         WS-TRANS-SKIPPED " ENTRY(S) WITHOUT MASTER.".
046610     if WS-FORWARD-LATE > zero
046620         display "STMTHIST - " WS-FORWARD-LATE
046630             " BALANCE FORWARD(S) IN OR AFTER THE PERIOD - "
046640             "RERUN ON THE ARCHIVE GENERATION OF THE YEAR"
046650         move 4 to return-code
046660     end-if.
046700 9999-EXIT.
046800     exit.
046900
