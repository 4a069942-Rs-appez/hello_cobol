000100 identification division.
000200 program-id. BDATCHK.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - OPENS THE NIGHT CHAIN    *
001000*                     FOR THE BUSINESS DATE ON THE BDATFILE      *
001100*                     CONTROL RECORD (BDATREC).  FIRST STEP OF   *
001200*                     THE SOLDEBAT JOB; EVERY LATER STEP RUNS    *
001300*                     ONLY WHEN THIS ONE ENDS RC=0.  THE CHAIN   *
001400*                     IS REFUSED (RC=8) WHILE THE BUSINESS DATE  *
001500*                     LIES AHEAD OF THE CALENDAR DATE - THAT IS  *
001600*                     THE STATE BDATROLL LEAVES AFTER A NIGHT IS *
001700*                     DONE, AND THE STATE OF EVERY WEEKEND AND   *
001800*                     HOLIDAY, SINCE THE DATE ONLY EVER ROLLS TO *
001900*                     A BANKING DAY - SO THE CHAIN CANNOT RUN    *
002000*                     TWICE FOR ONE BUSINESS DATE NOR ON A       *
002100*                     CLOSED DAY.  A CHAIN ALREADY OPENED FOR    *
002200*                     THE DATE AND NOT YET ROLLED IS A RESTART   *
002300*                     AFTER AN ABEND AND IS LET THROUGH, THE     *
002400*                     STEPS' OWN CHECKPOINTS DOING THE REST.  A  *
002500*                     HOLIDAY ADDED ON HOLIMNT AFTER THE DATE    *
002600*                     WAS ROLLED ONTO IT MOVES THE DATE ON TO    *
002700*                     THE NEXT BANKING DAY.  ON THE VERY FIRST   *
002800*                     RUN THE CONTROL RECORD IS CREATED WITH THE *
002900*                     FIRST BANKING DAY FROM TODAY.              *
003000*----------------------------------------------------------------*
003100
003200 environment division.
003300 configuration section.
003400 special-names.
003500     decimal-point is comma.
003600
003700 input-output section.
003800 file-control.
003900     select BDAT-FILE assign to "BDATFILE"
004000         organization is sequential
004100         access mode is sequential
004200         file status is WS-BDAT-STATUS.
004300
004400 data division.
004500 file section.
004600 fd  BDAT-FILE
004700     label records are standard
004800     record contains 50 characters.
004900 01  BD-RECORD.
005000     copy BDATREC.
005100
005200 working-storage section.
005300 01  WS-BDAT-STATUS             pic x(02).
005400     88  WS-BDAT-OK                 value "00".
005500     88  WS-BDAT-NOT-FOUND          value "35".
005600
005700 01  WS-TODAY                   pic 9(08).
005800 01  WS-NOW                     pic 9(06).
005900 01  WS-OLD-BUSINESS-DATE       pic 9(08).
006000
006100*----------------------------------------------------------------*
006200*  PARAMETER AREA FOR THE BANKDAY CALENDAR ROUTINE.              *
006300*----------------------------------------------------------------*
006400 01  BK-PARAMETERS.
006500     copy BDAYREC.
006600
006700 procedure division.
006800 0000-MAINLINE.
006900     perform 1000-INITIALIZE
007000         thru 1000-EXIT.
007100     perform 2000-OPEN-NIGHT-CHAIN
007200         thru 2000-EXIT.
007300     perform 9999-TERMINATE
007400         thru 9999-EXIT.
007500     stop run.
007600
007700*----------------------------------------------------------------*
007800*  1000-INITIALIZE - TAKE THE CALENDAR DATE AND TIME, OPEN THE   *
007900*  CONTROL FILE (CREATING IT ON THE VERY FIRST RUN, AS SOLDEBAT  *
008000*  CREATES ITS CKPTFILE) AND READ THE CONTROL RECORD.            *
008100*----------------------------------------------------------------*
008200 1000-INITIALIZE.
008300     accept WS-TODAY from date yyyymmdd.
008400     accept WS-NOW from time.
008500     open i-o BDAT-FILE.
008600     if WS-BDAT-NOT-FOUND
008700         perform 1150-CREATE-CONTROL-FILE
008800             thru 1150-EXIT
008900     else
009000         if not WS-BDAT-OK
009100             perform 9910-BDAT-OPEN-ERROR
009200                 thru 9910-EXIT
009300         end-if
009400     end-if.
009500     read BDAT-FILE
009600         at end
009700             perform 9920-BDAT-EMPTY
009800                 thru 9920-EXIT
009900     end-read.
010000 1000-EXIT.
010100     exit.
010200
010300*----------------------------------------------------------------*
010400*  1150-CREATE-CONTROL-FILE - THE VERY FIRST RUN HAS NO BDATFILE *
010500*  YET; CREATE IT WITH THE FIRST BANKING DAY FROM TODAY, THE DAY *
010600*  OPEN, AND RE-OPEN IT I-O LIKE ANY OTHER NIGHT'S.              *
010700*----------------------------------------------------------------*
010800 1150-CREATE-CONTROL-FILE.
010900     open output BDAT-FILE.
011000     if not WS-BDAT-OK
011100         perform 9910-BDAT-OPEN-ERROR
011200             thru 9910-EXIT
011300     end-if.
011400     move WS-TODAY to BDAY-INPUT-DATE of BK-PARAMETERS.
011500     call "BANKDAY" using BK-PARAMETERS.
011600     if not BDAY-FOUND of BK-PARAMETERS
011700         perform 9940-CALENDAR-ERROR
011800             thru 9940-EXIT
011900     end-if.
012000     move spaces to BD-RECORD.
012100     move BDAY-BANKING-DATE of BK-PARAMETERS
012200         to BDAT-BUSINESS-DATE of BD-RECORD.
012300     move zero to BDAT-PREV-DATE of BD-RECORD.
012400     set BDAT-DAY-OPEN of BD-RECORD to true.
012500     move zero to BDAT-CHAIN-START-DATE of BD-RECORD.
012600     move zero to BDAT-CHAIN-START-TIME of BD-RECORD.
012700     move WS-TODAY to BDAT-ROLLED-DATE of BD-RECORD.
012800     move WS-NOW to BDAT-ROLLED-TIME of BD-RECORD.
012900     write BD-RECORD.
013000     if not WS-BDAT-OK
013100         perform 9930-BDAT-WRITE-ERROR
013200             thru 9930-EXIT
013300     end-if.
013400     display "BDATCHK - BDATFILE CREATED, BUSINESS DATE "
013500         BDAT-BUSINESS-DATE of BD-RECORD.
013600     close BDAT-FILE.
013700     open i-o BDAT-FILE.
013800     if not WS-BDAT-OK
013900         perform 9910-BDAT-OPEN-ERROR
014000             thru 9910-EXIT
014100     end-if.
014200 1150-EXIT.
014300     exit.
014400
014500*----------------------------------------------------------------*
014600*  2000-OPEN-NIGHT-CHAIN - LET A RESTART THROUGH, MOVE A DATE    *
014700*  THAT HAS SINCE BECOME A HOLIDAY, REFUSE A DATE NOT YET        *
014800*  REACHED, OTHERWISE MARK THE CHAIN RUNNING FOR THE DATE.       *
014900*----------------------------------------------------------------*
015000 2000-OPEN-NIGHT-CHAIN.
015100     if BDAT-CHAIN-RUNNING of BD-RECORD
015200         display "BDATCHK - NIGHT CHAIN FOR "
015300             BDAT-BUSINESS-DATE of BD-RECORD
015400             " ALREADY OPENED ON "
015500             BDAT-CHAIN-START-DATE of BD-RECORD " AT "
015600             BDAT-CHAIN-START-TIME of BD-RECORD
015700             " - RESTART ALLOWED"
015800         go to 2000-EXIT
015900     end-if.
016000     perform 2100-CHECK-STILL-BANKING
016100         thru 2100-EXIT.
016200     if BDAT-BUSINESS-DATE of BD-RECORD > WS-TODAY
016300         display "BDATCHK - BUSINESS DATE "
016400             BDAT-BUSINESS-DATE of BD-RECORD
016500             " NOT YET REACHED (TODAY " WS-TODAY ")"
016600         display "BDATCHK - NIGHT CHAIN FOR "
016700             BDAT-PREV-DATE of BD-RECORD
016800             " ALREADY RUN, OR TODAY IS NOT A BANKING DAY"
016900             " - NOTHING RUN"
017000         move 8 to return-code
017100         go to 2000-EXIT
017200     end-if.
017300     set BDAT-CHAIN-RUNNING of BD-RECORD to true.
017400     move WS-TODAY to BDAT-CHAIN-START-DATE of BD-RECORD.
017500     move WS-NOW to BDAT-CHAIN-START-TIME of BD-RECORD.
017600     rewrite BD-RECORD.
017700     if not WS-BDAT-OK
017800         perform 9930-BDAT-WRITE-ERROR
017900             thru 9930-EXIT
018000     end-if.
018100     display "BDATCHK - NIGHT CHAIN OPENED FOR BUSINESS DATE "
018200         BDAT-BUSINESS-DATE of BD-RECORD.
018300 2000-EXIT.
018400     exit.
018500
018600*----------------------------------------------------------------*
018700*  2100-CHECK-STILL-BANKING - THE BUSINESS DATE WAS A BANKING    *
018800*  DAY WHEN IT WAS ROLLED ONTO; A HOLIDAY ENTERED SINCE MOVES IT *
018900*  ON TO THE NEXT BANKING DAY.  THE CONTROL RECORD IS REWRITTEN  *
019000*  WITH THE CHAIN OPENING, OR HERE WHEN THE CHAIN IS REFUSED.    *
019100*----------------------------------------------------------------*
019200 2100-CHECK-STILL-BANKING.
019300     move BDAT-BUSINESS-DATE of BD-RECORD
019400         to BDAY-INPUT-DATE of BK-PARAMETERS.
019500     call "BANKDAY" using BK-PARAMETERS.
019600     if not BDAY-FOUND of BK-PARAMETERS
019700         perform 9940-CALENDAR-ERROR
019800             thru 9940-EXIT
019900     end-if.
020000     if BDAY-BANKING-DATE of BK-PARAMETERS
020100        = BDAT-BUSINESS-DATE of BD-RECORD
020200         go to 2100-EXIT
020300     end-if.
020400     move BDAT-BUSINESS-DATE of BD-RECORD to WS-OLD-BUSINESS-DATE.
020500     move BDAY-BANKING-DATE of BK-PARAMETERS
020600         to BDAT-BUSINESS-DATE of BD-RECORD.
020700     display "BDATCHK - " WS-OLD-BUSINESS-DATE
020800         " IS NOW A HOLIDAY, BUSINESS DATE MOVED TO "
020900         BDAT-BUSINESS-DATE of BD-RECORD.
021000     if BDAT-BUSINESS-DATE of BD-RECORD > WS-TODAY
021100         rewrite BD-RECORD
021200         if not WS-BDAT-OK
021300             perform 9930-BDAT-WRITE-ERROR
021400                 thru 9930-EXIT
021500         end-if
021600     end-if.
021700 2100-EXIT.
021800     exit.
021900
022000*----------------------------------------------------------------*
022100*  9999-TERMINATE - CLOSE THE CONTROL FILE.                      *
022200*----------------------------------------------------------------*
022300 9999-TERMINATE.
022400     close BDAT-FILE.
022500 9999-EXIT.
022600     exit.
022700
022800*----------------------------------------------------------------*
022900*  9910-BDAT-OPEN-ERROR - THE CONTROL FILE COULD NOT BE OPENED;  *
023000*  ABEND, WHICH HOLDS THE WHOLE NIGHT CHAIN.                     *
023100*----------------------------------------------------------------*
023200 9910-BDAT-OPEN-ERROR.
023300     display "BDATCHK - CANNOT OPEN BDATFILE, STATUS="
023400         WS-BDAT-STATUS.
023500     stop run.
023600 9910-EXIT.
023700     exit.
023800
023900*----------------------------------------------------------------*
024000*  9920-BDAT-EMPTY - THE CONTROL FILE EXISTS BUT HOLDS NO        *
024100*  RECORD; ABEND RATHER THAN GUESS THE BUSINESS DATE.            *
024200*----------------------------------------------------------------*
024300 9920-BDAT-EMPTY.
024400     display "BDATCHK - BDATFILE HOLDS NO CONTROL RECORD, STATUS="
024500         WS-BDAT-STATUS.
024600     stop run.
024700 9920-EXIT.
024800     exit.
024900
025000*----------------------------------------------------------------*
025100*  9930-BDAT-WRITE-ERROR - THE CONTROL RECORD COULD NOT BE       *
025200*  WRITTEN; ABEND RATHER THAN RUN THE CHAIN UNRECORDED.          *
025300*----------------------------------------------------------------*
025400 9930-BDAT-WRITE-ERROR.
025500     display "BDATCHK - CANNOT WRITE BDATFILE, STATUS="
025600         WS-BDAT-STATUS.
025700     stop run.
025800 9930-EXIT.
025900     exit.
026000
026100*----------------------------------------------------------------*
026200*  9940-CALENDAR-ERROR - NO BANKING DAY COULD BE FOUND FOR THE   *
026300*  DATE (BAD DATE, OR A MONTH OF CLOSED DAYS ON HOLIFILE);       *
026400*  ABEND FOR THE CALENDAR TO BE PUT RIGHT WITH HOLIMNT.          *
026500*----------------------------------------------------------------*
026600 9940-CALENDAR-ERROR.
026700     display "BDATCHK - NO BANKING DAY FROM "
026800         BDAY-INPUT-DATE of BK-PARAMETERS ", RETURN CODE "
026900         BDAY-RETURN-CODE of BK-PARAMETERS.
027000     stop run.
027100 9940-EXIT.
027200     exit.
