000100 identification division.
000200 program-id. BDATROLL.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - END-OF-DAY ROLL OF THE   *
001000*                     BUSINESS DATE.  LAST STEP OF THE SOLDEBAT  *
001100*                     JOB, RUN ONCE THE NIGHT'S POSTING HAS      *
001200*                     ENDED CLEANLY.  CLOSES THE NIGHT CHAIN     *
001300*                     BDATCHK OPENED AND MOVES THE BDATFILE      *
001400*                     BUSINESS DATE TO THE NEXT BANKING DAY OF   *
001500*                     THE HOLIDAY CALENDAR (BANKDAY), KEEPING    *
001600*                     THE DAY JUST CLOSED AS THE PREVIOUS DATE.  *
001700*                     A ROLL WITHOUT AN OPEN CHAIN (A RESUBMIT   *
001800*                     OF THIS STEP AFTER IT HAD ALREADY RUN) IS  *
001900*                     REFUSED RC=8, SO A BANKING DAY IS NEVER    *
002000*                     SKIPPED.                                   *
002100*----------------------------------------------------------------*
002200
002300 environment division.
002400 configuration section.
002500 special-names.
002600     decimal-point is comma.
002700
002800 input-output section.
002900 file-control.
003000     select BDAT-FILE assign to "BDATFILE"
003100         organization is sequential
003200         access mode is sequential
003300         file status is WS-BDAT-STATUS.
003400
003500 data division.
003600 file section.
003700 fd  BDAT-FILE
003800     label records are standard
003900     record contains 50 characters.
004000 01  BD-RECORD.
004100     copy BDATREC.
004200
004300 working-storage section.
004400 01  WS-BDAT-STATUS             pic x(02).
004500     88  WS-BDAT-OK                 value "00".
004600
004700 01  WS-TODAY                   pic 9(08).
004800 01  WS-NOW                     pic 9(06).
004900
005000*----------------------------------------------------------------*
005100*  PARAMETER AREA FOR THE BANKDAY CALENDAR ROUTINE.              *
005200*----------------------------------------------------------------*
005300 01  BK-PARAMETERS.
005400     copy BDAYREC.
005500
005600 procedure division.
005700 0000-MAINLINE.
005800     perform 1000-INITIALIZE
005900         thru 1000-EXIT.
006000     perform 2000-ROLL-BUSINESS-DATE
006100         thru 2000-EXIT.
006200     perform 9999-TERMINATE
006300         thru 9999-EXIT.
006400     stop run.
006500
006600*----------------------------------------------------------------*
006700*  1000-INITIALIZE - TAKE THE CALENDAR DATE AND TIME FOR THE     *
006800*  STAMP, OPEN THE CONTROL FILE AND READ THE CONTROL RECORD.     *
006900*----------------------------------------------------------------*
007000 1000-INITIALIZE.
007100     accept WS-TODAY from date yyyymmdd.
007200     accept WS-NOW from time.
007300     open i-o BDAT-FILE.
007400     if not WS-BDAT-OK
007500         perform 9910-BDAT-OPEN-ERROR
007600             thru 9910-EXIT
007700     end-if.
007800     read BDAT-FILE
007900         at end
008000             perform 9920-BDAT-EMPTY
008100                 thru 9920-EXIT
008200     end-read.
008300 1000-EXIT.
008400     exit.
008500
008600*----------------------------------------------------------------*
008700*  2000-ROLL-BUSINESS-DATE - ONLY A CHAIN OPENED FOR THE DATE IS *
008800*  CLOSED; THE DATE THEN MOVES TO THE FIRST BANKING DAY AFTER    *
008900*  IT AND THE DAY IS OPEN AGAIN.                                 *
009000*----------------------------------------------------------------*
009100 2000-ROLL-BUSINESS-DATE.
009200     if not BDAT-CHAIN-RUNNING of BD-RECORD
009300         display "BDATROLL - NO NIGHT CHAIN OPEN FOR "
009400             BDAT-BUSINESS-DATE of BD-RECORD
009500             " (ROLLED ON " BDAT-ROLLED-DATE of BD-RECORD
009600             ") - DATE NOT ROLLED"
009700         move 8 to return-code
009800         go to 2000-EXIT
009900     end-if.
010000     move BDAT-BUSINESS-DATE of BD-RECORD
010100         to BDAY-INPUT-DATE of BK-PARAMETERS.
010200     call "BANKDAY" using BK-PARAMETERS.
010300     if not BDAY-FOUND of BK-PARAMETERS
010400         perform 9940-CALENDAR-ERROR
010500             thru 9940-EXIT
010600     end-if.
010700     move BDAT-BUSINESS-DATE of BD-RECORD
010800         to BDAT-PREV-DATE of BD-RECORD.
010900     move BDAY-NEXT-DATE of BK-PARAMETERS
011000         to BDAT-BUSINESS-DATE of BD-RECORD.
011100     set BDAT-DAY-OPEN of BD-RECORD to true.
011200     move WS-TODAY to BDAT-ROLLED-DATE of BD-RECORD.
011300     move WS-NOW to BDAT-ROLLED-TIME of BD-RECORD.
011400     rewrite BD-RECORD.
011500     if not WS-BDAT-OK
011600         perform 9930-BDAT-WRITE-ERROR
011700             thru 9930-EXIT
011800     end-if.
011900     display "BDATROLL - BUSINESS DATE ROLLED FROM "
012000         BDAT-PREV-DATE of BD-RECORD " TO "
012100         BDAT-BUSINESS-DATE of BD-RECORD.
012200 2000-EXIT.
012300     exit.
012400
012500*----------------------------------------------------------------*
012600*  9999-TERMINATE - CLOSE THE CONTROL FILE.                      *
012700*----------------------------------------------------------------*
012800 9999-TERMINATE.
012900     close BDAT-FILE.
013000 9999-EXIT.
013100     exit.
013200
013300*----------------------------------------------------------------*
013400*  9910-BDAT-OPEN-ERROR - THE CONTROL FILE COULD NOT BE OPENED;  *
013500*  ABEND, LEAVING THE CHAIN OPEN FOR A RESUBMIT OF THIS STEP.    *
013600*----------------------------------------------------------------*
013700 9910-BDAT-OPEN-ERROR.
013800     display "BDATROLL - CANNOT OPEN BDATFILE, STATUS="
013900         WS-BDAT-STATUS.
014000     stop run.
014100 9910-EXIT.
014200     exit.
014300
014400*----------------------------------------------------------------*
014500*  9920-BDAT-EMPTY - THE CONTROL FILE HOLDS NO RECORD; ABEND     *
014600*  RATHER THAN GUESS THE BUSINESS DATE.                          *
014700*----------------------------------------------------------------*
014800 9920-BDAT-EMPTY.
014900     display "BDATROLL - NO CONTROL RECORD ON BDATFILE, STATUS="
015000         WS-BDAT-STATUS.
015100     stop run.
015200 9920-EXIT.
015300     exit.
015400
015500*----------------------------------------------------------------*
015600*  9930-BDAT-WRITE-ERROR - THE ROLLED RECORD COULD NOT BE        *
015700*  WRITTEN; ABEND FOR A RESUBMIT OF THIS STEP.                   *
015800*----------------------------------------------------------------*
015900 9930-BDAT-WRITE-ERROR.
016000     display "BDATROLL - CANNOT WRITE BDATFILE, STATUS="
016100         WS-BDAT-STATUS.
016200     stop run.
016300 9930-EXIT.
016400     exit.
016500
016600*----------------------------------------------------------------*
016700*  9940-CALENDAR-ERROR - NO NEXT BANKING DAY COULD BE FOUND (A   *
016800*  MONTH OF CLOSED DAYS ON HOLIFILE); ABEND FOR THE CALENDAR TO  *
016900*  BE PUT RIGHT WITH HOLIMNT AND THIS STEP RESUBMITTED.          *
017000*----------------------------------------------------------------*
017100 9940-CALENDAR-ERROR.
017200     display "BDATROLL - NO BANKING DAY AFTER "
017300         BDAY-INPUT-DATE of BK-PARAMETERS ", RETURN CODE "
017400         BDAY-RETURN-CODE of BK-PARAMETERS.
017500     stop run.
017600 9940-EXIT.
017700     exit.
