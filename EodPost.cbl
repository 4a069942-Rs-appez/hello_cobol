001814*                     WITHOUT SCANNING THE FLAT ARCHIVE,      *
001815*                     WHICH REMAINS THE AUTHORITATIVE FEED    *
001816*                     FOR THE SEQUENTIAL MONTH-END JOBS.      *
001820*    2026-10-15  APZ  THE RUN DATE IS NOW THE BUSINESS DATE ON   *
001830*                     THE BDATFILE CONTROL RECORD (BDATREC)      *
001840*                     INSTEAD OF THE SYSTEM CLOCK; THE PCKPFILE  *
001850*                     RESTART TEST AND THE RECONCTL CONTROL      *
001860*                     RECORD ARE THEREFORE KEYED ON THE DAY      *
001870*                     BEING CLOSED EVEN PAST MIDNIGHT.           *
001880*----------------------------------------------------------------*
001900
002000 environment division.
002100 configuration section.
004890         access mode is sequential
004895         file status is WS-PCKPT-STATUS.
004900
004910     select BDAT-FILE assign to "BDATFILE"
004920         organization is sequential
004930         access mode is sequential
004940         file status is WS-BDAT-STATUS.
004950
005000 data division.
005100 file section.
005200 fd  CUSTMAST-FILE
007291     record contains 36 characters.
007292 01  PK-RECORD.
007293     copy PCKPREC.
007294
007295 fd  BDAT-FILE
007296     label records are standard
007297     record contains 50 characters.
007298 01  BD-RECORD.
007299     copy BDATREC.
007300
007400 working-storage section.
007500 01  WS-CUSTMAST-STATUS         pic x(02).
009050 01  WS-PCKPT-STATUS            pic x(02).
009060     88  WS-PCKPT-OK                value "00".
009070     88  WS-PCKPT-NOT-FOUND         value "35".
009075
009080 01  WS-BDAT-STATUS             pic x(02).
009085     88  WS-BDAT-OK                 value "00".
009100
009200 01  WS-SWITCHES.
009300     05  WS-TRAN-EOF-SW         pic x(01).
013110     set WS-RUN-TO-DO to true.
013112     set WS-REPLAY-CHECK-DUE to true.
013114     set WS-ENTRY-NOT-REPLAYED to true.
013120     perform 1050-READ-BUSINESS-DATE
013140         thru 1050-EXIT.
013200     open input TRANFILE-FILE.
013300     if WS-TRANFILE-NOT-FOUND
013400         display "EODPOST - NO TRANFILE TODAY, NOTHING TO POST"
016080     end-if.
016100 1000-EXIT.
016200     exit.
016201
016202*----------------------------------------------------------------*
016203*  1050-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
016204*  OF THE NIGHT CHAIN, HELD ON THE BDATFILE CONTROL RECORD.      *
016205*----------------------------------------------------------------*
016206 1050-READ-BUSINESS-DATE.
016207     open input BDAT-FILE.
016208     if not WS-BDAT-OK
016209         perform 9991-BDAT-ERROR
016210             thru 9991-EXIT
016211     end-if.
016212     read BDAT-FILE
016213         at end
016214             perform 9991-BDAT-ERROR
016215                 thru 9991-EXIT
016216     end-read.
016217     move BDAT-BUSINESS-DATE of BD-RECORD to WS-RUN-DATE.
016218     close BDAT-FILE.
016219 1050-EXIT.
016220     exit.
016221
016222*----------------------------------------------------------------*
016230*  1200-INIT-ONE-CURRENCY-SLOT - CLEAR ONE ENTRY OF THE          *
016240*  PER-CURRENCY CONTROL TOTALS TABLE.                            *
016250*----------------------------------------------------------------*
040910     stop run.
040920 9990-EXIT.
040930     exit.
041000
041100*----------------------------------------------------------------*
041200*  9991-BDAT-ERROR - THE BUSINESS-DATE CONTROL RECORD COULD NOT  *
041300*  BE READ; ABEND RATHER THAN RUN FOR A GUESSED DATE.            *
041400*----------------------------------------------------------------*
041500 9991-BDAT-ERROR.
041600     display "EODPOST - CANNOT READ BDATFILE, STATUS="
041700         WS-BDAT-STATUS.
041800     stop run.
041900 9991-EXIT.
042000     exit.
