000100*----------------------------------------------------------------*
000200*  BDATREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  SINGLE-RECORD BUSINESS-DATE CONTROL LAYOUT (BDATFILE).  THE
000700*  NIGHT CHAIN AND THE PERIOD RUNS TAKE THEIR RUN DATE FROM
000800*  BDAT-BUSINESS-DATE INSTEAD OF THE SYSTEM CLOCK, SO A RUN
000900*  THAT SLIPS PAST MIDNIGHT STILL DATES, CHECKPOINTS AND
001000*  RECONCILES ITS OWN DAY.  BDATCHK OPENS THE NIGHT CHAIN FOR
001100*  THE DATE (BDAT-CHAIN-RUNNING); THE END-OF-DAY STEP BDATROLL
001200*  CLOSES IT AND ROLLS THE DATE TO THE NEXT BANKING DAY OF THE
001300*  HOLIDAY CALENDAR (BANKDAY), BACK TO BDAT-DAY-OPEN.
001400*
001500*  EXPECTED USE :
001600*      01  BD-RECORD.
001700*          COPY BDATREC.
001800*----------------------------------------------------------------*
001900*  MODIFICATION HISTORY                                          *
002000*    2026-10-15  APZ  INITIAL VERSION.
002100*----------------------------------------------------------------*
002200     05  BDAT-BUSINESS-DATE     pic 9(08).
002300     05  BDAT-PREV-DATE         pic 9(08).
002500     05  BDAT-CHAIN-STATUS      pic x(01).
002600         88  BDAT-DAY-OPEN          value "O".
002700         88  BDAT-CHAIN-RUNNING     value "R".
002800     05  BDAT-CHAIN-START-DATE  pic 9(08).
002900     05  BDAT-CHAIN-START-TIME  pic 9(06).
003000     05  BDAT-ROLLED-DATE       pic 9(08).
003100     05  BDAT-ROLLED-TIME       pic 9(06).
003200     05  filler                 pic x(05).
