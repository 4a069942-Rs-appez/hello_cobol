000100*----------------------------------------------------------------*
000200*  BDAYREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  PARAMETER AREA FOR THE BANKDAY BANKING-CALENDAR ROUTINE.
000700*  THE CALLER SUPPLIES A DATE; BANKDAY RETURNS THE DATE ITSELF
000800*  WHEN IT IS A BANKING DAY, OTHERWISE THE NEXT BANKING DAY
000900*  (BDAY-BANKING-DATE), AND THE FIRST BANKING DAY STRICTLY
001000*  AFTER IT (BDAY-NEXT-DATE).  A DAY IS A BANKING DAY UNLESS IT
001100*  IS A SATURDAY, A SUNDAY OR ON THE HOLIFILE CALENDAR.  ANY
001200*  OTHER RETURN CODE THAN "0" MEANS NEITHER DATE WAS SET.
001300*
001400*  EXPECTED USE :
001500*      01  BK-PARAMETERS.
001600*          COPY BDAYREC.
001700*----------------------------------------------------------------*
001800*  MODIFICATION HISTORY                                          *
001900*    2026-10-15  APZ  INITIAL VERSION.
002000*----------------------------------------------------------------*
002100     05  BDAY-INPUT-DATE        pic 9(08).
002200     05  BDAY-BANKING-DATE      pic 9(08).
002300     05  BDAY-NEXT-DATE         pic 9(08).
002400     05  BDAY-RETURN-CODE       pic x(01).
002500         88  BDAY-FOUND             value "0".
002600         88  BDAY-BAD-DATE          value "1".
002700         88  BDAY-CALENDAR-FULL     value "2".
002800     05  filler                 pic x(05).
