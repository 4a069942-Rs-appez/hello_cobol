000100*----------------------------------------------------------------*
000200*  HOLIREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  BANKING-HOLIDAY CALENDAR RECORD FOR THE HOLIFILE KSDS, ONE
000700*  PER PUBLIC HOLIDAY OR OTHER CLOSED WEEKDAY, KEYED BY THE
000800*  DATE.  SATURDAYS AND SUNDAYS ARE NEVER BANKING DAYS AND ARE
000900*  NOT HELD HERE.  MAINTAINED WITH HOLIMNT (AUDITLOG TRAIL);
001000*  READ THROUGH THE BANKDAY ROUTINE.
001100*
001200*  EXPECTED USE :
001300*      01  HC-RECORD.
001400*          COPY HOLIREC.
001500*----------------------------------------------------------------*
001600*  MODIFICATION HISTORY                                          *
001700*    2026-10-15  APZ  INITIAL VERSION.
001800*----------------------------------------------------------------*
001900     05  HOLI-DATE              pic 9(08).
002000     05  HOLI-DESCRIPTION       pic x(30).
002100     05  HOLI-UPDATED-BY        pic x(08).
002200     05  HOLI-UPDATED-DATE      pic 9(08).
002300     05  HOLI-UPDATED-TIME      pic 9(06).
