000100*----------------------------------------------------------------*
000200*  ROLLREC                                                       *
000300*  AUTHOR      : APPEZ                                           *
000400*  DATE-WRITTEN: 2026-10-15                                      *
000500*----------------------------------------------------------------*
000600*  CONTROL-TOTALS RECORD WRITTEN BY THE YEAR-END TRANHIST
000700*  ROLLOVER (TRANROLL) BESIDE THE ARCHIVE GENERATION AND
000800*  VERIFIED BY ROLLPRF BEFORE THE CUMULATIVE ARCHIVE IS
000900*  REPLACED - SAME DISCIPLINE AS CUSTBKP/CUSTRST (BKUPREC).
001000*  ONE RECORD PER FILE OF THE ROLLOVER: "I" THE TRANHIST READ,
001100*  "A" THE CLOSED YEAR MOVED TO THE ARCHIVE GENERATION, "R" THE
001200*  LATER ENTRIES RETAINED ON THE NEW TRANHIST, "B" THE
001300*  BALANCE-FORWARD RECORDS WRITTEN AHEAD OF THEM.  THE NET IS
001400*  CREDITS LESS DEBITS, ALL CURRENCIES TOGETHER (TRANHIST
001500*  CARRIES NO CURRENCY), USED AS A HASH TOTAL.  THE ROLLOVER
001600*  IS PROVEN WHEN I = A + R IN COUNT AND NET, B = A IN NET,
001700*  AND EVERY FILE RE-SUMS TO ITS OWN RECORD.
001800*
001900*  EXPECTED USE :
002000*      01  RC-RECORD.
002100*          COPY ROLLREC.
002200*----------------------------------------------------------------*
002300*  MODIFICATION HISTORY                                          *
002400*    2026-10-15  APZ  INITIAL VERSION.
002500*----------------------------------------------------------------*
002600     05  ROLL-RECORD-TYPE       pic x(01).
002700         88  ROLL-INPUT-RECORD      value "I".
002800         88  ROLL-ARCHIVE-RECORD    value "A".
002900         88  ROLL-RETAINED-RECORD   value "R".
003000         88  ROLL-FORWARD-RECORD    value "B".
003100     05  ROLL-RECORD-COUNT      pic 9(09).
003200     05  ROLL-NET-TOTAL         pic s9(13)v99 usage comp-3.
003300     05  ROLL-CLOSED-YEAR       pic 9(04).
003400     05  ROLL-CUTOFF-DATE       pic 9(08).
003500     05  ROLL-RUN-DATE          pic 9(08).
003600     05  filler                 pic x(02).
