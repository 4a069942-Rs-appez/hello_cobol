001100*    "E" - ONE SUMMARY OF THE ACCOUNTS ROUTED TO EXCPRPT, SO
001200*          OVERDRAWN EXPOSURE POSTS TO THE PROVISION ACCOUNT
001300*          INSTEAD OF DISAPPEARING FROM THE FEED;
001310*    "F" - ONE FX POSITION PER CURRENCY MOVED BY CROSS-CURRENCY
001320*          TRANSFER LEGS (MOVEMENT TYPE "N"): COUNT OF LEGS, NET
001330*          POSITION IN THE CURRENCY (POSITIVE = TAKEN IN FROM
001340*          CUSTOMERS) AND ITS EUR COUNTERVALUE AT THE DEALS' OWN
001350*          RATES - REVALUED AT THE NIGHT'S RATE, THE DIFFERENCE
001360*          IS THE CONVERSION GAIN OR LOSS;
001400*    "T" - TRAILER WITH HASH TOTALS (RECORD COUNT, SUM OF THE
001500*          VALUE FIELDS, SUM OF THE EUR FIELDS) THE RECEIVING
001600*          SYSTEM VERIFIES.
002300*----------------------------------------------------------------*
002400*  MODIFICATION HISTORY                                          *
002500*    2026-08-22  APZ  INITIAL VERSION.
002520*    2026-10-15  APZ  ADDED THE "F" FX POSITION RECORD.
002540*                     RECORD LENGTH IS UNCHANGED.
002600*----------------------------------------------------------------*
002700     05  GL-RECORD-TYPE         pic x(01).
002800         88  GL-DETAIL-RECORD       value "D".
002900         88  GL-EXCEPTION-RECORD    value "E".
003000         88  GL-TRAILER-RECORD      value "T".
003050         88  GL-FX-POSITION-RECORD  value "F".
003100     05  GL-CURRENCY-CODE       pic x(03).
003200     05  GL-MOVEMENT-TYPE       pic x(01).
003300     05  GL-COUNT               pic 9(07).
