001496*                     ALREADY ON THE KEYED HISTORY (THISTREC),
001497*                     SO A RESENT BATCH CAN NEVER POST TWICE.
001498*                     RECORD LENGTH IS UNCHANGED.
001500*    2026-10-15  APZ  LAYOUT UNCHANGED - A COUNTER TRANSFER
001510*                     (TRANXFR) POSTS ITS TWO LEGS WITH "X" +
001520*                     YYMMDD + SEQ REFERENCES; THE XFERFILE
001530*                     REGISTER (XFERREC) PAIRS THEM AND HOLDS
001540*                     THE RATES OF A CROSS-CURRENCY TRANSFER.
001541*    2026-10-15  APZ  LAYOUT UNCHANGED - ACCRUE NOW DEBITS THE
001542*                     WITHHOLDING TAX ON EACH CREDIT INTEREST
001543*                     ENTRY UNDER "W" + THE INTEREST'S OWN
001544*                     YYDDD + SEQ, WHICH IS HOW THE YEAR-END
001545*                     INTCERT RUN FINDS IT ON TRANHIST.
001546*    2026-10-15  APZ  LAYOUT UNCHANGED - THE YEAR-END ROLLOVER
001547*                     (TRANROLL) WRITES ONE BALANCE-FORWARD
001548*                     RECORD PER ACCOUNT UNDER "B" + YY + SEQ,
001549*                     DATED AT THE CLOSED YEAR'S LAST DAY, WITH
001550*                     THE CLOSING BALANCE AS A CREDIT (OR AS A
001551*                     DEBIT WHEN OVERDRAWN).  IT OPENS THE
001552*                     NEXT YEAR'S TRANHIST AND EACH YEAR'S
001553*                     ARCHIVE GENERATION.
001554*----------------------------------------------------------------*
001600     05  TRAN-ACCOUNT-NUMBER    pic x(10).
001700     05  TRAN-DATE              pic 9(08).
001800     05  TRAN-TYPE              pic x(01).
