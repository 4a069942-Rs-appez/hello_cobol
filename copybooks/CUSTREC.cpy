002300*    2020-02-11  APZ  ADDED CUST-OVERDRAFT-LIMIT, THE AGREED
002400*                     OVERDRAFT CEILING CHECKED AGAINST THE
002500*                     COMPUTED BALANCE.
002510*    2026-10-15  APZ  ONE BYTE OF THE SPARE FILLER NOW CARRIES
002520*                     CUST-ACTIVITY-STATUS, SET BY THE DORMANT
002530*                     RUN (SPACE = ACTIVE, "I" = INACTIVE FOR
002540*                     OVER 12 MONTHS, "D" = DORMANT) AND RESET
002550*                     ONLY BY A SUPERVISED REACTIVATION IN
002560*                     CUSTMNT.  A DORMANT ACCOUNT TAKES NO DEBIT.
002570*                     RECORD LENGTH IS UNCHANGED.
002600*----------------------------------------------------------------*
002700     05  CUST-ACCOUNT-NUMBER    pic x(10).
002800     05  CUST-NUMBER            pic x(08).
003000     05  CUST-CURRENCY-CODE     pic x(03).
003100     05  CUST-BALANCE           pic s9(9)v99 usage comp-3.
003200     05  CUST-OVERDRAFT-LIMIT   pic s9(7)v99 usage comp-3.
003300     05  CUST-ACTIVITY-STATUS   pic x(01).
003400         88  CUST-ACTIVE            value space.
003500         88  CUST-INACTIVE          value "I".
003600         88  CUST-DORMANT           value "D".
003700     05  filler                 pic x(02).
