001900*----------------------------------------------------------------*
002000*  MODIFICATION HISTORY                                          *
002100*    2026-09-01  APZ  INITIAL VERSION.
002110*    2026-10-15  APZ  ONE BYTE OF THE SPARE FILLER NOW CARRIES
002120*                     THIST-ROLL-FLAG.  THE YEAR-END ROLLOVER
002130*                     (HIDXROLL) WRITES EACH ACCOUNT'S BALANCE-
002140*                     FORWARD RECORD ("B" REFERENCE, DATED AT
002150*                     THE CLOSED YEAR'S LAST DAY) AND SETS THE
002160*                     FLAG ON THE CLOSED YEAR'S ENTRIES IT KEEPS
002170*                     FOR THE DUPLICATE SCREEN: THEIR AMOUNTS
002180*                     ARE ALREADY INSIDE THE BALANCE FORWARD AND
002190*                     MUST NOT BE ADDED TO A BALANCE AGAIN.
002195*                     RECORD LENGTH IS UNCHANGED.
002200*----------------------------------------------------------------*
002300     05  THIST-KEY.
002400         10  THIST-ACCOUNT-NUMBER pic x(10).
002800         88  THIST-DEBIT            value "D".
002900         88  THIST-CREDIT           value "C".
003000     05  THIST-AMOUNT           pic s9(9)v99 usage comp-3.
003050     05  THIST-ROLL-FLAG        pic x(01).
003060         88  THIST-IN-BALANCE-FWD   value "F".
003100     05  filler                 pic x(04).
