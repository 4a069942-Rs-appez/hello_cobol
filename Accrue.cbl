002490*                     POSTED HISTORY.  THE FULL DATE IS IN THE *
002492*                     REFERENCE SO IT CAN NEVER RECUR ON A     *
002494*                     LATER RUN.                               *
002500*    2026-10-15  APZ  WITHHOLDING TAX - EVERY CREDIT INTEREST    *
002510*                     ENTRY IS FOLLOWED BY ITS TAX DEBIT AT THE  *
002520*                     RATE IN THE WHTPARM PARAMETER MEMBER (NO   *
002530*                     MEMBER, NO RUN), REFERENCED "W" + THE SAME *
002540*                     YYDDD AND SEQUENCE AS ITS INTEREST, SO THE *
002550*                     YEAR-END INTCERT RUN CAN TELL GROSS        *
002560*                     INTEREST AND TAX APART ON TRANHIST.  THE   *
002570*                     TAX IS PRINTED ON THE PROOF LIST.          *
002571*    2026-10-15  APZ  THE RUN DATE IS NOW THE BUSINESS DATE ON   *
002572*                     THE BDATFILE CONTROL RECORD (BDATREC)      *
002573*                     INSTEAD OF THE SYSTEM CLOCK, SO THE        *
002574*                     ACCRUAL ENTRIES ARE DATED AND REFERENCED   *
002575*                     AT THE BUSINESS DAY THEY BELONG TO.        *
002580*----------------------------------------------------------------*
002600
002700 environment division.
002800 configuration section.
004700     select ACCRPARM-FILE assign to "ACCRPARM"
004800         organization is line sequential
004900         file status is WS-ACCRPARM-STATUS.
004920
004940     select WHTPARM-FILE assign to "WHTPARM"
004960         organization is line sequential
004980         file status is WS-WHTPARM-STATUS.
005000
005100     select ACCRWRK-FILE assign to "ACCRWRK"
005200         organization is sequential
005600     select REPORT-FILE assign to "ACCRRPT"
005700         organization is line sequential
005800         file status is WS-REPORT-STATUS.
005810
005820     select BDAT-FILE assign to "BDATFILE"
005830         organization is sequential
005840         access mode is sequential
005850         file status is WS-BDAT-STATUS.
005900
006000 data division.
006100 file section.
008000     05  AP-FEE-RATE            pic 9(02)v9(04).
008100     05  AP-FEE-MIN             pic 9(05)v99.
008200     05  filler                 pic x(58).
008210
008220 fd  WHTPARM-FILE
008230     label records are omitted
008240     record contains 80 characters.
008250 01  WP-RECORD.
008260     05  WP-TAX-RATE            pic 9(02)v9(04).
008270     05  filler                 pic x(74).
008300
008400 fd  ACCRWRK-FILE
008500     label records are standard
009000     label records are omitted
009100     record contains 80 characters.
009200 01  RP-LINE                    pic x(80).
009210
009220 fd  BDAT-FILE
009230     label records are standard
009240     record contains 50 characters.
009250 01  BD-RECORD.
009260     copy BDATREC.
009300
009400 working-storage section.
009500 01  WS-CUSTMAST-STATUS         pic x(02).
010240
010300 01  WS-ACCRPARM-STATUS         pic x(02).
010400     88  WS-ACCRPARM-OK             value "00".
010420
010440 01  WS-WHTPARM-STATUS          pic x(02).
010460     88  WS-WHTPARM-OK              value "00".
010500
010600 01  WS-ACCRWRK-STATUS          pic x(02).
010700     88  WS-ACCRWRK-OK              value "00".
010900
011000 01  WS-REPORT-STATUS           pic x(02).
011100     88  WS-REPORT-OK               value "00".
011120
011140 01  WS-BDAT-STATUS             pic x(02).
011160     88  WS-BDAT-OK                 value "00".
011200
011300 01  WS-SWITCHES.
011400     05  WS-CUSTMAST-EOF-SW     pic x(01).
013092*----------------------------------------------------------------*
013093 01  WS-ACCRUAL-REFERENCE.
013094     05  WS-AR-SOURCE           pic x(01) value "A".
013095         88  WS-AR-ACCRUAL          value "A".
013096         88  WS-AR-WITHHOLDING      value "W".
013097     05  WS-AR-YY               pic 9(02).
013098     05  WS-AR-DDD              pic 9(03).
013099     05  WS-AR-SEQ              pic 9(04).
013100 01  WS-RUNNING-BALANCE         pic s9(9)v99 usage comp-3.
013200 01  WS-EXCESS                  pic s9(9)v99 usage comp-3.
013300 01  WS-ACCRUAL-AMOUNT          pic s9(9)v99 usage comp-3.
013400 01  WS-INTEREST-COUNT          pic 9(07) usage comp.
013500 01  WS-FEE-COUNT               pic 9(07) usage comp.
013600 01  WS-PARM-COUNT              pic 9(02) usage comp.
013620 01  WS-TAX-COUNT               pic 9(07) usage comp.
013640 01  WS-TAX-RATE                pic 9(02)v9(04).
013660 01  WS-TAX-AMOUNT              pic s9(9)v99 usage comp-3.
013700
013800*----------------------------------------------------------------*
013900*  PER-CURRENCY ACCRUAL PARAMETERS LOADED FROM ACCRPARM: THE     *
020200     move zero to WS-INTEREST-COUNT.
020300     move zero to WS-FEE-COUNT.
020400     move zero to WS-PARM-COUNT.
020405     move zero to WS-TAX-COUNT.
020410     move spaces to WS-SORTED-STATUS.
020420     perform 1200-INIT-ONE-PARM-SLOT
020430         thru 1200-EXIT
020450         until PT-IDX > 20.
020460     move zero to WS-ACCRUAL-SEQ.
020500     set WS-CUSTMAST-NOT-EOF to true.
020550     perform 1050-READ-BUSINESS-DATE
020600         thru 1050-EXIT.
020610     move WS-RUN-DATE to WS-RUN-DATE-SPLIT.
020620     move WS-RUN-DATE (3:2) to WS-AR-YY.
020630     perform 1300-SET-DAY-OF-YEAR
020650     move WS-RUN-DDD to WS-AR-DDD.
020700     perform 1100-LOAD-PARAMETERS
020800         thru 1100-EXIT.
020820     perform 1400-LOAD-TAX-RATE
020840         thru 1400-EXIT.
020900     open input CUSTMAST-FILE.
021000     if not WS-CUSTMAST-OK
021100         perform 9920-CUSTMAST-OPEN-ERROR
025000         thru 8000-EXIT.
025100 1000-EXIT.
025200     exit.
025202
025204*----------------------------------------------------------------*
025206*  1050-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
025208*  OF THE NIGHT CHAIN, HELD ON THE BDATFILE CONTROL RECORD.      *
025210*----------------------------------------------------------------*
025212 1050-READ-BUSINESS-DATE.
025214     open input BDAT-FILE.
025216     if not WS-BDAT-OK
025218         perform 9990-BDAT-ERROR
025220             thru 9990-EXIT
025222     end-if.
025224     read BDAT-FILE
025226         at end
025228             perform 9990-BDAT-ERROR
025230                 thru 9990-EXIT
025232     end-read.
025234     move BDAT-BUSINESS-DATE of BD-RECORD to WS-RUN-DATE.
025236     close BDAT-FILE.
025238 1050-EXIT.
025240     exit.
025300
025400*----------------------------------------------------------------*
025500*  1100-LOAD-PARAMETERS - READ THE PER-CURRENCY RATES AND FEE    *
031118 1300-EXIT.
031119     exit.
031120
031122*----------------------------------------------------------------*
031124*  1400-LOAD-TAX-RATE - READ THE WITHHOLDING-TAX RATE, IN        *
031126*  PERCENT OF THE GROSS INTEREST, FROM WHTPARM.  LIKE THE        *
031128*  ACCRUAL RATES IT IS NEVER COMPILED IN: NO MEMBER OR A         *
031130*  MALFORMED ONE ABENDS THE RUN.  A ZERO RATE WITHHOLDS NOTHING. *
031132*----------------------------------------------------------------*
031134 1400-LOAD-TAX-RATE.
031136     open input WHTPARM-FILE.
031138     if not WS-WHTPARM-OK
031140         perform 9912-WHTPARM-ERROR
031142             thru 9912-EXIT
031144     end-if.
031146     read WHTPARM-FILE
031148         at end
031150             perform 9912-WHTPARM-ERROR
031152                 thru 9912-EXIT
031154     end-read.
031156     if WP-TAX-RATE of WP-RECORD is not numeric
031158         perform 9912-WHTPARM-ERROR
031160             thru 9912-EXIT
031162     end-if.
031164     move WP-TAX-RATE of WP-RECORD to WS-TAX-RATE.
031166     close WHTPARM-FILE.
031168 1400-EXIT.
031170     exit.
031172
031200*----------------------------------------------------------------*
031300*  2000-PROCESS-ONE-ACCOUNT - READ THE NEXT ACCOUNT, ROLL ITS    *
031400*  BALANCE THROUGH ITS LEDGER SLICE, AND GENERATE THE ACCRUALS   *
040400*  2300-ACCRUE-INTEREST - A POSITIVE COMPUTED BALANCE EARNS      *
040500*  CREDIT INTEREST AT THE CURRENCY'S PERIOD RATE; A ZERO         *
040600*  RESULT (RATE ZERO OR ROUNDED AWAY) GENERATES NOTHING.         *
040650*  THE WITHHOLDING TAX ON IT FOLLOWS AS ITS OWN DEBIT ENTRY.     *
040700*----------------------------------------------------------------*
040800 2300-ACCRUE-INTEREST.
040900     if WS-RUNNING-BALANCE not > zero
042100     move "INTERETS" to WS-RL-TYPE.
042200     perform 2600-PRINT-PROOF-LINE
042300         thru 2600-EXIT.
042320     perform 2350-WITHHOLD-TAX
042340         thru 2350-EXIT.
042400 2300-EXIT.
042500     exit.
042502
042504*----------------------------------------------------------------*
042506*  2350-WITHHOLD-TAX - TAKE THE WITHHOLDING TAX ON THE INTEREST  *
042508*  JUST GENERATED AND POST IT AS A DEBIT ENTRY OF ITS OWN.  ITS  *
042510*  REFERENCE IS THE INTEREST'S OWN WITH "W" FOR "A", SO THE TWO  *
042512*  ENTRIES PAIR UP ON THE HISTORY.  A ZERO RESULT (RATE ZERO OR  *
042514*  ROUNDED AWAY) GENERATES NOTHING.  THE PROOF LINE SHOWS THE    *
042516*  INTEREST AS THE BASE.                                         *
042518*----------------------------------------------------------------*
042520 2350-WITHHOLD-TAX.
042522     compute WS-TAX-AMOUNT rounded
042524         = WS-ACCRUAL-AMOUNT * WS-TAX-RATE / 100.
042526     if WS-TAX-AMOUNT = zero
042528         go to 2350-EXIT
042530     end-if.
042532     move WS-ACCRUAL-AMOUNT to WS-RL-BASE.
042534     move WS-TAX-AMOUNT to WS-ACCRUAL-AMOUNT.
042536     move spaces to WS-ACCR-RECORD.
042538     move "D" to TRAN-TYPE of WS-ACCR-RECORD.
042540     set WS-AR-WITHHOLDING to true.
042542     perform 2500-WRITE-ACCRUAL
042544         thru 2500-EXIT.
042546     set WS-AR-ACCRUAL to true.
042548     add 1 to WS-TAX-COUNT.
042550     move CUST-ACCOUNT-NUMBER of CM-RECORD to WS-RL-ACCOUNT.
042552     move "RETENUE" to WS-RL-TYPE.
042554     move WS-TAX-AMOUNT to WS-RL-AMOUNT.
042556     move CUST-CURRENCY-CODE of CM-RECORD to WS-RL-CURRENCY.
042558     move WS-REPORT-LINE to RP-LINE.
042560     perform 8000-WRITE-REPORT-LINE
042562         thru 8000-EXIT.
042564 2350-EXIT.
042566     exit.
042600
042700*----------------------------------------------------------------*
042800*  2400-ACCRUE-OVERDRAFT-FEE - AN ACCOUNT PAST ITS AGREED        *
046300*  ON THE WORK FILE (TRAN-TYPE IS ALREADY SET).  THE WORK FILE   *
046400*  IS APPENDED TO TRANFILE AFTER THE LEDGER PASS FINISHES, SO    *
046500*  THE PASS NEVER READS ITS OWN OUTPUT.                          *
046520*  A WITHHOLDING-TAX ENTRY KEEPS THE SEQUENCE OF THE INTEREST    *
046540*  IT WAS TAKEN FROM; EVERY OTHER ENTRY TAKES THE NEXT ONE.      *
046600*----------------------------------------------------------------*
046700 2500-WRITE-ACCRUAL.
046800     move CUST-ACCOUNT-NUMBER of CM-RECORD
046900         to TRAN-ACCOUNT-NUMBER of WS-ACCR-RECORD.
047000     move WS-RUN-DATE to TRAN-DATE of WS-ACCR-RECORD.
047100     move WS-ACCRUAL-AMOUNT to TRAN-AMOUNT of WS-ACCR-RECORD.
047105     if WS-AR-ACCRUAL
047110         add 1 to WS-ACCRUAL-SEQ
047115     end-if.
047120     move WS-ACCRUAL-SEQ to WS-AR-SEQ.
047130     move WS-ACCRUAL-REFERENCE
047140         to TRAN-REFERENCE of WS-ACCR-RECORD.
058700     move WS-COUNT-LINE to RP-LINE.
058800     perform 8000-WRITE-REPORT-LINE
058900         thru 8000-EXIT.
058910     move "RETENUES A LA SOURCE GENEREES" to WS-CN-LABEL.
058920     move WS-TAX-COUNT to WS-CN-VALUE.
058930     move WS-COUNT-LINE to RP-LINE.
058940     perform 8000-WRITE-REPORT-LINE
058950         thru 8000-EXIT.
059000     close CUSTMAST-FILE.
059100     close REPORT-FILE.
059200     display "ACCRUE - " WS-INTEREST-COUNT " INTEREST, "
059300         WS-FEE-COUNT " FEE ENTRY(S) GENERATED.".
059320     display "ACCRUE - " WS-TAX-COUNT
059340         " WITHHOLDING-TAX ENTRY(S) GENERATED.".
059400 9999-EXIT.
059500     exit.
059600
060400     stop run.
060500 9910-EXIT.
060600     exit.
060610
060615*----------------------------------------------------------------*
060620*  9912-WHTPARM-ERROR - NO USABLE WITHHOLDING-TAX RATE; ABEND    *
060625*  RATHER THAN PAY INTEREST WITHOUT THE TAX DUE ON IT.           *
060630*----------------------------------------------------------------*
060635 9912-WHTPARM-ERROR.
060640     display "ACCRUE - CANNOT READ WHTPARM (MISSING OR BAD),"
060645         " STATUS=" WS-WHTPARM-STATUS.
060650     stop run.
060655 9912-EXIT.
060660     exit.
060700
060800*----------------------------------------------------------------*
060900*  9915-ACCRPARM-BAD-RECORD - A MALFORMED PARAMETER RECORD       *
069000     stop run.
069100 9980-EXIT.
069200     exit.
069300
069400*----------------------------------------------------------------*
069500*  9990-BDAT-ERROR - THE BUSINESS-DATE CONTROL RECORD COULD NOT  *
069600*  BE READ; ABEND RATHER THAN RUN FOR A GUESSED DATE.            *
069700*----------------------------------------------------------------*
069800 9990-BDAT-ERROR.
069900     display "ACCRUE - CANNOT READ BDATFILE, STATUS="
070000         WS-BDAT-STATUS.
070100     stop run.
070200 9990-EXIT.
070300     exit.
