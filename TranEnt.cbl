002064*                     REFERENCE ALREADY ON TODAY'S LEDGER, SO   *
002065*                     A SECOND SESSION THE SAME DAY CONTINUES   *
002066*                     THE NUMBERING INSTEAD OF RESTARTING IT.   *
002068*    2026-10-15  APZ  A DEBIT IS NOW REFUSED OUTRIGHT, WITH NO   *
002070*                     CONFIRMATION OVERRIDE, WHEN THE ACCOUNT    *
002072*                     CARRIES A FULL BLOCK IN FORCE ON HOLDFILE  *
002074*                     OR WHEN THE BALANCE AFTER THE DEBIT WOULD  *
002076*                     FALL BELOW THE AMOUNT HELD BY ITS AMOUNT   *
002078*                     HOLDS (THE OVERDRAFT NEVER COVERS HELD     *
002080*                     FUNDS).  AN ABSENT HOLDFILE MEANS NO HOLDS.*
002082*    2026-10-15  APZ  A DEBIT ON A DORMANT ACCOUNT (CUSTMAST     *
002084*                     ACTIVITY STATUS SET BY THE DORMANT RUN) IS *
002086*                     NOW REFUSED OUTRIGHT UNTIL A SUPERVISOR    *
002088*                     REACTIVATES THE ACCOUNT IN CUSTMNT.        *
002089*    2026-10-15  APZ  EACH SESSION NOW OPENS WITH THE TELLER'S   *
002090*                     CODE, AND EACH ENTRY SAYS WHETHER CASH     *
002091*                     CHANGED HANDS (E) OR NOT (A).  EVERY ENTRY *
002092*                     IS RECORDED ON THE TELLFILE KSDS (TELLREC  *
002093*                     LAYOUT) UNDER ITS REFERENCE WITH THE       *
002094*                     TELLER, THE ACCOUNT'S CURRENCY AND THE     *
002095*                     MEDIUM, FOR THE TELLPRF DRAWER PROOF.  THE *
002096*                     REFERENCE IS RESERVED ON TELLFILE BEFORE   *
002097*                     THE LEDGER APPEND, SO A PARALLEL SESSION   *
002098*                     CAN NO LONGER ISSUE IT TWICE.              *
002100*----------------------------------------------------------------*
002200
002300 environment division.
003900         organization is sequential
004000         access mode is sequential
004100         file status is WS-TRANFILE-STATUS.
004110
004120     select HOLD-FILE assign to "HOLDFILE"
004130         organization is indexed
004140         access mode is dynamic
004150         record key is HOLD-KEY
004160         file status is WS-HOLD-STATUS.
004162
004164     select TELL-FILE assign to "TELLFILE"
004166         organization is indexed
004168         access mode is dynamic
004170         record key is TELL-REFERENCE
004172         alternate record key is TELL-SHIFT-KEY
004174             with duplicates
004176         file status is WS-TELL-STATUS.
004200
004300 data division.
004400 file section.
005300     record contains 35 characters.
005400 01  TR-RECORD.
005500     copy TRANREC.
005510
005520 fd  HOLD-FILE
005530     label records are standard
005540     record contains 90 characters.
005550 01  HL-RECORD.
005560     copy HOLDREC.
005565
005570 fd  TELL-FILE
005575     label records are standard
005580     record contains 60 characters.
005585 01  TL-RECORD.
005590     copy TELLREC.
005600
005700 working-storage section.
005800 01  WS-CUSTMAST-STATUS         pic x(02).
006300     88  WS-TRANFILE-OK             value "00".
006400     88  WS-TRANFILE-EOF            value "10".
006450     88  WS-TRANFILE-NOT-FOUND      value "35".
006460
006470 01  WS-HOLD-STATUS             pic x(02).
006480     88  WS-HOLD-OK                 value "00".
006490     88  WS-HOLD-NO-FILE            value "35".
006491
006492 01  WS-TELL-STATUS             pic x(02).
006493     88  WS-TELL-OK                 value "00".
006494     88  WS-TELL-DUPLICATE          value "22".
006495     88  WS-TELL-NO-FILE            value "35".
006500
006600 01  WS-SWITCHES.
006700     05  WS-ACCOUNT-VALID-SW    pic x(01).
008200     05  WS-TRAN-EOF-SW         pic x(01).
008300         88  WS-TRAN-EOF            value "Y".
008400         88  WS-TRAN-NOT-EOF        value "N".
008410     05  WS-HOLDFILE-SW         pic x(01).
008420         88  WS-HOLDS-ON-FILE       value "Y".
008430         88  WS-HOLDS-ABSENT        value "N".
008440     05  WS-HOLD-SCAN-SW        pic x(01).
008450         88  WS-HOLD-SCAN-DONE      value "Y".
008460         88  WS-HOLD-SCAN-MORE      value "N".
008470     05  WS-BLOCKED-SW          pic x(01).
008480         88  WS-ACCOUNT-BLOCKED     value "Y".
008490         88  WS-ACCOUNT-NOT-BLOCKED value "N".
008491     05  WS-TELLER-VALID-SW     pic x(01).
008492         88  WS-TELLER-OK           value "Y".
008493         88  WS-TELLER-INVALID      value "N".
008494     05  WS-MEDIUM-VALID-SW     pic x(01).
008495         88  WS-MEDIUM-OK           value "Y".
008496         88  WS-MEDIUM-INVALID      value "N".
008497     05  WS-REFERENCE-SW        pic x(01).
008498         88  WS-REFERENCE-RESERVED  value "Y".
008499         88  WS-REFERENCE-PENDING   value "N".
008500
008600 01  WS-ENTRY-TYPE              pic x(01).
008700     88  WS-ENTRY-DEBIT             value "D".
009400 01  WS-RUNNING-BALANCE         pic s9(9)v99 usage comp-3.
009500 01  WS-BALANCE-AFTER           pic s9(9)v99 usage comp-3.
009600 01  WS-ANSWER                  pic x(01).
009620 01  WS-HELD-AMOUNT             pic s9(9)v99 usage comp-3.
009640 01  WS-BLOCK-REASON            pic x(20).
009650 01  WS-TELLER                  pic x(08).
009660 01  WS-ENTRY-MEDIUM            pic x(01).
009670     88  WS-ENTRY-CASH              value "E".
009680     88  WS-ENTRY-NON-CASH          value "A".
009690 01  WS-ENTRY-TIME              pic 9(06).
009700
009800 procedure division.
009900 0000-MAINLINE.
011100*  MASTER.  TRANFILE IS OPENED AND CLOSED AROUND EACH SCAN AND   *
011200*  EACH APPEND (SEE 2400 AND 2600) SO ONE CONNECTOR SERVES BOTH  *
011300*  USES, THE SAME WAY SOLDE RE-OPENS THE LEDGER PER ACCOUNT.     *
011320*  THE TELLER REGISTER IS CREATED ON ITS VERY FIRST USE, THE     *
011340*  WAY TRANREV CREATES A MISSING REVFILE.                        *
011400*----------------------------------------------------------------*
011500 1000-INITIALIZE.
011600     display "Saisie des operations au guichet.".
012100         perform 9910-CUSTMAST-OPEN-ERROR
012200             thru 9910-EXIT
012300     end-if.
012302     open input HOLD-FILE.
012304     evaluate true
012306         when WS-HOLD-OK
012308             set WS-HOLDS-ON-FILE to true
012310         when WS-HOLD-NO-FILE
012312             set WS-HOLDS-ABSENT to true
012314         when other
012316             perform 9940-HOLD-OPEN-ERROR
012318                 thru 9940-EXIT
012320     end-evaluate.
012321     set WS-TELLER-INVALID to true.
012322     perform 1300-GET-TELLER
012323         thru 1300-EXIT
012324         until WS-TELLER-OK.
012325     open i-o TELL-FILE.
012326     if WS-TELL-NO-FILE
012327         open output TELL-FILE
012328         if not WS-TELL-OK
012329             perform 9950-TELL-OPEN-ERROR
012330                 thru 9950-EXIT
012331         end-if
012332         close TELL-FILE
012333         open i-o TELL-FILE
012334     end-if.
012335     if not WS-TELL-OK
012336         perform 9950-TELL-OPEN-ERROR
012337             thru 9950-EXIT
012338     end-if.
012350     perform 1200-SEED-ENTRY-SEQUENCE
012360         thru 1200-EXIT.
012400 1000-EXIT.
012628 1210-EXIT.
012629     exit.
012630
012632*----------------------------------------------------------------*
012634*  1300-GET-TELLER - EVERY ENTRY OF THE SESSION IS RECORDED      *
012636*  UNDER THE TELLER WHO TOOK IT, FOR THE DRAWER PROOF; A BLANK   *
012638*  TELLER CODE IS RE-PROMPTED.                                   *
012640*----------------------------------------------------------------*
012642 1300-GET-TELLER.
012644     display "Code guichetier ? ".
012646     accept WS-TELLER.
012648     if WS-TELLER = spaces
012650         display "Entree invalide, veuillez recommencer."
012652     else
012654         set WS-TELLER-OK to true
012656     end-if.
012658 1300-EXIT.
012660     exit.
012662
012700*----------------------------------------------------------------*
012800*  2000-PROCESS-ONE-ENTRY - CAPTURE AND VALIDATE ONE COUNTER     *
012900*  OPERATION, WARN ON AN OVERDRAFT-BREAKING DEBIT, APPEND IT TO  *
013000*  THE LEDGER WHEN ACCEPTED, THEN ASK WHETHER TO CONTINUE.       *
013020*  THE TELLER ALSO SAYS WHETHER CASH CHANGED HANDS, SO THE       *
013040*  DRAWER PROOF CAN TELL CASH FROM CHEQUES AND TRANSFERS.        *
013100*----------------------------------------------------------------*
013200 2000-PROCESS-ONE-ENTRY.
013300     set WS-ACCOUNT-INVALID to true.
013800     perform 2200-GET-TRANSACTION-TYPE
013900         thru 2200-EXIT
014000         until WS-TYPE-OK.
014020     set WS-MEDIUM-INVALID to true.
014040     perform 2250-GET-ENTRY-MEDIUM
014060         thru 2250-EXIT
014080         until WS-MEDIUM-OK.
014100     set WS-AMOUNT-INVALID to true.
014200     perform 2300-GET-AMOUNT
014300         thru 2300-EXIT
019600     end-if.
019700 2200-EXIT.
019800     exit.
019805
019810*----------------------------------------------------------------*
019815*  2250-GET-ENTRY-MEDIUM - PROMPT FOR THE MEDIUM OF THE          *
019820*  OPERATION, E (ESPECES - CASH IN OR OUT OF THE DRAWER) OR A    *
019825*  (AUTRE - CHEQUE, TRANSFER ORDER...).                          *
019830*----------------------------------------------------------------*
019835 2250-GET-ENTRY-MEDIUM.
019840     display "Mode (E=especes, A=autre) ? ".
019845     accept WS-ENTRY-MEDIUM.
019850     if WS-ENTRY-CASH or WS-ENTRY-NON-CASH
019855         set WS-MEDIUM-OK to true
019860     else
019865         display "Entree invalide, veuillez recommencer."
019870     end-if.
019875 2250-EXIT.
019880     exit.
019900
020000*----------------------------------------------------------------*
020100*  2300-GET-AMOUNT - PROMPT FOR THE AMOUNT IN CENTIMES (DIGITS   *
023400*  2400-CHECK-OVERDRAFT - ROLL THE OPENING BALANCE FORWARD       *
023500*  THROUGH TODAY'S LEDGER FOR THIS ACCOUNT (AS SOLDE DOES), THEN *
023600*  WARN THE TELLER WHEN THE DEBIT WOULD PUSH THE BALANCE PAST    *
023700*  THE AGREED OVERDRAFT LIMIT AND ASK FOR CONFIRMATION.  A       *
023720*  BLOCKED ACCOUNT, OR A DEBIT THAT WOULD EAT INTO HELD FUNDS,   *
023740*  IS REFUSED FIRST AND CANNOT BE CONFIRMED BY THE TELLER.       *
023760*  A DORMANT ACCOUNT TAKES NO DEBIT AT ALL UNTIL IT IS           *
023780*  REACTIVATED.                                                  *
023800*----------------------------------------------------------------*
023900 2400-CHECK-OVERDRAFT.
023910     if CUST-DORMANT of CM-RECORD
023920         display "Compte dormant : retrait refuse jusqu'a sa "
023930             "reactivation par un responsable."
023940         set WS-ENTRY-REFUSED to true
023950         go to 2400-EXIT
023960     end-if.
024000     move CUST-BALANCE of CM-RECORD to WS-RUNNING-BALANCE.
024100     open input TRANFILE-FILE.
024150     evaluate true
024760     end-evaluate.
024900     compute WS-BALANCE-AFTER
025000         = WS-RUNNING-BALANCE - WS-ENTRY-AMOUNT.
025005     perform 2450-CHECK-ACCOUNT-HOLDS
025010         thru 2450-EXIT.
025015     if WS-ACCOUNT-BLOCKED
025020         display "Compte bloque (" WS-BLOCK-REASON
025025             ") : retrait refuse."
025030         set WS-ENTRY-REFUSED to true
025035         go to 2400-EXIT
025040     end-if.
025045     if WS-HELD-AMOUNT > zero
025050        and WS-BALANCE-AFTER < WS-HELD-AMOUNT
025055         display "Fonds indisponibles : ce retrait entame le "
025060             "montant bloque sur le compte, retrait refuse."
025065         set WS-ENTRY-REFUSED to true
025070         go to 2400-EXIT
025075     end-if.
025100     if WS-BALANCE-AFTER < 0
025200         if (0 - WS-BALANCE-AFTER)
025300            > CUST-OVERDRAFT-LIMIT of CM-RECORD
028600     end-read.
028700 2410-EXIT.
028800     exit.
028801
028802*----------------------------------------------------------------*
028803*  2450-CHECK-ACCOUNT-HOLDS - GATHER THE HOLDS IN FORCE TODAY    *
028804*  ON THE ACCOUNT: A FULL BLOCK SETS THE BLOCKED SWITCH (KEEPING *
028805*  ITS REASON FOR THE TELLER), AMOUNT HOLDS ADD UP TO THE HELD   *
028806*  AMOUNT.  A HOLD IS IN FORCE FROM ITS START DATE UP TO AND     *
028807*  INCLUDING ITS EXPIRY DATE, A ZERO EXPIRY MEANING UNTIL LIFTED.*
028808*----------------------------------------------------------------*
028809 2450-CHECK-ACCOUNT-HOLDS.
028810     move zero to WS-HELD-AMOUNT.
028811     set WS-ACCOUNT-NOT-BLOCKED to true.
028812     if WS-HOLDS-ABSENT
028813         go to 2450-EXIT
028814     end-if.
028815     move CUST-ACCOUNT-NUMBER of CM-RECORD
028816         to HOLD-ACCOUNT-NUMBER of HL-RECORD.
028817     move low-values to HOLD-REFERENCE of HL-RECORD.
028818     start HOLD-FILE key is not less than HOLD-KEY of HL-RECORD
028819         invalid key
028820             go to 2450-EXIT
028821     end-start.
028822     set WS-HOLD-SCAN-MORE to true.
028823     perform 2460-READ-ONE-HOLD
028824         thru 2460-EXIT
028825         until WS-HOLD-SCAN-DONE.
028826 2450-EXIT.
028827     exit.
028828
028829*----------------------------------------------------------------*
028830*  2460-READ-ONE-HOLD - READ THE NEXT HOLD; STOP AT THE FIRST    *
028831*  ONE BELONGING TO ANOTHER ACCOUNT, OTHERWISE APPLY IT WHEN IT  *
028832*  IS IN FORCE TODAY.                                            *
028833*----------------------------------------------------------------*
028834 2460-READ-ONE-HOLD.
028835     read HOLD-FILE next record
028836         at end
028837             set WS-HOLD-SCAN-DONE to true
028838             go to 2460-EXIT
028839     end-read.
028840     if HOLD-ACCOUNT-NUMBER of HL-RECORD
028841        not = CUST-ACCOUNT-NUMBER of CM-RECORD
028842         set WS-HOLD-SCAN-DONE to true
028843         go to 2460-EXIT
028844     end-if.
028845     if HOLD-START-DATE of HL-RECORD > WS-ENTRY-DATE
028846         go to 2460-EXIT
028847     end-if.
028848     if HOLD-EXPIRY-DATE of HL-RECORD not = zero
028849        and HOLD-EXPIRY-DATE of HL-RECORD < WS-ENTRY-DATE
028850         go to 2460-EXIT
028851     end-if.
028852     evaluate true
028853         when HOLD-FULL-BLOCK of HL-RECORD
028854             set WS-ACCOUNT-BLOCKED to true
028855             move HOLD-REASON-TEXT of HL-RECORD
028856                 to WS-BLOCK-REASON
028857         when HOLD-AMOUNT-HOLD of HL-RECORD
028858             add HOLD-AMOUNT of HL-RECORD to WS-HELD-AMOUNT
028859     end-evaluate.
028860 2460-EXIT.
028861     exit.
028900
029000*----------------------------------------------------------------*
029100*  2600-APPEND-TRANSACTION - BUILD THE TRANREC ENTRY AND APPEND  *
029210*  DAY MAY ARRIVE BEFORE THE UPSTREAM FEED HAS CREATED TRANFILE, *
029220*  SO A MISSING LEDGER IS CREATED HERE, THE SAME WAY SOLDEBAT    *
029230*  CREATES A MISSING CKPTFILE.                                   *
029240*  THE REFERENCE IS FIRST RESERVED ON THE TELLER REGISTER (SEE   *
029260*  2610), WHICH ALSO RECORDS WHO TOOK THE ENTRY.                 *
029300*----------------------------------------------------------------*
029400 2600-APPEND-TRANSACTION.
029420     set WS-REFERENCE-PENDING to true.
029440     perform 2610-RESERVE-REFERENCE
029460         thru 2610-EXIT
029480         until WS-REFERENCE-RESERVED.
029500     open extend TRANFILE-FILE.
029550     if WS-TRANFILE-NOT-FOUND
029560         open output TRANFILE-FILE
030300     move WS-ENTRY-DATE to TRAN-DATE of TR-RECORD.
030400     move WS-ENTRY-TYPE to TRAN-TYPE of TR-RECORD.
030500     move WS-ENTRY-AMOUNT to TRAN-AMOUNT of TR-RECORD.
030550     move WS-ENTRY-REFERENCE to TRAN-REFERENCE of TR-RECORD.
030600     write TR-RECORD.
030700     if not WS-TRANFILE-OK
031200     display "Operation enregistree.".
031300 2600-EXIT.
031400     exit.
031402
031404*----------------------------------------------------------------*
031406*  2610-RESERVE-REFERENCE - ISSUE THE NEXT REFERENCE AND RECORD  *
031408*  THE ENTRY UNDER IT ON THE TELLER REGISTER, STAMPED WITH THE   *
031410*  TELLER, THE ACCOUNT'S CURRENCY AND THE MEDIUM.  A DUPLICATE   *
031412*  KEY MEANS A PARALLEL SESSION ISSUED THAT REFERENCE SINCE THE  *
031414*  SEQUENCE WAS SEEDED; THE NEXT ONE IS TRIED.                   *
031416*----------------------------------------------------------------*
031418 2610-RESERVE-REFERENCE.
031420     add 1 to WS-ENTRY-SEQ.
031422     move WS-ENTRY-SEQ to WS-ER-SEQ.
031424     accept WS-ENTRY-TIME from time.
031426     initialize TL-RECORD.
031428     move WS-ENTRY-REFERENCE to TELL-REFERENCE of TL-RECORD.
031430     move WS-ENTRY-DATE to TELL-DATE of TL-RECORD.
031432     move WS-TELLER to TELL-TELLER of TL-RECORD.
031434     move WS-ENTRY-TIME to TELL-TIME of TL-RECORD.
031436     move CUST-ACCOUNT-NUMBER of CM-RECORD
031438         to TELL-ACCOUNT-NUMBER of TL-RECORD.
031440     move CUST-CURRENCY-CODE of CM-RECORD
031442         to TELL-CURRENCY-CODE of TL-RECORD.
031444     move WS-ENTRY-TYPE to TELL-TYPE of TL-RECORD.
031446     move WS-ENTRY-MEDIUM to TELL-MEDIUM of TL-RECORD.
031448     move WS-ENTRY-AMOUNT to TELL-AMOUNT of TL-RECORD.
031450     write TL-RECORD
031452         invalid key
031454             continue
031456     end-write.
031458     evaluate true
031460         when WS-TELL-OK
031462             set WS-REFERENCE-RESERVED to true
031464         when WS-TELL-DUPLICATE
031466             continue
031468         when other
031470             perform 9960-TELL-WRITE-ERROR
031472                 thru 9960-EXIT
031474     end-evaluate.
031476 2610-EXIT.
031478     exit.
031500
031600*----------------------------------------------------------------*
031700*  9999-TERMINATE - CLOSE THE FILES BEFORE ENDING.               *
031800*----------------------------------------------------------------*
031900 9999-TERMINATE.
032000     close CUSTMAST-FILE.
032020     if WS-HOLDS-ON-FILE
032040         close HOLD-FILE
032060     end-if.
032080     close TELL-FILE.
032100     display "Fin de la saisie.".
032200 9999-EXIT.
032300     exit.
035400     stop run.
035500 9930-EXIT.
035600     exit.
035700
035800*----------------------------------------------------------------*
035900*  9940-HOLD-OPEN-ERROR - THE HOLD FILE EXISTS BUT COULD NOT BE  *
036000*  OPENED; ABEND RATHER THAN LET A DEBIT PASS A BLOCK UNSEEN.    *
036100*----------------------------------------------------------------*
036200 9940-HOLD-OPEN-ERROR.
036300     display "TRANENT - CANNOT OPEN HOLDFILE, STATUS="
036400         WS-HOLD-STATUS.
036500     stop run.
036600 9940-EXIT.
036700     exit.
036800
036900*----------------------------------------------------------------*
037000*  9950-TELL-OPEN-ERROR - THE TELLER REGISTER COULD NOT BE       *
037100*  OPENED; ABEND RATHER THAN TAKE ENTRIES NO PROOF CAN SEE.      *
037200*----------------------------------------------------------------*
037300 9950-TELL-OPEN-ERROR.
037400     display "TRANENT - CANNOT OPEN TELLFILE, STATUS="
037500         WS-TELL-STATUS.
037600     stop run.
037700 9950-EXIT.
037800     exit.
037900
038000*----------------------------------------------------------------*
038100*  9960-TELL-WRITE-ERROR - THE ENTRY COULD NOT BE RECORDED ON    *
038200*  THE TELLER REGISTER; ABEND BEFORE IT REACHES THE LEDGER.      *
038300*----------------------------------------------------------------*
038400 9960-TELL-WRITE-ERROR.
038500     display "TRANENT - CANNOT WRITE TELLFILE, STATUS="
038600         WS-TELL-STATUS.
038700     stop run.
038800 9960-EXIT.
038900     exit.
