001800*                     BEFORE AND AFTER TO THE AUDITLOG TRAIL     *
001900*                     HELLOWORLD ALREADY WRITES, SO ACCOUNT      *
002000*                     LIFECYCLE NO LONGER NEEDS RAW FILE EDITS.  *
002010*    2026-10-15  APZ  NEW ACTION R REACTIVATES A DORMANT ACCOUNT *
002020*                     (CUST-ACTIVITY-STATUS SET BY THE DORMANT   *
002030*                     RUN).  A SUPERVISOR OTHER THAN THE         *
002040*                     OPERATOR MUST AUTHORISE IT; THE ACCOUNT    *
002050*                     IS MADE ACTIVE, ITS DORMFILE RECORD        *
002060*                     STAMPED SO THE DORMANCY CLOCK STARTS       *
002070*                     AGAIN, AND THE REACTIVATION LOGGED TO      *
002080*                     AUDITLOG WITH BOTH CODES.  A NEW ACCOUNT   *
002090*                     IS CREATED ACTIVE.                         *
002100*----------------------------------------------------------------*
002200
002300 environment division.
005000         organization is sequential
005100         access mode is sequential
005200         file status is WS-AUDITLOG-STATUS.
005210
005220     select DORM-FILE assign to "DORMFILE"
005230         organization is indexed
005240         access mode is dynamic
005250         record key is DORM-ACCOUNT-NUMBER
005260         file status is WS-DORM-STATUS.
005300
005400 data division.
005500 file section.
007600     record contains 74 characters.
007700 01  AR-RECORD.
007800     copy AUDITREC.
007810
007820 fd  DORM-FILE
007830     label records are standard
007840     record contains 80 characters.
007850 01  DM-RECORD.
007860     copy DORMREC.
007900
008000 working-storage section.
008100 01  WS-CUSTMAST-STATUS         pic x(02).
009200
009300 01  WS-AUDITLOG-STATUS         pic x(02).
009400     88  WS-AUDITLOG-OK             value "00".
009410
009420 01  WS-DORM-STATUS             pic x(02).
009430     88  WS-DORM-OK                 value "00".
009440     88  WS-DORM-NOT-FOUND          value "23".
009450     88  WS-DORM-NO-FILE            value "35".
009500
009600 01  WS-SWITCHES.
009700     05  WS-OPERATOR-VALID-SW   pic x(01).
011200     05  WS-TRAN-EOF-SW         pic x(01).
011300         88  WS-TRAN-EOF            value "Y".
011400         88  WS-TRAN-NOT-EOF        value "N".
011420     05  WS-DORMFILE-SW         pic x(01).
011440         88  WS-DORMFILE-PRESENT    value "Y".
011460         88  WS-DORMFILE-ABSENT     value "N".
011500
011600 01  WS-OPERATOR                pic x(08).
011700 01  WS-ACTION                  pic x(01).
011800     88  WS-ACTION-ADD              value "A".
011900     88  WS-ACTION-CHANGE           value "M".
012000     88  WS-ACTION-CLOSE            value "C".
012020     88  WS-ACTION-REACTIVATE       value "R".
012040 01  WS-SUPERVISOR              pic x(08).
012100 01  WS-ENTRY-NAME              pic x(20).
012200 01  WS-ENTRY-CURRENCY          pic x(03).
012300 01  WS-LIMIT-IN                pic x(09).
013900     05  WS-AI-ACCOUNT          pic x(10).
014000     05  WS-AI-CURRENCY         pic x(03).
014100     05  WS-AI-LIMIT            pic 9(07).
014110
014120*----------------------------------------------------------------*
014130*  A REACTIVATION IS LOGGED WITH THE ACCOUNT AND THE SUPERVISOR  *
014140*  WHO AUTHORISED IT (THE OPERATOR IS THE TRAIL RECORD'S USER).  *
014150*----------------------------------------------------------------*
014160 01  WS-REACT-IMAGE.
014170     05  WS-RI-ACCOUNT          pic x(10).
014180     05  WS-RI-SUPERVISOR       pic x(08).
014190     05  filler                 pic x(02) value spaces.
014200
014300 procedure division.
014400 0000-MAINLINE.
015500*  1000-INITIALIZE - IDENTIFY THE OPERATOR AND OPEN THE FILES.   *
015600*  THE CUSTOMER MASTER AND THE RATE FILE MUST ALREADY EXIST -    *
015700*  THIS PROGRAM AMENDS THE PORTFOLIO, IT DOES NOT INSTALL IT.    *
015720*  THE DORMANCY REGISTER ONLY EXISTS ONCE THE DORMANT RUN HAS    *
015740*  BEEN; WITHOUT IT A REACTIVATION ONLY RESETS THE MASTER.       *
015800*----------------------------------------------------------------*
015900 1000-INITIALIZE.
016000     display "Maintenance des comptes clients.".
017800         perform 9930-AUDIT-OPEN-ERROR
017900             thru 9930-EXIT
018000     end-if.
018005     open i-o DORM-FILE.
018010     evaluate true
018015         when WS-DORM-OK
018020             set WS-DORMFILE-PRESENT to true
018025         when WS-DORM-NO-FILE
018030             set WS-DORMFILE-ABSENT to true
018035         when other
018040             perform 9970-DORM-OPEN-ERROR
018045                 thru 9970-EXIT
018050     end-evaluate.
018100 1000-EXIT.
018200     exit.
018300
021700         when WS-ACTION-CLOSE
021800             perform 5000-CLOSE-ACCOUNT
021900                 thru 5000-EXIT
021920         when WS-ACTION-REACTIVATE
021940             perform 6000-REACTIVATE-ACCOUNT
021960                 thru 6000-EXIT
022000     end-evaluate.
022100     display "Autre operation (O/N) ? ".
022200     accept WS-ANSWER.
022700     exit.
022800
022900*----------------------------------------------------------------*
023000*  2100-GET-ACTION - A TO CREATE, M TO AMEND, C TO CLOSE, R TO   *
023050*  REACTIVATE A DORMANT ACCOUNT.                                 *
023100*----------------------------------------------------------------*
023200 2100-GET-ACTION.
023300     display "Action (A=creation, M=modification, C=cloture, "
023350         "R=reactivation) ? ".
023400     accept WS-ACTION.
023500     if WS-ACTION-ADD or WS-ACTION-CHANGE or WS-ACTION-CLOSE
023550        or WS-ACTION-REACTIVATE
023600         set WS-ACTION-OK to true
023700     else
023800         display "Entree invalide, veuillez recommencer."
032900     move WS-ENTRY-CURRENCY to CUST-CURRENCY-CODE of CM-RECORD.
033000     move zero to CUST-BALANCE of CM-RECORD.
033100     move WS-ENTRY-LIMIT to CUST-OVERDRAFT-LIMIT of CM-RECORD.
033150     set CUST-ACTIVE of CM-RECORD to true.
033200     write CM-RECORD
033300         invalid key
033400             display "Compte deja present, "
046400 5110-EXIT.
046500     exit.
046600
046601*----------------------------------------------------------------*
046602*  6000-REACTIVATE-ACCOUNT - ONLY A DORMANT ACCOUNT IS           *
046603*  REACTIVATED, AND ONLY ON THE AUTHORITY OF A SUPERVISOR OTHER  *
046604*  THAN THE OPERATOR.  ONCE CONFIRMED THE ACCOUNT IS MADE ACTIVE,*
046605*  ITS DORMANCY CLOCK RESTARTED AND THE REACTIVATION LOGGED WITH *
046606*  BOTH CODES.                                                   *
046607*----------------------------------------------------------------*
046608 6000-REACTIVATE-ACCOUNT.
046609     read CUSTMAST-FILE
046610         invalid key
046611             display "Compte inconnu."
046612             go to 6000-EXIT
046613     end-read.
046614     if not CUST-DORMANT of CM-RECORD
046615         display "Compte non dormant, rien a reactiver."
046616         go to 6000-EXIT
046617     end-if.
046618     display "Client : " CUST-NAME of CM-RECORD.
046619     display "Code du responsable qui autorise ? ".
046620     move spaces to WS-SUPERVISOR.
046621     accept WS-SUPERVISOR.
046622     if WS-SUPERVISOR = spaces or WS-SUPERVISOR = WS-OPERATOR
046623         display "Reactivation refusee : elle doit etre autorisee"
046624             " par un responsable autre que l'operateur."
046625         go to 6000-EXIT
046626     end-if.
046627     display "Confirmer la reactivation (O/N) ? ".
046628     accept WS-ANSWER.
046629     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
046630         display "Operation abandonnee."
046631         go to 6000-EXIT
046632     end-if.
046633     set CUST-ACTIVE of CM-RECORD to true.
046634     rewrite CM-RECORD.
046635     if not WS-CUSTMAST-OK
046636         perform 9940-CUSTMAST-WRITE-ERROR
046637             thru 9940-EXIT
046638     end-if.
046639     perform 6100-STAMP-REGISTER
046640         thru 6100-EXIT.
046641     move CUST-ACCOUNT-NUMBER of CM-RECORD to WS-RI-ACCOUNT.
046642     move WS-SUPERVISOR to WS-RI-SUPERVISOR.
046643     move WS-REACT-IMAGE to AUDIT-INPUT of AR-RECORD.
046644     move "CUSTMNT REACTIVATION" to WS-AUDIT-REASON.
046645     perform 8900-WRITE-AUDIT-RECORD
046646         thru 8900-EXIT.
046647     display "Compte reactive.".
046648 6000-EXIT.
046649     exit.
046650
046651*----------------------------------------------------------------*
046652*  6100-STAMP-REGISTER - RECORD THE REACTIVATION ON THE ACCOUNT'S*
046653*  DORMFILE RECORD, WHICH THE DORMANT RUN THEN AGES THE ACCOUNT  *
046654*  FROM.  WITHOUT A REGISTER THERE IS NOTHING TO STAMP.          *
046655*----------------------------------------------------------------*
046656 6100-STAMP-REGISTER.
046657     if WS-DORMFILE-ABSENT
046658         go to 6100-EXIT
046659     end-if.
046660     accept WS-STAMP-DATE from date yyyymmdd.
046661     move CUST-ACCOUNT-NUMBER of CM-RECORD
046662         to DORM-ACCOUNT-NUMBER of DM-RECORD.
046663     read DORM-FILE
046664         invalid key
046665             continue
046666     end-read.
046667     if WS-DORM-NOT-FOUND
046668         move spaces to DM-RECORD
046669         move CUST-ACCOUNT-NUMBER of CM-RECORD
046670             to DORM-ACCOUNT-NUMBER of DM-RECORD
046671         move WS-STAMP-DATE to DORM-FIRST-SEEN-DATE of DM-RECORD
046672         move zero to DORM-LAST-MOVE-DATE of DM-RECORD
046673     end-if.
046674     move WS-STAMP-DATE to DORM-STATUS-DATE of DM-RECORD.
046675     move WS-STAMP-DATE to DORM-REACT-DATE of DM-RECORD.
046676     move WS-OPERATOR to DORM-REACT-OPERATOR of DM-RECORD.
046677     move WS-SUPERVISOR to DORM-REACT-SUPERVISOR of DM-RECORD.
046678     if WS-DORM-NOT-FOUND
046679         write DM-RECORD
046680     else
046681         rewrite DM-RECORD
046682     end-if.
046683     if not WS-DORM-OK
046684         perform 9980-DORM-WRITE-ERROR
046685             thru 9980-EXIT
046686     end-if.
046687 6100-EXIT.
046688     exit.
046689
046700*----------------------------------------------------------------*
046800*  8000-WRITE-AUDIT-IDENT - LOG THE ACCOUNT IDENTITY IMAGE       *
046900*  CURRENTLY IN CM-RECORD (ACCOUNT, CURRENCY, LIMIT IN WHOLE     *
051600     close CUSTMAST-FILE.
051700     close RATE-FILE.
051800     close AUDIT-FILE.
051820     if WS-DORMFILE-PRESENT
051840         close DORM-FILE
051860     end-if.
051900     display "Fin de la maintenance des comptes.".
052000 9999-EXIT.
052100     exit.
058700     stop run.
058800 9960-EXIT.
058900     exit.
059000
059100*----------------------------------------------------------------*
059200*  9970-DORM-OPEN-ERROR - THE DORMANCY REGISTER EXISTS BUT COULD *
059300*  NOT BE OPENED; ABEND RATHER THAN REACTIVATE AN ACCOUNT THE    *
059400*  NEXT DORMANT RUN WOULD PUT STRAIGHT BACK TO SLEEP.            *
059500*----------------------------------------------------------------*
059600 9970-DORM-OPEN-ERROR.
059700     display "CUSTMNT - CANNOT OPEN DORMFILE, STATUS="
059800         WS-DORM-STATUS.
059900     stop run.
060000 9970-EXIT.
060100     exit.
060200
060300*----------------------------------------------------------------*
060400*  9980-DORM-WRITE-ERROR - THE REACTIVATION COULD NOT BE STAMPED *
060500*  ON THE REGISTER; ABEND RATHER THAN LEAVE IT UNLOGGED.         *
060600*----------------------------------------------------------------*
060700 9980-DORM-WRITE-ERROR.
060800     display "CUSTMNT - CANNOT UPDATE DORMFILE, STATUS="
060900         WS-DORM-STATUS.
061000     stop run.
061100 9980-EXIT.
061200     exit.
