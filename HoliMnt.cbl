000100 identification division.
000200 program-id. HOLIMNT.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - BACK-OFFICE MAINTENANCE  *
001000*                     OF THE BANKING-HOLIDAY CALENDAR (HOLIFILE, *
001100*                     HOLIREC LAYOUT) THE BANKDAY ROUTINE READS. *
001200*                     ADDS A CLOSED DAY WITH ITS DESCRIPTION OR  *
001300*                     REMOVES ONE ENTERED IN ERROR, STAMPS EACH  *
001400*                     RECORD WITH THE OPERATOR AND THE MOMENT OF *
001500*                     CHANGE, AND LOGS EVERY CHANGE TO AUDITLOG, *
001600*                     AS RATEMNT DOES FOR THE RATE FILE.         *
001700*                     SATURDAYS AND SUNDAYS ARE ALWAYS CLOSED    *
001800*                     AND NEED NO ENTRY.                         *
001900*----------------------------------------------------------------*
002000
002100 environment division.
002200 configuration section.
002300 special-names.
002400     decimal-point is comma.
002500
002600 input-output section.
002700 file-control.
002800     select HOLIDAY-FILE assign to "HOLIFILE"
002900         organization is indexed
003000         access mode is dynamic
003100         record key is HOLI-DATE
003200         file status is WS-HOLIFILE-STATUS.
003300
003400     select AUDIT-FILE assign to "AUDITLOG"
003500         organization is sequential
003600         access mode is sequential
003700         file status is WS-AUDITLOG-STATUS.
003800
003900 data division.
004000 file section.
004100 fd  HOLIDAY-FILE
004200     label records are standard
004300     record contains 60 characters.
004400 01  HC-RECORD.
004500     copy HOLIREC.
004600
004700 fd  AUDIT-FILE
004800     label records are standard
004900     record contains 74 characters.
005000 01  AR-RECORD.
005100     copy AUDITREC.
005200
005300 working-storage section.
005400 01  WS-HOLIFILE-STATUS         pic x(02).
005500     88  WS-HOLIFILE-OK             value "00".
005600     88  WS-HOLIFILE-DUPLICATE      value "22".
005700     88  WS-HOLIFILE-NOT-FOUND      value "23".
005800     88  WS-HOLIFILE-NO-FILE        value "35".
005900
006000 01  WS-AUDITLOG-STATUS         pic x(02).
006100     88  WS-AUDITLOG-OK             value "00".
006200
006300 01  WS-SWITCHES.
006400     05  WS-OPERATOR-VALID-SW   pic x(01).
006500         88  WS-OPERATOR-OK         value "Y".
006600         88  WS-OPERATOR-INVALID    value "N".
006700     05  WS-ACTION-VALID-SW     pic x(01).
006800         88  WS-ACTION-OK           value "Y".
006900         88  WS-ACTION-INVALID      value "N".
007000     05  WS-ENTRY-VALID-SW      pic x(01).
007100         88  WS-ENTRY-OK            value "Y".
007200         88  WS-ENTRY-INVALID       value "N".
007300     05  WS-MORE-ENTRIES-SW     pic x(01).
007400         88  WS-MORE-ENTRIES        value "Y".
007500         88  WS-NO-MORE-ENTRIES     value "N".
007600
007700 01  WS-OPERATOR                pic x(08).
007800 01  WS-ACTION                  pic x(01).
007900     88  WS-ACTION-ADD              value "A".
008000     88  WS-ACTION-DELETE           value "S".
008100 01  WS-ENTRY-DATE-X            pic x(08).
008200 01  WS-ENTRY-DATE              pic 9(08).
008300 01  WS-ENTRY-DESCRIPTION       pic x(30).
008400 01  WS-ANSWER                  pic x(01).
008500 01  WS-STAMP-DATE              pic 9(08).
008600 01  WS-STAMP-TIME              pic 9(06).
008700 01  WS-AUDIT-REASON            pic x(30).
008800
008900 01  WS-DATE-SPLIT.
009000     05  WS-DS-YEAR             pic 9(04).
009100     05  WS-DS-MONTH            pic 9(02).
009200     05  WS-DS-DAY              pic 9(02).
009300
009400*----------------------------------------------------------------*
009500*  THE AUDIT INPUT FIELD CARRIES THE DATE AND THE START OF THE   *
009600*  DESCRIPTION (8 + 12 = 20).                                    *
009700*----------------------------------------------------------------*
009800 01  WS-AUDIT-IMAGE.
009900     05  WS-AI-DATE             pic 9(08).
010000     05  WS-AI-DESCRIPTION      pic x(12).
010100
010200 procedure division.
010300 0000-MAINLINE.
010400     perform 1000-INITIALIZE
010500         thru 1000-EXIT.
010600     perform 2000-PROCESS-ONE-ENTRY
010700         thru 2000-EXIT
010800         until WS-NO-MORE-ENTRIES.
010900     perform 9999-TERMINATE
011000         thru 9999-EXIT.
011100     stop run.
011200
011300*----------------------------------------------------------------*
011400*  1000-INITIALIZE - IDENTIFY THE OPERATOR, OPEN THE CALENDAR    *
011500*  (CREATING IT ON THE VERY FIRST USE, AS RATEMNT CREATES THE    *
011600*  RATE FILE) AND THE AUDIT TRAIL.                               *
011700*----------------------------------------------------------------*
011800 1000-INITIALIZE.
011900     display "Maintenance du calendrier des jours feries.".
012000     set WS-MORE-ENTRIES to true.
012100     set WS-OPERATOR-INVALID to true.
012200     perform 1100-GET-OPERATOR
012300         thru 1100-EXIT
012400         until WS-OPERATOR-OK.
012500     open i-o HOLIDAY-FILE.
012600     if WS-HOLIFILE-NO-FILE
012700         open output HOLIDAY-FILE
012800         if not WS-HOLIFILE-OK
012900             perform 9910-HOLIFILE-OPEN-ERROR
013000                 thru 9910-EXIT
013100         end-if
013200         close HOLIDAY-FILE
013300         open i-o HOLIDAY-FILE
013400     end-if.
013500     if not WS-HOLIFILE-OK
013600         perform 9910-HOLIFILE-OPEN-ERROR
013700             thru 9910-EXIT
013800     end-if.
013900     open extend AUDIT-FILE.
014000     if not WS-AUDITLOG-OK
014100         perform 9920-AUDIT-OPEN-ERROR
014200             thru 9920-EXIT
014300     end-if.
014400 1000-EXIT.
014500     exit.
014600
014700*----------------------------------------------------------------*
014800*  1100-GET-OPERATOR - THE AUDIT TRAIL NEEDS TO SAY WHO CHANGED  *
014900*  WHAT; A BLANK OPERATOR CODE IS RE-PROMPTED.                   *
015000*----------------------------------------------------------------*
015100 1100-GET-OPERATOR.
015200     display "Code operateur ? ".
015300     accept WS-OPERATOR.
015400     if WS-OPERATOR = spaces
015500         display "Entree invalide, veuillez recommencer."
015600     else
015700         set WS-OPERATOR-OK to true
015800     end-if.
015900 1100-EXIT.
016000     exit.
016100
016200*----------------------------------------------------------------*
016300*  2000-PROCESS-ONE-ENTRY - CAPTURE ONE MAINTENANCE ACTION AND   *
016400*  APPLY IT, THEN ASK WHETHER TO CONTINUE.                       *
016500*----------------------------------------------------------------*
016600 2000-PROCESS-ONE-ENTRY.
016700     set WS-ACTION-INVALID to true.
016800     perform 2100-GET-ACTION
016900         thru 2100-EXIT
017000         until WS-ACTION-OK.
017100     set WS-ENTRY-INVALID to true.
017200     perform 2200-GET-HOLIDAY-ENTRY
017300         thru 2200-EXIT
017400         until WS-ENTRY-OK.
017500     if WS-ACTION-ADD
017600         perform 3000-ADD-HOLIDAY
017700             thru 3000-EXIT
017800     else
017900         perform 4000-DELETE-HOLIDAY
018000             thru 4000-EXIT
018100     end-if.
018200     display "Autre operation (O/N) ? ".
018300     accept WS-ANSWER.
018400     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
018500         set WS-NO-MORE-ENTRIES to true
018600     end-if.
018700 2000-EXIT.
018800     exit.
018900
019000*----------------------------------------------------------------*
019100*  2100-GET-ACTION - A TO ADD A CLOSED DAY, S TO REMOVE ONE.     *
019200*----------------------------------------------------------------*
019300 2100-GET-ACTION.
019400     display "Action (A=ajout, S=suppression) ? ".
019500     accept WS-ACTION.
019600     if WS-ACTION-ADD or WS-ACTION-DELETE
019700         set WS-ACTION-OK to true
019800     else
019900         display "Entree invalide, veuillez recommencer."
020000     end-if.
020100 2100-EXIT.
020200     exit.
020300
020400*----------------------------------------------------------------*
020500*  2200-GET-HOLIDAY-ENTRY - CAPTURE AND VALIDATE THE DATE, AND   *
020600*  FOR AN ADDITION THE DESCRIPTION (E.G. ASSOMPTION).            *
020700*----------------------------------------------------------------*
020800 2200-GET-HOLIDAY-ENTRY.
020900     display "Date du jour ferie (AAAAMMJJ) ? ".
021000     accept WS-ENTRY-DATE-X.
021100     if WS-ENTRY-DATE-X is not numeric
021200         display "Entree invalide, veuillez recommencer."
021300         go to 2200-EXIT
021400     end-if.
021500     move WS-ENTRY-DATE-X to WS-ENTRY-DATE.
021600     move WS-ENTRY-DATE to WS-DATE-SPLIT.
021700     if WS-DS-MONTH < 01 or WS-DS-MONTH > 12
021800        or WS-DS-DAY < 01 or WS-DS-DAY > 31
021900         display "Entree invalide, veuillez recommencer."
022000         go to 2200-EXIT
022100     end-if.
022200     if WS-ACTION-DELETE
022300         set WS-ENTRY-OK to true
022400         go to 2200-EXIT
022500     end-if.
022600     display "Libelle ? ".
022700     accept WS-ENTRY-DESCRIPTION.
022800     if WS-ENTRY-DESCRIPTION = spaces
022900         display "Entree invalide, veuillez recommencer."
023000         go to 2200-EXIT
023100     end-if.
023200     set WS-ENTRY-OK to true.
023300 2200-EXIT.
023400     exit.
023500
023600*----------------------------------------------------------------*
023700*  3000-ADD-HOLIDAY - WRITE THE NEW CLOSED DAY; ONE ALREADY ON   *
023800*  THE CALENDAR IS REPORTED BACK TO THE OPERATOR.                *
023900*----------------------------------------------------------------*
024000 3000-ADD-HOLIDAY.
024100     accept WS-STAMP-DATE from date yyyymmdd.
024200     accept WS-STAMP-TIME from time.
024300     move spaces to HC-RECORD.
024400     move WS-ENTRY-DATE to HOLI-DATE of HC-RECORD.
024500     move WS-ENTRY-DESCRIPTION to HOLI-DESCRIPTION of HC-RECORD.
024600     move WS-OPERATOR to HOLI-UPDATED-BY of HC-RECORD.
024700     move WS-STAMP-DATE to HOLI-UPDATED-DATE of HC-RECORD.
024800     move WS-STAMP-TIME to HOLI-UPDATED-TIME of HC-RECORD.
024900     write HC-RECORD
025000         invalid key
025100             display "Jour deja au calendrier."
025200         not invalid key
025300             move "HOLIMNT AJOUT" to WS-AUDIT-REASON
025400             perform 8000-WRITE-AUDIT
025500                 thru 8000-EXIT
025600             display "Jour ferie enregistre."
025700     end-write.
025800 3000-EXIT.
025900     exit.
026000
026100*----------------------------------------------------------------*
026200*  4000-DELETE-HOLIDAY - READ THE CLOSED DAY, LOG IT, THEN       *
026300*  REMOVE IT FROM THE CALENDAR.                                  *
026400*----------------------------------------------------------------*
026500 4000-DELETE-HOLIDAY.
026600     move WS-ENTRY-DATE to HOLI-DATE of HC-RECORD.
026700     read HOLIDAY-FILE
026800         invalid key
026900             display "Jour absent du calendrier."
027000             go to 4000-EXIT
027100     end-read.
027200     move "HOLIMNT SUPPRESSION" to WS-AUDIT-REASON.
027300     perform 8000-WRITE-AUDIT
027400         thru 8000-EXIT.
027500     delete HOLIDAY-FILE record.
027600     if not WS-HOLIFILE-OK
027700         perform 9930-HOLIFILE-WRITE-ERROR
027800             thru 9930-EXIT
027900     end-if.
028000     display "Jour ferie supprime.".
028100 4000-EXIT.
028200     exit.
028300
028400*----------------------------------------------------------------*
028500*  8000-WRITE-AUDIT - LOG THE CALENDAR IMAGE CURRENTLY IN        *
028600*  HC-RECORD TO THE AUDITLOG TRAIL UNDER THE PREPARED REASON.    *
028700*----------------------------------------------------------------*
028800 8000-WRITE-AUDIT.
028900     accept WS-STAMP-DATE from date yyyymmdd.
029000     accept WS-STAMP-TIME from time.
029100     move WS-STAMP-DATE to AUDIT-DATE of AR-RECORD.
029200     move WS-STAMP-TIME to AUDIT-TIME of AR-RECORD.
029300     move WS-AUDIT-REASON to AUDIT-REASON of AR-RECORD.
029400     move HOLI-DATE of HC-RECORD to WS-AI-DATE.
029500     move HOLI-DESCRIPTION of HC-RECORD to WS-AI-DESCRIPTION.
029600     move WS-AUDIT-IMAGE to AUDIT-INPUT of AR-RECORD.
029700     move WS-OPERATOR to AUDIT-USER of AR-RECORD.
029800     write AR-RECORD.
029900     if not WS-AUDITLOG-OK
030000         perform 9940-AUDIT-WRITE-ERROR
030100             thru 9940-EXIT
030200     end-if.
030300 8000-EXIT.
030400     exit.
030500
030600*----------------------------------------------------------------*
030700*  9999-TERMINATE - CLOSE THE FILES BEFORE ENDING THE RUN.       *
030800*----------------------------------------------------------------*
030900 9999-TERMINATE.
031000     close HOLIDAY-FILE.
031100     close AUDIT-FILE.
031200     display "Fin de la maintenance du calendrier.".
031300 9999-EXIT.
031400     exit.
031500
031600*----------------------------------------------------------------*
031700*  9910-HOLIFILE-OPEN-ERROR - THE CALENDAR COULD NOT BE OPENED;  *
031800*  ABEND THE RUN.                                                *
031900*----------------------------------------------------------------*
032000 9910-HOLIFILE-OPEN-ERROR.
032100     display "HOLIMNT - CANNOT OPEN HOLIFILE, STATUS="
032200         WS-HOLIFILE-STATUS.
032300     stop run.
032400 9910-EXIT.
032500     exit.
032600
032700*----------------------------------------------------------------*
032800*  9920-AUDIT-OPEN-ERROR - THE AUDIT TRAIL COULD NOT BE OPENED;  *
032900*  ABEND RATHER THAN CHANGE THE CALENDAR WITHOUT A TRAIL.        *
033000*----------------------------------------------------------------*
033100 9920-AUDIT-OPEN-ERROR.
033200     display "HOLIMNT - CANNOT OPEN AUDITLOG, STATUS="
033300         WS-AUDITLOG-STATUS.
033400     stop run.
033500 9920-EXIT.
033600     exit.
033700
033800*----------------------------------------------------------------*
033900*  9930-HOLIFILE-WRITE-ERROR - THE CLOSED DAY COULD NOT BE       *
034000*  REMOVED; ABEND RATHER THAN LEAVE THE CALENDAR IN DOUBT.       *
034100*----------------------------------------------------------------*
034200 9930-HOLIFILE-WRITE-ERROR.
034300     display "HOLIMNT - CANNOT DELETE FROM HOLIFILE, STATUS="
034400         WS-HOLIFILE-STATUS.
034500     stop run.
034600 9930-EXIT.
034700     exit.
034800
034900*----------------------------------------------------------------*
035000*  9940-AUDIT-WRITE-ERROR - THE CHANGE COULD NOT BE LOGGED;      *
035100*  ABEND RATHER THAN LOSE THE TRAIL.                             *
035200*----------------------------------------------------------------*
035300 9940-AUDIT-WRITE-ERROR.
035400     display "HOLIMNT - CANNOT WRITE AUDITLOG, STATUS="
035500         WS-AUDITLOG-STATUS.
035600     stop run.
035700 9940-EXIT.
035800     exit.
