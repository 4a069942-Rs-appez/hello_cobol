000100 identification division.
000200 program-id. TRANREV.
000300 author. Appez.
000400 installation. AGENCE CENTRALE.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*    2026-10-15  APZ  INITIAL VERSION - BACK-OFFICE REVERSAL OF  *
001000*                     A POSTED ENTRY.  THE OPERATOR GIVES THE    *
001100*                     ORIGINAL TRAN-REFERENCE, FOUND ON THE      *
001200*                     TRANHIDX KEYED HISTORY BY ITS UNIQUE       *
001300*                     ALTERNATE KEY; THE ENTRY IS SHOWN AND,     *
001400*                     ONCE CONFIRMED, THE OPPOSITE ENTRY (SAME   *
001500*                     ACCOUNT AND AMOUNT, OTHER SIDE) IS         *
001600*                     APPENDED TO THE DAY'S TRANFILE UNDER AN    *
001700*                     "R" REFERENCE.  THE PAIR IS RECORDED ON    *
001800*                     THE REVFILE KSDS (REVREC LAYOUT), WHICH    *
001900*                     ALSO REFUSES A SECOND REVERSAL OF THE      *
002000*                     SAME ENTRY AND IS WHAT TRANINQ AND STMTPRT *
002100*                     READ TO SHOW THE TWO ENTRIES AS A PAIR.    *
002200*                     EVERY REVERSAL IS LOGGED WITH ITS          *
002300*                     OPERATOR TO THE AUDITLOG TRAIL, AS         *
002400*                     SORDMNT LOGS ITS CHANGES.                  *
002420*    2026-10-15  APZ  A BALANCE-FORWARD RECORD ("B" REFERENCE,   *
002440*                     WRITTEN BY THE YEAR-END ROLLOVER) IS NOT A *
002460*                     POSTED ENTRY AND IS REFUSED.               *
002500*----------------------------------------------------------------*
002600
002700 environment division.
002800 configuration section.
002900 special-names.
003000     decimal-point is comma.
003100
003200 input-output section.
003300 file-control.
003400     select HIST-INDEX-FILE assign to "TRANHIDX"
003500         organization is indexed
003600         access mode is dynamic
003700         record key is THIST-KEY
003800         alternate record key is THIST-REFERENCE
003900         file status is WS-HISTIDX-STATUS.
004000
004100     select REV-FILE assign to "REVFILE"
004200         organization is indexed
004300         access mode is dynamic
004400         record key is REV-ORIGINAL-REF
004500         alternate record key is REV-REVERSAL-REF
004600         file status is WS-REV-STATUS.
004700
004800     select CUSTMAST-FILE assign to "CUSTMAST"
004900         organization is indexed
005000         access mode is dynamic
005100         record key is CUST-ACCOUNT-NUMBER
005200         alternate record key is CUST-NUMBER
005300             with duplicates
005400         file status is WS-CUSTMAST-STATUS.
005500
005600     select TRANFILE-FILE assign to "TRANFILE"
005700         organization is sequential
005800         access mode is sequential
005900         file status is WS-TRANFILE-STATUS.
006000
006100     select AUDIT-FILE assign to "AUDITLOG"
006200         organization is sequential
006300         access mode is sequential
006400         file status is WS-AUDITLOG-STATUS.
006500
006600 data division.
006700 file section.
006800 fd  HIST-INDEX-FILE
006900     label records are standard
007000     record contains 40 characters.
007100 01  HX-RECORD.
007200     copy THISTREC.
007300
007400 fd  REV-FILE
007500     label records are standard
007600     record contains 90 characters.
007700 01  RV-RECORD.
007800     copy REVREC.
007900
008000 fd  CUSTMAST-FILE
008100     label records are standard
008200     record contains 55 characters.
008300 01  CM-RECORD.
008400     copy CUSTREC.
008500
008600 fd  TRANFILE-FILE
008700     label records are standard
008800     record contains 35 characters.
008900 01  TR-RECORD.
009000     copy TRANREC.
009100
009200 fd  AUDIT-FILE
009300     label records are standard
009400     record contains 74 characters.
009500 01  AR-RECORD.
009600     copy AUDITREC.
009700
009800 working-storage section.
009900 01  WS-HISTIDX-STATUS          pic x(02).
010000     88  WS-HISTIDX-OK              value "00".
010100     88  WS-HISTIDX-NO-FILE         value "35".
010200
010300 01  WS-REV-STATUS              pic x(02).
010400     88  WS-REV-OK                  value "00".
010500     88  WS-REV-DUPLICATE           value "22".
010600     88  WS-REV-NOT-FOUND           value "23".
010700     88  WS-REV-NO-FILE             value "35".
010800
010900 01  WS-CUSTMAST-STATUS         pic x(02).
011000     88  WS-CUSTMAST-OK             value "00".
011100     88  WS-CUSTMAST-NOT-FOUND      value "23".
011200
011300 01  WS-TRANFILE-STATUS         pic x(02).
011400     88  WS-TRANFILE-OK             value "00".
011500     88  WS-TRANFILE-NOT-FOUND      value "35".
011600
011700 01  WS-AUDITLOG-STATUS         pic x(02).
011800     88  WS-AUDITLOG-OK             value "00".
011900
012000 01  WS-SWITCHES.
012100     05  WS-OPERATOR-VALID-SW   pic x(01).
012200         88  WS-OPERATOR-OK         value "Y".
012300         88  WS-OPERATOR-INVALID    value "N".
012400     05  WS-ENTRY-VALID-SW      pic x(01).
012500         88  WS-ENTRY-OK            value "Y".
012600         88  WS-ENTRY-INVALID       value "N".
012700     05  WS-MORE-ENTRIES-SW     pic x(01).
012800         88  WS-MORE-ENTRIES        value "Y".
012900         88  WS-NO-MORE-ENTRIES     value "N".
013000     05  WS-REV-EOF-SW          pic x(01).
013100         88  WS-REV-EOF             value "Y".
013200         88  WS-REV-NOT-EOF         value "N".
013300
013400 01  WS-OPERATOR                pic x(08).
013500 01  WS-ORIGINAL-REF            pic x(10).
013600 01  WS-ENTRY-REASON            pic x(20).
013700 01  WS-ENTRY-DATE              pic 9(08).
013800 01  WS-ENTRY-SEQ               pic 9(03).
013900 01  WS-EDITED-AMOUNT           pic z(8)9,99-.
014000 01  WS-ANSWER                  pic x(01).
014100 01  WS-STAMP-DATE              pic 9(08).
014200 01  WS-STAMP-TIME              pic 9(06).
014300 01  WS-AUDIT-REASON            pic x(30).
014400
014500*----------------------------------------------------------------*
014600*  THE REVERSING ENTRY REFERENCE: "R", THE REVERSAL DATE         *
014700*  (YYMMDD) AND A DAILY SEQUENCE, FILLING THE 10-CHARACTER       *
014800*  TRAN-REFERENCE EXACTLY AS TRANENT'S "G" REFERENCE DOES.  THE  *
014900*  SEQUENCE IS SEEDED AT START-UP (1200) FROM THE HIGHEST        *
015000*  REVERSAL ALREADY ON REVFILE FOR TODAY, SO IT NEVER RESTARTS   *
015100*  WITHIN A DAY.                                                 *
015200*----------------------------------------------------------------*
015300 01  WS-REVERSAL-REFERENCE.
015400     05  WS-RR-SOURCE           pic x(01) value "R".
015500     05  WS-RR-YYMMDD           pic 9(06).
015600     05  WS-RR-SEQ              pic 9(03).
015700
015800*----------------------------------------------------------------*
015900*  THE AUDIT INPUT FIELD CARRIES THE PAIR IMAGE (ORIGINAL AND    *
016000*  REVERSING REFERENCES = EXACTLY 20); A SECOND TRAIL RECORD     *
016100*  CARRIES THE ACCOUNT, THE SIDE OF THE REVERSING ENTRY AND THE  *
016200*  AMOUNT IN WHOLE UNITS (19 OF ITS 20).                         *
016300*----------------------------------------------------------------*
016400 01  WS-AUDIT-IMAGE.
016500     05  WS-AI-ORIGINAL-REF     pic x(10).
016600     05  WS-AI-REVERSAL-REF     pic x(10).
016700
016800 01  WS-AUDIT-DETAIL.
016900     05  WS-AD-ACCOUNT          pic x(10).
017000     05  WS-AD-TYPE             pic x(01).
017100     05  WS-AD-AMOUNT           pic 9(08).
017200     05  filler                 pic x(01) value spaces.
017300
017400 procedure division.
017500 0000-MAINLINE.
017600     perform 1000-INITIALIZE
017700         thru 1000-EXIT.
017800     perform 2000-PROCESS-ONE-ENTRY
017900         thru 2000-EXIT
018000         until WS-NO-MORE-ENTRIES.
018100     perform 9999-TERMINATE
018200         thru 9999-EXIT.
018300     stop run.
018400
018500*----------------------------------------------------------------*
018600*  1000-INITIALIZE - IDENTIFY THE OPERATOR AND OPEN THE FILES.   *
018700*  A MISSING KEYED HISTORY MEANS NOTHING HAS EVER BEEN POSTED -  *
018800*  THERE IS NOTHING TO REVERSE, SO THE RUN ENDS CLEANLY, AS IN   *
018900*  TRANINQ.  THE REVERSAL FILE IS CREATED ON ITS VERY FIRST USE, *
019000*  THE WAY HOLDMNT CREATES A MISSING HOLDFILE.  TRANFILE IS      *
019100*  OPENED AND CLOSED AROUND EACH APPEND (SEE 3200), AS IN        *
019200*  TRANENT.                                                      *
019300*----------------------------------------------------------------*
019400 1000-INITIALIZE.
019500     display "Annulation d'une ecriture comptabilisee.".
019600     set WS-MORE-ENTRIES to true.
019700     accept WS-ENTRY-DATE from date yyyymmdd.
019800     move WS-ENTRY-DATE (3:6) to WS-RR-YYMMDD.
019900     open input HIST-INDEX-FILE.
020000     if WS-HISTIDX-NO-FILE
020100         display "Aucun historique disponible."
020200         display "Fin des annulations."
020300         stop run
020400     end-if.
020500     if not WS-HISTIDX-OK
020600         perform 9910-HISTIDX-OPEN-ERROR
020700             thru 9910-EXIT
020800     end-if.
020900     set WS-OPERATOR-INVALID to true.
021000     perform 1100-GET-OPERATOR
021100         thru 1100-EXIT
021200         until WS-OPERATOR-OK.
021300     open i-o REV-FILE.
021400     if WS-REV-NO-FILE
021500         open output REV-FILE
021600         if not WS-REV-OK
021700             perform 9920-REV-OPEN-ERROR
021800                 thru 9920-EXIT
021900         end-if
022000         close REV-FILE
022100         open i-o REV-FILE
022200     end-if.
022300     if not WS-REV-OK
022400         perform 9920-REV-OPEN-ERROR
022500             thru 9920-EXIT
022600     end-if.
022700     open input CUSTMAST-FILE.
022800     if not WS-CUSTMAST-OK
022900         perform 9930-CUSTMAST-OPEN-ERROR
023000             thru 9930-EXIT
023100     end-if.
023200     open extend AUDIT-FILE.
023300     if not WS-AUDITLOG-OK
023400         perform 9940-AUDIT-OPEN-ERROR
023500             thru 9940-EXIT
023600     end-if.
023700     perform 1200-SEED-REVERSAL-SEQUENCE
023800         thru 1200-EXIT.
023900 1000-EXIT.
024000     exit.
024100
024200*----------------------------------------------------------------*
024300*  1100-GET-OPERATOR - THE AUDIT TRAIL NEEDS TO SAY WHO REVERSED *
024400*  WHAT; A BLANK OPERATOR CODE IS RE-PROMPTED.                   *
024500*----------------------------------------------------------------*
024600 1100-GET-OPERATOR.
024700     display "Code operateur ? ".
024800     accept WS-OPERATOR.
024900     if WS-OPERATOR = spaces
025000         display "Entree invalide, veuillez recommencer."
025100     else
025200         set WS-OPERATOR-OK to true
025300     end-if.
025400 1100-EXIT.
025500     exit.
025600
025700*----------------------------------------------------------------*
025800*  1200-SEED-REVERSAL-SEQUENCE - POSITION ON TODAY'S FIRST       *
025900*  POSSIBLE REVERSAL REFERENCE BY THE ALTERNATE KEY AND READ     *
026000*  FORWARD THROUGH TODAY'S REVERSALS, KEEPING THE HIGHEST        *
026100*  SEQUENCE, SO A SECOND SESSION THE SAME DAY CONTINUES THE      *
026200*  NUMBERING INSTEAD OF REISSUING IT.                            *
026300*----------------------------------------------------------------*
026400 1200-SEED-REVERSAL-SEQUENCE.
026500     move zero to WS-ENTRY-SEQ.
026600     move zero to WS-RR-SEQ.
026700     move WS-REVERSAL-REFERENCE to REV-REVERSAL-REF of RV-RECORD.
026800     set WS-REV-NOT-EOF to true.
026900     start REV-FILE key is not less than
027000         REV-REVERSAL-REF of RV-RECORD
027100         invalid key
027200             set WS-REV-EOF to true
027300     end-start.
027400     perform 1210-SCAN-ONE-REVERSAL
027500         thru 1210-EXIT
027600         until WS-REV-EOF.
027700 1200-EXIT.
027800     exit.
027900
028000*----------------------------------------------------------------*
028100*  1210-SCAN-ONE-REVERSAL - READ THE NEXT REVERSAL IN REFERENCE  *
028200*  ORDER; STOP AT THE FIRST ONE NOT ISSUED TODAY.                *
028300*----------------------------------------------------------------*
028400 1210-SCAN-ONE-REVERSAL.
028500     read REV-FILE next record
028600         at end
028700             set WS-REV-EOF to true
028800     end-read.
028900     if WS-REV-EOF
029000         go to 1210-EXIT
029100     end-if.
029200     if REV-REVERSAL-REF of RV-RECORD (1:7)
029300        not = WS-REVERSAL-REFERENCE (1:7)
029400         set WS-REV-EOF to true
029500         go to 1210-EXIT
029600     end-if.
029700     if REV-REVERSAL-REF of RV-RECORD (8:3) is numeric
029800      and REV-REVERSAL-REF of RV-RECORD (8:3) > WS-ENTRY-SEQ
029900         move REV-REVERSAL-REF of RV-RECORD (8:3)
030000             to WS-ENTRY-SEQ
030100     end-if.
030200 1210-EXIT.
030300     exit.
030400
030500*----------------------------------------------------------------*
030600*  2000-PROCESS-ONE-ENTRY - TAKE THE REFERENCE OF THE ENTRY TO   *
030700*  REVERSE, FIND IT ON THE KEYED HISTORY, REFUSE IT WHEN IT IS   *
030800*  ITSELF A REVERSAL (ITS REFERENCE IS A REVFILE ALTERNATE KEY)  *
030900*  OR HAS ALREADY BEEN REVERSED (ITS REFERENCE IS A REVFILE      *
031000*  PRIMARY KEY), SHOW IT, AND POST THE REVERSAL ONCE THE         *
031100*  OPERATOR HAS GIVEN A REASON AND CONFIRMED.  THEN ASK WHETHER  *
031200*  TO CONTINUE.                                                  *
031250*  A BALANCE FORWARD OF THE YEAR-END ROLLOVER IS REFUSED TOO.    *
031300*----------------------------------------------------------------*
031400 2000-PROCESS-ONE-ENTRY.
031500     display "Reference de l'ecriture a annuler ? ".
031600     move spaces to WS-ORIGINAL-REF.
031700     accept WS-ORIGINAL-REF.
031800     if WS-ORIGINAL-REF = spaces
031900         display "Entree invalide, operation abandonnee."
032000         go to 2000-ASK-AGAIN
032100     end-if.
032200     move WS-ORIGINAL-REF to THIST-REFERENCE of HX-RECORD.
032300     read HIST-INDEX-FILE
032400         key is THIST-REFERENCE of HX-RECORD
032500         invalid key
032600             display "Ecriture inconnue ou non encore "
032700                 "comptabilisee."
032800             go to 2000-ASK-AGAIN
032900     end-read.
032910     if THIST-REFERENCE of HX-RECORD (1:1) = "B"
032920         display "Un report a nouveau ne peut pas etre "
032930             "annule."
032940         go to 2000-ASK-AGAIN
032950     end-if.
033000     move WS-ORIGINAL-REF to REV-REVERSAL-REF of RV-RECORD.
033100     read REV-FILE
033200         key is REV-REVERSAL-REF of RV-RECORD
033300         invalid key
033400             continue
033500         not invalid key
033600             display "Une contre-passation ne peut pas etre "
033700                 "annulee."
033800             go to 2000-ASK-AGAIN
033900     end-read.
034000     move WS-ORIGINAL-REF to REV-ORIGINAL-REF of RV-RECORD.
034100     read REV-FILE
034200         invalid key
034300             continue
034400         not invalid key
034500             display "Ecriture deja annulee par "
034600                 REV-REVERSAL-REF of RV-RECORD
034700                 " le " REV-REVERSAL-DATE of RV-RECORD "."
034800             go to 2000-ASK-AGAIN
034900     end-read.
035000     move THIST-ACCOUNT-NUMBER of HX-RECORD
035100         to CUST-ACCOUNT-NUMBER of CM-RECORD.
035200     read CUSTMAST-FILE
035300         invalid key
035400             display "Compte inconnu, operation abandonnee."
035500             go to 2000-ASK-AGAIN
035600     end-read.
035700     perform 2100-SHOW-ENTRY
035800         thru 2100-EXIT.
035900     set WS-ENTRY-INVALID to true.
036000     perform 2200-GET-REASON
036100         thru 2200-EXIT
036200         until WS-ENTRY-OK.
036300     display "Confirmer l'annulation (O/N) ? ".
036400     accept WS-ANSWER.
036500     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
036600         display "Operation abandonnee."
036700         go to 2000-ASK-AGAIN
036800     end-if.
036900     perform 3000-POST-REVERSAL
037000         thru 3000-EXIT.
037100 2000-ASK-AGAIN.
037200     display "Autre operation (O/N) ? ".
037300     accept WS-ANSWER.
037400     if WS-ANSWER not = "O" and WS-ANSWER not = "o"
037500         set WS-NO-MORE-ENTRIES to true
037600     end-if.
037700 2000-EXIT.
037800     exit.
037900
038000*----------------------------------------------------------------*
038100*  2100-SHOW-ENTRY - DISPLAY THE ENTRY ABOUT TO BE REVERSED SO   *
038200*  THE OPERATOR CAN CHECK IT BEFORE CONFIRMING.                  *
038300*----------------------------------------------------------------*
038400 2100-SHOW-ENTRY.
038500     move THIST-AMOUNT of HX-RECORD to WS-EDITED-AMOUNT.
038600     display "Compte    : " THIST-ACCOUNT-NUMBER of HX-RECORD
038700         "  " CUST-NAME of CM-RECORD.
038800     display "Date      : " THIST-DATE of HX-RECORD.
038900     display "Sens      : " THIST-TYPE of HX-RECORD.
039000     display "Montant   : " WS-EDITED-AMOUNT " "
039100         CUST-CURRENCY-CODE of CM-RECORD.
039200 2100-EXIT.
039300     exit.
039400
039500*----------------------------------------------------------------*
039600*  2200-GET-REASON - A REVERSAL ALWAYS CARRIES A REASON; A BLANK *
039700*  ONE IS RE-PROMPTED.                                           *
039800*----------------------------------------------------------------*
039900 2200-GET-REASON.
040000     display "Motif de l'annulation ? ".
040100     move spaces to WS-ENTRY-REASON.
040200     accept WS-ENTRY-REASON.
040300     if WS-ENTRY-REASON = spaces
040400         display "Entree invalide, veuillez recommencer."
040500     else
040600         set WS-ENTRY-OK to true
040700     end-if.
040800 2200-EXIT.
040900     exit.
041000
041100*----------------------------------------------------------------*
041200*  3000-POST-REVERSAL - ISSUE THE REVERSING REFERENCE, RECORD    *
041300*  THE PAIR ON REVFILE FIRST (ITS ORIGINAL-REFERENCE KEY IS WHAT *
041400*  STOPS A SECOND REVERSAL, EVEN FROM A PARALLEL SESSION), THEN  *
041500*  APPEND THE OPPOSITE ENTRY TO THE LEDGER AND LOG THE REVERSAL  *
041600*  TO THE TRAIL.                                                 *
041700*----------------------------------------------------------------*
041800 3000-POST-REVERSAL.
041900     add 1 to WS-ENTRY-SEQ.
042000     move WS-ENTRY-SEQ to WS-RR-SEQ.
042100     perform 3100-BUILD-REVERSAL-RECORD
042200         thru 3100-EXIT.
042300     write RV-RECORD
042400         invalid key
042500             display "Ecriture deja annulee, operation "
042600                 "abandonnee."
042700             go to 3000-EXIT
042800     end-write.
042900     perform 3200-APPEND-REVERSAL
043000         thru 3200-EXIT.
043100     move "TRANREV ANNULATION" to WS-AUDIT-REASON.
043200     perform 8000-WRITE-AUDIT-IDENT
043300         thru 8000-EXIT.
043400     move "TRANREV ANNULATION DETAIL" to WS-AUDIT-REASON.
043500     perform 8100-WRITE-AUDIT-DETAIL
043600         thru 8100-EXIT.
043700     display "Annulation enregistree : " WS-REVERSAL-REFERENCE.
043800 3000-EXIT.
043900     exit.
044000
044100*----------------------------------------------------------------*
044200*  3100-BUILD-REVERSAL-RECORD - ASSEMBLE THE PAIR RECORD FROM    *
044300*  THE ORIGINAL ENTRY AND STAMP IT WITH THE OPERATOR, THE        *
044400*  REASON AND THE MOMENT OF REVERSAL.                            *
044500*----------------------------------------------------------------*
044600 3100-BUILD-REVERSAL-RECORD.
044700     accept WS-STAMP-TIME from time.
044800     initialize RV-RECORD.
044900     move WS-ORIGINAL-REF to REV-ORIGINAL-REF of RV-RECORD.
045000     move WS-REVERSAL-REFERENCE to REV-REVERSAL-REF of RV-RECORD.
045100     move THIST-ACCOUNT-NUMBER of HX-RECORD
045200         to REV-ACCOUNT-NUMBER of RV-RECORD.
045300     move THIST-DATE of HX-RECORD
045400         to REV-ORIGINAL-DATE of RV-RECORD.
045500     move THIST-TYPE of HX-RECORD
045600         to REV-ORIGINAL-TYPE of RV-RECORD.
045700     move THIST-AMOUNT of HX-RECORD to REV-AMOUNT of RV-RECORD.
045800     move WS-ENTRY-DATE to REV-REVERSAL-DATE of RV-RECORD.
045900     move WS-ENTRY-REASON to REV-REASON of RV-RECORD.
046000     move WS-OPERATOR to REV-OPERATOR of RV-RECORD.
046100     move WS-STAMP-TIME to REV-TIME of RV-RECORD.
046200 3100-EXIT.
046300     exit.
046400
046500*----------------------------------------------------------------*
046600*  3200-APPEND-REVERSAL - BUILD THE OPPOSITE TRANREC ENTRY (SAME *
046700*  ACCOUNT AND AMOUNT, OTHER SIDE, TODAY'S DATE, THE "R"         *
046800*  REFERENCE) AND APPEND IT TO THE DAY'S LEDGER, CREATING A      *
046900*  MISSING LEDGER AS TRANENT DOES.  IT IS EDITED AND POSTED BY   *
047000*  THE NIGHT RUN LIKE ANY OTHER ENTRY.                           *
047100*----------------------------------------------------------------*
047200 3200-APPEND-REVERSAL.
047300     open extend TRANFILE-FILE.
047400     if WS-TRANFILE-NOT-FOUND
047500         open output TRANFILE-FILE
047600     end-if.
047700     if not WS-TRANFILE-OK
047800         perform 9950-TRANFILE-OPEN-ERROR
047900             thru 9950-EXIT
048000     end-if.
048100     initialize TR-RECORD.
048200     move THIST-ACCOUNT-NUMBER of HX-RECORD
048300         to TRAN-ACCOUNT-NUMBER of TR-RECORD.
048400     move WS-ENTRY-DATE to TRAN-DATE of TR-RECORD.
048500     if THIST-DEBIT of HX-RECORD
048600         set TRAN-CREDIT of TR-RECORD to true
048700     else
048800         set TRAN-DEBIT of TR-RECORD to true
048900     end-if.
049000     move THIST-AMOUNT of HX-RECORD to TRAN-AMOUNT of TR-RECORD.
049100     move WS-REVERSAL-REFERENCE to TRAN-REFERENCE of TR-RECORD.
049200     write TR-RECORD.
049300     if not WS-TRANFILE-OK
049400         perform 9960-TRANFILE-WRITE-ERROR
049500             thru 9960-EXIT
049600     end-if.
049700     close TRANFILE-FILE.
049800 3200-EXIT.
049900     exit.
050000
050100*----------------------------------------------------------------*
050200*  8000-WRITE-AUDIT-IDENT - LOG THE PAIR IMAGE (ORIGINAL AND     *
050300*  REVERSING REFERENCES) UNDER THE PREPARED REASON.              *
050400*----------------------------------------------------------------*
050500 8000-WRITE-AUDIT-IDENT.
050600     move REV-ORIGINAL-REF of RV-RECORD to WS-AI-ORIGINAL-REF.
050700     move REV-REVERSAL-REF of RV-RECORD to WS-AI-REVERSAL-REF.
050800     move WS-AUDIT-IMAGE to AUDIT-INPUT of AR-RECORD.
050900     perform 8900-WRITE-AUDIT-RECORD
051000         thru 8900-EXIT.
051100 8000-EXIT.
051200     exit.
051300
051400*----------------------------------------------------------------*
051500*  8100-WRITE-AUDIT-DETAIL - LOG THE ACCOUNT, THE SIDE OF THE    *
051600*  REVERSING ENTRY AND ITS AMOUNT IN WHOLE UNITS UNDER THE       *
051700*  PREPARED REASON.                                              *
051800*----------------------------------------------------------------*
051900 8100-WRITE-AUDIT-DETAIL.
052000     move TRAN-ACCOUNT-NUMBER of TR-RECORD to WS-AD-ACCOUNT.
052100     move TRAN-TYPE of TR-RECORD to WS-AD-TYPE.
052200     move TRAN-AMOUNT of TR-RECORD to WS-AD-AMOUNT.
052300     move WS-AUDIT-DETAIL to AUDIT-INPUT of AR-RECORD.
052400     perform 8900-WRITE-AUDIT-RECORD
052500         thru 8900-EXIT.
052600 8100-EXIT.
052700     exit.
052800
052900*----------------------------------------------------------------*
053000*  8900-WRITE-AUDIT-RECORD - STAMP AND WRITE THE PREPARED TRAIL  *
053100*  RECORD.                                                       *
053200*----------------------------------------------------------------*
053300 8900-WRITE-AUDIT-RECORD.
053400     accept WS-STAMP-DATE from date yyyymmdd.
053500     accept WS-STAMP-TIME from time.
053600     move WS-STAMP-DATE to AUDIT-DATE of AR-RECORD.
053700     move WS-STAMP-TIME to AUDIT-TIME of AR-RECORD.
053800     move WS-AUDIT-REASON to AUDIT-REASON of AR-RECORD.
053900     move WS-OPERATOR to AUDIT-USER of AR-RECORD.
054000     write AR-RECORD.
054100     if not WS-AUDITLOG-OK
054200         perform 9970-AUDIT-WRITE-ERROR
054300             thru 9970-EXIT
054400     end-if.
054500 8900-EXIT.
054600     exit.
054700
054800*----------------------------------------------------------------*
054900*  9999-TERMINATE - CLOSE THE FILES BEFORE ENDING THE RUN.       *
055000*----------------------------------------------------------------*
055100 9999-TERMINATE.
055200     close HIST-INDEX-FILE.
055300     close REV-FILE.
055400     close CUSTMAST-FILE.
055500     close AUDIT-FILE.
055600     display "Fin des annulations.".
055700 9999-EXIT.
055800     exit.
055900
056000*----------------------------------------------------------------*
056100*  9910-HISTIDX-OPEN-ERROR - THE KEYED HISTORY EXISTS BUT COULD  *
056200*  NOT BE OPENED; ABEND THE RUN.                                 *
056300*----------------------------------------------------------------*
056400 9910-HISTIDX-OPEN-ERROR.
056500     display "TRANREV - CANNOT OPEN TRANHIDX, STATUS="
056600         WS-HISTIDX-STATUS.
056700     stop run.
056800 9910-EXIT.
056900     exit.
057000
057100*----------------------------------------------------------------*
057200*  9920-REV-OPEN-ERROR - THE REVERSAL FILE COULD NOT BE OPENED;  *
057300*  ABEND RATHER THAN REVERSE WITHOUT THE DOUBLE-REVERSAL GUARD.  *
057400*----------------------------------------------------------------*
057500 9920-REV-OPEN-ERROR.
057600     display "TRANREV - CANNOT OPEN REVFILE, STATUS="
057700         WS-REV-STATUS.
057800     stop run.
057900 9920-EXIT.
058000     exit.
058100
058200*----------------------------------------------------------------*
058300*  9930-CUSTMAST-OPEN-ERROR - THE ENTRY CANNOT BE SHOWN WITHOUT  *
058400*  THE CUSTOMER MASTER; ABEND THE RUN.                           *
058500*----------------------------------------------------------------*
058600 9930-CUSTMAST-OPEN-ERROR.
058700     display "TRANREV - CANNOT OPEN CUSTMAST, STATUS="
058800         WS-CUSTMAST-STATUS.
058900     stop run.
059000 9930-EXIT.
059100     exit.
059200
059300*----------------------------------------------------------------*
059400*  9940-AUDIT-OPEN-ERROR - THE AUDIT TRAIL COULD NOT BE OPENED;  *
059500*  ABEND RATHER THAN REVERSE ENTRIES WITHOUT A TRAIL.            *
059600*----------------------------------------------------------------*
059700 9940-AUDIT-OPEN-ERROR.
059800     display "TRANREV - CANNOT OPEN AUDITLOG, STATUS="
059900         WS-AUDITLOG-STATUS.
060000     stop run.
060100 9940-EXIT.
060200     exit.
060300
060400*----------------------------------------------------------------*
060500*  9950-TRANFILE-OPEN-ERROR - THE LEDGER COULD NOT BE OPENED FOR *
060600*  THE APPEND; ABEND RATHER THAN LOSE THE REVERSING ENTRY.       *
060700*----------------------------------------------------------------*
060800 9950-TRANFILE-OPEN-ERROR.
060900     display "TRANREV - CANNOT OPEN TRANFILE, STATUS="
061000         WS-TRANFILE-STATUS.
061100     stop run.
061200 9950-EXIT.
061300     exit.
061400
061500*----------------------------------------------------------------*
061600*  9960-TRANFILE-WRITE-ERROR - THE REVERSING ENTRY COULD NOT BE  *
061700*  WRITTEN TO THE LEDGER; ABEND RATHER THAN LOSE IT SILENTLY.    *
061800*----------------------------------------------------------------*
061900 9960-TRANFILE-WRITE-ERROR.
062000     display "TRANREV - CANNOT WRITE TRANFILE, STATUS="
062100         WS-TRANFILE-STATUS.
062200     stop run.
062300 9960-EXIT.
062400     exit.
062500
062600*----------------------------------------------------------------*
062700*  9970-AUDIT-WRITE-ERROR - THE REVERSAL COULD NOT BE LOGGED;    *
062800*  ABEND RATHER THAN LOSE THE TRAIL.                             *
062900*----------------------------------------------------------------*
063000 9970-AUDIT-WRITE-ERROR.
063100     display "TRANREV - CANNOT WRITE AUDITLOG, STATUS="
063200         WS-AUDITLOG-STATUS.
063300     stop run.
063400 9970-EXIT.
063500     exit.
