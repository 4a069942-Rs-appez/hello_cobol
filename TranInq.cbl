002200*                     SAME FORWARD READ (EVERY ACCOUNT OPENS AT  *
002300*                     ZERO AND MONEY ONLY ARRIVES THROUGH        *
002400*                     POSTED ENTRIES).                           *
002410*    2026-10-15  APZ  REVERSED AND REVERSING ENTRIES ARE SHOWN   *
002420*                     AS A PAIR: EACH MOVEMENT LINE IS LOOKED UP *
002430*                     ON THE TRANREV PAIR FILE (REVFILE) AND     *
002440*                     MARKED WITH THE REFERENCE OF ITS OTHER     *
002450*                     HALF.  THE FILE IS OPTIONAL - ABSENT UNTIL *
002460*                     THE FIRST REVERSAL IS EVER MADE.           *
002462*    2026-10-15  APZ  AFTER THE YEAR-END ROLLOVER (TRANROLL /    *
002464*                     HIDXROLL) AN ACCOUNT'S BALANCE STARTS FROM *
002466*                     ITS BALANCE-FORWARD RECORD ("B"            *
002468*                     REFERENCE, NOTED "A-NOUVEAU").  THE CLOSED *
002470*                     YEAR'S ENTRIES STILL ON TRANHIDX ARE       *
002472*                     INSIDE THAT BALANCE FORWARD: THEY ARE      *
002474*                     SHOWN, NOTED "DANS A-NOUVEAU", BUT NO      *
002476*                     LONGER MOVE THE BALANCE.                   *
002500*----------------------------------------------------------------*
002600
002700 environment division.
004500         record key is THIST-KEY
004600         alternate record key is THIST-REFERENCE
004700         file status is WS-HISTIDX-STATUS.
004710
004720     select REV-FILE assign to "REVFILE"
004730         organization is indexed
004740         access mode is dynamic
004750         record key is REV-ORIGINAL-REF
004760         alternate record key is REV-REVERSAL-REF
004770         file status is WS-REV-STATUS.
004800
004900 data division.
005000 file section.
005900     record contains 40 characters.
006000 01  HX-RECORD.
006100     copy THISTREC.
006110
006120 fd  REV-FILE
006130     label records are standard
006140     record contains 90 characters.
006150 01  RV-RECORD.
006160     copy REVREC.
006200
006300 working-storage section.
006400 01  WS-CUSTMAST-STATUS         pic x(02).
006800 01  WS-HISTIDX-STATUS          pic x(02).
006900     88  WS-HISTIDX-OK              value "00".
007000     88  WS-HISTIDX-NO-FILE         value "35".
007020
007040 01  WS-REV-STATUS              pic x(02).
007060     88  WS-REV-OK                  value "00".
007080     88  WS-REV-NO-FILE             value "35".
007100
007200 01  WS-SWITCHES.
007300     05  WS-ACCOUNT-VALID-SW    pic x(01).
008200     05  WS-HIST-EOF-SW         pic x(01).
008300         88  WS-HIST-EOF            value "Y".
008400         88  WS-HIST-NOT-EOF        value "N".
008420     05  WS-REVFILE-SW          pic x(01).
008440         88  WS-REVERSALS-ON-FILE   value "Y".
008460         88  WS-REVERSALS-ABSENT    value "N".
008500
008600 01  WS-FROM-DATE-X             pic x(08).
008700 01  WS-FROM-DATE               pic 9(08).
009200 01  WS-EDITED-AMOUNT           pic z(8)9,99-.
009300 01  WS-EDITED-BALANCE          pic z(8)9,99-.
009400 01  WS-ANSWER                  pic x(01).
009410
009420*----------------------------------------------------------------*
009430*  THE PAIR NOTE SHOWN AFTER A REVERSED ENTRY ("ANNULEE PAR" +   *
009440*  THE REVERSING REFERENCE) OR AFTER A REVERSING ENTRY           *
009450*  ("ANNULATION DE" + THE ORIGINAL REFERENCE); BLANK OTHERWISE. *
009460*----------------------------------------------------------------*
009470 01  WS-PAIR-NOTE.
009480     05  WS-PN-LABEL            pic x(16).
009490     05  WS-PN-REFERENCE        pic x(10).
009500
009600 01  WS-DATE-SPLIT.
009700     05  WS-DS-YEAR             pic 9(04).
011300*  1000-INITIALIZE - GREET THE OPERATOR AND OPEN THE FILES.  A   *
011400*  MISSING KEYED HISTORY MEANS NOTHING HAS EVER BEEN POSTED -    *
011500*  THERE IS NOTHING TO INQUIRE ON, SO THE RUN ENDS CLEANLY.     *
011520*  THE REVERSAL PAIR FILE IS OPTIONAL: IT DOES NOT EXIST UNTIL   *
011540*  THE FIRST REVERSAL IS MADE.                                   *
011600*----------------------------------------------------------------*
011700 1000-INITIALIZE.
011800     display "Consultation des mouvements d'un compte.".
013300         perform 9920-HISTIDX-OPEN-ERROR
013400             thru 9920-EXIT
013500     end-if.
013505     open input REV-FILE.
013510     evaluate true
013515         when WS-REV-OK
013520             set WS-REVERSALS-ON-FILE to true
013525         when WS-REV-NO-FILE
013530             set WS-REVERSALS-ABSENT to true
013535         when other
013540             perform 9930-REV-OPEN-ERROR
013545                 thru 9930-EXIT
013550     end-evaluate.
013600 1000-EXIT.
013700     exit.
013800
029400     add 1 to WS-MOVEMENT-COUNT.
029500     move THIST-AMOUNT of HX-RECORD to WS-EDITED-AMOUNT.
029600     move WS-RUNNING-BALANCE to WS-EDITED-BALANCE.
029620     perform 3300-FIND-REVERSAL-PAIR
029640         thru 3300-EXIT.
029660     perform 3400-NOTE-BALANCE-FORWARD
029680         thru 3400-EXIT.
029700     display THIST-DATE of HX-RECORD "  "
029800         THIST-TYPE of HX-RECORD "     "
029900         THIST-REFERENCE of HX-RECORD "  "
030000         WS-EDITED-AMOUNT "  "
030050         WS-EDITED-BALANCE
030100         WS-PAIR-NOTE.
030200     perform 7100-READ-ONE-HISTORY
030300         thru 7100-EXIT.
030400 3200-EXIT.
030500     exit.
030502
030504*----------------------------------------------------------------*
030506*  3300-FIND-REVERSAL-PAIR - PREPARE THE PAIR NOTE FOR THE       *
030508*  CURRENT ENTRY: ITS REFERENCE AS A REVFILE PRIMARY KEY MEANS   *
030510*  IT HAS BEEN REVERSED, AS THE ALTERNATE KEY MEANS IT IS ITSELF *
030512*  A REVERSAL.                                                   *
030514*----------------------------------------------------------------*
030516 3300-FIND-REVERSAL-PAIR.
030518     move spaces to WS-PAIR-NOTE.
030520     if WS-REVERSALS-ABSENT
030522         go to 3300-EXIT
030524     end-if.
030526     move THIST-REFERENCE of HX-RECORD
030528         to REV-ORIGINAL-REF of RV-RECORD.
030530     read REV-FILE
030532         invalid key
030534             continue
030536         not invalid key
030538             move "  annulee par" to WS-PN-LABEL
030540             move REV-REVERSAL-REF of RV-RECORD
030542                 to WS-PN-REFERENCE
030544             go to 3300-EXIT
030546     end-read.
030548     move THIST-REFERENCE of HX-RECORD
030550         to REV-REVERSAL-REF of RV-RECORD.
030552     read REV-FILE
030554         key is REV-REVERSAL-REF of RV-RECORD
030556         invalid key
030558             continue
030560         not invalid key
030562             move "  annulation de" to WS-PN-LABEL
030564             move REV-ORIGINAL-REF of RV-RECORD
030566                 to WS-PN-REFERENCE
030568     end-read.
030570 3300-EXIT.
030572     exit.
030573
030574*----------------------------------------------------------------*
030575*  3400-NOTE-BALANCE-FORWARD - A BALANCE-FORWARD RECORD, OR AN   *
030576*  ENTRY OF A ROLLED YEAR ALREADY INSIDE ONE, IS NOTED AS SUCH;  *
030577*  THE NOTE EXPLAINS THE BALANCE COLUMN AND TAKES PRECEDENCE     *
030578*  OVER THE PAIR NOTE.                                           *
030579*----------------------------------------------------------------*
030580 3400-NOTE-BALANCE-FORWARD.
030581     if THIST-IN-BALANCE-FWD of HX-RECORD
030582         move "  dans a-nouveau" to WS-PN-LABEL
030583         move spaces to WS-PN-REFERENCE
030584         go to 3400-EXIT
030585     end-if.
030586     if THIST-REFERENCE of HX-RECORD (1:1) = "B"
030587         move "  a-nouveau" to WS-PN-LABEL
030588         move spaces to WS-PN-REFERENCE
030589     end-if.
030590 3400-EXIT.
030591     exit.
030600
030700*----------------------------------------------------------------*
030800*  7100-READ-ONE-HISTORY - ADVANCE THE KEYED HISTORY BY ONE      *
032400*----------------------------------------------------------------*
032500*  7200-APPLY-TO-BALANCE - ROLL THE CURRENT HISTORY ENTRY INTO   *
032600*  THE RUNNING BALANCE.                                          *
032620*  AN ENTRY ALREADY INSIDE A BALANCE FORWARD IS COUNTED THERE    *
032640*  AND IS SKIPPED HERE.                                          *
032700*----------------------------------------------------------------*
032800 7200-APPLY-TO-BALANCE.
032820     if THIST-IN-BALANCE-FWD of HX-RECORD
032840         go to 7200-EXIT
032860     end-if.
032900     evaluate true
033000         when THIST-CREDIT of HX-RECORD
033100             add THIST-AMOUNT of HX-RECORD
034300 9999-TERMINATE.
034400     close CUSTMAST-FILE.
034500     close HIST-INDEX-FILE.
034520     if WS-REVERSALS-ON-FILE
034540         close REV-FILE
034560     end-if.
034600     display "Fin de la consultation.".
034700 9999-EXIT.
034800     exit.
036900     stop run.
037000 9920-EXIT.
037100     exit.
037200
037300*----------------------------------------------------------------*
037400*  9930-REV-OPEN-ERROR - THE REVERSAL PAIR FILE EXISTS BUT COULD *
037500*  NOT BE OPENED; ABEND THE RUN.                                 *
037600*----------------------------------------------------------------*
037700 9930-REV-OPEN-ERROR.
037800     display "TRANINQ - CANNOT OPEN REVFILE, STATUS="
037900         WS-REV-STATUS.
038000     stop run.
038100 9930-EXIT.
038200     exit.
