002007*                     TRANFILE TWICE PER ACCOUNT, WHICH WAS     *
002008*                     UNDOING THE NIGHT RUN'S SINGLE-READ       *
002009*                     REDESIGN.                                 *
002010*    2026-10-15  APZ  EACH MOVEMENT LINE NOW PRINTS ITS          *
002020*                     REFERENCE, AND A REVERSED OR REVERSING     *
002030*                     ENTRY IS MARKED WITH THE REFERENCE OF ITS  *
002040*                     OTHER HALF ("ANNULE PAR" / "ANNULATION")   *
002050*                     FROM THE TRANREV PAIR FILE, REVFILE, SO    *
002060*                     THE CUSTOMER SEES THE TWO ENTRIES AS A     *
002070*                     PAIR.  REVFILE IS OPTIONAL - ABSENT UNTIL  *
002080*                     THE FIRST REVERSAL IS EVER MADE.           *
002090*----------------------------------------------------------------*
002100
002200 environment division.
002300 configuration section.
003170         organization is sequential
003180         access mode is sequential
003190         file status is WS-MOVEMENT-STATUS.
003191
003192     select REV-FILE assign to "REVFILE"
003193         organization is indexed
003194         access mode is dynamic
003195         record key is REV-ORIGINAL-REF
003196         alternate record key is REV-REVERSAL-REF
003197         file status is WS-REV-STATUS.
003200
003300 data division.
003400 file section.
003890 01  TR-RECORD.
003895     copy TRANREC.
003900
003910 fd  REV-FILE
003920     label records are standard
003930     record contains 90 characters.
003940 01  RV-RECORD.
003950     copy REVREC.
003960
004000 working-storage section.
004100 01  WS-PRINT-STATUS            pic x(02).
004200     88  WS-PRINT-OK                value "00".
004320     88  WS-MOVEMENT-OK             value "00".
004330     88  WS-MOVEMENT-EOF            value "10".
004340     88  WS-MOVEMENT-NOT-FOUND      value "35".
004342
004344 01  WS-REV-STATUS              pic x(02).
004346     88  WS-REV-OK                  value "00".
004348     88  WS-REV-NO-FILE             value "35".
004350
004360 01  WS-SWITCHES.
004370     05  WS-TRAN-EOF-SW         pic x(01).
004380         88  WS-TRAN-EOF            value "Y".
004390         88  WS-TRAN-NOT-EOF        value "N".
004392     05  WS-REVFILE-SW          pic x(01).
004394         88  WS-REVERSALS-ON-FILE   value "Y".
004396         88  WS-REVERSALS-ABSENT    value "N".
004400
004410 01  WS-NET-MOVEMENT            pic s9(9)v99 usage comp-3.
004420 01  WS-OPENING-BALANCE         pic s9(9)v99 usage comp-3.
006920     05  filler                 pic x(12) value "Date".
006930     05  filler                 pic x(06) value "Type".
006940     05  filler                 pic x(16) value "Montant".
006945     05  filler                 pic x(14) value "Solde".
006950     05  filler                 pic x(32) value "Reference".
006960
006970 01  WS-MOVEMENT-LINE.
006971     05  WS-MV-DATE             pic 9(08).
006975     05  WS-MV-AMOUNT           pic z(8)9,99-.
006976     05  filler                 pic x(03) value spaces.
006977     05  WS-MV-BALANCE          pic z(8)9,99-.
006978     05  filler                 pic x(01) value spaces.
006979     05  WS-MV-REFERENCE        pic x(10).
006980     05  filler                 pic x(01) value spaces.
006981     05  WS-MV-PAIR-LABEL       pic x(11).
006982     05  WS-MV-PAIR-REFERENCE   pic x(10).
006983
006984 01  WS-OPENING-LINE.
006985     05  filler                 pic x(34)
006986         value "SOLDE D'OUVERTURE".
006987     05  WS-OP-BALANCE          pic z(8)9,99-.
006988     05  filler                 pic x(33) value spaces.
006989
006990 01  WS-CLOSING-LINE.
006991     05  filler                 pic x(34)
006992         value "SOLDE DE CLOTURE".
006993     05  WS-CL-BALANCE          pic z(8)9,99-.
006994     05  filler                 pic x(02) value spaces.
006995     05  WS-CL-CURRENCY         pic x(03).
006996     05  filler                 pic x(28) value spaces.
006997
007000 linkage section.
007100 01  LK-CUST-RECORD.
007200     copy CUSTREC.
014560*  (FIRST PASS); THE SECOND PASS THEN PRINTS EACH MOVEMENT WITH  *
014570*  ITS RUNNING BALANCE.  A MISSING OR EMPTY WORK FILE SIMPLY     *
014575*  PRINTS OPENING = CLOSING.                                     *
014576*  THE REVERSAL PAIR FILE IS OPENED FOR THE PRINT PASS ONLY AND  *
014578*  MAY BE ABSENT (NO REVERSAL EVER MADE).                        *
014580*----------------------------------------------------------------*
014590 4000-PRINT-MOVEMENTS.
014600     move WS-HEADING-4 to PRINT-LINE.
014740     move WS-OPENING-LINE to PRINT-LINE.
014750     perform 8000-WRITE-STATEMENT-LINE
014760         thru 8000-EXIT.
014761     open input REV-FILE.
014762     evaluate true
014763         when WS-REV-OK
014764             set WS-REVERSALS-ON-FILE to true
014765         when WS-REV-NO-FILE
014766             set WS-REVERSALS-ABSENT to true
014767         when other
014768             perform 9930-REV-OPEN-ERROR
014769                 thru 9930-EXIT
014770     end-evaluate.
014771     open input MOVEMENT-FILE.
014775     evaluate true
014780         when WS-MOVEMENT-OK
014790             set WS-TRAN-NOT-EOF to true
014838             perform 9920-MOVEMENT-OPEN-ERROR
014839                 thru 9920-EXIT
014840     end-evaluate.
014842     if WS-REVERSALS-ON-FILE
014844         close REV-FILE
014846     end-if.
014850     move CUST-BALANCE of LK-CUST-RECORD to WS-CL-BALANCE.
014860     move CUST-CURRENCY-CODE of LK-CUST-RECORD
014870         to WS-CL-CURRENCY.
015380*  4300-PRINT-ONE-MOVEMENT - SECOND LEDGER PASS: PRINT ONE       *
015390*  MOVEMENT LINE (DATE, D/C, AMOUNT, RUNNING BALANCE) FOR EACH   *
015400*  ENTRY BELONGING TO THIS ACCOUNT.                              *
015402*  THE LINE ALSO CARRIES THE REFERENCE AND, FOR A REVERSED OR    *
015404*  REVERSING ENTRY, THE REFERENCE OF ITS OTHER HALF (4400).      *
015410*----------------------------------------------------------------*
015420 4300-PRINT-ONE-MOVEMENT.
015430     read MOVEMENT-FILE
015580                 move TRAN-TYPE of TR-RECORD to WS-MV-TYPE
015590                 move TRAN-AMOUNT of TR-RECORD to WS-MV-AMOUNT
015600                 move WS-RUNNING-BALANCE to WS-MV-BALANCE
015602                 move TRAN-REFERENCE of TR-RECORD
015604                     to WS-MV-REFERENCE
015606                 perform 4400-FIND-REVERSAL-PAIR
015608                     thru 4400-EXIT
015610                 move WS-MOVEMENT-LINE to PRINT-LINE
015620                 perform 8000-WRITE-STATEMENT-LINE
015630                     thru 8000-EXIT
015650     end-read.
015660 4300-EXIT.
015670     exit.
015671
015672*----------------------------------------------------------------*
015673*  4400-FIND-REVERSAL-PAIR - MARK THE CURRENT MOVEMENT WHEN IT   *
015674*  IS HALF OF A REVERSAL PAIR: ITS REFERENCE AS A REVFILE        *
015675*  PRIMARY KEY MEANS IT HAS BEEN REVERSED, AS THE ALTERNATE KEY  *
015676*  MEANS IT IS ITSELF THE REVERSAL.                              *
015677*----------------------------------------------------------------*
015678 4400-FIND-REVERSAL-PAIR.
015679     move spaces to WS-MV-PAIR-LABEL.
015680     move spaces to WS-MV-PAIR-REFERENCE.
015681     if WS-REVERSALS-ABSENT
015682         go to 4400-EXIT
015683     end-if.
015684     move TRAN-REFERENCE of TR-RECORD
015685         to REV-ORIGINAL-REF of RV-RECORD.
015686     read REV-FILE
015687         invalid key
015688             continue
015689         not invalid key
015690             move "ANNULE PAR" to WS-MV-PAIR-LABEL
015691             move REV-REVERSAL-REF of RV-RECORD
015692                 to WS-MV-PAIR-REFERENCE
015693             go to 4400-EXIT
015694     end-read.
015695     move TRAN-REFERENCE of TR-RECORD
015696         to REV-REVERSAL-REF of RV-RECORD.
015697     read REV-FILE
015698         key is REV-REVERSAL-REF of RV-RECORD
015699         invalid key
015700             continue
015701         not invalid key
015702             move "ANNULATION" to WS-MV-PAIR-LABEL
015703             move REV-ORIGINAL-REF of RV-RECORD
015704                 to WS-MV-PAIR-REFERENCE
015705     end-read.
015706 4400-EXIT.
015707     exit.
015708
015709*----------------------------------------------------------------*
015710*  8000-WRITE-STATEMENT-LINE - WRITE THE PREPARED PRINT-LINE,    *
015711*  BREAKING TO A FRESH PAGE WITH REPEATED HEADERS WHEN THE       *
015720*  CURRENT PAGE IS FULL.                                         *
015730*----------------------------------------------------------------*
015740 8000-WRITE-STATEMENT-LINE.
016580     stop run.
016590 9920-EXIT.
016600     exit.
016700
016800*----------------------------------------------------------------*
016900*  9930-REV-OPEN-ERROR - THE REVERSAL PAIR FILE EXISTS BUT COULD *
017000*  NOT BE OPENED; ABEND RATHER THAN PRINT A STATEMENT WITH ITS   *
017100*  REVERSAL PAIRS SILENTLY UNMARKED.                             *
017200*----------------------------------------------------------------*
017300 9930-REV-OPEN-ERROR.
017400     display "STMTPRT - CANNOT OPEN REVFILE, STATUS="
017500         WS-REV-STATUS.
017600     stop run.
017700 9930-EXIT.
017800     exit.
