000100*****************************************************************
000200* PROGRAM:      NUMGENRSVM
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      MAINTENANCE PROGRAM FOR NUMGEN.RESV, THE RANGE
000800*               RESERVATION FILE, THE WAY NUMGENORDM MAINTAINS
000900*               NUMGEN.ORDER.  A CUSTOMER WHO CONTRACTS FOR A
001000*               BLOCK OF A SERIES UP FRONT - FOR EXAMPLE
001100*               500000-599999 UNDER PREFIX ACME - HAS THE
001200*               BLOCK RESERVED HERE WITH AN EXPIRY DATE.
001300*               MAIN'S AUTOMATIC ALLOCATION THEN DRAWS THAT
001400*               CUSTOMER'S BATCHES FROM THE BLOCK FIRST AND
001500*               STEPS EVERYONE ELSE'S BATCHES OVER IT, SO THE
001600*               BLOCK NO LONGER HAS TO BE ISSUED ALL AT ONCE
001700*               OR FAKED WITH NUMGEN.EXCL RULES.
001800*
001900*               THE OPERATOR MAY ADD A RESERVATION, CANCEL ONE,
002000*               OR LIST THE FILE.  A NEW RESERVATION MUST BE
002100*               FOR A REGISTERED, ACTIVE SERIES, MAY NOT TAKE
002200*               IN A NUMBER ALREADY ON NUMGEN.LEDGER, AND MAY
002300*               NOT OVERLAP ANOTHER LIVE RESERVATION.  A
002400*               CANCELLED OR EXPIRED RESERVATION KEEPS ITS
002500*               RECORD.  NUMGENRSVR REPORTS WHAT HAS BEEN
002600*               DRAWN FROM EACH BLOCK.  SEE COPYBOOK NGRESV.
002700*
002800* MODIFICATION HISTORY
002900*   2026-10-15  RO   ORIGINAL VERSION.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. NUMGENRSVM.
003300 AUTHOR. R. OKONKWO.
003400 INSTALLATION. DATA PROCESSING DEPT.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT NUMGEN-RESV-FILE ASSIGN TO "NUMGEN.RESV"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS NG-RESV-FILE-STATUS.
004400
004500     SELECT NUMGEN-SERIES-FILE ASSIGN TO "NUMGEN.SERIES"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS NG-SERIES-FILE-STATUS.
004800
004900     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS NGL-KEY
005300         FILE STATUS IS NG-LEDGER-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*-----------------------------------------------------------*
005800*    RANGE RESERVATION FILE - SEE COPYBOOK NGRESV           *
005900*-----------------------------------------------------------*
006000 FD  NUMGEN-RESV-FILE.
006100     COPY NGRESV.
006200
006300*-----------------------------------------------------------*
006400*    SERIES MASTER FILE - SEE COPYBOOK NGSERIES             *
006500*-----------------------------------------------------------*
006600 FD  NUMGEN-SERIES-FILE.
006700     COPY NGSERIES.
006800
006900*-----------------------------------------------------------*
007000*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
007100*-----------------------------------------------------------*
007200 FD  NUMGEN-LEDGER-FILE.
007300     COPY NGLEDG.
007400
007500 WORKING-STORAGE SECTION.
007600 77  PREFIX                       PIC X(50).
007700 77  SUFFIX                       PIC X(50).
007800 77  STARTNUMBER                  PIC 9(25).
007900 77  ENDNUMBER                    PIC 9(25).
008000
008100 77  NG-RESV-FILE-STATUS          PIC X(02).
008200     88  NG-RESV-FILE-OK               VALUE "00".
008300     88  NG-RESV-FILE-NOT-FOUND        VALUE "35".
008400
008500 77  NG-SERIES-FILE-STATUS        PIC X(02).
008600     88  NG-SERIES-FILE-OK             VALUE "00".
008700     88  NG-SERIES-FILE-NOT-FOUND      VALUE "35".
008800
008900 77  NG-LEDGER-FILE-STATUS        PIC X(02).
009000     88  NG-LEDGER-FILE-OK             VALUE "00".
009100     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
009200
009300 77  RESV-EOF-SWITCH              PIC X(01) VALUE "N".
009400     88  RESV-AT-EOF                   VALUE "Y".
009500     88  RESV-NOT-AT-EOF                VALUE "N".
009600
009700 77  RESV-FOUND-SWITCH            PIC X(01) VALUE "N".
009800     88  RESV-IS-ON-FILE               VALUE "Y".
009900     88  RESV-NOT-ON-FILE               VALUE "N".
010000
010100 77  RESV-OVERLAP-SWITCH          PIC X(01) VALUE "N".
010200     88  RESV-HAS-OVERLAP              VALUE "Y".
010300     88  RESV-NO-OVERLAP                VALUE "N".
010400
010500 77  SERIES-EOF-SWITCH            PIC X(01) VALUE "N".
010600     88  SERIES-AT-EOF                 VALUE "Y".
010700     88  SERIES-NOT-AT-EOF              VALUE "N".
010800
010900 77  SERIES-FOUND-SWITCH          PIC X(01) VALUE "N".
011000     88  SERIES-IS-REGISTERED          VALUE "Y".
011100     88  SERIES-NOT-REGISTERED          VALUE "N".
011200
011300 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
011400     88  LEDGER-AT-EOF                 VALUE "Y".
011500     88  LEDGER-NOT-AT-EOF              VALUE "N".
011600
011700 77  LEDGER-OVERLAP-SWITCH        PIC X(01) VALUE "N".
011800     88  LEDGER-HAS-OVERLAP            VALUE "Y".
011900     88  LEDGER-NO-OVERLAP              VALUE "N".
012000
012100 77  MORE-ACTIONS-SWITCH          PIC X(01) VALUE "Y".
012200     88  MORE-ACTIONS                  VALUE "Y".
012300     88  NO-MORE-ACTIONS                VALUE "N".
012400
012500 77  ANOTHER-ACTION-RESPONSE      PIC X(01).
012600
012700 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
012800     88  ENTRY-IS-VALID               VALUE "Y".
012900     88  ENTRY-NOT-VALID               VALUE "N".
013000
013100 77  RM-ACTION                    PIC X(01).
013200     88  RM-ACTION-ADD                 VALUE "A".
013300     88  RM-ACTION-CANCEL              VALUE "C".
013400     88  RM-ACTION-LIST                VALUE "L".
013500     88  RM-ACTION-VALID               VALUE "A" "C" "L".
013600
013700 77  RM-NUMBER-RAW                PIC X(30).
013800 77  RM-CUSTOMER                  PIC X(30).
013900 77  RM-EXPIRY-DATE               PIC 9(08).
014000 77  RM-EXPIRY-DATE-RAW           PIC X(09).
014100 77  RM-SERIES-STATUS             PIC X(01).
014200 77  RM-FOUND-STATUS              PIC X(01).
014300 77  RM-LIST-COUNT                PIC 9(05) COMP VALUE ZERO.
014400 77  RM-EDIT-FIELD                PIC Z(24)9.
014500 77  RM-RESERVED-QTY              PIC 9(25).
014600 77  NG-TOKEN-LEN                 PIC 9(02) COMP.
014700 77  NG-TODAYS-DATE               PIC 9(08).
014800
014900 77  RM-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
015000     88  RM-TABLE-IS-FULL              VALUE "Y".
015100     88  RM-TABLE-NOT-FULL              VALUE "N".
015200
015300 77  RM-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
015400
015500*-----------------------------------------------------------*
015600* RM-RESV-TABLE - HOLDS THE WHOLE RESERVATION FILE WHILE A   *
015700* RECORD IS FLIPPED FROM ACTIVE TO CANCELLED, SO THE SET CAN *
015800* BE REWRITTEN TO NUMGEN.RESV IN ONE PASS, THE SAME WAY      *
015900* NUMGENORDM REWRITES NUMGEN.ORDER WHEN IT CLOSES AN ORDER.  *
016000*-----------------------------------------------------------*
016100 01  RM-RESV-TABLE.
016200     05  RM-RESV-ENTRY OCCURS 1 TO 500 TIMES
016300             DEPENDING ON RM-TABLE-COUNT
016400             INDEXED BY RM-IDX.
016500         10  RM-T-PREFIX           PIC X(50).
016600         10  RM-T-SUFFIX           PIC X(50).
016700         10  RM-T-START            PIC 9(25).
016800         10  RM-T-END              PIC 9(25).
016900         10  RM-T-CUSTOMER         PIC X(30).
017000         10  RM-T-EXPIRY-DATE      PIC 9(08).
017100         10  RM-T-STATUS           PIC X(01).
017200         10  RM-T-RESERVE-DATE     PIC 9(08).
017300         10  RM-T-RELEASE-DATE     PIC 9(08).
017400
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     SET MORE-ACTIONS TO TRUE.
017800     PERFORM 1000-PROCESS-ONE-ACTION
017900         THRU 1000-PROCESS-ONE-ACTION-EXIT
018000         UNTIL NO-MORE-ACTIONS.
018100     STOP RUN.
018200
018300*-----------------------------------------------------------*
018400* 1000-PROCESS-ONE-ACTION - ASK WHAT TO DO, DO IT, AND ASK   *
018500* WHETHER THERE IS MORE.                                     *
018600*-----------------------------------------------------------*
018700 1000-PROCESS-ONE-ACTION.
018800     SET ENTRY-NOT-VALID TO TRUE.
018900     PERFORM 1100-GET-ACTION
019000         THRU 1100-GET-ACTION-EXIT
019100         UNTIL ENTRY-IS-VALID.
019200
019300     EVALUATE TRUE
019400         WHEN RM-ACTION-ADD
019500             PERFORM 2000-ADD-RESERVATION
019600                 THRU 2000-ADD-RESERVATION-EXIT
019700         WHEN RM-ACTION-CANCEL
019800             PERFORM 3000-CANCEL-RESERVATION
019900                 THRU 3000-CANCEL-RESERVATION-EXIT
020000         WHEN RM-ACTION-LIST
020100             PERFORM 4000-LIST-RESERVATIONS
020200                 THRU 4000-LIST-RESERVATIONS-EXIT
020300     END-EVALUATE.
020400
020500     DISPLAY "Another action? (Y/N):"
020600     ACCEPT ANOTHER-ACTION-RESPONSE.
020700     IF ANOTHER-ACTION-RESPONSE = "Y" OR
020800             ANOTHER-ACTION-RESPONSE = "y"
020900         SET MORE-ACTIONS TO TRUE
021000     ELSE
021100         SET NO-MORE-ACTIONS TO TRUE
021200     END-IF.
021300 1000-PROCESS-ONE-ACTION-EXIT.
021400     EXIT.
021500
021600 1100-GET-ACTION.
021700     DISPLAY "Action (A=add reservation, C=cancel, L=list):"
021800     ACCEPT RM-ACTION.
021900     IF RM-ACTION = "a" MOVE "A" TO RM-ACTION END-IF.
022000     IF RM-ACTION = "c" MOVE "C" TO RM-ACTION END-IF.
022100     IF RM-ACTION = "l" MOVE "L" TO RM-ACTION END-IF.
022200     IF RM-ACTION-VALID
022300         SET ENTRY-IS-VALID TO TRUE
022400     ELSE
022500         DISPLAY "ERROR - ACTION MUST BE A, C, OR L - "
022600             "ENTER AGAIN"
022700         SET ENTRY-NOT-VALID TO TRUE
022800     END-IF.
022900 1100-GET-ACTION-EXIT.
023000     EXIT.
023100
023200*-----------------------------------------------------------*
023300* 2000-ADD-RESERVATION - RESERVE A BLOCK FOR A CUSTOMER.     *
023400* THE SERIES MUST BE REGISTERED AND ACTIVE ON NUMGEN.SERIES, *
023500* NO NUMBER IN THE BLOCK MAY ALREADY BE ON NUMGEN.LEDGER,    *
023600* AND THE BLOCK MAY NOT OVERLAP ANOTHER LIVE RESERVATION.    *
023700* THE CUSTOMER MUST BE KEYED EXACTLY AS ON THE CUSTOMER'S    *
023800* NUMGEN.ORDER RECORDS - THAT IS HOW MAIN KNOWS WHOSE BATCH  *
023900* IS WHOSE.                                                  *
024000*-----------------------------------------------------------*
024100 2000-ADD-RESERVATION.
024200     DISPLAY "Enter prefix:"
024300     ACCEPT PREFIX.
024400     DISPLAY "Enter suffix:"
024500     ACCEPT SUFFIX.
024600
024700     PERFORM 2700-LOOK-UP-SERIES
024800         THRU 2700-LOOK-UP-SERIES-EXIT.
024900     IF SERIES-NOT-REGISTERED
025000         DISPLAY "ERROR - THIS PREFIX/SUFFIX IS NOT "
025100             "REGISTERED ON NUMGEN.SERIES - NOTHING ADDED"
025200         GO TO 2000-ADD-RESERVATION-EXIT
025300     END-IF.
025400     IF RM-SERIES-STATUS = "C"
025500         DISPLAY "ERROR - THIS NUMBER SERIES IS CLOSED ON "
025600             "NUMGEN.SERIES - NOTHING ADDED"
025700         GO TO 2000-ADD-RESERVATION-EXIT
025800     END-IF.
025900
026000     SET ENTRY-NOT-VALID TO TRUE.
026100     PERFORM 2100-GET-STARTNUMBER
026200         THRU 2100-GET-STARTNUMBER-EXIT
026300         UNTIL ENTRY-IS-VALID.
026400
026500     SET ENTRY-NOT-VALID TO TRUE.
026600     PERFORM 2150-GET-ENDNUMBER
026700         THRU 2150-GET-ENDNUMBER-EXIT
026800         UNTIL ENTRY-IS-VALID.
026900
027000     IF STARTNUMBER > ENDNUMBER
027100         DISPLAY "ERROR - FIRST NUMBER EXCEEDS LAST NUMBER - "
027200             "NOTHING ADDED"
027300         GO TO 2000-ADD-RESERVATION-EXIT
027400     END-IF.
027500
027600     PERFORM 2800-CHECK-LEDGER-FOR-OVERLAP
027700         THRU 2800-CHECK-LEDGER-FOR-OVERLAP-EXIT.
027800     IF LEDGER-HAS-OVERLAP
027900         DISPLAY "ERROR - PART OF THIS BLOCK IS ALREADY "
028000             "ISSUED ON NUMGEN.LEDGER - NOTHING ADDED"
028100         GO TO 2000-ADD-RESERVATION-EXIT
028200     END-IF.
028300
028400     PERFORM 2500-CHECK-RESERVATION-OVERLAP
028500         THRU 2500-CHECK-RESERVATION-OVERLAP-EXIT.
028600     IF RESV-HAS-OVERLAP
028700         DISPLAY "ERROR - THIS BLOCK OVERLAPS ANOTHER LIVE "
028800             "RESERVATION ON NUMGEN.RESV - NOTHING ADDED"
028900         GO TO 2000-ADD-RESERVATION-EXIT
029000     END-IF.
029100
029200     DISPLAY "Holding customer (as on the customer's orders):"
029300     MOVE SPACES TO RM-CUSTOMER.
029400     ACCEPT RM-CUSTOMER.
029500     IF RM-CUSTOMER = SPACES
029600         DISPLAY "ERROR - HOLDING CUSTOMER MUST NOT BE BLANK "
029700             "- NOTHING ADDED"
029800         GO TO 2000-ADD-RESERVATION-EXIT
029900     END-IF.
030000
030100     SET ENTRY-NOT-VALID TO TRUE.
030200     PERFORM 2200-GET-EXPIRY-DATE
030300         THRU 2200-GET-EXPIRY-DATE-EXIT
030400         UNTIL ENTRY-IS-VALID.
030500
030600     PERFORM 2600-WRITE-RESV-RECORD
030700         THRU 2600-WRITE-RESV-RECORD-EXIT.
030800     COMPUTE RM-RESERVED-QTY = ENDNUMBER - STARTNUMBER + 1.
030900     MOVE RM-RESERVED-QTY TO RM-EDIT-FIELD.
031000     DISPLAY "RESERVATION OF " RM-EDIT-FIELD
031100         " NUMBERS ENTERED IN NUMGEN.RESV".
031200 2000-ADD-RESERVATION-EXIT.
031300     EXIT.
031400
031500*-----------------------------------------------------------*
031600* 2100-GET-STARTNUMBER - ACCEPT THE FIRST NUMBER OF THE      *
031700* BLOCK, REJECTING BLANK, OVERSIZED, AND NON-NUMERIC         *
031800* ENTRIES THE SAME WAY MAIN VALIDATES ITS NUMBERS.           *
031900*-----------------------------------------------------------*
032000 2100-GET-STARTNUMBER.
032100     DISPLAY "Enter first number reserved:"
032200     MOVE SPACES TO RM-NUMBER-RAW.
032300     ACCEPT RM-NUMBER-RAW.
032400     MOVE ZERO TO NG-TOKEN-LEN.
032500     INSPECT RM-NUMBER-RAW
032600         TALLYING NG-TOKEN-LEN FOR CHARACTERS
032700             BEFORE INITIAL SPACE.
032800     SET ENTRY-NOT-VALID TO TRUE.
032900
033000     IF NG-TOKEN-LEN = 0
033100         DISPLAY "ERROR - FIRST NUMBER MUST NOT BE BLANK - "
033200             "ENTER AGAIN"
033300         GO TO 2100-GET-STARTNUMBER-EXIT
033400     END-IF.
033500
033600     IF NG-TOKEN-LEN > 25
033700         DISPLAY "ERROR - FIRST NUMBER MAY NOT EXCEED 25 "
033800             "DIGITS - ENTER AGAIN"
033900         GO TO 2100-GET-STARTNUMBER-EXIT
034000     END-IF.
034100
034200     IF RM-NUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
034300         DISPLAY "ERROR - FIRST NUMBER MUST BE NUMERIC - "
034400             "ENTER AGAIN"
034500         GO TO 2100-GET-STARTNUMBER-EXIT
034600     END-IF.
034700
034800     MOVE RM-NUMBER-RAW(1:NG-TOKEN-LEN) TO STARTNUMBER.
034900     SET ENTRY-IS-VALID TO TRUE.
035000 2100-GET-STARTNUMBER-EXIT.
035100     EXIT.
035200
035300*-----------------------------------------------------------*
035400* 2150-GET-ENDNUMBER - SAME VALIDATION AS 2100, FOR THE LAST *
035500* NUMBER OF THE BLOCK.                                       *
035600*-----------------------------------------------------------*
035700 2150-GET-ENDNUMBER.
035800     DISPLAY "Enter last number reserved:"
035900     MOVE SPACES TO RM-NUMBER-RAW.
036000     ACCEPT RM-NUMBER-RAW.
036100     MOVE ZERO TO NG-TOKEN-LEN.
036200     INSPECT RM-NUMBER-RAW
036300         TALLYING NG-TOKEN-LEN FOR CHARACTERS
036400             BEFORE INITIAL SPACE.
036500     SET ENTRY-NOT-VALID TO TRUE.
036600
036700     IF NG-TOKEN-LEN = 0
036800         DISPLAY "ERROR - LAST NUMBER MUST NOT BE BLANK - "
036900             "ENTER AGAIN"
037000         GO TO 2150-GET-ENDNUMBER-EXIT
037100     END-IF.
037200
037300     IF NG-TOKEN-LEN > 25
037400         DISPLAY "ERROR - LAST NUMBER MAY NOT EXCEED 25 "
037500             "DIGITS - ENTER AGAIN"
037600         GO TO 2150-GET-ENDNUMBER-EXIT
037700     END-IF.
037800
037900     IF RM-NUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
038000         DISPLAY "ERROR - LAST NUMBER MUST BE NUMERIC - "
038100             "ENTER AGAIN"
038200         GO TO 2150-GET-ENDNUMBER-EXIT
038300     END-IF.
038400
038500     MOVE RM-NUMBER-RAW(1:NG-TOKEN-LEN) TO ENDNUMBER.
038600     SET ENTRY-IS-VALID TO TRUE.
038700 2150-GET-ENDNUMBER-EXIT.
038800     EXIT.
038900
039000*-----------------------------------------------------------*
039100* 2200-GET-EXPIRY-DATE - ACCEPT THE LAST DAY THE BLOCK IS    *
039200* HELD, AS EIGHT DIGITS YYYYMMDD, NOT BEFORE TODAY.          *
039300*-----------------------------------------------------------*
039400 2200-GET-EXPIRY-DATE.
039500     DISPLAY "Expiry date (YYYYMMDD):"
039600     MOVE SPACES TO RM-EXPIRY-DATE-RAW.
039700     ACCEPT RM-EXPIRY-DATE-RAW.
039800     SET ENTRY-NOT-VALID TO TRUE.
039900
040000     IF RM-EXPIRY-DATE-RAW(1:8) IS NOT NUMERIC OR
040100             RM-EXPIRY-DATE-RAW(9:1) NOT = SPACE
040200         DISPLAY "ERROR - EXPIRY DATE MUST BE EIGHT DIGITS "
040300             "YYYYMMDD - ENTER AGAIN"
040400         GO TO 2200-GET-EXPIRY-DATE-EXIT
040500     END-IF.
040600
040700     MOVE RM-EXPIRY-DATE-RAW(1:8) TO RM-EXPIRY-DATE.
040800     IF RM-EXPIRY-DATE(5:2) < "01" OR
040900             RM-EXPIRY-DATE(5:2) > "12" OR
041000             RM-EXPIRY-DATE(7:2) < "01" OR
041100             RM-EXPIRY-DATE(7:2) > "31"
041200         DISPLAY "ERROR - EXPIRY DATE IS NOT A VALID DATE - "
041300             "ENTER AGAIN"
041400         GO TO 2200-GET-EXPIRY-DATE-EXIT
041500     END-IF.
041600
041700     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
041800     IF RM-EXPIRY-DATE < NG-TODAYS-DATE
041900         DISPLAY "ERROR - EXPIRY DATE IS ALREADY PAST - "
042000             "ENTER AGAIN"
042100         GO TO 2200-GET-EXPIRY-DATE-EXIT
042200     END-IF.
042300     SET ENTRY-IS-VALID TO TRUE.
042400 2200-GET-EXPIRY-DATE-EXIT.
042500     EXIT.
042600
042700*-----------------------------------------------------------*
042800* 2500-CHECK-RESERVATION-OVERLAP - SCAN NUMGEN.RESV FOR A    *
042900* LIVE RESERVATION OF THE SAME PREFIX/SUFFIX THAT SHARES ANY *
043000* NUMBER WITH THE NEW BLOCK.  AN ACTIVE RECORD WHOSE EXPIRY  *
043100* DATE HAS PASSED IS NO LONGER LIVE EVEN BEFORE NUMGENRSVR   *
043200* RELEASES IT.                                               *
043300*-----------------------------------------------------------*
043400 2500-CHECK-RESERVATION-OVERLAP.
043500     SET RESV-NO-OVERLAP TO TRUE.
043600     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
043700     OPEN INPUT NUMGEN-RESV-FILE.
043800     IF NG-RESV-FILE-OK
043900         SET RESV-NOT-AT-EOF TO TRUE
044000         PERFORM 2510-CHECK-ONE-RESV-RECORD
044100             THRU 2510-CHECK-ONE-RESV-RECORD-EXIT
044200             UNTIL RESV-AT-EOF OR RESV-HAS-OVERLAP
044300         CLOSE NUMGEN-RESV-FILE
044400     END-IF.
044500 2500-CHECK-RESERVATION-OVERLAP-EXIT.
044600     EXIT.
044700
044800 2510-CHECK-ONE-RESV-RECORD.
044900     READ NUMGEN-RESV-FILE
045000         AT END
045100             SET RESV-AT-EOF TO TRUE
045200             GO TO 2510-CHECK-ONE-RESV-RECORD-EXIT
045300     END-READ.
045400
045500     IF NGH-PREFIX = PREFIX AND NGH-SUFFIX = SUFFIX AND
045600             NGH-ACTIVE AND
045700             NGH-EXPIRY-DATE >= NG-TODAYS-DATE AND
045800             NGH-START-NUMBER <= ENDNUMBER AND
045900             NGH-END-NUMBER >= STARTNUMBER
046000         SET RESV-HAS-OVERLAP TO TRUE
046100     END-IF.
046200 2510-CHECK-ONE-RESV-RECORD-EXIT.
046300     EXIT.
046400
046500*-----------------------------------------------------------*
046600* 2600-WRITE-RESV-RECORD - APPEND THE NEW RESERVATION.  THE  *
046700* FILE IS OPENED EXTEND SO RECORDS ACCUMULATE ACROSS RUNS;   *
046800* IF IT DOES NOT YET EXIST, EXTEND FAILS WITH STATUS 35 AND  *
046900* WE FALL BACK TO OPEN OUTPUT TO CREATE IT.                  *
047000*-----------------------------------------------------------*
047100 2600-WRITE-RESV-RECORD.
047200     OPEN EXTEND NUMGEN-RESV-FILE.
047300     IF NG-RESV-FILE-NOT-FOUND
047400         OPEN OUTPUT NUMGEN-RESV-FILE
047500     END-IF.
047600     MOVE SPACES TO NG-RESV-RECORD.
047700     MOVE PREFIX TO NGH-PREFIX.
047800     MOVE SUFFIX TO NGH-SUFFIX.
047900     MOVE STARTNUMBER TO NGH-START-NUMBER.
048000     MOVE ENDNUMBER TO NGH-END-NUMBER.
048100     MOVE RM-CUSTOMER TO NGH-CUSTOMER.
048200     MOVE RM-EXPIRY-DATE TO NGH-EXPIRY-DATE.
048300     MOVE "A" TO NGH-STATUS.
048400     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
048500     MOVE NG-TODAYS-DATE TO NGH-RESERVE-DATE.
048600     MOVE ZERO TO NGH-RELEASE-DATE.
048700     WRITE NG-RESV-RECORD.
048800     CLOSE NUMGEN-RESV-FILE.
048900 2600-WRITE-RESV-RECORD-EXIT.
049000     EXIT.
049100
049200*-----------------------------------------------------------*
049300* 2700-LOOK-UP-SERIES - SCAN NUMGEN.SERIES FOR THE CURRENT   *
049400* PREFIX/SUFFIX.  A BLOCK MAY ONLY BE RESERVED FROM A        *
049500* REGISTERED SERIES; THE STATUS OF THE ONE FOUND IS KEPT IN  *
049600* RM-SERIES-STATUS.                                          *
049700*-----------------------------------------------------------*
049800 2700-LOOK-UP-SERIES.
049900     SET SERIES-NOT-REGISTERED TO TRUE.
050000     MOVE SPACE TO RM-SERIES-STATUS.
050100     OPEN INPUT NUMGEN-SERIES-FILE.
050200     IF NG-SERIES-FILE-OK
050300         SET SERIES-NOT-AT-EOF TO TRUE
050400         PERFORM 2710-CHECK-ONE-SERIES-RECORD
050500             THRU 2710-CHECK-ONE-SERIES-RECORD-EXIT
050600             UNTIL SERIES-AT-EOF OR SERIES-IS-REGISTERED
050700         CLOSE NUMGEN-SERIES-FILE
050800     END-IF.
050900 2700-LOOK-UP-SERIES-EXIT.
051000     EXIT.
051100
051200 2710-CHECK-ONE-SERIES-RECORD.
051300     READ NUMGEN-SERIES-FILE
051400         AT END
051500             SET SERIES-AT-EOF TO TRUE
051600             GO TO 2710-CHECK-ONE-SERIES-RECORD-EXIT
051700     END-READ.
051800
051900     IF NGS-PREFIX = PREFIX AND NGS-SUFFIX = SUFFIX
052000         SET SERIES-IS-REGISTERED TO TRUE
052100         MOVE NGS-STATUS TO RM-SERIES-STATUS
052200     END-IF.
052300 2710-CHECK-ONE-SERIES-RECORD-EXIT.
052400     EXIT.
052500
052600*-----------------------------------------------------------*
052700* 2800-CHECK-LEDGER-FOR-OVERLAP - A BLOCK MAY NOT TAKE IN A  *
052800* NUMBER ALREADY ISSUED.  THE LEDGER IS INDEXED, SO THE      *
052900* SEARCH STARTS DIRECTLY ON THE PREFIX/SUFFIX AND STOPS WHEN *
053000* THE RECORDS MOVE PAST IT.                                  *
053100*-----------------------------------------------------------*
053200 2800-CHECK-LEDGER-FOR-OVERLAP.
053300     SET LEDGER-NO-OVERLAP TO TRUE.
053400     OPEN INPUT NUMGEN-LEDGER-FILE.
053500     IF NG-LEDGER-FILE-OK
053600         SET LEDGER-NOT-AT-EOF TO TRUE
053700         MOVE PREFIX TO NGL-PREFIX
053800         MOVE SUFFIX TO NGL-SUFFIX
053900         MOVE ZERO TO NGL-START-NUMBER
054000         START NUMGEN-LEDGER-FILE KEY >= NGL-KEY
054100             INVALID KEY
054200                 SET LEDGER-AT-EOF TO TRUE
054300         END-START
054400         PERFORM 2810-CHECK-ONE-LEDGER-RECORD
054500             THRU 2810-CHECK-ONE-LEDGER-RECORD-EXIT
054600             UNTIL LEDGER-AT-EOF OR LEDGER-HAS-OVERLAP
054700         CLOSE NUMGEN-LEDGER-FILE
054800     END-IF.
054900 2800-CHECK-LEDGER-FOR-OVERLAP-EXIT.
055000     EXIT.
055100
055200 2810-CHECK-ONE-LEDGER-RECORD.
055300     READ NUMGEN-LEDGER-FILE NEXT RECORD
055400         AT END
055500             SET LEDGER-AT-EOF TO TRUE
055600             GO TO 2810-CHECK-ONE-LEDGER-RECORD-EXIT
055700     END-READ.
055800
055900     IF NGL-PREFIX NOT = PREFIX OR NGL-SUFFIX NOT = SUFFIX
056000             OR NGL-START-NUMBER > ENDNUMBER
056100         SET LEDGER-AT-EOF TO TRUE
056200         GO TO 2810-CHECK-ONE-LEDGER-RECORD-EXIT
056300     END-IF.
056400
056500     IF NGL-END-NUMBER >= STARTNUMBER
056600         SET LEDGER-HAS-OVERLAP TO TRUE
056700     END-IF.
056800 2810-CHECK-ONE-LEDGER-RECORD-EXIT.
056900     EXIT.
057000
057100*-----------------------------------------------------------*
057200* 3000-CANCEL-RESERVATION - RELEASE A LIVE BLOCK EARLY.  THE *
057300* RESERVATION IS NAMED BY ITS PREFIX, SUFFIX, AND FIRST      *
057400* NUMBER.  THE WHOLE FILE IS RELOADED, THE ONE RECORD IS     *
057500* FLIPPED TO CANCELLED WITH TODAY'S DATE, AND THE SET IS     *
057600* REWRITTEN.  NUMBERS ALREADY DRAWN STAY ISSUED; THE REST    *
057700* RETURN TO GENERAL ALLOCATION.  IF THE FILE HAS OUTGROWN    *
057800* THE TABLE IT IS LEFT EXACTLY AS IT WAS.                    *
057900*-----------------------------------------------------------*
058000 3000-CANCEL-RESERVATION.
058100     DISPLAY "Enter prefix:"
058200     ACCEPT PREFIX.
058300     DISPLAY "Enter suffix:"
058400     ACCEPT SUFFIX.
058500     SET ENTRY-NOT-VALID TO TRUE.
058600     PERFORM 2100-GET-STARTNUMBER
058700         THRU 2100-GET-STARTNUMBER-EXIT
058800         UNTIL ENTRY-IS-VALID.
058900
059000     PERFORM 3050-LOOK-UP-RESERVATION
059100         THRU 3050-LOOK-UP-RESERVATION-EXIT.
059200     IF RESV-NOT-ON-FILE
059300         DISPLAY "ERROR - NO RESERVATION ON NUMGEN.RESV "
059400             "STARTS AT THIS NUMBER - NOTHING CANCELLED"
059500         GO TO 3000-CANCEL-RESERVATION-EXIT
059600     END-IF.
059700     IF RM-FOUND-STATUS NOT = "A"
059800         DISPLAY "ERROR - THIS RESERVATION IS ALREADY "
059900             "CANCELLED OR RELEASED - NOTHING CHANGED"
060000         GO TO 3000-CANCEL-RESERVATION-EXIT
060100     END-IF.
060200
060300     PERFORM 3100-LOAD-RESV-TABLE
060400         THRU 3100-LOAD-RESV-TABLE-EXIT.
060500     IF RM-TABLE-IS-FULL
060600         DISPLAY "WARNING - RESERVATION FILE TOO LARGE TO "
060700             "REWRITE - NUMGEN.RESV LEFT UNTOUCHED AND "
060800             "THE RESERVATION NOT CANCELLED"
060900         GO TO 3000-CANCEL-RESERVATION-EXIT
061000     END-IF.
061100
061200     PERFORM 3200-FLIP-MATCHING-ENTRY
061300         THRU 3200-FLIP-MATCHING-ENTRY-EXIT
061400         VARYING RM-IDX FROM 1 BY 1
061500         UNTIL RM-IDX > RM-TABLE-COUNT.
061600
061700     OPEN OUTPUT NUMGEN-RESV-FILE.
061800     IF RM-TABLE-COUNT > 0
061900         PERFORM 3300-WRITE-ONE-TABLE-RECORD
062000             THRU 3300-WRITE-ONE-TABLE-RECORD-EXIT
062100             VARYING RM-IDX FROM 1 BY 1
062200             UNTIL RM-IDX > RM-TABLE-COUNT
062300     END-IF.
062400     CLOSE NUMGEN-RESV-FILE.
062500     DISPLAY "RESERVATION CANCELLED ON NUMGEN.RESV".
062600 3000-CANCEL-RESERVATION-EXIT.
062700     EXIT.
062800
062900*-----------------------------------------------------------*
063000* 3050-LOOK-UP-RESERVATION - SCAN NUMGEN.RESV FOR THE        *
063100* RESERVATION STARTING AT STARTNUMBER UNDER THE CURRENT      *
063200* PREFIX/SUFFIX.  A LIVE ONE IS PREFERRED OVER AN OLD        *
063300* CANCELLED OR RELEASED ONE AT THE SAME NUMBER; THE STATUS   *
063400* OF THE ONE FOUND IS KEPT IN RM-FOUND-STATUS.               *
063500*-----------------------------------------------------------*
063600 3050-LOOK-UP-RESERVATION.
063700     SET RESV-NOT-ON-FILE TO TRUE.
063800     MOVE SPACE TO RM-FOUND-STATUS.
063900     OPEN INPUT NUMGEN-RESV-FILE.
064000     IF NG-RESV-FILE-OK
064100         SET RESV-NOT-AT-EOF TO TRUE
064200         PERFORM 3060-CHECK-ONE-RESV-RECORD
064300             THRU 3060-CHECK-ONE-RESV-RECORD-EXIT
064400             UNTIL RESV-AT-EOF OR RM-FOUND-STATUS = "A"
064500         CLOSE NUMGEN-RESV-FILE
064600     END-IF.
064700 3050-LOOK-UP-RESERVATION-EXIT.
064800     EXIT.
064900
065000 3060-CHECK-ONE-RESV-RECORD.
065100     READ NUMGEN-RESV-FILE
065200         AT END
065300             SET RESV-AT-EOF TO TRUE
065400             GO TO 3060-CHECK-ONE-RESV-RECORD-EXIT
065500     END-READ.
065600
065700     IF NGH-PREFIX = PREFIX AND NGH-SUFFIX = SUFFIX AND
065800             NGH-START-NUMBER = STARTNUMBER
065900         SET RESV-IS-ON-FILE TO TRUE
066000         MOVE NGH-STATUS TO RM-FOUND-STATUS
066100     END-IF.
066200 3060-CHECK-ONE-RESV-RECORD-EXIT.
066300     EXIT.
066400
066500 3100-LOAD-RESV-TABLE.
066600     MOVE ZERO TO RM-TABLE-COUNT.
066700     SET RM-TABLE-NOT-FULL TO TRUE.
066800     OPEN INPUT NUMGEN-RESV-FILE.
066900     IF NG-RESV-FILE-NOT-FOUND
067000         GO TO 3100-LOAD-RESV-TABLE-EXIT
067100     END-IF.
067200     SET RESV-NOT-AT-EOF TO TRUE.
067300     PERFORM 3110-LOAD-ONE-RESV-RECORD
067400         THRU 3110-LOAD-ONE-RESV-RECORD-EXIT
067500         UNTIL RESV-AT-EOF.
067600     CLOSE NUMGEN-RESV-FILE.
067700 3100-LOAD-RESV-TABLE-EXIT.
067800     EXIT.
067900
068000 3110-LOAD-ONE-RESV-RECORD.
068100     READ NUMGEN-RESV-FILE
068200         AT END
068300             SET RESV-AT-EOF TO TRUE
068400             GO TO 3110-LOAD-ONE-RESV-RECORD-EXIT
068500     END-READ.
068600
068700     IF RM-TABLE-COUNT >= 500
068800         SET RM-TABLE-IS-FULL TO TRUE
068900         GO TO 3110-LOAD-ONE-RESV-RECORD-EXIT
069000     END-IF.
069100
069200     ADD 1 TO RM-TABLE-COUNT.
069300     MOVE NGH-PREFIX TO RM-T-PREFIX(RM-TABLE-COUNT).
069400     MOVE NGH-SUFFIX TO RM-T-SUFFIX(RM-TABLE-COUNT).
069500     MOVE NGH-START-NUMBER TO RM-T-START(RM-TABLE-COUNT).
069600     MOVE NGH-END-NUMBER TO RM-T-END(RM-TABLE-COUNT).
069700     MOVE NGH-CUSTOMER TO RM-T-CUSTOMER(RM-TABLE-COUNT).
069800     MOVE NGH-EXPIRY-DATE TO RM-T-EXPIRY-DATE(RM-TABLE-COUNT).
069900     MOVE NGH-STATUS TO RM-T-STATUS(RM-TABLE-COUNT).
070000     MOVE NGH-RESERVE-DATE
070100         TO RM-T-RESERVE-DATE(RM-TABLE-COUNT).
070200     MOVE NGH-RELEASE-DATE
070300         TO RM-T-RELEASE-DATE(RM-TABLE-COUNT).
070400 3110-LOAD-ONE-RESV-RECORD-EXIT.
070500     EXIT.
070600
070700 3200-FLIP-MATCHING-ENTRY.
070800     IF RM-T-PREFIX(RM-IDX) = PREFIX AND
070900             RM-T-SUFFIX(RM-IDX) = SUFFIX AND
071000             RM-T-START(RM-IDX) = STARTNUMBER AND
071100             RM-T-STATUS(RM-IDX) = "A"
071200         MOVE "C" TO RM-T-STATUS(RM-IDX)
071300         ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD
071400         MOVE NG-TODAYS-DATE TO RM-T-RELEASE-DATE(RM-IDX)
071500     END-IF.
071600 3200-FLIP-MATCHING-ENTRY-EXIT.
071700     EXIT.
071800
071900 3300-WRITE-ONE-TABLE-RECORD.
072000     MOVE SPACES TO NG-RESV-RECORD.
072100     MOVE RM-T-PREFIX(RM-IDX) TO NGH-PREFIX.
072200     MOVE RM-T-SUFFIX(RM-IDX) TO NGH-SUFFIX.
072300     MOVE RM-T-START(RM-IDX) TO NGH-START-NUMBER.
072400     MOVE RM-T-END(RM-IDX) TO NGH-END-NUMBER.
072500     MOVE RM-T-CUSTOMER(RM-IDX) TO NGH-CUSTOMER.
072600     MOVE RM-T-EXPIRY-DATE(RM-IDX) TO NGH-EXPIRY-DATE.
072700     MOVE RM-T-STATUS(RM-IDX) TO NGH-STATUS.
072800     MOVE RM-T-RESERVE-DATE(RM-IDX) TO NGH-RESERVE-DATE.
072900     MOVE RM-T-RELEASE-DATE(RM-IDX) TO NGH-RELEASE-DATE.
073000     WRITE NG-RESV-RECORD.
073100 3300-WRITE-ONE-TABLE-RECORD-EXIT.
073200     EXIT.
073300
073400*-----------------------------------------------------------*
073500* 4000-LIST-RESERVATIONS - DISPLAY EVERY RECORD ON THE FILE. *
073600* WHAT HAS BEEN DRAWN FROM EACH BLOCK IS ON THE NUMGENRSVR   *
073700* WEEKLY STATUS REPORT.                                      *
073800*-----------------------------------------------------------*
073900 4000-LIST-RESERVATIONS.
074000     MOVE ZERO TO RM-LIST-COUNT.
074100     OPEN INPUT NUMGEN-RESV-FILE.
074200     IF NG-RESV-FILE-NOT-FOUND
074300         DISPLAY "NUMGEN.RESV NOT FOUND - NO RESERVATIONS "
074400             "ENTERED YET"
074500         GO TO 4000-LIST-RESERVATIONS-EXIT
074600     END-IF.
074700
074800     DISPLAY " ".
074900     DISPLAY "RANGE RESERVATION LISTING".
075000     SET RESV-NOT-AT-EOF TO TRUE.
075100     PERFORM 4100-LIST-ONE-RESV-RECORD
075200         THRU 4100-LIST-ONE-RESV-RECORD-EXIT
075300         UNTIL RESV-AT-EOF.
075400     CLOSE NUMGEN-RESV-FILE.
075500
075600     IF RM-LIST-COUNT = 0
075700         DISPLAY "NO RESERVATIONS ENTERED."
075800     END-IF.
075900 4000-LIST-RESERVATIONS-EXIT.
076000     EXIT.
076100
076200 4100-LIST-ONE-RESV-RECORD.
076300     READ NUMGEN-RESV-FILE
076400         AT END
076500             SET RESV-AT-EOF TO TRUE
076600             GO TO 4100-LIST-ONE-RESV-RECORD-EXIT
076700     END-READ.
076800     ADD 1 TO RM-LIST-COUNT.
076900
077000     DISPLAY " ".
077100     DISPLAY "CUSTOMER: " NGH-CUSTOMER.
077200     DISPLAY "   PREFIX: " NGH-PREFIX(1:30)
077300         " SUFFIX: " NGH-SUFFIX(1:30).
077400     DISPLAY "   FIRST:  " NGH-START-NUMBER.
077500     DISPLAY "   LAST:   " NGH-END-NUMBER.
077600     EVALUATE TRUE
077700         WHEN NGH-ACTIVE
077800             DISPLAY "   STATUS: ACTIVE (SINCE "
077900                 NGH-RESERVE-DATE ") - EXPIRES "
078000                 NGH-EXPIRY-DATE
078100         WHEN NGH-CANCELLED
078200             DISPLAY "   STATUS: CANCELLED (" NGH-RELEASE-DATE
078300                 ")"
078400         WHEN OTHER
078500             DISPLAY "   STATUS: EXPIRED, RELEASED ("
078600                 NGH-RELEASE-DATE ")"
078700     END-EVALUATE.
078800 4100-LIST-ONE-RESV-RECORD-EXIT.
078900     EXIT.
079000
079100 END PROGRAM NUMGENRSVM.
