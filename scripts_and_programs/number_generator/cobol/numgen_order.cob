000100*****************************************************************
000200* PROGRAM:      NUMGENORDM
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      MAINTENANCE PROGRAM FOR NUMGEN.ORDER, THE
000800*               CUSTOMER ORDER MASTER, THE WAY NUMGENSERIES
000900*               MAINTAINS NUMGEN.SERIES.  EVERY CUSTOMER ORDER
001000*               FOR SERIALS IS ENTERED HERE WITH ITS ORDER
001100*               NUMBER, CUSTOMER, THE REGISTERED PREFIX/SUFFIX
001200*               SERIES IT IS FILLED FROM, THE QUANTITY
001300*               ORDERED, AND THE DATE IT IS DUE.  MAIN REFUSES
001400*               A NEW-ISSUE BATCH THAT DOES NOT NAME AN OPEN
001500*               ORDER FOR ITS SERIES, OR THAT WOULD ISSUE MORE
001600*               THAN THE ORDER HAS OUTSTANDING, SO A SERIES CAN
001700*               NO LONGER BE OVER-ISSUED AGAINST AN ORDER.
001800*
001900*               THE OPERATOR MAY ADD AN ORDER, CLOSE ONE, OR
002000*               LIST THE MASTER.  A CLOSED ORDER KEEPS ITS
002100*               RECORD - THE FULFILLMENT HISTORY STAYS ON THE
002200*               NUMGENORDR REPORT - IT JUST STOPS ACCEPTING
002300*               BATCHES.  SEE COPYBOOK NGORDER.
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15  RO   ORIGINAL VERSION.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. NUMGENORDM.
003000 AUTHOR. R. OKONKWO.
003100 INSTALLATION. DATA PROCESSING DEPT.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT NUMGEN-ORDER-FILE ASSIGN TO "NUMGEN.ORDER"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS NG-ORDER-FILE-STATUS.
004100
004200     SELECT NUMGEN-SERIES-FILE ASSIGN TO "NUMGEN.SERIES"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS NG-SERIES-FILE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800*-----------------------------------------------------------*
004900*    CUSTOMER ORDER MASTER - SEE COPYBOOK NGORDER           *
005000*-----------------------------------------------------------*
005100 FD  NUMGEN-ORDER-FILE.
005200     COPY NGORDER.
005300
005400*-----------------------------------------------------------*
005500*    SERIES MASTER FILE - SEE COPYBOOK NGSERIES             *
005600*-----------------------------------------------------------*
005700 FD  NUMGEN-SERIES-FILE.
005800     COPY NGSERIES.
005900
006000 WORKING-STORAGE SECTION.
006100 77  PREFIX                       PIC X(50).
006200 77  SUFFIX                       PIC X(50).
006300
006400 77  NG-ORDER-FILE-STATUS         PIC X(02).
006500     88  NG-ORDER-FILE-OK              VALUE "00".
006600     88  NG-ORDER-FILE-NOT-FOUND       VALUE "35".
006700
006800 77  NG-SERIES-FILE-STATUS        PIC X(02).
006900     88  NG-SERIES-FILE-OK             VALUE "00".
007000     88  NG-SERIES-FILE-NOT-FOUND      VALUE "35".
007100
007200 77  ORDER-EOF-SWITCH             PIC X(01) VALUE "N".
007300     88  ORDER-AT-EOF                  VALUE "Y".
007400     88  ORDER-NOT-AT-EOF               VALUE "N".
007500
007600 77  ORDER-FOUND-SWITCH           PIC X(01) VALUE "N".
007700     88  ORDER-IS-ON-FILE              VALUE "Y".
007800     88  ORDER-NOT-ON-FILE              VALUE "N".
007900
008000 77  SERIES-EOF-SWITCH            PIC X(01) VALUE "N".
008100     88  SERIES-AT-EOF                 VALUE "Y".
008200     88  SERIES-NOT-AT-EOF              VALUE "N".
008300
008400 77  SERIES-FOUND-SWITCH          PIC X(01) VALUE "N".
008500     88  SERIES-IS-REGISTERED          VALUE "Y".
008600     88  SERIES-NOT-REGISTERED          VALUE "N".
008700
008800 77  MORE-ACTIONS-SWITCH          PIC X(01) VALUE "Y".
008900     88  MORE-ACTIONS                  VALUE "Y".
009000     88  NO-MORE-ACTIONS                VALUE "N".
009100
009200 77  ANOTHER-ACTION-RESPONSE      PIC X(01).
009300
009400 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
009500     88  ENTRY-IS-VALID               VALUE "Y".
009600     88  ENTRY-NOT-VALID               VALUE "N".
009700
009800 77  OM-ACTION                    PIC X(01).
009900     88  OM-ACTION-ADD                 VALUE "A".
010000     88  OM-ACTION-CLOSE               VALUE "C".
010100     88  OM-ACTION-LIST                VALUE "L".
010200     88  OM-ACTION-VALID               VALUE "A" "C" "L".
010300
010400 77  OM-ORDER-NUMBER              PIC X(20).
010500 77  OM-CUSTOMER                  PIC X(30).
010600 77  OM-QUANTITY                  PIC 9(25).
010700 77  OM-QUANTITY-RAW              PIC X(30).
010800 77  OM-DUE-DATE                  PIC 9(08).
010900 77  OM-DUE-DATE-RAW              PIC X(09).
011000 77  OM-SERIES-STATUS             PIC X(01).
011100 77  OM-FOUND-STATUS              PIC X(01).
011200 77  OM-LIST-COUNT                PIC 9(05) COMP VALUE ZERO.
011300 77  OM-EDIT-FIELD                PIC Z(24)9.
011400 77  NG-TOKEN-LEN                 PIC 9(02) COMP.
011500 77  NG-TODAYS-DATE               PIC 9(08).
011600
011700 77  OM-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
011800     88  OM-TABLE-IS-FULL              VALUE "Y".
011900     88  OM-TABLE-NOT-FULL              VALUE "N".
012000
012100 77  OM-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
012200
012300*-----------------------------------------------------------*
012400* OM-ORDER-TABLE - HOLDS THE WHOLE ORDER MASTER WHILE A      *
012500* RECORD IS FLIPPED FROM OPEN TO CLOSED, SO THE SET CAN BE   *
012600* REWRITTEN TO NUMGEN.ORDER IN ONE PASS, THE SAME WAY        *
012700* NUMGENSERIES REWRITES NUMGEN.SERIES WHEN IT CLOSES ONE.    *
012800*-----------------------------------------------------------*
012900 01  OM-ORDER-TABLE.
013000     05  OM-ORDER-ENTRY OCCURS 1 TO 500 TIMES
013100             DEPENDING ON OM-TABLE-COUNT
013200             INDEXED BY OM-IDX.
013300         10  OM-T-ORDER-NUMBER     PIC X(20).
013400         10  OM-T-CUSTOMER         PIC X(30).
013500         10  OM-T-PREFIX           PIC X(50).
013600         10  OM-T-SUFFIX           PIC X(50).
013700         10  OM-T-QUANTITY         PIC 9(25).
013800         10  OM-T-DUE-DATE         PIC 9(08).
013900         10  OM-T-STATUS           PIC X(01).
014000         10  OM-T-OPEN-DATE        PIC 9(08).
014100         10  OM-T-CLOSE-DATE       PIC 9(08).
014200
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014500     SET MORE-ACTIONS TO TRUE.
014600     PERFORM 1000-PROCESS-ONE-ACTION
014700         THRU 1000-PROCESS-ONE-ACTION-EXIT
014800         UNTIL NO-MORE-ACTIONS.
014900     STOP RUN.
015000
015100*-----------------------------------------------------------*
015200* 1000-PROCESS-ONE-ACTION - ASK WHAT TO DO, DO IT, AND ASK   *
015300* WHETHER THERE IS MORE.                                     *
015400*-----------------------------------------------------------*
015500 1000-PROCESS-ONE-ACTION.
015600     SET ENTRY-NOT-VALID TO TRUE.
015700     PERFORM 1100-GET-ACTION
015800         THRU 1100-GET-ACTION-EXIT
015900         UNTIL ENTRY-IS-VALID.
016000
016100     EVALUATE TRUE
016200         WHEN OM-ACTION-ADD
016300             PERFORM 2000-ADD-ORDER
016400                 THRU 2000-ADD-ORDER-EXIT
016500         WHEN OM-ACTION-CLOSE
016600             PERFORM 3000-CLOSE-ORDER
016700                 THRU 3000-CLOSE-ORDER-EXIT
016800         WHEN OM-ACTION-LIST
016900             PERFORM 4000-LIST-ORDERS
017000                 THRU 4000-LIST-ORDERS-EXIT
017100     END-EVALUATE.
017200
017300     DISPLAY "Another action? (Y/N):"
017400     ACCEPT ANOTHER-ACTION-RESPONSE.
017500     IF ANOTHER-ACTION-RESPONSE = "Y" OR
017600             ANOTHER-ACTION-RESPONSE = "y"
017700         SET MORE-ACTIONS TO TRUE
017800     ELSE
017900         SET NO-MORE-ACTIONS TO TRUE
018000     END-IF.
018100 1000-PROCESS-ONE-ACTION-EXIT.
018200     EXIT.
018300
018400 1100-GET-ACTION.
018500     DISPLAY "Action (A=add order, C=close order, L=list):"
018600     ACCEPT OM-ACTION.
018700     IF OM-ACTION = "a" MOVE "A" TO OM-ACTION END-IF.
018800     IF OM-ACTION = "c" MOVE "C" TO OM-ACTION END-IF.
018900     IF OM-ACTION = "l" MOVE "L" TO OM-ACTION END-IF.
019000     IF OM-ACTION-VALID
019100         SET ENTRY-IS-VALID TO TRUE
019200     ELSE
019300         DISPLAY "ERROR - ACTION MUST BE A, C, OR L - "
019400             "ENTER AGAIN"
019500         SET ENTRY-NOT-VALID TO TRUE
019600     END-IF.
019700 1100-GET-ACTION-EXIT.
019800     EXIT.
019900
020000*-----------------------------------------------------------*
020100* 2000-ADD-ORDER - ENTER A NEW CUSTOMER ORDER.  EVERY FIELD  *
020200* IS VALIDATED AT ENTRY TIME; AN ORDER NUMBER ALREADY ON THE *
020300* MASTER, OPEN OR CLOSED, CANNOT BE ADDED AGAIN, AND THE     *
020400* SERIES MUST BE REGISTERED AND ACTIVE ON NUMGEN.SERIES.     *
020500*-----------------------------------------------------------*
020600 2000-ADD-ORDER.
020700     DISPLAY "Enter order number:"
020800     MOVE SPACES TO OM-ORDER-NUMBER.
020900     ACCEPT OM-ORDER-NUMBER.
021000     IF OM-ORDER-NUMBER = SPACES
021100         DISPLAY "ERROR - ORDER NUMBER MUST NOT BE BLANK - "
021200             "NOTHING ADDED"
021300         GO TO 2000-ADD-ORDER-EXIT
021400     END-IF.
021500
021600     PERFORM 2500-LOOK-UP-ORDER
021700         THRU 2500-LOOK-UP-ORDER-EXIT.
021800     IF ORDER-IS-ON-FILE
021900         DISPLAY "ERROR - THIS ORDER NUMBER IS ALREADY ON "
022000             "THE ORDER MASTER (STATUS " OM-FOUND-STATUS
022100             ") - NOTHING ADDED"
022200         GO TO 2000-ADD-ORDER-EXIT
022300     END-IF.
022400
022500     DISPLAY "Customer:"
022600     MOVE SPACES TO OM-CUSTOMER.
022700     ACCEPT OM-CUSTOMER.
022800
022900     DISPLAY "Enter prefix:"
023000     ACCEPT PREFIX.
023100     DISPLAY "Enter suffix:"
023200     ACCEPT SUFFIX.
023300
023400     PERFORM 2700-LOOK-UP-SERIES
023500         THRU 2700-LOOK-UP-SERIES-EXIT.
023600     IF SERIES-NOT-REGISTERED
023700         DISPLAY "ERROR - THIS PREFIX/SUFFIX IS NOT "
023800             "REGISTERED ON NUMGEN.SERIES - NOTHING ADDED"
023900         GO TO 2000-ADD-ORDER-EXIT
024000     END-IF.
024100     IF OM-SERIES-STATUS = "C"
024200         DISPLAY "ERROR - THIS NUMBER SERIES IS CLOSED ON "
024300             "NUMGEN.SERIES - NOTHING ADDED"
024400         GO TO 2000-ADD-ORDER-EXIT
024500     END-IF.
024600
024700     SET ENTRY-NOT-VALID TO TRUE.
024800     PERFORM 2100-GET-QUANTITY
024900         THRU 2100-GET-QUANTITY-EXIT
025000         UNTIL ENTRY-IS-VALID.
025100
025200     SET ENTRY-NOT-VALID TO TRUE.
025300     PERFORM 2200-GET-DUE-DATE
025400         THRU 2200-GET-DUE-DATE-EXIT
025500         UNTIL ENTRY-IS-VALID.
025600
025700     PERFORM 2600-WRITE-ORDER-RECORD
025800         THRU 2600-WRITE-ORDER-RECORD-EXIT.
025900     DISPLAY "ORDER ENTERED IN NUMGEN.ORDER".
026000 2000-ADD-ORDER-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------*
026400* 2100-GET-QUANTITY - ACCEPT THE QUANTITY ORDERED, REJECTING *
026500* BLANK, OVERSIZED, NON-NUMERIC, AND ZERO ENTRIES THE SAME   *
026600* WAY MAIN VALIDATES ITS NUMBERS.                            *
026700*-----------------------------------------------------------*
026800 2100-GET-QUANTITY.
026900     DISPLAY "Enter quantity ordered:"
027000     MOVE SPACES TO OM-QUANTITY-RAW.
027100     ACCEPT OM-QUANTITY-RAW.
027200     MOVE ZERO TO NG-TOKEN-LEN.
027300     INSPECT OM-QUANTITY-RAW
027400         TALLYING NG-TOKEN-LEN FOR CHARACTERS
027500             BEFORE INITIAL SPACE.
027600     SET ENTRY-NOT-VALID TO TRUE.
027700
027800     IF NG-TOKEN-LEN = 0
027900         DISPLAY "ERROR - QUANTITY MUST NOT BE BLANK - "
028000             "ENTER AGAIN"
028100         GO TO 2100-GET-QUANTITY-EXIT
028200     END-IF.
028300
028400     IF NG-TOKEN-LEN > 25
028500         DISPLAY "ERROR - QUANTITY MAY NOT EXCEED 25 DIGITS - "
028600             "ENTER AGAIN"
028700         GO TO 2100-GET-QUANTITY-EXIT
028800     END-IF.
028900
029000     IF OM-QUANTITY-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
029100         DISPLAY "ERROR - QUANTITY MUST BE NUMERIC - "
029200             "ENTER AGAIN"
029300         GO TO 2100-GET-QUANTITY-EXIT
029400     END-IF.
029500
029600     MOVE OM-QUANTITY-RAW(1:NG-TOKEN-LEN) TO OM-QUANTITY.
029700     IF OM-QUANTITY = ZERO
029800         DISPLAY "ERROR - QUANTITY MUST BE AT LEAST ONE - "
029900             "ENTER AGAIN"
030000         GO TO 2100-GET-QUANTITY-EXIT
030100     END-IF.
030200     SET ENTRY-IS-VALID TO TRUE.
030300 2100-GET-QUANTITY-EXIT.
030400     EXIT.
030500
030600*-----------------------------------------------------------*
030700* 2200-GET-DUE-DATE - ACCEPT THE DATE THE ORDER IS DUE, AS   *
030800* EIGHT DIGITS YYYYMMDD, NOT BEFORE TODAY.                   *
030900*-----------------------------------------------------------*
031000 2200-GET-DUE-DATE.
031100     DISPLAY "Due date (YYYYMMDD):"
031200     MOVE SPACES TO OM-DUE-DATE-RAW.
031300     ACCEPT OM-DUE-DATE-RAW.
031400     SET ENTRY-NOT-VALID TO TRUE.
031500
031600     IF OM-DUE-DATE-RAW(1:8) IS NOT NUMERIC OR
031700             OM-DUE-DATE-RAW(9:1) NOT = SPACE
031800         DISPLAY "ERROR - DUE DATE MUST BE EIGHT DIGITS "
031900             "YYYYMMDD - ENTER AGAIN"
032000         GO TO 2200-GET-DUE-DATE-EXIT
032100     END-IF.
032200
032300     MOVE OM-DUE-DATE-RAW(1:8) TO OM-DUE-DATE.
032400     IF OM-DUE-DATE(5:2) < "01" OR OM-DUE-DATE(5:2) > "12" OR
032500             OM-DUE-DATE(7:2) < "01" OR
032600             OM-DUE-DATE(7:2) > "31"
032700         DISPLAY "ERROR - DUE DATE IS NOT A VALID DATE - "
032800             "ENTER AGAIN"
032900         GO TO 2200-GET-DUE-DATE-EXIT
033000     END-IF.
033100
033200     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
033300     IF OM-DUE-DATE < NG-TODAYS-DATE
033400         DISPLAY "ERROR - DUE DATE IS ALREADY PAST - "
033500             "ENTER AGAIN"
033600         GO TO 2200-GET-DUE-DATE-EXIT
033700     END-IF.
033800     SET ENTRY-IS-VALID TO TRUE.
033900 2200-GET-DUE-DATE-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------*
034300* 2500-LOOK-UP-ORDER - SCAN NUMGEN.ORDER FOR THE CURRENT     *
034400* ORDER NUMBER.  IF THE FILE DOES NOT EXIST YET NOTHING IS   *
034500* ON FILE.  THE STATUS OF A FOUND RECORD IS KEPT IN          *
034600* OM-FOUND-STATUS.                                           *
034700*-----------------------------------------------------------*
034800 2500-LOOK-UP-ORDER.
034900     SET ORDER-NOT-ON-FILE TO TRUE.
035000     MOVE SPACE TO OM-FOUND-STATUS.
035100     OPEN INPUT NUMGEN-ORDER-FILE.
035200     IF NG-ORDER-FILE-OK
035300         SET ORDER-NOT-AT-EOF TO TRUE
035400         PERFORM 2510-CHECK-ONE-ORDER-RECORD
035500             THRU 2510-CHECK-ONE-ORDER-RECORD-EXIT
035600             UNTIL ORDER-AT-EOF OR ORDER-IS-ON-FILE
035700         CLOSE NUMGEN-ORDER-FILE
035800     END-IF.
035900 2500-LOOK-UP-ORDER-EXIT.
036000     EXIT.
036100
036200 2510-CHECK-ONE-ORDER-RECORD.
036300     READ NUMGEN-ORDER-FILE
036400         AT END
036500             SET ORDER-AT-EOF TO TRUE
036600             GO TO 2510-CHECK-ONE-ORDER-RECORD-EXIT
036700     END-READ.
036800
036900     IF NGO-ORDER-NUMBER = OM-ORDER-NUMBER
037000         SET ORDER-IS-ON-FILE TO TRUE
037100         MOVE NGO-STATUS TO OM-FOUND-STATUS
037200     END-IF.
037300 2510-CHECK-ONE-ORDER-RECORD-EXIT.
037400     EXIT.
037500
037600*-----------------------------------------------------------*
037700* 2600-WRITE-ORDER-RECORD - APPEND THE NEW ORDER RECORD.     *
037800* THE FILE IS OPENED EXTEND SO RECORDS ACCUMULATE ACROSS     *
037900* RUNS; IF IT DOES NOT YET EXIST, EXTEND FAILS WITH STATUS   *
038000* 35 AND WE FALL BACK TO OPEN OUTPUT TO CREATE IT.           *
038100*-----------------------------------------------------------*
038200 2600-WRITE-ORDER-RECORD.
038300     OPEN EXTEND NUMGEN-ORDER-FILE.
038400     IF NG-ORDER-FILE-NOT-FOUND
038500         OPEN OUTPUT NUMGEN-ORDER-FILE
038600     END-IF.
038700     MOVE SPACES TO NG-ORDER-RECORD.
038800     MOVE OM-ORDER-NUMBER TO NGO-ORDER-NUMBER.
038900     MOVE OM-CUSTOMER TO NGO-CUSTOMER.
039000     MOVE PREFIX TO NGO-PREFIX.
039100     MOVE SUFFIX TO NGO-SUFFIX.
039200     MOVE OM-QUANTITY TO NGO-QUANTITY.
039300     MOVE OM-DUE-DATE TO NGO-DUE-DATE.
039400     MOVE "O" TO NGO-STATUS.
039500     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
039600     MOVE NG-TODAYS-DATE TO NGO-OPEN-DATE.
039700     MOVE ZERO TO NGO-CLOSE-DATE.
039800     WRITE NG-ORDER-RECORD.
039900     CLOSE NUMGEN-ORDER-FILE.
040000 2600-WRITE-ORDER-RECORD-EXIT.
040100     EXIT.
040200
040300*-----------------------------------------------------------*
040400* 2700-LOOK-UP-SERIES - SCAN NUMGEN.SERIES FOR THE CURRENT   *
040500* PREFIX/SUFFIX.  AN ORDER MAY ONLY BE TAKEN AGAINST A       *
040600* REGISTERED SERIES; THE STATUS OF THE ONE FOUND IS KEPT IN  *
040700* OM-SERIES-STATUS.                                          *
040800*-----------------------------------------------------------*
040900 2700-LOOK-UP-SERIES.
041000     SET SERIES-NOT-REGISTERED TO TRUE.
041100     MOVE SPACE TO OM-SERIES-STATUS.
041200     OPEN INPUT NUMGEN-SERIES-FILE.
041300     IF NG-SERIES-FILE-OK
041400         SET SERIES-NOT-AT-EOF TO TRUE
041500         PERFORM 2710-CHECK-ONE-SERIES-RECORD
041600             THRU 2710-CHECK-ONE-SERIES-RECORD-EXIT
041700             UNTIL SERIES-AT-EOF OR SERIES-IS-REGISTERED
041800         CLOSE NUMGEN-SERIES-FILE
041900     END-IF.
042000 2700-LOOK-UP-SERIES-EXIT.
042100     EXIT.
042200
042300 2710-CHECK-ONE-SERIES-RECORD.
042400     READ NUMGEN-SERIES-FILE
042500         AT END
042600             SET SERIES-AT-EOF TO TRUE
042700             GO TO 2710-CHECK-ONE-SERIES-RECORD-EXIT
042800     END-READ.
042900
043000     IF NGS-PREFIX = PREFIX AND NGS-SUFFIX = SUFFIX
043100         SET SERIES-IS-REGISTERED TO TRUE
043200         MOVE NGS-STATUS TO OM-SERIES-STATUS
043300     END-IF.
043400 2710-CHECK-ONE-SERIES-RECORD-EXIT.
043500     EXIT.
043600
043700*-----------------------------------------------------------*
043800* 3000-CLOSE-ORDER - CLOSE AN OPEN ORDER, FILLED OR          *
043900* CANCELLED.  THE WHOLE MASTER IS RELOADED, THE ONE RECORD   *
044000* IS FLIPPED TO CLOSED WITH TODAY'S DATE, AND THE SET IS     *
044100* REWRITTEN - THE SAME ONE-PASS REWRITE NUMGENSERIES USES.   *
044200* IF THE MASTER HAS OUTGROWN THE TABLE THE FILE IS LEFT      *
044300* EXACTLY AS IT WAS.                                         *
044400*-----------------------------------------------------------*
044500 3000-CLOSE-ORDER.
044600     DISPLAY "Enter order number:"
044700     MOVE SPACES TO OM-ORDER-NUMBER.
044800     ACCEPT OM-ORDER-NUMBER.
044900
045000     PERFORM 2500-LOOK-UP-ORDER
045100         THRU 2500-LOOK-UP-ORDER-EXIT.
045200     IF ORDER-NOT-ON-FILE
045300         DISPLAY "ERROR - THIS ORDER NUMBER IS NOT ON THE "
045400             "ORDER MASTER - NOTHING CLOSED"
045500         GO TO 3000-CLOSE-ORDER-EXIT
045600     END-IF.
045700     IF OM-FOUND-STATUS = "C"
045800         DISPLAY "ERROR - THIS ORDER IS ALREADY CLOSED - "
045900             "NOTHING CHANGED"
046000         GO TO 3000-CLOSE-ORDER-EXIT
046100     END-IF.
046200
046300     PERFORM 3100-LOAD-ORDER-TABLE
046400         THRU 3100-LOAD-ORDER-TABLE-EXIT.
046500     IF OM-TABLE-IS-FULL
046600         DISPLAY "WARNING - ORDER MASTER TOO LARGE TO "
046700             "REWRITE - NUMGEN.ORDER LEFT UNTOUCHED AND "
046800             "THE ORDER NOT CLOSED"
046900         GO TO 3000-CLOSE-ORDER-EXIT
047000     END-IF.
047100
047200     PERFORM 3200-FLIP-MATCHING-ENTRY
047300         THRU 3200-FLIP-MATCHING-ENTRY-EXIT
047400         VARYING OM-IDX FROM 1 BY 1
047500         UNTIL OM-IDX > OM-TABLE-COUNT.
047600
047700     OPEN OUTPUT NUMGEN-ORDER-FILE.
047800     IF OM-TABLE-COUNT > 0
047900         PERFORM 3300-WRITE-ONE-TABLE-RECORD
048000             THRU 3300-WRITE-ONE-TABLE-RECORD-EXIT
048100             VARYING OM-IDX FROM 1 BY 1
048200             UNTIL OM-IDX > OM-TABLE-COUNT
048300     END-IF.
048400     CLOSE NUMGEN-ORDER-FILE.
048500     DISPLAY "ORDER CLOSED ON NUMGEN.ORDER".
048600 3000-CLOSE-ORDER-EXIT.
048700     EXIT.
048800
048900 3100-LOAD-ORDER-TABLE.
049000     MOVE ZERO TO OM-TABLE-COUNT.
049100     SET OM-TABLE-NOT-FULL TO TRUE.
049200     OPEN INPUT NUMGEN-ORDER-FILE.
049300     IF NG-ORDER-FILE-NOT-FOUND
049400         GO TO 3100-LOAD-ORDER-TABLE-EXIT
049500     END-IF.
049600     SET ORDER-NOT-AT-EOF TO TRUE.
049700     PERFORM 3110-LOAD-ONE-ORDER-RECORD
049800         THRU 3110-LOAD-ONE-ORDER-RECORD-EXIT
049900         UNTIL ORDER-AT-EOF.
050000     CLOSE NUMGEN-ORDER-FILE.
050100 3100-LOAD-ORDER-TABLE-EXIT.
050200     EXIT.
050300
050400 3110-LOAD-ONE-ORDER-RECORD.
050500     READ NUMGEN-ORDER-FILE
050600         AT END
050700             SET ORDER-AT-EOF TO TRUE
050800             GO TO 3110-LOAD-ONE-ORDER-RECORD-EXIT
050900     END-READ.
051000
051100     IF OM-TABLE-COUNT >= 500
051200         SET OM-TABLE-IS-FULL TO TRUE
051300         GO TO 3110-LOAD-ONE-ORDER-RECORD-EXIT
051400     END-IF.
051500
051600     ADD 1 TO OM-TABLE-COUNT.
051700     MOVE NGO-ORDER-NUMBER
051800         TO OM-T-ORDER-NUMBER(OM-TABLE-COUNT).
051900     MOVE NGO-CUSTOMER TO OM-T-CUSTOMER(OM-TABLE-COUNT).
052000     MOVE NGO-PREFIX TO OM-T-PREFIX(OM-TABLE-COUNT).
052100     MOVE NGO-SUFFIX TO OM-T-SUFFIX(OM-TABLE-COUNT).
052200     MOVE NGO-QUANTITY TO OM-T-QUANTITY(OM-TABLE-COUNT).
052300     MOVE NGO-DUE-DATE TO OM-T-DUE-DATE(OM-TABLE-COUNT).
052400     MOVE NGO-STATUS TO OM-T-STATUS(OM-TABLE-COUNT).
052500     MOVE NGO-OPEN-DATE TO OM-T-OPEN-DATE(OM-TABLE-COUNT).
052600     MOVE NGO-CLOSE-DATE TO OM-T-CLOSE-DATE(OM-TABLE-COUNT).
052700 3110-LOAD-ONE-ORDER-RECORD-EXIT.
052800     EXIT.
052900
053000 3200-FLIP-MATCHING-ENTRY.
053100     IF OM-T-ORDER-NUMBER(OM-IDX) = OM-ORDER-NUMBER AND
053200             OM-T-STATUS(OM-IDX) = "O"
053300         MOVE "C" TO OM-T-STATUS(OM-IDX)
053400         ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD
053500         MOVE NG-TODAYS-DATE TO OM-T-CLOSE-DATE(OM-IDX)
053600     END-IF.
053700 3200-FLIP-MATCHING-ENTRY-EXIT.
053800     EXIT.
053900
054000 3300-WRITE-ONE-TABLE-RECORD.
054100     MOVE SPACES TO NG-ORDER-RECORD.
054200     MOVE OM-T-ORDER-NUMBER(OM-IDX) TO NGO-ORDER-NUMBER.
054300     MOVE OM-T-CUSTOMER(OM-IDX) TO NGO-CUSTOMER.
054400     MOVE OM-T-PREFIX(OM-IDX) TO NGO-PREFIX.
054500     MOVE OM-T-SUFFIX(OM-IDX) TO NGO-SUFFIX.
054600     MOVE OM-T-QUANTITY(OM-IDX) TO NGO-QUANTITY.
054700     MOVE OM-T-DUE-DATE(OM-IDX) TO NGO-DUE-DATE.
054800     MOVE OM-T-STATUS(OM-IDX) TO NGO-STATUS.
054900     MOVE OM-T-OPEN-DATE(OM-IDX) TO NGO-OPEN-DATE.
055000     MOVE OM-T-CLOSE-DATE(OM-IDX) TO NGO-CLOSE-DATE.
055100     WRITE NG-ORDER-RECORD.
055200 3300-WRITE-ONE-TABLE-RECORD-EXIT.
055300     EXIT.
055400
055500*-----------------------------------------------------------*
055600* 4000-LIST-ORDERS - DISPLAY EVERY RECORD ON THE MASTER.     *
055700* WHAT HAS BEEN ISSUED AGAINST EACH ORDER IS ON THE          *
055800* NUMGENORDR FULFILLMENT REPORT.                             *
055900*-----------------------------------------------------------*
056000 4000-LIST-ORDERS.
056100     MOVE ZERO TO OM-LIST-COUNT.
056200     OPEN INPUT NUMGEN-ORDER-FILE.
056300     IF NG-ORDER-FILE-NOT-FOUND
056400         DISPLAY "NUMGEN.ORDER NOT FOUND - NO ORDERS "
056500             "ENTERED YET"
056600         GO TO 4000-LIST-ORDERS-EXIT
056700     END-IF.
056800
056900     DISPLAY " ".
057000     DISPLAY "CUSTOMER ORDER MASTER LISTING".
057100     SET ORDER-NOT-AT-EOF TO TRUE.
057200     PERFORM 4100-LIST-ONE-ORDER-RECORD
057300         THRU 4100-LIST-ONE-ORDER-RECORD-EXIT
057400         UNTIL ORDER-AT-EOF.
057500     CLOSE NUMGEN-ORDER-FILE.
057600
057700     IF OM-LIST-COUNT = 0
057800         DISPLAY "NO ORDERS ENTERED."
057900     END-IF.
058000 4000-LIST-ORDERS-EXIT.
058100     EXIT.
058200
058300 4100-LIST-ONE-ORDER-RECORD.
058400     READ NUMGEN-ORDER-FILE
058500         AT END
058600             SET ORDER-AT-EOF TO TRUE
058700             GO TO 4100-LIST-ONE-ORDER-RECORD-EXIT
058800     END-READ.
058900     ADD 1 TO OM-LIST-COUNT.
059000
059100     DISPLAY " ".
059200     DISPLAY "ORDER: " NGO-ORDER-NUMBER
059300         " CUSTOMER: " NGO-CUSTOMER.
059400     DISPLAY "   PREFIX: " NGO-PREFIX(1:30)
059500         " SUFFIX: " NGO-SUFFIX(1:30).
059600     IF NGO-OPEN
059700         DISPLAY "   STATUS:   OPEN (SINCE " NGO-OPEN-DATE ")"
059800     ELSE
059900         DISPLAY "   STATUS:   CLOSED (" NGO-CLOSE-DATE ")"
060000     END-IF.
060100     MOVE NGO-QUANTITY TO OM-EDIT-FIELD.
060200     DISPLAY "   ORDERED:  " OM-EDIT-FIELD.
060300     DISPLAY "   DUE DATE: " NGO-DUE-DATE.
060400 4100-LIST-ONE-ORDER-RECORD-EXIT.
060500     EXIT.
060600
060700 END PROGRAM NUMGENORDM.
