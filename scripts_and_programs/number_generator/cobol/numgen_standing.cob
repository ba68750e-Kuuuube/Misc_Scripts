000100*****************************************************************
000200* PROGRAM:      NUMGENSTDM
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      MAINTENANCE PROGRAM FOR NUMGEN.STAND, THE
000800*               STANDING ORDER FILE, THE WAY NUMGENORDM
000900*               MAINTAINS NUMGEN.ORDER.  EVERY RECURRING
001000*               REQUIREMENT - THE SAME QUANTITY FOR THE SAME
001100*               SERIES EVERY NIGHT, EVERY WEEK, OR AT MONTH-
001200*               END - IS ENTERED HERE ONCE, AGAINST THE OPEN
001300*               CUSTOMER ORDER ON NUMGEN.ORDER IT FILLS, WITH
001400*               ITS CHECK DIGIT SCHEME, OUTPUT FORMAT AND FILE,
001500*               FREQUENCY, AND START AND STOP DATES.  THE
001600*               SERIES IS TAKEN FROM THE CUSTOMER ORDER AND
001700*               MUST BE REGISTERED AND ACTIVE ON NUMGEN.SERIES.
001800*               NUMGENSTDB THEN CARDS IT INTO EACH NIGHT'S
001900*               NUMGEN.PARM DECK WHEN IT FALLS DUE.
002000*
002100*               THE OPERATOR MAY ADD A STANDING ORDER, CANCEL
002200*               ONE, OR LIST THE FILE.  A STANDING ORDER IS A
002300*               STANDING INSTRUCTION TO ALLOCATE AUTOMATICALLY,
002400*               SO ADDING OR CANCELLING ONE NEEDS AUTOMATIC
002500*               ALLOCATE ON NUMGEN.AUTH (SEE NUMGENAUTH); THE
002600*               LISTING IS OPEN TO ALL.  A CANCELLED STANDING
002700*               ORDER KEEPS ITS RECORD, IT JUST STOPS BEING
002800*               CARDED.  SEE COPYBOOK NGSTAND.
002900*
003000* MODIFICATION HISTORY
003100*   2026-10-15  RO   ORIGINAL VERSION.
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. NUMGENSTDM.
003500 AUTHOR. R. OKONKWO.
003600 INSTALLATION. DATA PROCESSING DEPT.
003700 DATE-WRITTEN. 2026-10-15.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT NUMGEN-STAND-FILE ASSIGN TO "NUMGEN.STAND"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS NG-STAND-FILE-STATUS.
004600
004700     SELECT NUMGEN-ORDER-FILE ASSIGN TO "NUMGEN.ORDER"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS NG-ORDER-FILE-STATUS.
005000
005100     SELECT NUMGEN-SERIES-FILE ASSIGN TO "NUMGEN.SERIES"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS NG-SERIES-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*-----------------------------------------------------------*
005800*    STANDING ORDER FILE - SEE COPYBOOK NGSTAND             *
005900*-----------------------------------------------------------*
006000 FD  NUMGEN-STAND-FILE.
006100     COPY NGSTAND.
006200
006300*-----------------------------------------------------------*
006400*    CUSTOMER ORDER MASTER - SEE COPYBOOK NGORDER           *
006500*-----------------------------------------------------------*
006600 FD  NUMGEN-ORDER-FILE.
006700     COPY NGORDER.
006800
006900*-----------------------------------------------------------*
007000*    SERIES MASTER FILE - SEE COPYBOOK NGSERIES             *
007100*-----------------------------------------------------------*
007200 FD  NUMGEN-SERIES-FILE.
007300     COPY NGSERIES.
007400
007500 WORKING-STORAGE SECTION.
007600 77  PREFIX                       PIC X(50).
007700 77  SUFFIX                       PIC X(50).
007800
007900 77  NG-STAND-FILE-STATUS         PIC X(02).
008000     88  NG-STAND-FILE-OK              VALUE "00".
008100     88  NG-STAND-FILE-NOT-FOUND       VALUE "35".
008200
008300 77  NG-ORDER-FILE-STATUS         PIC X(02).
008400     88  NG-ORDER-FILE-OK              VALUE "00".
008500     88  NG-ORDER-FILE-NOT-FOUND       VALUE "35".
008600
008700 77  NG-SERIES-FILE-STATUS        PIC X(02).
008800     88  NG-SERIES-FILE-OK             VALUE "00".
008900     88  NG-SERIES-FILE-NOT-FOUND      VALUE "35".
009000
009100 77  STAND-EOF-SWITCH             PIC X(01) VALUE "N".
009200     88  STAND-AT-EOF                  VALUE "Y".
009300     88  STAND-NOT-AT-EOF               VALUE "N".
009400
009500 77  STAND-FOUND-SWITCH           PIC X(01) VALUE "N".
009600     88  STAND-IS-ON-FILE              VALUE "Y".
009700     88  STAND-NOT-ON-FILE              VALUE "N".
009800
009900 77  ORDER-EOF-SWITCH             PIC X(01) VALUE "N".
010000     88  ORDER-AT-EOF                  VALUE "Y".
010100     88  ORDER-NOT-AT-EOF               VALUE "N".
010200
010300 77  ORDER-FOUND-SWITCH           PIC X(01) VALUE "N".
010400     88  ORDER-IS-ON-FILE              VALUE "Y".
010500     88  ORDER-NOT-ON-FILE              VALUE "N".
010600
010700 77  SERIES-EOF-SWITCH            PIC X(01) VALUE "N".
010800     88  SERIES-AT-EOF                 VALUE "Y".
010900     88  SERIES-NOT-AT-EOF              VALUE "N".
011000
011100 77  SERIES-FOUND-SWITCH          PIC X(01) VALUE "N".
011200     88  SERIES-IS-REGISTERED          VALUE "Y".
011300     88  SERIES-NOT-REGISTERED          VALUE "N".
011400
011500 77  MORE-ACTIONS-SWITCH          PIC X(01) VALUE "Y".
011600     88  MORE-ACTIONS                  VALUE "Y".
011700     88  NO-MORE-ACTIONS                VALUE "N".
011800
011900 77  ANOTHER-ACTION-RESPONSE      PIC X(01).
012000
012100 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
012200     88  ENTRY-IS-VALID               VALUE "Y".
012300     88  ENTRY-NOT-VALID               VALUE "N".
012400
012500 77  SO-ACTION                    PIC X(01).
012600     88  SO-ACTION-ADD                 VALUE "A".
012700     88  SO-ACTION-CANCEL              VALUE "C".
012800     88  SO-ACTION-LIST                VALUE "L".
012900     88  SO-ACTION-VALID               VALUE "A" "C" "L".
013000
013100 77  SO-STANDING-NUMBER           PIC X(10).
013200 77  SO-ORDER-NUMBER              PIC X(20).
013300 77  SO-QUANTITY                  PIC 9(25).
013400 77  SO-QUANTITY-RAW              PIC X(30).
013500 77  SO-SCHEME                    PIC X(03).
013600     88  SO-SCHEME-VALID               VALUE "NO " SPACES
013700                                             "M10" "M11".
013800 77  SO-FORMAT                    PIC X(03).
013900     88  SO-FORMAT-VALID               VALUE "STD" SPACES
014000                                             "CSV" "FIX".
014100 77  SO-SCHEME-RAW                PIC X(05).
014200 77  SO-FORMAT-RAW                PIC X(05).
014300 77  SO-OUT-FILE                  PIC X(50).
014400 77  SO-FREQUENCY                 PIC X(01).
014500     88  SO-FREQUENCY-WEEKLY           VALUE "W".
014600     88  SO-FREQUENCY-VALID            VALUE "D" "W" "M".
014700 77  SO-WEEKDAY                   PIC 9(01).
014800 77  SO-WEEKDAY-RAW               PIC X(02).
014900 77  SO-START-DATE                PIC 9(08).
015000 77  SO-STOP-DATE                 PIC 9(08).
015100 77  SO-DATE-RAW                  PIC X(09).
015200 77  SO-FOUND-STATUS              PIC X(01).
015300 77  SO-ORDER-STATUS              PIC X(01).
015400 77  SO-SERIES-STATUS             PIC X(01).
015500 77  SO-LIST-COUNT                PIC 9(05) COMP VALUE ZERO.
015600 77  SO-EDIT-FIELD                PIC Z(24)9.
015700 77  NG-TOKEN-LEN                 PIC 9(02) COMP.
015800 77  NG-TODAYS-DATE               PIC 9(08).
015900
016000*-----------------------------------------------------------*
016100*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH                     *
016200*-----------------------------------------------------------*
016300 77  NG-AUTH-FUNCTION             PIC X(01) VALUE "A".
016400 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "NUMGENSTDM".
016500 77  NG-AUTH-OPERATOR-ID          PIC X(20).
016600 77  NG-AUTH-RESULT               PIC X(01).
016700     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
016800     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
016900
017000 77  SO-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
017100     88  SO-TABLE-IS-FULL              VALUE "Y".
017200     88  SO-TABLE-NOT-FULL              VALUE "N".
017300
017400 77  SO-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
017500
017600*-----------------------------------------------------------*
017700* SO-STAND-TABLE - HOLDS THE WHOLE STANDING ORDER FILE WHILE *
017800* A RECORD IS FLIPPED FROM ACTIVE TO CANCELLED, SO THE SET   *
017900* CAN BE REWRITTEN TO NUMGEN.STAND IN ONE PASS, THE SAME WAY *
018000* NUMGENORDM REWRITES NUMGEN.ORDER WHEN IT CLOSES ONE.       *
018100*-----------------------------------------------------------*
018200 01  SO-STAND-TABLE.
018300     05  SO-STAND-ENTRY OCCURS 1 TO 500 TIMES
018400             DEPENDING ON SO-TABLE-COUNT
018500             INDEXED BY SO-IDX.
018600         10  SO-T-IMAGE           PIC X(274).
018700
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     SET MORE-ACTIONS TO TRUE.
019100     PERFORM 1000-PROCESS-ONE-ACTION
019200         THRU 1000-PROCESS-ONE-ACTION-EXIT
019300         UNTIL NO-MORE-ACTIONS.
019400     STOP RUN.
019500
019600*-----------------------------------------------------------*
019700* 1000-PROCESS-ONE-ACTION - ASK WHAT TO DO, DO IT, AND ASK   *
019800* WHETHER THERE IS MORE.                                     *
019900*-----------------------------------------------------------*
020000 1000-PROCESS-ONE-ACTION.
020100     SET ENTRY-NOT-VALID TO TRUE.
020200     PERFORM 1100-GET-ACTION
020300         THRU 1100-GET-ACTION-EXIT
020400         UNTIL ENTRY-IS-VALID.
020500
020600     IF NOT SO-ACTION-LIST
020700         CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
020800                                 NG-AUTH-PROGRAM,
020900                                 NG-AUTH-OPERATOR-ID,
021000                                 NG-AUTH-RESULT
021100         IF OPERATOR-NOT-AUTHORIZED
021200             GO TO 1000-PROCESS-ONE-ACTION-ASK
021300         END-IF
021400     END-IF.
021500
021600     EVALUATE TRUE
021700         WHEN SO-ACTION-ADD
021800             PERFORM 2000-ADD-STANDING-ORDER
021900                 THRU 2000-ADD-STANDING-ORDER-EXIT
022000         WHEN SO-ACTION-CANCEL
022100             PERFORM 3000-CANCEL-STANDING-ORDER
022200                 THRU 3000-CANCEL-STANDING-ORDER-EXIT
022300         WHEN SO-ACTION-LIST
022400             PERFORM 4000-LIST-STANDING-ORDERS
022500                 THRU 4000-LIST-STANDING-ORDERS-EXIT
022600     END-EVALUATE.
022700
022800 1000-PROCESS-ONE-ACTION-ASK.
022900     DISPLAY "Another action? (Y/N):"
023000     ACCEPT ANOTHER-ACTION-RESPONSE.
023100     IF ANOTHER-ACTION-RESPONSE = "Y" OR
023200             ANOTHER-ACTION-RESPONSE = "y"
023300         SET MORE-ACTIONS TO TRUE
023400     ELSE
023500         SET NO-MORE-ACTIONS TO TRUE
023600     END-IF.
023700 1000-PROCESS-ONE-ACTION-EXIT.
023800     EXIT.
023900
024000 1100-GET-ACTION.
024100     DISPLAY "Action (A=add standing order, C=cancel standing "
024200         "order, L=list):"
024300     ACCEPT SO-ACTION.
024400     IF SO-ACTION = "a" MOVE "A" TO SO-ACTION END-IF.
024500     IF SO-ACTION = "c" MOVE "C" TO SO-ACTION END-IF.
024600     IF SO-ACTION = "l" MOVE "L" TO SO-ACTION END-IF.
024700     IF SO-ACTION-VALID
024800         SET ENTRY-IS-VALID TO TRUE
024900     ELSE
025000         DISPLAY "ERROR - ACTION MUST BE A, C, OR L - "
025100             "ENTER AGAIN"
025200         SET ENTRY-NOT-VALID TO TRUE
025300     END-IF.
025400 1100-GET-ACTION-EXIT.
025500     EXIT.
025600
025700*-----------------------------------------------------------*
025800* 2000-ADD-STANDING-ORDER - ENTER A NEW STANDING ORDER.  A   *
025900* STANDING ORDER NUMBER ALREADY ON FILE, ACTIVE OR           *
026000* CANCELLED, CANNOT BE ADDED AGAIN.  THE CUSTOMER ORDER MUST *
026100* BE OPEN ON NUMGEN.ORDER, AND ITS SERIES REGISTERED AND     *
026200* ACTIVE ON NUMGEN.SERIES - OTHERWISE MAIN WOULD REFUSE      *
026300* EVERY CARD BUILT FROM IT.                                  *
026400*-----------------------------------------------------------*
026500 2000-ADD-STANDING-ORDER.
026600     DISPLAY "Enter standing order number:"
026700     MOVE SPACES TO SO-STANDING-NUMBER.
026800     ACCEPT SO-STANDING-NUMBER.
026900     IF SO-STANDING-NUMBER = SPACES
027000         DISPLAY "ERROR - STANDING ORDER NUMBER MUST NOT BE "
027100             "BLANK - NOTHING ADDED"
027200         GO TO 2000-ADD-STANDING-ORDER-EXIT
027300     END-IF.
027400
027500     PERFORM 2500-LOOK-UP-STANDING-ORDER
027600         THRU 2500-LOOK-UP-STANDING-ORDER-EXIT.
027700     IF STAND-IS-ON-FILE
027800         DISPLAY "ERROR - THIS STANDING ORDER NUMBER IS "
027900             "ALREADY ON NUMGEN.STAND (STATUS " SO-FOUND-STATUS
028000             ") - NOTHING ADDED"
028100         GO TO 2000-ADD-STANDING-ORDER-EXIT
028200     END-IF.
028300
028400     DISPLAY "Customer order number on NUMGEN.ORDER:"
028500     MOVE SPACES TO SO-ORDER-NUMBER.
028600     ACCEPT SO-ORDER-NUMBER.
028700     PERFORM 2700-LOOK-UP-CUSTOMER-ORDER
028800         THRU 2700-LOOK-UP-CUSTOMER-ORDER-EXIT.
028900     IF ORDER-NOT-ON-FILE
029000         DISPLAY "ERROR - THIS ORDER NUMBER IS NOT ON THE "
029100             "ORDER MASTER - NOTHING ADDED"
029200         GO TO 2000-ADD-STANDING-ORDER-EXIT
029300     END-IF.
029400     IF SO-ORDER-STATUS = "C"
029500         DISPLAY "ERROR - THIS CUSTOMER ORDER IS CLOSED - "
029600             "NOTHING ADDED"
029700         GO TO 2000-ADD-STANDING-ORDER-EXIT
029800     END-IF.
029900     DISPLAY "   SERIES:  " PREFIX(1:30) " " SUFFIX(1:30).
030000
030100     PERFORM 2800-LOOK-UP-SERIES
030200         THRU 2800-LOOK-UP-SERIES-EXIT.
030300     IF SERIES-NOT-REGISTERED
030400         DISPLAY "ERROR - THE ORDER'S PREFIX/SUFFIX IS NOT "
030500             "REGISTERED ON NUMGEN.SERIES - NOTHING ADDED"
030600         GO TO 2000-ADD-STANDING-ORDER-EXIT
030700     END-IF.
030800     IF SO-SERIES-STATUS = "C"
030900         DISPLAY "ERROR - THE ORDER'S NUMBER SERIES IS CLOSED "
031000             "ON NUMGEN.SERIES - NOTHING ADDED"
031100         GO TO 2000-ADD-STANDING-ORDER-EXIT
031200     END-IF.
031300
031400     SET ENTRY-NOT-VALID TO TRUE.
031500     PERFORM 2100-GET-QUANTITY
031600         THRU 2100-GET-QUANTITY-EXIT
031700         UNTIL ENTRY-IS-VALID.
031800
031900     SET ENTRY-NOT-VALID TO TRUE.
032000     PERFORM 2200-GET-SCHEME
032100         THRU 2200-GET-SCHEME-EXIT
032200         UNTIL ENTRY-IS-VALID.
032300
032400     SET ENTRY-NOT-VALID TO TRUE.
032500     PERFORM 2300-GET-FORMAT
032600         THRU 2300-GET-FORMAT-EXIT
032700         UNTIL ENTRY-IS-VALID.
032800
032900     DISPLAY "Output file (blank for the series default):"
033000     MOVE SPACES TO SO-OUT-FILE.
033100     ACCEPT SO-OUT-FILE.
033200
033300     SET ENTRY-NOT-VALID TO TRUE.
033400     PERFORM 2400-GET-FREQUENCY
033500         THRU 2400-GET-FREQUENCY-EXIT
033600         UNTIL ENTRY-IS-VALID.
033700
033800     MOVE ZERO TO SO-WEEKDAY.
033900     IF SO-FREQUENCY-WEEKLY
034000         SET ENTRY-NOT-VALID TO TRUE
034100         PERFORM 2420-GET-WEEKDAY
034200             THRU 2420-GET-WEEKDAY-EXIT
034300             UNTIL ENTRY-IS-VALID
034400     END-IF.
034500
034600     SET ENTRY-NOT-VALID TO TRUE.
034700     PERFORM 2440-GET-START-DATE
034800         THRU 2440-GET-START-DATE-EXIT
034900         UNTIL ENTRY-IS-VALID.
035000
035100     SET ENTRY-NOT-VALID TO TRUE.
035200     PERFORM 2460-GET-STOP-DATE
035300         THRU 2460-GET-STOP-DATE-EXIT
035400         UNTIL ENTRY-IS-VALID.
035500
035600     PERFORM 2600-WRITE-STAND-RECORD
035700         THRU 2600-WRITE-STAND-RECORD-EXIT.
035800     DISPLAY "STANDING ORDER ENTERED IN NUMGEN.STAND".
035900 2000-ADD-STANDING-ORDER-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------*
036300* 2100-GET-QUANTITY - ACCEPT THE QUANTITY EACH CARD ASKS     *
036400* FOR, REJECTING BLANK, OVERSIZED, NON-NUMERIC, AND ZERO     *
036500* ENTRIES THE SAME WAY MAIN VALIDATES ITS NUMBERS.           *
036600*-----------------------------------------------------------*
036700 2100-GET-QUANTITY.
036800     DISPLAY "Enter quantity per card:"
036900     MOVE SPACES TO SO-QUANTITY-RAW.
037000     ACCEPT SO-QUANTITY-RAW.
037100     MOVE ZERO TO NG-TOKEN-LEN.
037200     INSPECT SO-QUANTITY-RAW
037300         TALLYING NG-TOKEN-LEN FOR CHARACTERS
037400             BEFORE INITIAL SPACE.
037500     SET ENTRY-NOT-VALID TO TRUE.
037600
037700     IF NG-TOKEN-LEN = 0
037800         DISPLAY "ERROR - QUANTITY MUST NOT BE BLANK - "
037900             "ENTER AGAIN"
038000         GO TO 2100-GET-QUANTITY-EXIT
038100     END-IF.
038200
038300     IF NG-TOKEN-LEN > 25
038400         DISPLAY "ERROR - QUANTITY MAY NOT EXCEED 25 DIGITS - "
038500             "ENTER AGAIN"
038600         GO TO 2100-GET-QUANTITY-EXIT
038700     END-IF.
038800
038900     IF SO-QUANTITY-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
039000         DISPLAY "ERROR - QUANTITY MUST BE NUMERIC - "
039100             "ENTER AGAIN"
039200         GO TO 2100-GET-QUANTITY-EXIT
039300     END-IF.
039400
039500     MOVE SO-QUANTITY-RAW(1:NG-TOKEN-LEN) TO SO-QUANTITY.
039600     IF SO-QUANTITY = ZERO
039700         DISPLAY "ERROR - QUANTITY MUST BE AT LEAST ONE - "
039800             "ENTER AGAIN"
039900         GO TO 2100-GET-QUANTITY-EXIT
040000     END-IF.
040100     SET ENTRY-IS-VALID TO TRUE.
040200 2100-GET-QUANTITY-EXIT.
040300     EXIT.
040400
040500*-----------------------------------------------------------*
040600* 2200-GET-SCHEME - THE CHECK DIGIT SCHEME PUNCHED ON EACH   *
040700* CARD.  BLANK LEAVES THE CARD FIELD BLANK, SO MAIN TAKES    *
040800* THE SERIES DEFAULT.                                        *
040900*-----------------------------------------------------------*
041000 2200-GET-SCHEME.
041100     DISPLAY "Check digit scheme (M10/M11/NO, blank for the "
041200         "series default):"
041300     MOVE SPACES TO SO-SCHEME-RAW.
041400     ACCEPT SO-SCHEME-RAW.
041500     IF SO-SCHEME-RAW(4:2) NOT = SPACES
041600         DISPLAY "ERROR - SCHEME MUST BE M10, M11, NO, OR "
041700             "BLANK - ENTER AGAIN"
041800         SET ENTRY-NOT-VALID TO TRUE
041900         GO TO 2200-GET-SCHEME-EXIT
042000     END-IF.
042100     MOVE SO-SCHEME-RAW(1:3) TO SO-SCHEME.
042200     IF SO-SCHEME-VALID
042300         SET ENTRY-IS-VALID TO TRUE
042400     ELSE
042500         DISPLAY "ERROR - SCHEME MUST BE M10, M11, NO, OR "
042600             "BLANK - ENTER AGAIN"
042700         SET ENTRY-NOT-VALID TO TRUE
042800     END-IF.
042900 2200-GET-SCHEME-EXIT.
043000     EXIT.
043100
043200*-----------------------------------------------------------*
043300* 2300-GET-FORMAT - THE OUTPUT FORMAT PUNCHED ON EACH CARD;  *
043400* BLANK TAKES THE SERIES DEFAULT.                            *
043500*-----------------------------------------------------------*
043600 2300-GET-FORMAT.
043700     DISPLAY "Output format (STD/CSV/FIX, blank for the "
043800         "series default):"
043900     MOVE SPACES TO SO-FORMAT-RAW.
044000     ACCEPT SO-FORMAT-RAW.
044100     IF SO-FORMAT-RAW(4:2) NOT = SPACES
044200         DISPLAY "ERROR - FORMAT MUST BE STD, CSV, FIX, OR "
044300             "BLANK - ENTER AGAIN"
044400         SET ENTRY-NOT-VALID TO TRUE
044500         GO TO 2300-GET-FORMAT-EXIT
044600     END-IF.
044700     MOVE SO-FORMAT-RAW(1:3) TO SO-FORMAT.
044800     IF SO-FORMAT-VALID
044900         SET ENTRY-IS-VALID TO TRUE
045000     ELSE
045100         DISPLAY "ERROR - FORMAT MUST BE STD, CSV, FIX, OR "
045200             "BLANK - ENTER AGAIN"
045300         SET ENTRY-NOT-VALID TO TRUE
045400     END-IF.
045500 2300-GET-FORMAT-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------*
045900* 2400-GET-FREQUENCY - HOW OFTEN THE ORDER FALLS DUE: EVERY  *
046000* NIGHT, ONCE A WEEK, OR ON THE LAST DAY OF THE MONTH.       *
046100*-----------------------------------------------------------*
046200 2400-GET-FREQUENCY.
046300     DISPLAY "Frequency (D=daily, W=weekly, M=month-end):"
046400     ACCEPT SO-FREQUENCY.
046500     IF SO-FREQUENCY = "d" MOVE "D" TO SO-FREQUENCY END-IF.
046600     IF SO-FREQUENCY = "w" MOVE "W" TO SO-FREQUENCY END-IF.
046700     IF SO-FREQUENCY = "m" MOVE "M" TO SO-FREQUENCY END-IF.
046800     IF SO-FREQUENCY-VALID
046900         SET ENTRY-IS-VALID TO TRUE
047000     ELSE
047100         DISPLAY "ERROR - FREQUENCY MUST BE D, W, OR M - "
047200             "ENTER AGAIN"
047300         SET ENTRY-NOT-VALID TO TRUE
047400     END-IF.
047500 2400-GET-FREQUENCY-EXIT.
047600     EXIT.
047700
047800 2420-GET-WEEKDAY.
047900     DISPLAY "Day of the week it is due (1=Monday ... "
048000         "7=Sunday):"
048100     MOVE SPACES TO SO-WEEKDAY-RAW.
048200     ACCEPT SO-WEEKDAY-RAW.
048300     SET ENTRY-NOT-VALID TO TRUE.
048400     IF SO-WEEKDAY-RAW(1:1) IS NOT NUMERIC OR
048500             SO-WEEKDAY-RAW(2:1) NOT = SPACE
048600         DISPLAY "ERROR - DAY MUST BE ONE DIGIT 1 TO 7 - "
048700             "ENTER AGAIN"
048800         GO TO 2420-GET-WEEKDAY-EXIT
048900     END-IF.
049000     MOVE SO-WEEKDAY-RAW(1:1) TO SO-WEEKDAY.
049100     IF SO-WEEKDAY < 1 OR SO-WEEKDAY > 7
049200         DISPLAY "ERROR - DAY MUST BE ONE DIGIT 1 TO 7 - "
049300             "ENTER AGAIN"
049400         GO TO 2420-GET-WEEKDAY-EXIT
049500     END-IF.
049600     SET ENTRY-IS-VALID TO TRUE.
049700 2420-GET-WEEKDAY-EXIT.
049800     EXIT.
049900
050000*-----------------------------------------------------------*
050100* 2440-GET-START-DATE - THE FIRST NIGHT THE ORDER MAY BE     *
050200* CARDED, AS EIGHT DIGITS YYYYMMDD, NOT BEFORE TODAY.        *
050300*-----------------------------------------------------------*
050400 2440-GET-START-DATE.
050500     DISPLAY "Start date (YYYYMMDD):"
050600     MOVE SPACES TO SO-DATE-RAW.
050700     ACCEPT SO-DATE-RAW.
050800     SET ENTRY-NOT-VALID TO TRUE.
050900
051000     IF SO-DATE-RAW(1:8) IS NOT NUMERIC OR
051100             SO-DATE-RAW(9:1) NOT = SPACE
051200         DISPLAY "ERROR - START DATE MUST BE EIGHT DIGITS "
051300             "YYYYMMDD - ENTER AGAIN"
051400         GO TO 2440-GET-START-DATE-EXIT
051500     END-IF.
051600
051700     MOVE SO-DATE-RAW(1:8) TO SO-START-DATE.
051800     IF SO-START-DATE(5:2) < "01" OR
051900             SO-START-DATE(5:2) > "12" OR
052000             SO-START-DATE(7:2) < "01" OR
052100             SO-START-DATE(7:2) > "31"
052200         DISPLAY "ERROR - START DATE IS NOT A VALID DATE - "
052300             "ENTER AGAIN"
052400         GO TO 2440-GET-START-DATE-EXIT
052500     END-IF.
052600
052700     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
052800     IF SO-START-DATE < NG-TODAYS-DATE
052900         DISPLAY "ERROR - START DATE IS ALREADY PAST - "
053000             "ENTER AGAIN"
053100         GO TO 2440-GET-START-DATE-EXIT
053200     END-IF.
053300     SET ENTRY-IS-VALID TO TRUE.
053400 2440-GET-START-DATE-EXIT.
053500     EXIT.
053600
053700*-----------------------------------------------------------*
053800* 2460-GET-STOP-DATE - THE LAST NIGHT THE ORDER MAY BE       *
053900* CARDED.  BLANK MEANS IT RUNS UNTIL IT IS CANCELLED.        *
054000*-----------------------------------------------------------*
054100 2460-GET-STOP-DATE.
054200     DISPLAY "Stop date (YYYYMMDD, blank to run until "
054300         "cancelled):"
054400     MOVE SPACES TO SO-DATE-RAW.
054500     ACCEPT SO-DATE-RAW.
054600     SET ENTRY-NOT-VALID TO TRUE.
054700
054800     IF SO-DATE-RAW = SPACES
054900         MOVE ZERO TO SO-STOP-DATE
055000         SET ENTRY-IS-VALID TO TRUE
055100         GO TO 2460-GET-STOP-DATE-EXIT
055200     END-IF.
055300
055400     IF SO-DATE-RAW(1:8) IS NOT NUMERIC OR
055500             SO-DATE-RAW(9:1) NOT = SPACE
055600         DISPLAY "ERROR - STOP DATE MUST BE EIGHT DIGITS "
055700             "YYYYMMDD - ENTER AGAIN"
055800         GO TO 2460-GET-STOP-DATE-EXIT
055900     END-IF.
056000
056100     MOVE SO-DATE-RAW(1:8) TO SO-STOP-DATE.
056200     IF SO-STOP-DATE(5:2) < "01" OR
056300             SO-STOP-DATE(5:2) > "12" OR
056400             SO-STOP-DATE(7:2) < "01" OR
056500             SO-STOP-DATE(7:2) > "31"
056600         DISPLAY "ERROR - STOP DATE IS NOT A VALID DATE - "
056700             "ENTER AGAIN"
056800         GO TO 2460-GET-STOP-DATE-EXIT
056900     END-IF.
057000
057100     IF SO-STOP-DATE < SO-START-DATE
057200         DISPLAY "ERROR - STOP DATE IS BEFORE THE START "
057300             "DATE - ENTER AGAIN"
057400         GO TO 2460-GET-STOP-DATE-EXIT
057500     END-IF.
057600     SET ENTRY-IS-VALID TO TRUE.
057700 2460-GET-STOP-DATE-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------*
058100* 2500-LOOK-UP-STANDING-ORDER - SCAN NUMGEN.STAND FOR THE    *
058200* CURRENT STANDING ORDER NUMBER.  IF THE FILE DOES NOT EXIST *
058300* YET NOTHING IS ON FILE.  THE STATUS OF A FOUND RECORD IS   *
058400* KEPT IN SO-FOUND-STATUS.                                   *
058500*-----------------------------------------------------------*
058600 2500-LOOK-UP-STANDING-ORDER.
058700     SET STAND-NOT-ON-FILE TO TRUE.
058800     MOVE SPACE TO SO-FOUND-STATUS.
058900     OPEN INPUT NUMGEN-STAND-FILE.
059000     IF NG-STAND-FILE-OK
059100         SET STAND-NOT-AT-EOF TO TRUE
059200         PERFORM 2510-CHECK-ONE-STAND-RECORD
059300             THRU 2510-CHECK-ONE-STAND-RECORD-EXIT
059400             UNTIL STAND-AT-EOF OR STAND-IS-ON-FILE
059500         CLOSE NUMGEN-STAND-FILE
059600     END-IF.
059700 2500-LOOK-UP-STANDING-ORDER-EXIT.
059800     EXIT.
059900
060000 2510-CHECK-ONE-STAND-RECORD.
060100     READ NUMGEN-STAND-FILE
060200         AT END
060300             SET STAND-AT-EOF TO TRUE
060400             GO TO 2510-CHECK-ONE-STAND-RECORD-EXIT
060500     END-READ.
060600
060700     IF NGT-STANDING-NUMBER = SO-STANDING-NUMBER
060800         SET STAND-IS-ON-FILE TO TRUE
060900         MOVE NGT-STATUS TO SO-FOUND-STATUS
061000     END-IF.
061100 2510-CHECK-ONE-STAND-RECORD-EXIT.
061200     EXIT.
061300
061400*-----------------------------------------------------------*
061500* 2600-WRITE-STAND-RECORD - APPEND THE NEW STANDING ORDER.   *
061600* THE FILE IS OPENED EXTEND SO RECORDS ACCUMULATE ACROSS     *
061700* RUNS; IF IT DOES NOT YET EXIST, EXTEND FAILS WITH STATUS   *
061800* 35 AND WE FALL BACK TO OPEN OUTPUT TO CREATE IT.           *
061900*-----------------------------------------------------------*
062000 2600-WRITE-STAND-RECORD.
062100     OPEN EXTEND NUMGEN-STAND-FILE.
062200     IF NG-STAND-FILE-NOT-FOUND
062300         OPEN OUTPUT NUMGEN-STAND-FILE
062400     END-IF.
062500     MOVE SPACES TO NG-STAND-RECORD.
062600     MOVE SO-STANDING-NUMBER TO NGT-STANDING-NUMBER.
062700     MOVE SO-ORDER-NUMBER TO NGT-ORDER-NUMBER.
062800     MOVE PREFIX TO NGT-PREFIX.
062900     MOVE SUFFIX TO NGT-SUFFIX.
063000     MOVE SO-QUANTITY TO NGT-QUANTITY.
063100     MOVE SO-SCHEME TO NGT-CHECK-SCHEME.
063200     MOVE SO-FORMAT TO NGT-OUT-FORMAT.
063300     MOVE SO-OUT-FILE TO NGT-OUT-FILE.
063400     MOVE SO-FREQUENCY TO NGT-FREQUENCY.
063500     MOVE SO-WEEKDAY TO NGT-WEEKDAY.
063600     MOVE SO-START-DATE TO NGT-START-DATE.
063700     MOVE SO-STOP-DATE TO NGT-STOP-DATE.
063800     MOVE "A" TO NGT-STATUS.
063900     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
064000     MOVE NG-TODAYS-DATE TO NGT-ENTERED-DATE.
064100     MOVE NG-AUTH-OPERATOR-ID TO NGT-ENTERED-BY.
064200     MOVE ZERO TO NGT-CANCEL-DATE.
064300     MOVE ZERO TO NGT-LAST-CARDED-DATE.
064400     WRITE NG-STAND-RECORD.
064500     CLOSE NUMGEN-STAND-FILE.
064600 2600-WRITE-STAND-RECORD-EXIT.
064700     EXIT.
064800
064900*-----------------------------------------------------------*
065000* 2700-LOOK-UP-CUSTOMER-ORDER - SCAN NUMGEN.ORDER FOR THE    *
065100* CUSTOMER ORDER THE STANDING ORDER FILLS.  THE ORDER'S      *
065200* STATUS IS KEPT IN SO-ORDER-STATUS AND ITS SERIES IN        *
065300* PREFIX/SUFFIX.                                             *
065400*-----------------------------------------------------------*
065500 2700-LOOK-UP-CUSTOMER-ORDER.
065600     SET ORDER-NOT-ON-FILE TO TRUE.
065700     MOVE SPACE TO SO-ORDER-STATUS.
065800     OPEN INPUT NUMGEN-ORDER-FILE.
065900     IF NG-ORDER-FILE-OK
066000         SET ORDER-NOT-AT-EOF TO TRUE
066100         PERFORM 2710-CHECK-ONE-ORDER-RECORD
066200             THRU 2710-CHECK-ONE-ORDER-RECORD-EXIT
066300             UNTIL ORDER-AT-EOF OR ORDER-IS-ON-FILE
066400         CLOSE NUMGEN-ORDER-FILE
066500     END-IF.
066600 2700-LOOK-UP-CUSTOMER-ORDER-EXIT.
066700     EXIT.
066800
066900 2710-CHECK-ONE-ORDER-RECORD.
067000     READ NUMGEN-ORDER-FILE
067100         AT END
067200             SET ORDER-AT-EOF TO TRUE
067300             GO TO 2710-CHECK-ONE-ORDER-RECORD-EXIT
067400     END-READ.
067500
067600     IF NGO-ORDER-NUMBER = SO-ORDER-NUMBER
067700         SET ORDER-IS-ON-FILE TO TRUE
067800         MOVE NGO-STATUS TO SO-ORDER-STATUS
067900         MOVE NGO-PREFIX TO PREFIX
068000         MOVE NGO-SUFFIX TO SUFFIX
068100     END-IF.
068200 2710-CHECK-ONE-ORDER-RECORD-EXIT.
068300     EXIT.
068400
068500*-----------------------------------------------------------*
068600* 2800-LOOK-UP-SERIES - SCAN NUMGEN.SERIES FOR THE CURRENT   *
068700* PREFIX/SUFFIX; THE STATUS OF THE ONE FOUND IS KEPT IN      *
068800* SO-SERIES-STATUS.                                          *
068900*-----------------------------------------------------------*
069000 2800-LOOK-UP-SERIES.
069100     SET SERIES-NOT-REGISTERED TO TRUE.
069200     MOVE SPACE TO SO-SERIES-STATUS.
069300     OPEN INPUT NUMGEN-SERIES-FILE.
069400     IF NG-SERIES-FILE-OK
069500         SET SERIES-NOT-AT-EOF TO TRUE
069600         PERFORM 2810-CHECK-ONE-SERIES-RECORD
069700             THRU 2810-CHECK-ONE-SERIES-RECORD-EXIT
069800             UNTIL SERIES-AT-EOF OR SERIES-IS-REGISTERED
069900         CLOSE NUMGEN-SERIES-FILE
070000     END-IF.
070100 2800-LOOK-UP-SERIES-EXIT.
070200     EXIT.
070300
070400 2810-CHECK-ONE-SERIES-RECORD.
070500     READ NUMGEN-SERIES-FILE
070600         AT END
070700             SET SERIES-AT-EOF TO TRUE
070800             GO TO 2810-CHECK-ONE-SERIES-RECORD-EXIT
070900     END-READ.
071000
071100     IF NGS-PREFIX = PREFIX AND NGS-SUFFIX = SUFFIX
071200         SET SERIES-IS-REGISTERED TO TRUE
071300         MOVE NGS-STATUS TO SO-SERIES-STATUS
071400     END-IF.
071500 2810-CHECK-ONE-SERIES-RECORD-EXIT.
071600     EXIT.
071700
071800*-----------------------------------------------------------*
071900* 3000-CANCEL-STANDING-ORDER - STOP AN ACTIVE STANDING ORDER *
072000* BEING CARDED.  THE WHOLE FILE IS RELOADED, THE ONE RECORD  *
072100* IS FLIPPED TO CANCELLED WITH TODAY'S DATE, AND THE SET IS  *
072200* REWRITTEN - THE SAME ONE-PASS REWRITE NUMGENORDM USES.  IF *
072300* THE FILE HAS OUTGROWN THE TABLE IT IS LEFT EXACTLY AS IT   *
072400* WAS.                                                       *
072500*-----------------------------------------------------------*
072600 3000-CANCEL-STANDING-ORDER.
072700     DISPLAY "Enter standing order number:"
072800     MOVE SPACES TO SO-STANDING-NUMBER.
072900     ACCEPT SO-STANDING-NUMBER.
073000
073100     PERFORM 2500-LOOK-UP-STANDING-ORDER
073200         THRU 2500-LOOK-UP-STANDING-ORDER-EXIT.
073300     IF STAND-NOT-ON-FILE
073400         DISPLAY "ERROR - THIS STANDING ORDER NUMBER IS NOT "
073500             "ON NUMGEN.STAND - NOTHING CANCELLED"
073600         GO TO 3000-CANCEL-STANDING-ORDER-EXIT
073700     END-IF.
073800     IF SO-FOUND-STATUS = "C"
073900         DISPLAY "ERROR - THIS STANDING ORDER IS ALREADY "
074000             "CANCELLED - NOTHING CHANGED"
074100         GO TO 3000-CANCEL-STANDING-ORDER-EXIT
074200     END-IF.
074300
074400     PERFORM 3100-LOAD-STAND-TABLE
074500         THRU 3100-LOAD-STAND-TABLE-EXIT.
074600     IF SO-TABLE-IS-FULL
074700         DISPLAY "WARNING - STANDING ORDER FILE TOO LARGE TO "
074800             "REWRITE - NUMGEN.STAND LEFT UNTOUCHED AND THE "
074900             "STANDING ORDER NOT CANCELLED"
075000         GO TO 3000-CANCEL-STANDING-ORDER-EXIT
075100     END-IF.
075200
075300     PERFORM 3200-FLIP-MATCHING-ENTRY
075400         THRU 3200-FLIP-MATCHING-ENTRY-EXIT
075500         VARYING SO-IDX FROM 1 BY 1
075600         UNTIL SO-IDX > SO-TABLE-COUNT.
075700
075800     OPEN OUTPUT NUMGEN-STAND-FILE.
075900     IF SO-TABLE-COUNT > 0
076000         PERFORM 3300-WRITE-ONE-TABLE-RECORD
076100             THRU 3300-WRITE-ONE-TABLE-RECORD-EXIT
076200             VARYING SO-IDX FROM 1 BY 1
076300             UNTIL SO-IDX > SO-TABLE-COUNT
076400     END-IF.
076500     CLOSE NUMGEN-STAND-FILE.
076600     DISPLAY "STANDING ORDER CANCELLED ON NUMGEN.STAND".
076700 3000-CANCEL-STANDING-ORDER-EXIT.
076800     EXIT.
076900
077000 3100-LOAD-STAND-TABLE.
077100     MOVE ZERO TO SO-TABLE-COUNT.
077200     SET SO-TABLE-NOT-FULL TO TRUE.
077300     OPEN INPUT NUMGEN-STAND-FILE.
077400     IF NG-STAND-FILE-NOT-FOUND
077500         GO TO 3100-LOAD-STAND-TABLE-EXIT
077600     END-IF.
077700     SET STAND-NOT-AT-EOF TO TRUE.
077800     PERFORM 3110-LOAD-ONE-STAND-RECORD
077900         THRU 3110-LOAD-ONE-STAND-RECORD-EXIT
078000         UNTIL STAND-AT-EOF.
078100     CLOSE NUMGEN-STAND-FILE.
078200 3100-LOAD-STAND-TABLE-EXIT.
078300     EXIT.
078400
078500 3110-LOAD-ONE-STAND-RECORD.
078600     READ NUMGEN-STAND-FILE
078700         AT END
078800             SET STAND-AT-EOF TO TRUE
078900             GO TO 3110-LOAD-ONE-STAND-RECORD-EXIT
079000     END-READ.
079100
079200     IF SO-TABLE-COUNT >= 500
079300         SET SO-TABLE-IS-FULL TO TRUE
079400         GO TO 3110-LOAD-ONE-STAND-RECORD-EXIT
079500     END-IF.
079600
079700     ADD 1 TO SO-TABLE-COUNT.
079800     MOVE NG-STAND-RECORD TO SO-T-IMAGE(SO-TABLE-COUNT).
079900 3110-LOAD-ONE-STAND-RECORD-EXIT.
080000     EXIT.
080100
080200 3200-FLIP-MATCHING-ENTRY.
080300     MOVE SO-T-IMAGE(SO-IDX) TO NG-STAND-RECORD.
080400     IF NGT-STANDING-NUMBER = SO-STANDING-NUMBER AND
080500             NGT-ACTIVE
080600         MOVE "C" TO NGT-STATUS
080700         ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD
080800         MOVE NG-TODAYS-DATE TO NGT-CANCEL-DATE
080900         MOVE NG-STAND-RECORD TO SO-T-IMAGE(SO-IDX)
081000     END-IF.
081100 3200-FLIP-MATCHING-ENTRY-EXIT.
081200     EXIT.
081300
081400 3300-WRITE-ONE-TABLE-RECORD.
081500     MOVE SO-T-IMAGE(SO-IDX) TO NG-STAND-RECORD.
081600     WRITE NG-STAND-RECORD.
081700 3300-WRITE-ONE-TABLE-RECORD-EXIT.
081800     EXIT.
081900
082000*-----------------------------------------------------------*
082100* 4000-LIST-STANDING-ORDERS - DISPLAY EVERY RECORD ON THE    *
082200* FILE.  WHAT WAS CARDED ON A GIVEN NIGHT IS ON THAT NIGHT'S *
082300* NUMGENSTDB LISTING.                                        *
082400*-----------------------------------------------------------*
082500 4000-LIST-STANDING-ORDERS.
082600     MOVE ZERO TO SO-LIST-COUNT.
082700     OPEN INPUT NUMGEN-STAND-FILE.
082800     IF NG-STAND-FILE-NOT-FOUND
082900         DISPLAY "NUMGEN.STAND NOT FOUND - NO STANDING ORDERS "
083000             "ENTERED YET"
083100         GO TO 4000-LIST-STANDING-ORDERS-EXIT
083200     END-IF.
083300
083400     DISPLAY " ".
083500     DISPLAY "STANDING ORDER LISTING".
083600     SET STAND-NOT-AT-EOF TO TRUE.
083700     PERFORM 4100-LIST-ONE-STAND-RECORD
083800         THRU 4100-LIST-ONE-STAND-RECORD-EXIT
083900         UNTIL STAND-AT-EOF.
084000     CLOSE NUMGEN-STAND-FILE.
084100
084200     IF SO-LIST-COUNT = 0
084300         DISPLAY "NO STANDING ORDERS ENTERED."
084400     END-IF.
084500 4000-LIST-STANDING-ORDERS-EXIT.
084600     EXIT.
084700
084800 4100-LIST-ONE-STAND-RECORD.
084900     READ NUMGEN-STAND-FILE
085000         AT END
085100             SET STAND-AT-EOF TO TRUE
085200             GO TO 4100-LIST-ONE-STAND-RECORD-EXIT
085300     END-READ.
085400     ADD 1 TO SO-LIST-COUNT.
085500
085600     DISPLAY " ".
085700     DISPLAY "STANDING ORDER: " NGT-STANDING-NUMBER
085800         " CUSTOMER ORDER: " NGT-ORDER-NUMBER.
085900     DISPLAY "   PREFIX: " NGT-PREFIX(1:30)
086000         " SUFFIX: " NGT-SUFFIX(1:30).
086100     IF NGT-ACTIVE
086200         DISPLAY "   STATUS:    ACTIVE (ENTERED "
086300             NGT-ENTERED-DATE " BY " NGT-ENTERED-BY ")"
086400     ELSE
086500         DISPLAY "   STATUS:    CANCELLED (" NGT-CANCEL-DATE
086600             ")"
086700     END-IF.
086800     MOVE NGT-QUANTITY TO SO-EDIT-FIELD.
086900     DISPLAY "   QUANTITY:  " SO-EDIT-FIELD.
087000     EVALUATE TRUE
087100         WHEN NGT-DAILY
087200             DISPLAY "   FREQUENCY: DAILY"
087300         WHEN NGT-WEEKLY
087400             DISPLAY "   FREQUENCY: WEEKLY ON DAY " NGT-WEEKDAY
087500                 " (1=MONDAY)"
087600         WHEN NGT-MONTH-END
087700             DISPLAY "   FREQUENCY: MONTH-END"
087800     END-EVALUATE.
087900     IF NGT-STOP-DATE = ZERO
088000         DISPLAY "   RUNS:      FROM " NGT-START-DATE
088100             " UNTIL CANCELLED"
088200     ELSE
088300         DISPLAY "   RUNS:      FROM " NGT-START-DATE
088400             " TO " NGT-STOP-DATE
088500     END-IF.
088600     DISPLAY "   CARD:      SCHEME " NGT-CHECK-SCHEME
088700         " FORMAT " NGT-OUT-FORMAT " FILE " NGT-OUT-FILE(1:30).
088800     IF NGT-LAST-CARDED-DATE = ZERO
088900         DISPLAY "   LAST CARDED: NEVER"
089000     ELSE
089100         DISPLAY "   LAST CARDED: " NGT-LAST-CARDED-DATE
089200     END-IF.
089300 4100-LIST-ONE-STAND-RECORD-EXIT.
089400     EXIT.
089500
089600 END PROGRAM NUMGENSTDM.
