001700*               LONGER ISSUE SERIALS UNDER A SERIES THAT
001800*               DOES NOT EXIST.
001900*
002000*               THE OPERATOR MAY ADD A SERIES, AMEND ITS
002100*               SUCCESSOR, RETIRE (CLOSE) ONE, LIST THE
002200*               REGISTER, OR LIST THE SERIES LINEAGE.  A
002300*               CLOSED SERIES KEEPS ITS RECORD - THE HISTORY
002400*               OF WHAT RAN UNDER IT STAYS READABLE - IT JUST
002500*               STOPS ACCEPTING BATCHES.  SEE COPYBOOK
002600*               NGSERIES.
002700*
002800*               THE SUCCESSOR IS THE SERIES MAIN CARRIES AN
002900*               AUTOMATIC BATCH INTO WHEN THIS ONE REACHES ITS
003000*               CEILING.  THE LINEAGE LISTING SHOWS EACH CHAIN
003100*               OF PREDECESSOR AND SUCCESSOR SERIES WITH THE
003200*               DATES EACH WAS ACTIVE.
003300*
003400* MODIFICATION HISTORY
003500*   2026-09-02  RO   ORIGINAL VERSION.
003600*   2026-10-15  RO   ADDING OR CLOSING A SERIES NEEDS SERIES
003700*                    MAINTENANCE ON NUMGEN.AUTH (SEE NUMGENAUTH),
003800*                    CHECKED EACH TIME; THE LISTING STAYS OPEN.
003900*   2026-10-15  RO   A SERIES MAY NAME A SUCCESSOR SERIES, WHEN
004000*                    IT IS ADDED OR LATER WITH THE NEW AMEND
004100*                    ACTION (SAME AUTHORITY AS ADD AND CLOSE).
004200*                    ADDED THE LINEAGE LISTING, OPEN TO ALL
004300*                    LIKE THE REGISTER LISTING.
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. NUMGENSERIES.
004700 AUTHOR. R. OKONKWO.
004800 INSTALLATION. DATA PROCESSING DEPT.
004900 DATE-WRITTEN. 2026-09-02.
005000 DATE-COMPILED.
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT NUMGEN-SERIES-FILE ASSIGN TO "NUMGEN.SERIES"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS NG-SERIES-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*-----------------------------------------------------------*
006200*    SERIES MASTER FILE - SEE COPYBOOK NGSERIES             *
006300*-----------------------------------------------------------*
006400 FD  NUMGEN-SERIES-FILE.
006500     COPY NGSERIES.
006600
006700 WORKING-STORAGE SECTION.
006800 77  PREFIX                       PIC X(50).
006900 77  SUFFIX                       PIC X(50).
007000
007100 77  NG-SERIES-FILE-STATUS        PIC X(02).
007200     88  NG-SERIES-FILE-OK             VALUE "00".
007300     88  NG-SERIES-FILE-NOT-FOUND      VALUE "35".
007400
007500 77  SERIES-EOF-SWITCH            PIC X(01) VALUE "N".
007600     88  SERIES-AT-EOF                 VALUE "Y".
007700     88  SERIES-NOT-AT-EOF              VALUE "N".
007800
007900 77  SERIES-FOUND-SWITCH          PIC X(01) VALUE "N".
008000     88  SERIES-IS-REGISTERED          VALUE "Y".
008100     88  SERIES-NOT-REGISTERED          VALUE "N".
008200
008300 77  MORE-ACTIONS-SWITCH          PIC X(01) VALUE "Y".
008400     88  MORE-ACTIONS                  VALUE "Y".
008500     88  NO-MORE-ACTIONS                VALUE "N".
008600
008700 77  ANOTHER-ACTION-RESPONSE      PIC X(01).
008800
008900 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
009000     88  ENTRY-IS-VALID               VALUE "Y".
009100     88  ENTRY-NOT-VALID               VALUE "N".
009200
009300 77  SM-ACTION                    PIC X(01).
009400     88  SM-ACTION-ADD                 VALUE "A".
009500     88  SM-ACTION-CLOSE               VALUE "C".
009600     88  SM-ACTION-LIST                VALUE "L".
009700     88  SM-ACTION-AMEND               VALUE "M".
009800     88  SM-ACTION-LINEAGE             VALUE "H".
009900     88  SM-ACTION-VALID               VALUE "A" "C" "L"
010000                                             "M" "H".
010100
010200 77  SM-CEILING                   PIC 9(25).
010300 77  SM-CEILING-RAW               PIC X(30).
010400 77  SM-SCHEME                    PIC X(03).
010500     88  SM-SCHEME-VALID               VALUE "NO " SPACES
010600                                             "M10" "M11".
010700 77  SM-FORMAT                    PIC X(03).
010800     88  SM-FORMAT-VALID               VALUE "STD" SPACES
010900                                             "CSV" "FIX".
011000 77  SM-OUT-FILE                  PIC X(50).
011100 77  SM-VENDOR                    PIC X(30).
011200 77  SM-SCHEME-RAW                PIC X(05).
011300 77  SM-FORMAT-RAW                PIC X(05).
011400 77  SM-FOUND-STATUS              PIC X(01).
011500 77  SM-FOUND-SUCC-PREFIX         PIC X(50).
011600 77  SM-FOUND-SUCC-SUFFIX         PIC X(50).
011700 77  SM-SUCC-PREFIX               PIC X(50).
011800 77  SM-SUCC-SUFFIX               PIC X(50).
011900 77  SM-FIND-PREFIX               PIC X(50).
012000 77  SM-FIND-SUFFIX               PIC X(50).
012100 77  SM-TAKEN-PREFIX              PIC X(50).
012200 77  SM-TAKEN-SUFFIX              PIC X(50).
012300 77  SM-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
012400 77  SM-SUB                       PIC 9(03) COMP VALUE ZERO.
012500 77  SM-STEP-COUNT                PIC 9(05) COMP VALUE ZERO.
012600 77  SM-CHAIN-COUNT               PIC 9(05) COMP VALUE ZERO.
012700 77  SM-LONE-COUNT                PIC 9(05) COMP VALUE ZERO.
012800 77  SM-COUNT-EDIT                PIC ZZZZ9.
012900 77  SM-LIST-COUNT                PIC 9(05) COMP VALUE ZERO.
013000 77  SM-EDIT-FIELD                PIC Z(24)9.
013100 77  NG-TOKEN-LEN                 PIC 9(02) COMP.
013200 77  NG-TODAYS-DATE               PIC 9(08).
013300
013400*-----------------------------------------------------------*
013500*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH                     *
013600*-----------------------------------------------------------*
013700 77  NG-AUTH-FUNCTION             PIC X(01) VALUE "S".
013800 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "NUMGENSERIES".
013900 77  NG-AUTH-OPERATOR-ID          PIC X(20).
014000 77  NG-AUTH-RESULT               PIC X(01).
014100     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
014200     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
014300
014400 77  SM-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
014500     88  SM-TABLE-IS-FULL              VALUE "Y".
014600     88  SM-TABLE-NOT-FULL              VALUE "N".
014700
014800 77  SM-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
014900
015000 77  SUCC-TAKEN-SWITCH            PIC X(01) VALUE "N".
015100     88  SUCC-IS-TAKEN                 VALUE "Y".
015200     88  SUCC-NOT-TAKEN                 VALUE "N".
015300
015400 77  SUCC-LOOP-SWITCH             PIC X(01) VALUE "N".
015500     88  SUCC-MAKES-LOOP               VALUE "Y".
015600     88  SUCC-NO-LOOP                   VALUE "N".
015700
015800 77  CHAIN-END-SWITCH             PIC X(01) VALUE "N".
015900     88  CHAIN-AT-END                  VALUE "Y".
016000     88  CHAIN-NOT-AT-END               VALUE "N".
016100
016200 77  PREDECESSOR-SWITCH           PIC X(01) VALUE "N".
016300     88  SERIES-HAS-PREDECESSOR        VALUE "Y".
016400     88  SERIES-NO-PREDECESSOR          VALUE "N".
016500
016600*-----------------------------------------------------------*
016700* SM-SERIES-TABLE - HOLDS THE WHOLE SERIES MASTER WHILE A    *
016800* RECORD IS FLIPPED FROM ACTIVE TO CLOSED, SO THE SET CAN BE *
016900* REWRITTEN TO NUMGEN.SERIES IN ONE PASS, THE SAME WAY MAIN  *
017000* REWRITES NUMGEN.VOID WHEN IT MARKS A REISSUE.  THE         *
017100* SUCCESSOR CHECKS AND THE LINEAGE LISTING WALK IT TOO.      *
017200*-----------------------------------------------------------*
017300 01  SM-SERIES-TABLE.
017400     05  SM-SERIES-ENTRY OCCURS 1 TO 500 TIMES
017500             DEPENDING ON SM-TABLE-COUNT
017600             INDEXED BY SM-IDX.
017700         10  SM-T-PREFIX           PIC X(50).
017800         10  SM-T-SUFFIX           PIC X(50).
017900         10  SM-T-CEILING          PIC 9(25).
018000         10  SM-T-SCHEME           PIC X(03).
018100         10  SM-T-FORMAT           PIC X(03).
018200         10  SM-T-OUT-FILE         PIC X(50).
018300         10  SM-T-VENDOR           PIC X(30).
018400         10  SM-T-STATUS           PIC X(01).
018500         10  SM-T-OPEN-DATE        PIC 9(08).
018600         10  SM-T-CLOSE-DATE       PIC 9(08).
018700         10  SM-T-SUCC-PREFIX      PIC X(50).
018800         10  SM-T-SUCC-SUFFIX      PIC X(50).
018900
019000 PROCEDURE DIVISION.
019100 0000-MAINLINE.
019200     SET MORE-ACTIONS TO TRUE.
019300     PERFORM 1000-PROCESS-ONE-ACTION
019400         THRU 1000-PROCESS-ONE-ACTION-EXIT
019500         UNTIL NO-MORE-ACTIONS.
019600     STOP RUN.
019700
019800*-----------------------------------------------------------*
019900* 1000-PROCESS-ONE-ACTION - ASK WHAT TO DO, DO IT, AND ASK   *
020000* WHETHER THERE IS MORE.                                     *
020100*-----------------------------------------------------------*
020200 1000-PROCESS-ONE-ACTION.
020300     SET ENTRY-NOT-VALID TO TRUE.
020400     PERFORM 1100-GET-ACTION
020500         THRU 1100-GET-ACTION-EXIT
020600         UNTIL ENTRY-IS-VALID.
020700
020800     IF NOT SM-ACTION-LIST AND NOT SM-ACTION-LINEAGE
020900         CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
021000                                 NG-AUTH-PROGRAM,
021100                                 NG-AUTH-OPERATOR-ID,
021200                                 NG-AUTH-RESULT
021300         IF OPERATOR-NOT-AUTHORIZED
021400             GO TO 1000-PROCESS-ONE-ACTION-ASK
021500         END-IF
021600     END-IF.
021700
021800     EVALUATE TRUE
021900         WHEN SM-ACTION-ADD
022000             PERFORM 2000-ADD-SERIES
022100                 THRU 2000-ADD-SERIES-EXIT
022200         WHEN SM-ACTION-CLOSE
022300             PERFORM 3000-CLOSE-SERIES
022400                 THRU 3000-CLOSE-SERIES-EXIT
022500         WHEN SM-ACTION-LIST
022600             PERFORM 4000-LIST-SERIES
022700                 THRU 4000-LIST-SERIES-EXIT
022800         WHEN SM-ACTION-AMEND
022900             PERFORM 5000-AMEND-SERIES
023000                 THRU 5000-AMEND-SERIES-EXIT
023100         WHEN SM-ACTION-LINEAGE
023200             PERFORM 6000-LIST-LINEAGE
023300                 THRU 6000-LIST-LINEAGE-EXIT
023400     END-EVALUATE.
023500
023600 1000-PROCESS-ONE-ACTION-ASK.
023700     DISPLAY "Another action? (Y/N):"
023800     ACCEPT ANOTHER-ACTION-RESPONSE.
023900     IF ANOTHER-ACTION-RESPONSE = "Y" OR
024000             ANOTHER-ACTION-RESPONSE = "y"
024100         SET MORE-ACTIONS TO TRUE
024200     ELSE
024300         SET NO-MORE-ACTIONS TO TRUE
024400     END-IF.
024500 1000-PROCESS-ONE-ACTION-EXIT.
024600     EXIT.
024700
024800 1100-GET-ACTION.
024900     DISPLAY "Action (A=add series, M=amend successor, "
025000         "C=close series, L=list, H=lineage):"
025100     ACCEPT SM-ACTION.
025200     IF SM-ACTION = "a" MOVE "A" TO SM-ACTION END-IF.
025300     IF SM-ACTION = "c" MOVE "C" TO SM-ACTION END-IF.
025400     IF SM-ACTION = "l" MOVE "L" TO SM-ACTION END-IF.
025500     IF SM-ACTION = "m" MOVE "M" TO SM-ACTION END-IF.
025600     IF SM-ACTION = "h" MOVE "H" TO SM-ACTION END-IF.
025700     IF SM-ACTION-VALID
025800         SET ENTRY-IS-VALID TO TRUE
025900     ELSE
026000         DISPLAY "ERROR - ACTION MUST BE A, M, C, L, OR H - "
026100             "ENTER AGAIN"
026200         SET ENTRY-NOT-VALID TO TRUE
026300     END-IF.
026400 1100-GET-ACTION-EXIT.
026500     EXIT.
026600
026700*-----------------------------------------------------------*
026800* 2000-ADD-SERIES - REGISTER A NEW PREFIX/SUFFIX SERIES.     *
026900* EVERY FIELD IS VALIDATED AT ENTRY TIME; A SERIES ALREADY   *
027000* ON THE MASTER, ACTIVE OR CLOSED, CANNOT BE ADDED AGAIN.    *
027100* THE SUCCESSOR MAY BE LEFT BLANK AND NAMED LATER WITH THE   *
027200* AMEND ACTION.                                              *
027300*-----------------------------------------------------------*
027400 2000-ADD-SERIES.
027500     DISPLAY "Enter prefix:"
027600     ACCEPT PREFIX.
027700     DISPLAY "Enter suffix:"
027800     ACCEPT SUFFIX.
027900
028000     PERFORM 2500-LOOK-UP-SERIES
028100         THRU 2500-LOOK-UP-SERIES-EXIT.
028200     IF SERIES-IS-REGISTERED
028300         DISPLAY "ERROR - THIS PREFIX/SUFFIX IS ALREADY ON "
028400             "THE SERIES MASTER (STATUS " SM-FOUND-STATUS
028500             ") - NOTHING ADDED"
028600         GO TO 2000-ADD-SERIES-EXIT
028700     END-IF.
028800
028900     SET ENTRY-NOT-VALID TO TRUE.
029000     PERFORM 2100-GET-CEILING
029100         THRU 2100-GET-CEILING-EXIT
029200         UNTIL ENTRY-IS-VALID.
029300
029400     SET ENTRY-NOT-VALID TO TRUE.
029500     PERFORM 2200-GET-DEFAULT-SCHEME
029600         THRU 2200-GET-DEFAULT-SCHEME-EXIT
029700         UNTIL ENTRY-IS-VALID.
029800
029900     SET ENTRY-NOT-VALID TO TRUE.
030000     PERFORM 2300-GET-DEFAULT-FORMAT
030100         THRU 2300-GET-DEFAULT-FORMAT-EXIT
030200         UNTIL ENTRY-IS-VALID.
030300
030400     DISPLAY "Default output file (blank for NUMGEN.OUT):"
030500     MOVE SPACES TO SM-OUT-FILE.
030600     ACCEPT SM-OUT-FILE.
030700
030800     DISPLAY "Owning vendor:"
030900     MOVE SPACES TO SM-VENDOR.
031000     ACCEPT SM-VENDOR.
031100
031200     SET ENTRY-NOT-VALID TO TRUE.
031300     PERFORM 2400-GET-SUCCESSOR
031400         THRU 2400-GET-SUCCESSOR-EXIT
031500         UNTIL ENTRY-IS-VALID.
031600
031700     PERFORM 2600-WRITE-SERIES-RECORD
031800         THRU 2600-WRITE-SERIES-RECORD-EXIT.
031900     DISPLAY "SERIES REGISTERED IN NUMGEN.SERIES".
032000 2000-ADD-SERIES-EXIT.
032100     EXIT.
032200
032300*-----------------------------------------------------------*
032400* 2100-GET-CEILING - ACCEPT THE SERIES CEILING, REJECTING    *
032500* BLANK, OVERSIZED, NON-NUMERIC, AND ZERO ENTRIES THE SAME   *
032600* WAY MAIN VALIDATES ITS NUMBERS.                            *
032700*-----------------------------------------------------------*
032800 2100-GET-CEILING.
032900     DISPLAY "Enter series ceiling (highest number the "
033000         "series may ever use):"
033100     MOVE SPACES TO SM-CEILING-RAW.
033200     ACCEPT SM-CEILING-RAW.
033300     MOVE ZERO TO NG-TOKEN-LEN.
033400     INSPECT SM-CEILING-RAW
033500         TALLYING NG-TOKEN-LEN FOR CHARACTERS
033600             BEFORE INITIAL SPACE.
033700     SET ENTRY-NOT-VALID TO TRUE.
033800
033900     IF NG-TOKEN-LEN = 0
034000         DISPLAY "ERROR - CEILING MUST NOT BE BLANK - "
034100             "ENTER AGAIN"
034200         GO TO 2100-GET-CEILING-EXIT
034300     END-IF.
034400
034500     IF NG-TOKEN-LEN > 25
034600         DISPLAY "ERROR - CEILING MAY NOT EXCEED 25 DIGITS - "
034700             "ENTER AGAIN"
034800         GO TO 2100-GET-CEILING-EXIT
034900     END-IF.
035000
035100     IF SM-CEILING-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
035200         DISPLAY "ERROR - CEILING MUST BE NUMERIC - "
035300             "ENTER AGAIN"
035400         GO TO 2100-GET-CEILING-EXIT
035500     END-IF.
035600
035700     MOVE SM-CEILING-RAW(1:NG-TOKEN-LEN) TO SM-CEILING.
035800     IF SM-CEILING = ZERO
035900         DISPLAY "ERROR - CEILING MUST BE AT LEAST ONE - "
036000             "ENTER AGAIN"
036100         GO TO 2100-GET-CEILING-EXIT
036200     END-IF.
036300     SET ENTRY-IS-VALID TO TRUE.
036400 2100-GET-CEILING-EXIT.
036500     EXIT.
036600
036700*-----------------------------------------------------------*
036800* 2200-GET-DEFAULT-SCHEME - THE CHECK DIGIT SCHEME A BATCH   *
036900* UNDER THIS SERIES GETS WHEN ITS CARD LEAVES THE FIELD      *
037000* BLANK.  A BLANK ENTRY HERE MEANS NO DEFAULT - A BLANK      *
037100* CARD FIELD THEN STILL MEANS NO CHECK DIGIT, AS ALWAYS.     *
037200*-----------------------------------------------------------*
037300 2200-GET-DEFAULT-SCHEME.
037400     DISPLAY "Default check digit scheme (M10/M11/NO, blank "
037500         "for no default):"
037600     MOVE SPACES TO SM-SCHEME-RAW.
037700     ACCEPT SM-SCHEME-RAW.
037800     IF SM-SCHEME-RAW(4:2) NOT = SPACES
037900         DISPLAY "ERROR - SCHEME MUST BE M10, M11, NO, OR "
038000             "BLANK - ENTER AGAIN"
038100         SET ENTRY-NOT-VALID TO TRUE
038200         GO TO 2200-GET-DEFAULT-SCHEME-EXIT
038300     END-IF.
038400     MOVE SM-SCHEME-RAW(1:3) TO SM-SCHEME.
038500     IF SM-SCHEME-VALID
038600         SET ENTRY-IS-VALID TO TRUE
038700     ELSE
038800         DISPLAY "ERROR - SCHEME MUST BE M10, M11, NO, OR "
038900             "BLANK - ENTER AGAIN"
039000         SET ENTRY-NOT-VALID TO TRUE
039100     END-IF.
039200 2200-GET-DEFAULT-SCHEME-EXIT.
039300     EXIT.
039400
039500*-----------------------------------------------------------*
039600* 2300-GET-DEFAULT-FORMAT - THE OUTPUT FORMAT A BATCH UNDER  *
039700* THIS SERIES GETS WHEN ITS CARD LEAVES THE FIELD BLANK.     *
039800*-----------------------------------------------------------*
039900 2300-GET-DEFAULT-FORMAT.
040000     DISPLAY "Default output format (STD/CSV/FIX, blank for "
040100         "no default):"
040200     MOVE SPACES TO SM-FORMAT-RAW.
040300     ACCEPT SM-FORMAT-RAW.
040400     IF SM-FORMAT-RAW(4:2) NOT = SPACES
040500         DISPLAY "ERROR - FORMAT MUST BE STD, CSV, FIX, OR "
040600             "BLANK - ENTER AGAIN"
040700         SET ENTRY-NOT-VALID TO TRUE
040800         GO TO 2300-GET-DEFAULT-FORMAT-EXIT
040900     END-IF.
041000     MOVE SM-FORMAT-RAW(1:3) TO SM-FORMAT.
041100     IF SM-FORMAT-VALID
041200         SET ENTRY-IS-VALID TO TRUE
041300     ELSE
041400         DISPLAY "ERROR - FORMAT MUST BE STD, CSV, FIX, OR "
041500             "BLANK - ENTER AGAIN"
041600         SET ENTRY-NOT-VALID TO TRUE
041700     END-IF.
041800 2300-GET-DEFAULT-FORMAT-EXIT.
041900     EXIT.
042000
042100*-----------------------------------------------------------*
042200* 2400-GET-SUCCESSOR - THE SERIES MAIN CARRIES AN AUTOMATIC *
042300* BATCH INTO WHEN THIS ONE REACHES ITS CEILING; BLANK FOR   *
042400* NONE. THE SUCCESSOR MUST ALREADY BE REGISTERED AND ACTIVE,*
042500* MAY NOT BE THE SERIES ITSELF OR ALREADY SUCCEED ANOTHER   *
042600* SERIES, AND MAY NOT LEAD BACK TO THIS SERIES THROUGH ITS  *
042700* OWN SUCCESSORS - SO EVERY LINEAGE STAYS A SIMPLE CHAIN.   *
042800*-----------------------------------------------------------*
042900 2400-GET-SUCCESSOR.
043000     DISPLAY "Successor prefix (blank for no successor):"
043100     MOVE SPACES TO SM-SUCC-PREFIX.
043200     ACCEPT SM-SUCC-PREFIX.
043300     DISPLAY "Successor suffix:"
043400     MOVE SPACES TO SM-SUCC-SUFFIX.
043500     ACCEPT SM-SUCC-SUFFIX.
043600     SET ENTRY-NOT-VALID TO TRUE.
043700
043800     IF SM-SUCC-PREFIX = SPACES AND SM-SUCC-SUFFIX = SPACES
043900         SET ENTRY-IS-VALID TO TRUE
044000         GO TO 2400-GET-SUCCESSOR-EXIT
044100     END-IF.
044200
044300     IF SM-SUCC-PREFIX = PREFIX AND SM-SUCC-SUFFIX = SUFFIX
044400         DISPLAY "ERROR - A SERIES CANNOT BE ITS OWN "
044500             "SUCCESSOR - ENTER AGAIN"
044600         GO TO 2400-GET-SUCCESSOR-EXIT
044700     END-IF.
044800
044900     PERFORM 3100-LOAD-SERIES-TABLE
045000         THRU 3100-LOAD-SERIES-TABLE-EXIT.
045100     IF SM-TABLE-IS-FULL
045200         DISPLAY "WARNING - SERIES MASTER TOO LARGE TO CHECK "
045300             "THE SUCCESSOR - NO SUCCESSOR RECORDED"
045400         MOVE SPACES TO SM-SUCC-PREFIX
045500         MOVE SPACES TO SM-SUCC-SUFFIX
045600         SET ENTRY-IS-VALID TO TRUE
045700         GO TO 2400-GET-SUCCESSOR-EXIT
045800     END-IF.
045900
046000     MOVE SM-SUCC-PREFIX TO SM-FIND-PREFIX.
046100     MOVE SM-SUCC-SUFFIX TO SM-FIND-SUFFIX.
046200     PERFORM 2450-FIND-TABLE-ENTRY
046300         THRU 2450-FIND-TABLE-ENTRY-EXIT.
046400     IF SM-FOUND-SUB = 0
046500         DISPLAY "ERROR - THE SUCCESSOR IS NOT ON THE SERIES "
046600             "MASTER - REGISTER IT FIRST - ENTER AGAIN"
046700         GO TO 2400-GET-SUCCESSOR-EXIT
046800     END-IF.
046900     IF SM-T-STATUS(SM-FOUND-SUB) = "C"
047000         DISPLAY "ERROR - THE SUCCESSOR SERIES IS CLOSED - "
047100             "ENTER AGAIN"
047200         GO TO 2400-GET-SUCCESSOR-EXIT
047300     END-IF.
047400
047500     SET SUCC-NOT-TAKEN TO TRUE.
047600     PERFORM 2420-CHECK-ONE-PREDECESSOR
047700         THRU 2420-CHECK-ONE-PREDECESSOR-EXIT
047800         VARYING SM-IDX FROM 1 BY 1
047900         UNTIL SM-IDX > SM-TABLE-COUNT OR SUCC-IS-TAKEN.
048000     IF SUCC-IS-TAKEN
048100         DISPLAY "ERROR - THAT SERIES ALREADY SUCCEEDS PREFIX "
048200             SM-TAKEN-PREFIX(1:30) " SUFFIX "
048300             SM-TAKEN-SUFFIX(1:30) " - ENTER AGAIN"
048400         GO TO 2400-GET-SUCCESSOR-EXIT
048500     END-IF.
048600
048700     SET SUCC-NO-LOOP TO TRUE.
048800     SET CHAIN-NOT-AT-END TO TRUE.
048900     MOVE ZERO TO SM-STEP-COUNT.
049000     MOVE SM-T-SUCC-PREFIX(SM-FOUND-SUB) TO SM-FIND-PREFIX.
049100     MOVE SM-T-SUCC-SUFFIX(SM-FOUND-SUB) TO SM-FIND-SUFFIX.
049200     PERFORM 2430-FOLLOW-ONE-LINK
049300         THRU 2430-FOLLOW-ONE-LINK-EXIT
049400         UNTIL CHAIN-AT-END OR SUCC-MAKES-LOOP.
049500     IF SUCC-MAKES-LOOP
049600         DISPLAY "ERROR - THAT SERIES LEADS BACK TO THIS ONE "
049700             "THROUGH ITS OWN SUCCESSORS - ENTER AGAIN"
049800         GO TO 2400-GET-SUCCESSOR-EXIT
049900     END-IF.
050000     SET ENTRY-IS-VALID TO TRUE.
050100 2400-GET-SUCCESSOR-EXIT.
050200     EXIT.
050300
050400*    ANOTHER SERIES ALREADY NAMING THE SAME SUCCESSOR WOULD
050500*    FORK THE LINEAGE.  THE SERIES BEING AMENDED IS NOT
050600*    "ANOTHER" - IT MAY NAME ITS CURRENT SUCCESSOR AGAIN.
050700 2420-CHECK-ONE-PREDECESSOR.
050800     IF SM-T-SUCC-PREFIX(SM-IDX) = SM-SUCC-PREFIX AND
050900             SM-T-SUCC-SUFFIX(SM-IDX) = SM-SUCC-SUFFIX AND
051000             NOT (SM-T-PREFIX(SM-IDX) = PREFIX AND
051100                  SM-T-SUFFIX(SM-IDX) = SUFFIX)
051200         SET SUCC-IS-TAKEN TO TRUE
051300         MOVE SM-T-PREFIX(SM-IDX) TO SM-TAKEN-PREFIX
051400         MOVE SM-T-SUFFIX(SM-IDX) TO SM-TAKEN-SUFFIX
051500     END-IF.
051600 2420-CHECK-ONE-PREDECESSOR-EXIT.
051700     EXIT.
051800
051900*    ONE STEP DOWN THE SUCCESSOR'S OWN CHAIN.  THE STEP COUNT
052000*    STOPS THE WALK ON A MASTER ALREADY LOOPED BY HAND.
052100 2430-FOLLOW-ONE-LINK.
052200     IF SM-FIND-PREFIX = SPACES AND SM-FIND-SUFFIX = SPACES
052300         SET CHAIN-AT-END TO TRUE
052400         GO TO 2430-FOLLOW-ONE-LINK-EXIT
052500     END-IF.
052600     IF SM-FIND-PREFIX = PREFIX AND SM-FIND-SUFFIX = SUFFIX
052700         SET SUCC-MAKES-LOOP TO TRUE
052800         GO TO 2430-FOLLOW-ONE-LINK-EXIT
052900     END-IF.
053000     ADD 1 TO SM-STEP-COUNT.
053100     IF SM-STEP-COUNT > SM-TABLE-COUNT
053200         SET CHAIN-AT-END TO TRUE
053300         GO TO 2430-FOLLOW-ONE-LINK-EXIT
053400     END-IF.
053500
053600     PERFORM 2450-FIND-TABLE-ENTRY
053700         THRU 2450-FIND-TABLE-ENTRY-EXIT.
053800     IF SM-FOUND-SUB = 0
053900         SET CHAIN-AT-END TO TRUE
054000         GO TO 2430-FOLLOW-ONE-LINK-EXIT
054100     END-IF.
054200     MOVE SM-T-SUCC-PREFIX(SM-FOUND-SUB) TO SM-FIND-PREFIX.
054300     MOVE SM-T-SUCC-SUFFIX(SM-FOUND-SUB) TO SM-FIND-SUFFIX.
054400 2430-FOLLOW-ONE-LINK-EXIT.
054500     EXIT.
054600
054700*-----------------------------------------------------------*
054800* 2450-FIND-TABLE-ENTRY - LOCATE SM-FIND-PREFIX/SUFFIX IN   *
054900* THE LOADED SM-SERIES-TABLE. SM-FOUND-SUB IS ITS ENTRY     *
055000* NUMBER, OR ZERO WHEN IT IS NOT THERE.                     *
055100*-----------------------------------------------------------*
055200 2450-FIND-TABLE-ENTRY.
055300     MOVE ZERO TO SM-FOUND-SUB.
055400     IF SM-TABLE-COUNT > 0
055500         PERFORM 2460-CHECK-ONE-TABLE-ENTRY
055600             THRU 2460-CHECK-ONE-TABLE-ENTRY-EXIT
055700             VARYING SM-SUB FROM 1 BY 1
055800             UNTIL SM-SUB > SM-TABLE-COUNT OR SM-FOUND-SUB > 0
055900     END-IF.
056000 2450-FIND-TABLE-ENTRY-EXIT.
056100     EXIT.
056200
056300 2460-CHECK-ONE-TABLE-ENTRY.
056400     IF SM-T-PREFIX(SM-SUB) = SM-FIND-PREFIX AND
056500             SM-T-SUFFIX(SM-SUB) = SM-FIND-SUFFIX
056600         MOVE SM-SUB TO SM-FOUND-SUB
056700     END-IF.
056800 2460-CHECK-ONE-TABLE-ENTRY-EXIT.
056900     EXIT.
057000
057100*-----------------------------------------------------------*
057200* 2500-LOOK-UP-SERIES - SCAN NUMGEN.SERIES FOR THE CURRENT   *
057300* PREFIX/SUFFIX.  IF THE FILE DOES NOT EXIST YET NOTHING IS  *
057400* REGISTERED.  THE STATUS AND SUCCESSOR OF A FOUND RECORD    *
057500* ARE KEPT IN SM-FOUND-STATUS AND SM-FOUND-SUCC-PREFIX/      *
057600* SUFFIX.                                                    *
057700*-----------------------------------------------------------*
057800 2500-LOOK-UP-SERIES.
057900     SET SERIES-NOT-REGISTERED TO TRUE.
058000     MOVE SPACE TO SM-FOUND-STATUS.
058100     MOVE SPACES TO SM-FOUND-SUCC-PREFIX.
058200     MOVE SPACES TO SM-FOUND-SUCC-SUFFIX.
058300     OPEN INPUT NUMGEN-SERIES-FILE.
058400     IF NG-SERIES-FILE-OK
058500         SET SERIES-NOT-AT-EOF TO TRUE
058600         PERFORM 2510-CHECK-ONE-SERIES-RECORD
058700             THRU 2510-CHECK-ONE-SERIES-RECORD-EXIT
058800             UNTIL SERIES-AT-EOF OR SERIES-IS-REGISTERED
058900         CLOSE NUMGEN-SERIES-FILE
059000     END-IF.
059100 2500-LOOK-UP-SERIES-EXIT.
059200     EXIT.
059300
059400 2510-CHECK-ONE-SERIES-RECORD.
059500     READ NUMGEN-SERIES-FILE
059600         AT END
059700             SET SERIES-AT-EOF TO TRUE
059800             GO TO 2510-CHECK-ONE-SERIES-RECORD-EXIT
059900     END-READ.
060000
060100     IF NGS-PREFIX = PREFIX AND NGS-SUFFIX = SUFFIX
060200         SET SERIES-IS-REGISTERED TO TRUE
060300         MOVE NGS-STATUS TO SM-FOUND-STATUS
060400         MOVE NGS-SUCCESSOR-PREFIX TO SM-FOUND-SUCC-PREFIX
060500         MOVE NGS-SUCCESSOR-SUFFIX TO SM-FOUND-SUCC-SUFFIX
060600     END-IF.
060700 2510-CHECK-ONE-SERIES-RECORD-EXIT.
060800     EXIT.
060900
061000*-----------------------------------------------------------*
061100* 2600-WRITE-SERIES-RECORD - APPEND THE NEW SERIES RECORD.   *
061200* THE FILE IS OPENED EXTEND SO RECORDS ACCUMULATE ACROSS     *
061300* RUNS; IF IT DOES NOT YET EXIST, EXTEND FAILS WITH STATUS   *
061400* 35 AND WE FALL BACK TO OPEN OUTPUT TO CREATE IT.           *
061500*-----------------------------------------------------------*
061600 2600-WRITE-SERIES-RECORD.
061700     OPEN EXTEND NUMGEN-SERIES-FILE.
061800     IF NG-SERIES-FILE-NOT-FOUND
061900         OPEN OUTPUT NUMGEN-SERIES-FILE
062000     END-IF.
062100     MOVE SPACES TO NG-SERIES-RECORD.
062200     MOVE PREFIX TO NGS-PREFIX.
062300     MOVE SUFFIX TO NGS-SUFFIX.
062400     MOVE SM-CEILING TO NGS-CEILING.
062500     MOVE SM-SCHEME TO NGS-CHECK-SCHEME.
062600     MOVE SM-FORMAT TO NGS-OUT-FORMAT.
062700     MOVE SM-OUT-FILE TO NGS-OUT-FILE.
062800     MOVE SM-VENDOR TO NGS-VENDOR.
062900     MOVE "A" TO NGS-STATUS.
063000     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
063100     MOVE NG-TODAYS-DATE TO NGS-OPEN-DATE.
063200     MOVE ZERO TO NGS-CLOSE-DATE.
063300     MOVE SM-SUCC-PREFIX TO NGS-SUCCESSOR-PREFIX.
063400     MOVE SM-SUCC-SUFFIX TO NGS-SUCCESSOR-SUFFIX.
063500     WRITE NG-SERIES-RECORD.
063600     CLOSE NUMGEN-SERIES-FILE.
063700 2600-WRITE-SERIES-RECORD-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------*
064100* 3000-CLOSE-SERIES - RETIRE AN ACTIVE SERIES.  THE WHOLE    *
064200* MASTER IS RELOADED, THE ONE RECORD IS FLIPPED TO CLOSED    *
064300* WITH TODAY'S DATE, AND THE SET IS REWRITTEN - THE SAME     *
064400* ONE-PASS REWRITE MAIN USES FOR NUMGEN.VOID.  IF THE MASTER *
064500* HAS OUTGROWN THE TABLE THE FILE IS LEFT EXACTLY AS IT WAS. *
064600*-----------------------------------------------------------*
064700 3000-CLOSE-SERIES.
064800     DISPLAY "Enter prefix:"
064900     ACCEPT PREFIX.
065000     DISPLAY "Enter suffix:"
065100     ACCEPT SUFFIX.
065200
065300     PERFORM 2500-LOOK-UP-SERIES
065400         THRU 2500-LOOK-UP-SERIES-EXIT.
065500     IF SERIES-NOT-REGISTERED
065600         DISPLAY "ERROR - THIS PREFIX/SUFFIX IS NOT ON THE "
065700             "SERIES MASTER - NOTHING CLOSED"
065800         GO TO 3000-CLOSE-SERIES-EXIT
065900     END-IF.
066000     IF SM-FOUND-STATUS = "C"
066100         DISPLAY "ERROR - THIS SERIES IS ALREADY CLOSED - "
066200             "NOTHING CHANGED"
066300         GO TO 3000-CLOSE-SERIES-EXIT
066400     END-IF.
066500
066600     PERFORM 3100-LOAD-SERIES-TABLE
066700         THRU 3100-LOAD-SERIES-TABLE-EXIT.
066800     IF SM-TABLE-IS-FULL
066900         DISPLAY "WARNING - SERIES MASTER TOO LARGE TO "
067000             "REWRITE - NUMGEN.SERIES LEFT UNTOUCHED AND "
067100             "THE SERIES NOT CLOSED"
067200         GO TO 3000-CLOSE-SERIES-EXIT
067300     END-IF.
067400
067500     PERFORM 3200-FLIP-MATCHING-ENTRY
067600         THRU 3200-FLIP-MATCHING-ENTRY-EXIT
067700         VARYING SM-IDX FROM 1 BY 1
067800         UNTIL SM-IDX > SM-TABLE-COUNT.
067900
068000     OPEN OUTPUT NUMGEN-SERIES-FILE.
068100     IF SM-TABLE-COUNT > 0
068200         PERFORM 3300-WRITE-ONE-TABLE-RECORD
068300             THRU 3300-WRITE-ONE-TABLE-RECORD-EXIT
068400             VARYING SM-IDX FROM 1 BY 1
068500             UNTIL SM-IDX > SM-TABLE-COUNT
068600     END-IF.
068700     CLOSE NUMGEN-SERIES-FILE.
068800     DISPLAY "SERIES CLOSED ON NUMGEN.SERIES".
068900 3000-CLOSE-SERIES-EXIT.
069000     EXIT.
069100
069200 3100-LOAD-SERIES-TABLE.
069300     MOVE ZERO TO SM-TABLE-COUNT.
069400     SET SM-TABLE-NOT-FULL TO TRUE.
069500     OPEN INPUT NUMGEN-SERIES-FILE.
069600     IF NG-SERIES-FILE-NOT-FOUND
069700         GO TO 3100-LOAD-SERIES-TABLE-EXIT
069800     END-IF.
069900     SET SERIES-NOT-AT-EOF TO TRUE.
070000     PERFORM 3110-LOAD-ONE-SERIES-RECORD
070100         THRU 3110-LOAD-ONE-SERIES-RECORD-EXIT
070200         UNTIL SERIES-AT-EOF.
070300     CLOSE NUMGEN-SERIES-FILE.
070400 3100-LOAD-SERIES-TABLE-EXIT.
070500     EXIT.
070600
070700 3110-LOAD-ONE-SERIES-RECORD.
070800     READ NUMGEN-SERIES-FILE
070900         AT END
071000             SET SERIES-AT-EOF TO TRUE
071100             GO TO 3110-LOAD-ONE-SERIES-RECORD-EXIT
071200     END-READ.
071300
071400     IF SM-TABLE-COUNT >= 500
071500         SET SM-TABLE-IS-FULL TO TRUE
071600         GO TO 3110-LOAD-ONE-SERIES-RECORD-EXIT
071700     END-IF.
071800
071900     ADD 1 TO SM-TABLE-COUNT.
072000     MOVE NGS-PREFIX TO SM-T-PREFIX(SM-TABLE-COUNT).
072100     MOVE NGS-SUFFIX TO SM-T-SUFFIX(SM-TABLE-COUNT).
072200     MOVE NGS-CEILING TO SM-T-CEILING(SM-TABLE-COUNT).
072300     MOVE NGS-CHECK-SCHEME TO SM-T-SCHEME(SM-TABLE-COUNT).
072400     MOVE NGS-OUT-FORMAT TO SM-T-FORMAT(SM-TABLE-COUNT).
072500     MOVE NGS-OUT-FILE TO SM-T-OUT-FILE(SM-TABLE-COUNT).
072600     MOVE NGS-VENDOR TO SM-T-VENDOR(SM-TABLE-COUNT).
072700     MOVE NGS-STATUS TO SM-T-STATUS(SM-TABLE-COUNT).
072800     MOVE NGS-OPEN-DATE TO SM-T-OPEN-DATE(SM-TABLE-COUNT).
072900     MOVE NGS-CLOSE-DATE TO SM-T-CLOSE-DATE(SM-TABLE-COUNT).
073000     MOVE NGS-SUCCESSOR-PREFIX
073100         TO SM-T-SUCC-PREFIX(SM-TABLE-COUNT).
073200     MOVE NGS-SUCCESSOR-SUFFIX
073300         TO SM-T-SUCC-SUFFIX(SM-TABLE-COUNT).
073400 3110-LOAD-ONE-SERIES-RECORD-EXIT.
073500     EXIT.
073600
073700 3200-FLIP-MATCHING-ENTRY.
073800     IF SM-T-PREFIX(SM-IDX) = PREFIX AND
073900             SM-T-SUFFIX(SM-IDX) = SUFFIX AND
074000             SM-T-STATUS(SM-IDX) = "A"
074100         MOVE "C" TO SM-T-STATUS(SM-IDX)
074200         ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD
074300         MOVE NG-TODAYS-DATE TO SM-T-CLOSE-DATE(SM-IDX)
074400     END-IF.
074500 3200-FLIP-MATCHING-ENTRY-EXIT.
074600     EXIT.
074700
074800 3300-WRITE-ONE-TABLE-RECORD.
074900     MOVE SPACES TO NG-SERIES-RECORD.
075000     MOVE SM-T-PREFIX(SM-IDX) TO NGS-PREFIX.
075100     MOVE SM-T-SUFFIX(SM-IDX) TO NGS-SUFFIX.
075200     MOVE SM-T-CEILING(SM-IDX) TO NGS-CEILING.
075300     MOVE SM-T-SCHEME(SM-IDX) TO NGS-CHECK-SCHEME.
075400     MOVE SM-T-FORMAT(SM-IDX) TO NGS-OUT-FORMAT.
075500     MOVE SM-T-OUT-FILE(SM-IDX) TO NGS-OUT-FILE.
075600     MOVE SM-T-VENDOR(SM-IDX) TO NGS-VENDOR.
075700     MOVE SM-T-STATUS(SM-IDX) TO NGS-STATUS.
075800     MOVE SM-T-OPEN-DATE(SM-IDX) TO NGS-OPEN-DATE.
075900     MOVE SM-T-CLOSE-DATE(SM-IDX) TO NGS-CLOSE-DATE.
076000     MOVE SM-T-SUCC-PREFIX(SM-IDX) TO NGS-SUCCESSOR-PREFIX.
076100     MOVE SM-T-SUCC-SUFFIX(SM-IDX) TO NGS-SUCCESSOR-SUFFIX.
076200     WRITE NG-SERIES-RECORD.
076300 3300-WRITE-ONE-TABLE-RECORD-EXIT.
076400     EXIT.
076500
076600*-----------------------------------------------------------*
076700* 4000-LIST-SERIES - DISPLAY EVERY RECORD ON THE MASTER.     *
076800*-----------------------------------------------------------*
076900 4000-LIST-SERIES.
077000     MOVE ZERO TO SM-LIST-COUNT.
077100     OPEN INPUT NUMGEN-SERIES-FILE.
077200     IF NG-SERIES-FILE-NOT-FOUND
077300         DISPLAY "NUMGEN.SERIES NOT FOUND - NO SERIES "
077400             "REGISTERED YET"
077500         GO TO 4000-LIST-SERIES-EXIT
077600     END-IF.
077700
077800     DISPLAY " ".
077900     DISPLAY "SERIES MASTER LISTING".
078000     SET SERIES-NOT-AT-EOF TO TRUE.
078100     PERFORM 4100-LIST-ONE-SERIES-RECORD
078200         THRU 4100-LIST-ONE-SERIES-RECORD-EXIT
078300         UNTIL SERIES-AT-EOF.
078400     CLOSE NUMGEN-SERIES-FILE.
078500
078600     IF SM-LIST-COUNT = 0
078700         DISPLAY "NO SERIES REGISTERED."
078800     END-IF.
078900 4000-LIST-SERIES-EXIT.
079000     EXIT.
079100
079200 4100-LIST-ONE-SERIES-RECORD.
079300     READ NUMGEN-SERIES-FILE
079400         AT END
079500             SET SERIES-AT-EOF TO TRUE
079600             GO TO 4100-LIST-ONE-SERIES-RECORD-EXIT
079700     END-READ.
079800     ADD 1 TO SM-LIST-COUNT.
079900
080000     DISPLAY " ".
080100     DISPLAY "PREFIX: " NGS-PREFIX(1:30)
080200         " SUFFIX: " NGS-SUFFIX(1:30).
080300     IF NGS-ACTIVE
080400         DISPLAY "   STATUS:  ACTIVE (SINCE " NGS-OPEN-DATE ")"
080500     ELSE
080600         DISPLAY "   STATUS:  CLOSED (" NGS-CLOSE-DATE ")"
080700     END-IF.
080800     MOVE NGS-CEILING TO SM-EDIT-FIELD.
080900     DISPLAY "   CEILING: " SM-EDIT-FIELD.
081000     DISPLAY "   DEFAULTS: SCHEME=" NGS-CHECK-SCHEME
081100         " FORMAT=" NGS-OUT-FORMAT
081200         " FILE=" NGS-OUT-FILE(1:30).
081300     DISPLAY "   VENDOR:  " NGS-VENDOR.
081400     IF NGS-SUCCESSOR-PREFIX NOT = SPACES OR
081500             NGS-SUCCESSOR-SUFFIX NOT = SPACES
081600         DISPLAY "   SUCCESSOR: PREFIX "
081700             NGS-SUCCESSOR-PREFIX(1:30) " SUFFIX "
081800             NGS-SUCCESSOR-SUFFIX(1:30)
081900     END-IF.
082000 4100-LIST-ONE-SERIES-RECORD-EXIT.
082100     EXIT.
082200
082300*-----------------------------------------------------------*
082400* 5000-AMEND-SERIES - NAME, CHANGE, OR REMOVE THE SUCCESSOR *
082500* OF A SERIES ALREADY ON THE MASTER, ACTIVE OR CLOSED. THE  *
082600* MASTER IS RELOADED, THE ONE RECORD CHANGED, AND THE SET   *
082700* REWRITTEN, THE SAME WAY 3000 CLOSES A SERIES.             *
082800*-----------------------------------------------------------*
082900 5000-AMEND-SERIES.
083000     DISPLAY "Enter prefix:"
083100     ACCEPT PREFIX.
083200     DISPLAY "Enter suffix:"
083300     ACCEPT SUFFIX.
083400
083500     PERFORM 2500-LOOK-UP-SERIES
083600         THRU 2500-LOOK-UP-SERIES-EXIT.
083700     IF SERIES-NOT-REGISTERED
083800         DISPLAY "ERROR - THIS PREFIX/SUFFIX IS NOT ON THE "
083900             "SERIES MASTER - NOTHING AMENDED"
084000         GO TO 5000-AMEND-SERIES-EXIT
084100     END-IF.
084200     IF SM-FOUND-SUCC-PREFIX = SPACES AND
084300             SM-FOUND-SUCC-SUFFIX = SPACES
084400         DISPLAY "CURRENT SUCCESSOR: NONE"
084500     ELSE
084600         DISPLAY "CURRENT SUCCESSOR: PREFIX "
084700             SM-FOUND-SUCC-PREFIX(1:30) " SUFFIX "
084800             SM-FOUND-SUCC-SUFFIX(1:30)
084900     END-IF.
085000
085100     SET ENTRY-NOT-VALID TO TRUE.
085200     PERFORM 2400-GET-SUCCESSOR
085300         THRU 2400-GET-SUCCESSOR-EXIT
085400         UNTIL ENTRY-IS-VALID.
085500
085600     PERFORM 3100-LOAD-SERIES-TABLE
085700         THRU 3100-LOAD-SERIES-TABLE-EXIT.
085800     IF SM-TABLE-IS-FULL
085900         DISPLAY "WARNING - SERIES MASTER TOO LARGE TO "
086000             "REWRITE - NUMGEN.SERIES LEFT UNTOUCHED AND "
086100             "THE SUCCESSOR NOT CHANGED"
086200         GO TO 5000-AMEND-SERIES-EXIT
086300     END-IF.
086400
086500     PERFORM 5100-AMEND-MATCHING-ENTRY
086600         THRU 5100-AMEND-MATCHING-ENTRY-EXIT
086700         VARYING SM-IDX FROM 1 BY 1
086800         UNTIL SM-IDX > SM-TABLE-COUNT.
086900
087000     OPEN OUTPUT NUMGEN-SERIES-FILE.
087100     IF SM-TABLE-COUNT > 0
087200         PERFORM 3300-WRITE-ONE-TABLE-RECORD
087300             THRU 3300-WRITE-ONE-TABLE-RECORD-EXIT
087400             VARYING SM-IDX FROM 1 BY 1
087500             UNTIL SM-IDX > SM-TABLE-COUNT
087600     END-IF.
087700     CLOSE NUMGEN-SERIES-FILE.
087800     IF SM-SUCC-PREFIX = SPACES AND SM-SUCC-SUFFIX = SPACES
087900         DISPLAY "SUCCESSOR REMOVED ON NUMGEN.SERIES"
088000     ELSE
088100         DISPLAY "SUCCESSOR RECORDED ON NUMGEN.SERIES"
088200     END-IF.
088300 5000-AMEND-SERIES-EXIT.
088400     EXIT.
088500
088600 5100-AMEND-MATCHING-ENTRY.
088700     IF SM-T-PREFIX(SM-IDX) = PREFIX AND
088800             SM-T-SUFFIX(SM-IDX) = SUFFIX
088900         MOVE SM-SUCC-PREFIX TO SM-T-SUCC-PREFIX(SM-IDX)
089000         MOVE SM-SUCC-SUFFIX TO SM-T-SUCC-SUFFIX(SM-IDX)
089100     END-IF.
089200 5100-AMEND-MATCHING-ENTRY-EXIT.
089300     EXIT.
089400
089500*-----------------------------------------------------------*
089600* 6000-LIST-LINEAGE - LIST EVERY CHAIN OF PREDECESSOR AND   *
089700* SUCCESSOR SERIES, OLDEST FIRST, WITH THE DATES EACH SERIES*
089800* WAS ACTIVE. A CHAIN STARTS AT A SERIES THAT NAMES A       *
089900* SUCCESSOR BUT SUCCEEDS NO SERIES ITSELF. A SERIES WITH    *
090000* NEITHER IS ONLY COUNTED - THE REGISTER LISTING SHOWS IT.  *
090100*-----------------------------------------------------------*
090200 6000-LIST-LINEAGE.
090300     PERFORM 3100-LOAD-SERIES-TABLE
090400         THRU 3100-LOAD-SERIES-TABLE-EXIT.
090500     IF SM-TABLE-COUNT = 0
090600         DISPLAY "NO SERIES REGISTERED - NO LINEAGE TO LIST"
090700         GO TO 6000-LIST-LINEAGE-EXIT
090800     END-IF.
090900
091000     DISPLAY " ".
091100     DISPLAY "SERIES LINEAGE LISTING".
091200     IF SM-TABLE-IS-FULL
091300         DISPLAY "WARNING - MORE THAN 500 SERIES ON THE "
091400             "MASTER - ONLY THE FIRST 500 ARE TRACED"
091500     END-IF.
091600
091700     MOVE ZERO TO SM-CHAIN-COUNT.
091800     MOVE ZERO TO SM-LONE-COUNT.
091900     PERFORM 6100-LIST-CHAIN-FROM-ENTRY
092000         THRU 6100-LIST-CHAIN-FROM-ENTRY-EXIT
092100         VARYING SM-IDX FROM 1 BY 1
092200         UNTIL SM-IDX > SM-TABLE-COUNT.
092300
092400     DISPLAY " ".
092500     MOVE SM-CHAIN-COUNT TO SM-COUNT-EDIT.
092600     DISPLAY "LINEAGE CHAINS LISTED:                  "
092700         SM-COUNT-EDIT.
092800     MOVE SM-LONE-COUNT TO SM-COUNT-EDIT.
092900     DISPLAY "SERIES WITH NO PREDECESSOR OR SUCCESSOR: "
093000         SM-COUNT-EDIT.
093100 6000-LIST-LINEAGE-EXIT.
093200     EXIT.
093300
093400 6100-LIST-CHAIN-FROM-ENTRY.
093500     SET SERIES-NO-PREDECESSOR TO TRUE.
093600     PERFORM 6110-CHECK-ONE-PREDECESSOR
093700         THRU 6110-CHECK-ONE-PREDECESSOR-EXIT
093800         VARYING SM-SUB FROM 1 BY 1
093900         UNTIL SM-SUB > SM-TABLE-COUNT
094000             OR SERIES-HAS-PREDECESSOR.
094100     IF SERIES-HAS-PREDECESSOR
094200         GO TO 6100-LIST-CHAIN-FROM-ENTRY-EXIT
094300     END-IF.
094400     IF SM-T-SUCC-PREFIX(SM-IDX) = SPACES AND
094500             SM-T-SUCC-SUFFIX(SM-IDX) = SPACES
094600         ADD 1 TO SM-LONE-COUNT
094700         GO TO 6100-LIST-CHAIN-FROM-ENTRY-EXIT
094800     END-IF.
094900
095000     ADD 1 TO SM-CHAIN-COUNT.
095100     MOVE SM-CHAIN-COUNT TO SM-COUNT-EDIT.
095200     DISPLAY " ".
095300     DISPLAY "LINEAGE " SM-COUNT-EDIT.
095400     MOVE SM-IDX TO SM-FOUND-SUB.
095500     MOVE ZERO TO SM-STEP-COUNT.
095600     SET CHAIN-NOT-AT-END TO TRUE.
095700     PERFORM 6200-LIST-ONE-LINK
095800         THRU 6200-LIST-ONE-LINK-EXIT
095900         UNTIL CHAIN-AT-END.
096000 6100-LIST-CHAIN-FROM-ENTRY-EXIT.
096100     EXIT.
096200
096300*    A BLANK SUCCESSOR NAMES NO SERIES - IT MUST NOT MATCH A
096400*    SERIES WHOSE PREFIX AND SUFFIX ARE BOTH BLANK.
096500 6110-CHECK-ONE-PREDECESSOR.
096600     IF SM-SUB NOT = SM-IDX AND
096700             (SM-T-SUCC-PREFIX(SM-SUB) NOT = SPACES OR
096800              SM-T-SUCC-SUFFIX(SM-SUB) NOT = SPACES) AND
096900             SM-T-SUCC-PREFIX(SM-SUB) = SM-T-PREFIX(SM-IDX) AND
097000             SM-T-SUCC-SUFFIX(SM-SUB) = SM-T-SUFFIX(SM-IDX)
097100         SET SERIES-HAS-PREDECESSOR TO TRUE
097200     END-IF.
097300 6110-CHECK-ONE-PREDECESSOR-EXIT.
097400     EXIT.
097500
097600*-----------------------------------------------------------*
097700* 6200-LIST-ONE-LINK - SHOW THE SERIES AT SM-FOUND-SUB AND  *
097800* THE DATES IT WAS ACTIVE, THEN MOVE ON TO ITS SUCCESSOR. A *
097900* SUCCESSOR MISSING FROM THE MASTER, OR A CHAIN LONGER THAN *
098000* THE MASTER ITSELF (A LOOP MADE BY HAND), ENDS THE CHAIN   *
098100* WITH A NOTE.                                              *
098200*-----------------------------------------------------------*
098300 6200-LIST-ONE-LINK.
098400     IF SM-STEP-COUNT = 0
098500         DISPLAY "   SERIES       PREFIX: "
098600             SM-T-PREFIX(SM-FOUND-SUB)(1:30) " SUFFIX: "
098700             SM-T-SUFFIX(SM-FOUND-SUB)(1:30)
098800     ELSE
098900         DISPLAY "   SUCCEEDED BY PREFIX: "
099000             SM-T-PREFIX(SM-FOUND-SUB)(1:30) " SUFFIX: "
099100             SM-T-SUFFIX(SM-FOUND-SUB)(1:30)
099200     END-IF.
099300     IF SM-T-STATUS(SM-FOUND-SUB) = "C"
099400         DISPLAY "                ACTIVE "
099500             SM-T-OPEN-DATE(SM-FOUND-SUB) " TO "
099600             SM-T-CLOSE-DATE(SM-FOUND-SUB) " (CLOSED)"
099700     ELSE
099800         DISPLAY "                ACTIVE "
099900             SM-T-OPEN-DATE(SM-FOUND-SUB) " TO PRESENT"
100000     END-IF.
100100     ADD 1 TO SM-STEP-COUNT.
100200
100300     IF SM-T-SUCC-PREFIX(SM-FOUND-SUB) = SPACES AND
100400             SM-T-SUCC-SUFFIX(SM-FOUND-SUB) = SPACES
100500         SET CHAIN-AT-END TO TRUE
100600         GO TO 6200-LIST-ONE-LINK-EXIT
100700     END-IF.
100800     IF SM-STEP-COUNT >= SM-TABLE-COUNT
100900         DISPLAY "   *** CHAIN RUNS BACK ON ITSELF - CHECK "
101000             "NUMGEN.SERIES ***"
101100         SET CHAIN-AT-END TO TRUE
101200         GO TO 6200-LIST-ONE-LINK-EXIT
101300     END-IF.
101400
101500     MOVE SM-T-SUCC-PREFIX(SM-FOUND-SUB) TO SM-FIND-PREFIX.
101600     MOVE SM-T-SUCC-SUFFIX(SM-FOUND-SUB) TO SM-FIND-SUFFIX.
101700     PERFORM 2450-FIND-TABLE-ENTRY
101800         THRU 2450-FIND-TABLE-ENTRY-EXIT.
101900     IF SM-FOUND-SUB = 0
102000         DISPLAY "   SUCCEEDED BY PREFIX: "
102100             SM-FIND-PREFIX(1:30) " SUFFIX: "
102200             SM-FIND-SUFFIX(1:30)
102300         DISPLAY "                NOT ON THE SERIES MASTER"
102400         SET CHAIN-AT-END TO TRUE
102500     END-IF.
102600 6200-LIST-ONE-LINK-EXIT.
102700     EXIT.
102800
102900 END PROGRAM NUMGENSERIES.
