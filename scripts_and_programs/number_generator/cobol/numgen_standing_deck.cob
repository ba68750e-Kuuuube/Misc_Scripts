000100*****************************************************************
000200* PROGRAM:      NUMGENSTDB
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      BUILDS THE NIGHT'S NUMGEN.PARM DECK FROM THE
000800*               STANDING ORDERS ON NUMGEN.STAND (SEE COPYBOOK
000900*               NGSTAND AND NUMGENSTDM).  IT RUNS BEFORE MAIN
001000*               IN THE NIGHTLY SCHEDULE, IN PLACE OF TYPING
001100*               THE RECURRING CONTROL CARDS BY HAND.
001200*
001300*               EVERY ACTIVE STANDING ORDER DUE TONIGHT GETS
001400*               ONE AUTOMATIC ("A") CARD FOR ITS QUANTITY,
001500*               NAMING ITS CUSTOMER ORDER, SCHEME, FORMAT, AND
001600*               OUTPUT FILE.  A DAILY ORDER IS DUE EVERY NIGHT,
001700*               A WEEKLY ONE ON ITS DAY OF THE WEEK, AND A
001800*               MONTH-END ONE ON THE LAST DAY OF THE MONTH,
001900*               ALWAYS BETWEEN ITS START AND STOP DATES.  AN
002000*               ORDER WHOSE SERIES IS CLOSED ON NUMGEN.SERIES,
002100*               OR NOT REGISTERED THERE, IS NOT CARDED - MAIN
002200*               WOULD ONLY REFUSE IT - AND THE RUN ENDS WITH
002300*               RETURN CODE 4 SO THE ORDER IS LOOKED AT BEFORE
002400*               THE CUSTOMER LINE STOPS.  THE LISTING SHOWS
002500*               THE CARDS GENERATED AND THE ORDERS NOT DUE.
002600*
002700*               THE DECK IS REBUILT FROM SCRATCH EACH NIGHT,
002800*               SO LAST NIGHT'S CARDS NEVER RUN AGAIN.  ANY
002900*               ONE-OFF CARDS FOR THE NIGHT ARE ADDED TO THE
003000*               END OF NUMGEN.PARM AFTER THIS RUN.  EACH ORDER
003100*               CARDED IS STAMPED WITH THE NIGHT ON NUMGEN.STAND.
003200*               WHEN THE NIGHT IS RESUBMITTED, AN ORDER ALREADY
003300*               STAMPED TONIGHT WHOSE OWN BATCH - THE CARD
003400*               CARRIES THE STANDING ORDER NUMBER THROUGH TO
003500*               NUMGEN.DISP - SHOWS COMPLETE THERE IS NOT
003600*               CARDED AGAIN, SO THE SAME CARD IS NEVER BUILT
003700*               TWICE; ONE STAMPED BUT NOT YET COMPLETE IS
003800*               CARDED AGAIN SO IT IS NOT LOST.
003900*
004000*               BUILDING THE DECK ISSUES NOTHING BY ITSELF -
004100*               MAIN CHECKS THE OPERATOR WHO RUNS THE DECK -
004200*               SO, LIKE THE NUMGENSPOIL REISSUE DECK, IT NEEDS
004300*               NO AUTHORITY OF ITS OWN.
004400*
004500* MODIFICATION HISTORY
004600*   2026-10-15  RO   ORIGINAL VERSION.
004700*   2026-10-15  RO   EACH CARD NOW CARRIES ITS STANDING ORDER
004800*                    NUMBER, AND THE RESUBMIT CHECK MATCHES A
004900*                    COMPLETED BATCH ON IT, SO ONE BATCH CANNOT
005000*                    MARK A SECOND STANDING ORDER, OR A HAND CARD
005100*                    FOR THE SAME ORDER AND QUANTITY, AS ISSUED.
005200*****************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. NUMGENSTDB.
005500 AUTHOR. R. OKONKWO.
005600 INSTALLATION. DATA PROCESSING DEPT.
005700 DATE-WRITTEN. 2026-10-15.
005800 DATE-COMPILED.
005900
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT NUMGEN-STAND-FILE ASSIGN TO "NUMGEN.STAND"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS NG-STAND-FILE-STATUS.
006600
006700     SELECT NUMGEN-SERIES-FILE ASSIGN TO "NUMGEN.SERIES"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS NG-SERIES-FILE-STATUS.
007000
007100     SELECT NUMGEN-DISP-FILE ASSIGN TO "NUMGEN.DISP"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS NG-DISP-FILE-STATUS.
007400
007500     SELECT NUMGEN-PARM-FILE ASSIGN TO "NUMGEN.PARM"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS NG-PARM-FILE-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100*-----------------------------------------------------------*
008200*    STANDING ORDER FILE - SEE COPYBOOK NGSTAND             *
008300*-----------------------------------------------------------*
008400 FD  NUMGEN-STAND-FILE.
008500     COPY NGSTAND.
008600
008700*-----------------------------------------------------------*
008800*    SERIES MASTER FILE - SEE COPYBOOK NGSERIES             *
008900*-----------------------------------------------------------*
009000 FD  NUMGEN-SERIES-FILE.
009100     COPY NGSERIES.
009200
009300*-----------------------------------------------------------*
009400*    BATCH DISPOSITION FILE - SEE COPYBOOK NGDISP           *
009500*-----------------------------------------------------------*
009600 FD  NUMGEN-DISP-FILE.
009700     COPY NGDISP.
009800
009900*-----------------------------------------------------------*
010000*    UNATTENDED RUN CONTROL CARD FILE - SEE COPYBOOK NGPARM *
010100*-----------------------------------------------------------*
010200 FD  NUMGEN-PARM-FILE.
010300     COPY NGPARM.
010400
010500 WORKING-STORAGE SECTION.
010600 77  NG-STAND-FILE-STATUS         PIC X(02).
010700     88  NG-STAND-FILE-OK              VALUE "00".
010800     88  NG-STAND-FILE-NOT-FOUND       VALUE "35".
010900
011000 77  NG-SERIES-FILE-STATUS        PIC X(02).
011100     88  NG-SERIES-FILE-OK             VALUE "00".
011200     88  NG-SERIES-FILE-NOT-FOUND      VALUE "35".
011300
011400 77  NG-DISP-FILE-STATUS          PIC X(02).
011500     88  NG-DISP-FILE-OK               VALUE "00".
011600     88  NG-DISP-FILE-NOT-FOUND        VALUE "35".
011700
011800 77  NG-PARM-FILE-STATUS          PIC X(02).
011900     88  NG-PARM-FILE-OK               VALUE "00".
012000
012100 77  STAND-EOF-SWITCH             PIC X(01) VALUE "N".
012200     88  STAND-AT-EOF                  VALUE "Y".
012300     88  STAND-NOT-AT-EOF               VALUE "N".
012400
012500 77  SERIES-EOF-SWITCH            PIC X(01) VALUE "N".
012600     88  SERIES-AT-EOF                 VALUE "Y".
012700     88  SERIES-NOT-AT-EOF              VALUE "N".
012800
012900 77  SERIES-FOUND-SWITCH          PIC X(01) VALUE "N".
013000     88  SERIES-IS-REGISTERED          VALUE "Y".
013100     88  SERIES-NOT-REGISTERED          VALUE "N".
013200
013300 77  DISP-EOF-SWITCH              PIC X(01) VALUE "N".
013400     88  DISP-AT-EOF                   VALUE "Y".
013500     88  DISP-NOT-AT-EOF                VALUE "N".
013600
013700 77  ISSUED-TONIGHT-SWITCH        PIC X(01) VALUE "N".
013800     88  ORDER-ISSUED-TONIGHT          VALUE "Y".
013900     88  ORDER-NOT-ISSUED-TONIGHT      VALUE "N".
014000
014100 77  MONTH-END-SWITCH             PIC X(01) VALUE "N".
014200     88  TONIGHT-IS-MONTH-END          VALUE "Y".
014300     88  TONIGHT-NOT-MONTH-END          VALUE "N".
014400
014500 77  SB-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
014600     88  SB-TABLE-IS-FULL              VALUE "Y".
014700     88  SB-TABLE-NOT-FULL              VALUE "N".
014800
014900 77  SB-SERIES-STATUS             PIC X(01).
015000 77  SB-RUN-DATE                  PIC 9(08).
015100 77  SB-RUN-YEAR                  PIC 9(04).
015200 77  SB-RUN-MONTH                 PIC 9(02).
015300 77  SB-RUN-DAY                   PIC 9(02).
015400 77  SB-MONTH-DAYS                PIC 9(02).
015500 77  SB-LEAP-QUOTIENT             PIC 9(04).
015600 77  SB-LEAP-REMAINDER            PIC 9(04).
015700 77  SB-WEEKDAY                   PIC 9(01).
015800 77  SB-DONE-QTY                  PIC 9(25).
015900 77  SB-EDIT-FIELD                PIC Z(24)9.
016000 77  SB-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
016100
016200 77  SB-CARD-COUNT                PIC 9(07) COMP VALUE ZERO.
016300 77  SB-RECARD-COUNT              PIC 9(07) COMP VALUE ZERO.
016400 77  SB-NOT-DUE-COUNT             PIC 9(07) COMP VALUE ZERO.
016500 77  SB-ISSUED-COUNT              PIC 9(07) COMP VALUE ZERO.
016600 77  SB-SERIES-SKIP-COUNT         PIC 9(07) COMP VALUE ZERO.
016700 77  SB-CANCELLED-COUNT           PIC 9(07) COMP VALUE ZERO.
016800 77  SB-EXPIRED-COUNT             PIC 9(07) COMP VALUE ZERO.
016900 77  SB-LISTED-COUNT              PIC 9(07) COMP VALUE ZERO.
017000
017100 77  SB-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
017200
017300*-----------------------------------------------------------*
017400* SB-STAND-TABLE - THE WHOLE STANDING ORDER FILE, WITH WHAT  *
017500* TONIGHT'S RUN DECIDED FOR EACH ORDER.  THE ORDERS CARDED   *
017600* ARE STAMPED HERE AND THE SET IS REWRITTEN TO NUMGEN.STAND  *
017700* IN ONE PASS ONCE THE DECK IS CLOSED, THE SAME WAY          *
017800* NUMGENSTDM REWRITES IT WHEN IT CANCELS ONE.                *
017900*-----------------------------------------------------------*
018000 01  SB-STAND-TABLE.
018100     05  SB-STAND-ENTRY OCCURS 1 TO 500 TIMES
018200             DEPENDING ON SB-TABLE-COUNT
018300             INDEXED BY SB-IDX.
018400         10  SB-T-IMAGE            PIC X(274).
018500         10  SB-T-DECISION         PIC X(01).
018600             88  SB-T-CARDED           VALUE "B".
018700             88  SB-T-CANCELLED        VALUE "X".
018800             88  SB-T-NOT-STARTED      VALUE "F".
018900             88  SB-T-EXPIRED          VALUE "E".
019000             88  SB-T-OTHER-WEEKDAY    VALUE "W".
019100             88  SB-T-NOT-MONTH-END    VALUE "M".
019200             88  SB-T-SERIES-CLOSED    VALUE "S".
019300             88  SB-T-SERIES-UNKNOWN   VALUE "U".
019400             88  SB-T-ISSUED-TONIGHT   VALUE "I".
019500
019600 PROCEDURE DIVISION.
019700 0000-MAINLINE.
019800     ACCEPT SB-RUN-DATE FROM DATE YYYYMMDD.
019900     ACCEPT SB-WEEKDAY FROM DAY-OF-WEEK.
020000     PERFORM 1000-CHECK-MONTH-END
020100         THRU 1000-CHECK-MONTH-END-EXIT.
020200
020300     PERFORM 2000-LOAD-STAND-TABLE
020400         THRU 2000-LOAD-STAND-TABLE-EXIT.
020500     IF SB-TABLE-IS-FULL
020600         DISPLAY "ERROR - STANDING ORDER FILE TOO LARGE TO "
020700             "HOLD - NUMGEN.PARM NOT BUILT"
020800         MOVE 8 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021100
021200     OPEN OUTPUT NUMGEN-PARM-FILE.
021300     IF NOT NG-PARM-FILE-OK
021400         DISPLAY "ERROR - NUMGEN.PARM CANNOT BE WRITTEN - "
021500             "NO DECK BUILT"
021600         MOVE 8 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900
022000     DISPLAY "STANDING ORDER DECK FOR THE NIGHT OF "
022100         SB-RUN-DATE " - DAY " SB-WEEKDAY
022200         " OF THE WEEK (1=MONDAY)".
022300     IF TONIGHT-IS-MONTH-END
022400         DISPLAY "TONIGHT IS MONTH-END"
022500     END-IF.
022600     DISPLAY " ".
022700     DISPLAY "CARDS GENERATED".
022800     IF SB-TABLE-COUNT > 0
022900         PERFORM 3000-DECIDE-ONE-ORDER
023000             THRU 3000-DECIDE-ONE-ORDER-EXIT
023100             VARYING SB-IDX FROM 1 BY 1
023200             UNTIL SB-IDX > SB-TABLE-COUNT
023300     END-IF.
023400     CLOSE NUMGEN-PARM-FILE.
023500     IF SB-CARD-COUNT = 0
023600         DISPLAY "   NONE"
023700     END-IF.
023800
023900     DISPLAY " ".
024000     DISPLAY "ORDERS NOT DUE OR NOT CARDED".
024100     IF SB-TABLE-COUNT > 0
024200         PERFORM 4000-LIST-ONE-NOT-CARDED
024300             THRU 4000-LIST-ONE-NOT-CARDED-EXIT
024400             VARYING SB-IDX FROM 1 BY 1
024500             UNTIL SB-IDX > SB-TABLE-COUNT
024600     END-IF.
024700     IF SB-LISTED-COUNT = 0
024800         DISPLAY "   NONE"
024900     END-IF.
025000
025100     IF SB-CARD-COUNT > SB-RECARD-COUNT
025200         PERFORM 5000-REWRITE-STAND-FILE
025300             THRU 5000-REWRITE-STAND-FILE-EXIT
025400     END-IF.
025500
025600     PERFORM 6000-PRINT-SUMMARY
025700         THRU 6000-PRINT-SUMMARY-EXIT.
025800
025900     IF SB-SERIES-SKIP-COUNT > 0
026000         MOVE 4 TO RETURN-CODE
026100     ELSE
026200         MOVE 0 TO RETURN-CODE
026300     END-IF.
026400     STOP RUN.
026500
026600*-----------------------------------------------------------*
026700* 1000-CHECK-MONTH-END - IS TONIGHT THE LAST DAY OF ITS      *
026800* MONTH?  THE MONTH'S LENGTH, WITH THE USUAL LEAP-YEAR RULE  *
026900* FOR FEBRUARY, IS WORKED OUT THE WAY NUMGENLEDGCHK          *
027000* VALIDATES A DATE.                                          *
027100*-----------------------------------------------------------*
027200 1000-CHECK-MONTH-END.
027300     MOVE SB-RUN-DATE(1:4) TO SB-RUN-YEAR.
027400     MOVE SB-RUN-DATE(5:2) TO SB-RUN-MONTH.
027500     MOVE SB-RUN-DATE(7:2) TO SB-RUN-DAY.
027600
027700     EVALUATE SB-RUN-MONTH
027800         WHEN 1
027900         WHEN 3
028000         WHEN 5
028100         WHEN 7
028200         WHEN 8
028300         WHEN 10
028400         WHEN 12
028500             MOVE 31 TO SB-MONTH-DAYS
028600         WHEN 4
028700         WHEN 6
028800         WHEN 9
028900         WHEN 11
029000             MOVE 30 TO SB-MONTH-DAYS
029100         WHEN 2
029200             MOVE 28 TO SB-MONTH-DAYS
029300             PERFORM 1100-CHECK-LEAP-YEAR
029400                 THRU 1100-CHECK-LEAP-YEAR-EXIT
029500     END-EVALUATE.
029600
029700     IF SB-RUN-DAY = SB-MONTH-DAYS
029800         SET TONIGHT-IS-MONTH-END TO TRUE
029900     ELSE
030000         SET TONIGHT-NOT-MONTH-END TO TRUE
030100     END-IF.
030200 1000-CHECK-MONTH-END-EXIT.
030300     EXIT.
030400
030500 1100-CHECK-LEAP-YEAR.
030600     DIVIDE SB-RUN-YEAR BY 400
030700         GIVING SB-LEAP-QUOTIENT
030800         REMAINDER SB-LEAP-REMAINDER.
030900     IF SB-LEAP-REMAINDER = 0
031000         MOVE 29 TO SB-MONTH-DAYS
031100         GO TO 1100-CHECK-LEAP-YEAR-EXIT
031200     END-IF.
031300     DIVIDE SB-RUN-YEAR BY 100
031400         GIVING SB-LEAP-QUOTIENT
031500         REMAINDER SB-LEAP-REMAINDER.
031600     IF SB-LEAP-REMAINDER = 0
031700         GO TO 1100-CHECK-LEAP-YEAR-EXIT
031800     END-IF.
031900     DIVIDE SB-RUN-YEAR BY 4
032000         GIVING SB-LEAP-QUOTIENT
032100         REMAINDER SB-LEAP-REMAINDER.
032200     IF SB-LEAP-REMAINDER = 0
032300         MOVE 29 TO SB-MONTH-DAYS
032400     END-IF.
032500 1100-CHECK-LEAP-YEAR-EXIT.
032600     EXIT.
032700
032800*-----------------------------------------------------------*
032900* 2000-LOAD-STAND-TABLE - READ THE WHOLE STANDING ORDER      *
033000* FILE.  IF IT DOES NOT EXIST THERE ARE NO STANDING ORDERS   *
033100* AND TONIGHT'S DECK IS EMPTY.                               *
033200*-----------------------------------------------------------*
033300 2000-LOAD-STAND-TABLE.
033400     MOVE ZERO TO SB-TABLE-COUNT.
033500     SET SB-TABLE-NOT-FULL TO TRUE.
033600     OPEN INPUT NUMGEN-STAND-FILE.
033700     IF NOT NG-STAND-FILE-OK
033800         DISPLAY "NUMGEN.STAND NOT FOUND - NO STANDING "
033900             "ORDERS TO CARD"
034000         GO TO 2000-LOAD-STAND-TABLE-EXIT
034100     END-IF.
034200     SET STAND-NOT-AT-EOF TO TRUE.
034300     PERFORM 2100-LOAD-ONE-STAND-RECORD
034400         THRU 2100-LOAD-ONE-STAND-RECORD-EXIT
034500         UNTIL STAND-AT-EOF.
034600     CLOSE NUMGEN-STAND-FILE.
034700 2000-LOAD-STAND-TABLE-EXIT.
034800     EXIT.
034900
035000 2100-LOAD-ONE-STAND-RECORD.
035100     READ NUMGEN-STAND-FILE
035200         AT END
035300             SET STAND-AT-EOF TO TRUE
035400             GO TO 2100-LOAD-ONE-STAND-RECORD-EXIT
035500     END-READ.
035600
035700     IF SB-TABLE-COUNT >= 500
035800         SET SB-TABLE-IS-FULL TO TRUE
035900         GO TO 2100-LOAD-ONE-STAND-RECORD-EXIT
036000     END-IF.
036100
036200     ADD 1 TO SB-TABLE-COUNT.
036300     MOVE NG-STAND-RECORD TO SB-T-IMAGE(SB-TABLE-COUNT).
036400     MOVE SPACE TO SB-T-DECISION(SB-TABLE-COUNT).
036500 2100-LOAD-ONE-STAND-RECORD-EXIT.
036600     EXIT.
036700
036800*-----------------------------------------------------------*
036900* 3000-DECIDE-ONE-ORDER - IS THIS STANDING ORDER DUE         *
037000* TONIGHT, AND MAY IT BE CARDED?  THE DECISION IS KEPT ON    *
037100* THE TABLE ENTRY FOR THE NOT-DUE LISTING.  A CARD WRITTEN   *
037200* STAMPS THE ORDER WITH TONIGHT'S DATE.                      *
037300*-----------------------------------------------------------*
037400 3000-DECIDE-ONE-ORDER.
037500     MOVE SB-T-IMAGE(SB-IDX) TO NG-STAND-RECORD.
037600
037700     IF NOT NGT-ACTIVE
037800         SET SB-T-CANCELLED(SB-IDX) TO TRUE
037900         ADD 1 TO SB-CANCELLED-COUNT
038000         GO TO 3000-DECIDE-ONE-ORDER-EXIT
038100     END-IF.
038200     IF NGT-START-DATE > SB-RUN-DATE
038300         SET SB-T-NOT-STARTED(SB-IDX) TO TRUE
038400         ADD 1 TO SB-NOT-DUE-COUNT
038500         GO TO 3000-DECIDE-ONE-ORDER-EXIT
038600     END-IF.
038700     IF NGT-STOP-DATE NOT = ZERO AND
038800             NGT-STOP-DATE < SB-RUN-DATE
038900         SET SB-T-EXPIRED(SB-IDX) TO TRUE
039000         ADD 1 TO SB-EXPIRED-COUNT
039100         GO TO 3000-DECIDE-ONE-ORDER-EXIT
039200     END-IF.
039300     IF NGT-WEEKLY AND NGT-WEEKDAY NOT = SB-WEEKDAY
039400         SET SB-T-OTHER-WEEKDAY(SB-IDX) TO TRUE
039500         ADD 1 TO SB-NOT-DUE-COUNT
039600         GO TO 3000-DECIDE-ONE-ORDER-EXIT
039700     END-IF.
039800     IF NGT-MONTH-END AND TONIGHT-NOT-MONTH-END
039900         SET SB-T-NOT-MONTH-END(SB-IDX) TO TRUE
040000         ADD 1 TO SB-NOT-DUE-COUNT
040100         GO TO 3000-DECIDE-ONE-ORDER-EXIT
040200     END-IF.
040300
040400     PERFORM 3100-LOOK-UP-SERIES
040500         THRU 3100-LOOK-UP-SERIES-EXIT.
040600     IF SERIES-NOT-REGISTERED
040700         SET SB-T-SERIES-UNKNOWN(SB-IDX) TO TRUE
040800         ADD 1 TO SB-SERIES-SKIP-COUNT
040900         GO TO 3000-DECIDE-ONE-ORDER-EXIT
041000     END-IF.
041100     IF SB-SERIES-STATUS = "C"
041200         SET SB-T-SERIES-CLOSED(SB-IDX) TO TRUE
041300         ADD 1 TO SB-SERIES-SKIP-COUNT
041400         GO TO 3000-DECIDE-ONE-ORDER-EXIT
041500     END-IF.
041600
041700     IF NGT-LAST-CARDED-DATE = SB-RUN-DATE
041800         PERFORM 3200-CHECK-ISSUED-TONIGHT
041900             THRU 3200-CHECK-ISSUED-TONIGHT-EXIT
042000         IF ORDER-ISSUED-TONIGHT
042100             SET SB-T-ISSUED-TONIGHT(SB-IDX) TO TRUE
042200             ADD 1 TO SB-ISSUED-COUNT
042300             GO TO 3000-DECIDE-ONE-ORDER-EXIT
042400         END-IF
042500         ADD 1 TO SB-RECARD-COUNT
042600     END-IF.
042700
042800     PERFORM 3300-WRITE-STANDING-CARD
042900         THRU 3300-WRITE-STANDING-CARD-EXIT.
043000     SET SB-T-CARDED(SB-IDX) TO TRUE.
043100     MOVE SB-RUN-DATE TO NGT-LAST-CARDED-DATE.
043200     MOVE NG-STAND-RECORD TO SB-T-IMAGE(SB-IDX).
043300 3000-DECIDE-ONE-ORDER-EXIT.
043400     EXIT.
043500
043600*-----------------------------------------------------------*
043700* 3100-LOOK-UP-SERIES - SCAN NUMGEN.SERIES FOR THE STANDING  *
043800* ORDER'S PREFIX/SUFFIX; THE STATUS OF THE ONE FOUND IS KEPT *
043900* IN SB-SERIES-STATUS.                                       *
044000*-----------------------------------------------------------*
044100 3100-LOOK-UP-SERIES.
044200     SET SERIES-NOT-REGISTERED TO TRUE.
044300     MOVE SPACE TO SB-SERIES-STATUS.
044400     OPEN INPUT NUMGEN-SERIES-FILE.
044500     IF NG-SERIES-FILE-OK
044600         SET SERIES-NOT-AT-EOF TO TRUE
044700         PERFORM 3110-CHECK-ONE-SERIES-RECORD
044800             THRU 3110-CHECK-ONE-SERIES-RECORD-EXIT
044900             UNTIL SERIES-AT-EOF OR SERIES-IS-REGISTERED
045000         CLOSE NUMGEN-SERIES-FILE
045100     END-IF.
045200 3100-LOOK-UP-SERIES-EXIT.
045300     EXIT.
045400
045500 3110-CHECK-ONE-SERIES-RECORD.
045600     READ NUMGEN-SERIES-FILE
045700         AT END
045800             SET SERIES-AT-EOF TO TRUE
045900             GO TO 3110-CHECK-ONE-SERIES-RECORD-EXIT
046000     END-READ.
046100
046200     IF NGS-PREFIX = NGT-PREFIX AND NGS-SUFFIX = NGT-SUFFIX
046300         SET SERIES-IS-REGISTERED TO TRUE
046400         MOVE NGS-STATUS TO SB-SERIES-STATUS
046500     END-IF.
046600 3110-CHECK-ONE-SERIES-RECORD-EXIT.
046700     EXIT.
046800
046900*-----------------------------------------------------------*
047000* 3200-CHECK-ISSUED-TONIGHT - THE ORDER WAS ALREADY CARDED   *
047100* TONIGHT, SO THIS IS A RESUBMITTED NIGHT.  A NUMGEN.DISP    *
047200* RECORD SHOWING A COMPLETED NEW-ISSUE BATCH TODAY FOR THE   *
047300* SAME STANDING ORDER NUMBER, CUSTOMER ORDER, PREFIX/SUFFIX, *
047400* AND QUANTITY (GENERATED PLUS EXCLUDED, AS MAIN COUNTS A    *
047500* SATISFIED CARD) MEANS MAIN HAS ALREADY RUN THE CARD - IT   *
047600* MUST NOT BE BUILT AGAIN.  IF MAIN NEVER GOT TO IT, THE     *
047700* CARD IS BUILT AGAIN.  THE STANDING ORDER NUMBER KEEPS A    *
047800* SECOND STANDING ORDER FOR THE SAME CUSTOMER ORDER, SERIES, *
047900* AND QUANTITY, OR A HAND CARD LIKE IT, FROM COUNTING.       *
048000*-----------------------------------------------------------*
048100 3200-CHECK-ISSUED-TONIGHT.
048200     SET ORDER-NOT-ISSUED-TONIGHT TO TRUE.
048300     OPEN INPUT NUMGEN-DISP-FILE.
048400     IF NG-DISP-FILE-OK
048500         SET DISP-NOT-AT-EOF TO TRUE
048600         PERFORM 3210-CHECK-ONE-DISP-RECORD
048700             THRU 3210-CHECK-ONE-DISP-RECORD-EXIT
048800             UNTIL DISP-AT-EOF OR ORDER-ISSUED-TONIGHT
048900         CLOSE NUMGEN-DISP-FILE
049000     END-IF.
049100 3200-CHECK-ISSUED-TONIGHT-EXIT.
049200     EXIT.
049300
049400 3210-CHECK-ONE-DISP-RECORD.
049500     READ NUMGEN-DISP-FILE
049600         AT END
049700             SET DISP-AT-EOF TO TRUE
049800             GO TO 3210-CHECK-ONE-DISP-RECORD-EXIT
049900     END-READ.
050000
050100     IF NOT NGB-COMPLETED OR NGB-WAS-REISSUE
050200         GO TO 3210-CHECK-ONE-DISP-RECORD-EXIT
050300     END-IF.
050400     IF NGB-RUN-DATE NOT = SB-RUN-DATE OR
050500             NGB-STANDING-NUMBER NOT = NGT-STANDING-NUMBER OR
050600             NGB-ORDER-NUMBER NOT = NGT-ORDER-NUMBER OR
050700             NGB-PREFIX NOT = NGT-PREFIX OR
050800             NGB-SUFFIX NOT = NGT-SUFFIX
050900         GO TO 3210-CHECK-ONE-DISP-RECORD-EXIT
051000     END-IF.
051100
051200     COMPUTE SB-DONE-QTY = NGB-GENERATED + NGB-EXCLUDED.
051300     IF SB-DONE-QTY = NGT-QUANTITY
051400         SET ORDER-ISSUED-TONIGHT TO TRUE
051500     END-IF.
051600 3210-CHECK-ONE-DISP-RECORD-EXIT.
051700     EXIT.
051800
051900*-----------------------------------------------------------*
052000* 3300-WRITE-STANDING-CARD - AN AUTOMATIC CARD FOR THE       *
052100* STANDING ORDER'S QUANTITY, SO MAIN FINDS THE NEXT UNUSED   *
052200* RANGE ITSELF.  BLANK SCHEME, FORMAT, AND OUTPUT FILE ARE   *
052300* LEFT BLANK FOR THE SERIES DEFAULTS.                        *
052400*-----------------------------------------------------------*
052500 3300-WRITE-STANDING-CARD.
052600     MOVE SPACES TO NG-PARM-RECORD.
052700     MOVE ZERO TO NGP-START-NUMBER.
052800     MOVE ZERO TO NGP-END-NUMBER.
052900     MOVE NGT-PREFIX TO NGP-PREFIX.
053000     MOVE NGT-SUFFIX TO NGP-SUFFIX.
053100     MOVE NGT-CHECK-SCHEME TO NGP-CHECK-SCHEME.
053200     MOVE "A" TO NGP-ALLOC-MODE.
053300     MOVE NGT-QUANTITY TO NGP-QUANTITY.
053400     MOVE NGT-OUT-FORMAT TO NGP-OUT-FORMAT.
053500     MOVE NGT-OUT-FILE TO NGP-OUT-FILE.
053600     MOVE NGT-ORDER-NUMBER TO NGP-ORDER-NUMBER.
053700     MOVE NGT-STANDING-NUMBER TO NGP-STANDING-NUMBER.
053800     WRITE NG-PARM-RECORD.
053900     ADD 1 TO SB-CARD-COUNT.
054000
054100     MOVE SB-CARD-COUNT TO SB-EDIT-FIELD-SMALL.
054200     DISPLAY "   CARD " SB-EDIT-FIELD-SMALL
054300         ":  STANDING ORDER " NGT-STANDING-NUMBER
054400         " CUSTOMER ORDER " NGT-ORDER-NUMBER.
054500     DISPLAY "      SERIES:   " NGT-PREFIX(1:30)
054600         " " NGT-SUFFIX(1:30).
054700     MOVE NGT-QUANTITY TO SB-EDIT-FIELD.
054800     DISPLAY "      QUANTITY: " SB-EDIT-FIELD
054900         "  FREQUENCY: " NGT-FREQUENCY.
055000     IF NGT-LAST-CARDED-DATE = SB-RUN-DATE
055100         DISPLAY "      CARDED AGAIN - ALREADY CARDED TONIGHT "
055200             "BUT NOT YET COMPLETE ON NUMGEN.DISP"
055300     END-IF.
055400 3300-WRITE-STANDING-CARD-EXIT.
055500     EXIT.
055600
055700*-----------------------------------------------------------*
055800* 4000-LIST-ONE-NOT-CARDED - EVERY STANDING ORDER THAT WAS   *
055900* NOT CARDED TONIGHT, WITH THE REASON.  CANCELLED AND        *
056000* EXPIRED ORDERS ARE ONLY COUNTED IN THE SUMMARY.            *
056100*-----------------------------------------------------------*
056200 4000-LIST-ONE-NOT-CARDED.
056300     IF SB-T-CARDED(SB-IDX) OR SB-T-CANCELLED(SB-IDX) OR
056400             SB-T-EXPIRED(SB-IDX)
056500         GO TO 4000-LIST-ONE-NOT-CARDED-EXIT
056600     END-IF.
056700     MOVE SB-T-IMAGE(SB-IDX) TO NG-STAND-RECORD.
056800     ADD 1 TO SB-LISTED-COUNT.
056900
057000     DISPLAY "   STANDING ORDER " NGT-STANDING-NUMBER
057100         " CUSTOMER ORDER " NGT-ORDER-NUMBER.
057200     EVALUATE TRUE
057300         WHEN SB-T-NOT-STARTED(SB-IDX)
057400             DISPLAY "      NOT DUE - STARTS " NGT-START-DATE
057500         WHEN SB-T-OTHER-WEEKDAY(SB-IDX)
057600             DISPLAY "      NOT DUE - WEEKLY ON DAY "
057700                 NGT-WEEKDAY
057800         WHEN SB-T-NOT-MONTH-END(SB-IDX)
057900             DISPLAY "      NOT DUE - MONTH-END ONLY"
058000         WHEN SB-T-ISSUED-TONIGHT(SB-IDX)
058100             DISPLAY "      NOT CARDED - ALREADY ISSUED "
058200                 "TONIGHT (NUMGEN.DISP)"
058300         WHEN SB-T-SERIES-CLOSED(SB-IDX)
058400             DISPLAY "      *** NOT CARDED - SERIES CLOSED ON "
058500                 "NUMGEN.SERIES: " NGT-PREFIX(1:20) " "
058600                 NGT-SUFFIX(1:20)
058700         WHEN SB-T-SERIES-UNKNOWN(SB-IDX)
058800             DISPLAY "      *** NOT CARDED - SERIES NOT "
058900                 "REGISTERED ON NUMGEN.SERIES: "
059000                 NGT-PREFIX(1:20) " " NGT-SUFFIX(1:20)
059100     END-EVALUATE.
059200 4000-LIST-ONE-NOT-CARDED-EXIT.
059300     EXIT.
059400
059500*-----------------------------------------------------------*
059600* 5000-REWRITE-STAND-FILE - PUT TONIGHT'S STAMPS ON          *
059700* NUMGEN.STAND.  ONLY DONE WHEN SOME ORDER WAS CARDED FOR    *
059800* THE FIRST TIME TONIGHT; OTHERWISE THE FILE ALREADY SAYS    *
059900* EVERYTHING THE TABLE DOES.                                 *
060000*-----------------------------------------------------------*
060100 5000-REWRITE-STAND-FILE.
060200     OPEN OUTPUT NUMGEN-STAND-FILE.
060300     IF NOT NG-STAND-FILE-OK
060400         DISPLAY "WARNING - NUMGEN.STAND CANNOT BE REWRITTEN "
060500             "- TONIGHT'S CARDS ARE NOT STAMPED"
060600         GO TO 5000-REWRITE-STAND-FILE-EXIT
060700     END-IF.
060800     PERFORM 5100-WRITE-ONE-TABLE-RECORD
060900         THRU 5100-WRITE-ONE-TABLE-RECORD-EXIT
061000         VARYING SB-IDX FROM 1 BY 1
061100         UNTIL SB-IDX > SB-TABLE-COUNT.
061200     CLOSE NUMGEN-STAND-FILE.
061300 5000-REWRITE-STAND-FILE-EXIT.
061400     EXIT.
061500
061600 5100-WRITE-ONE-TABLE-RECORD.
061700     MOVE SB-T-IMAGE(SB-IDX) TO NG-STAND-RECORD.
061800     WRITE NG-STAND-RECORD.
061900 5100-WRITE-ONE-TABLE-RECORD-EXIT.
062000     EXIT.
062100
062200 6000-PRINT-SUMMARY.
062300     DISPLAY " ".
062400     DISPLAY "STANDING ORDER DECK SUMMARY".
062500     MOVE SB-TABLE-COUNT TO SB-EDIT-FIELD-SMALL.
062600     DISPLAY "   STANDING ORDERS ON FILE:       "
062700         SB-EDIT-FIELD-SMALL.
062800     MOVE SB-CARD-COUNT TO SB-EDIT-FIELD-SMALL.
062900     DISPLAY "   CARDS WRITTEN TO NUMGEN.PARM:  "
063000         SB-EDIT-FIELD-SMALL.
063100     MOVE SB-RECARD-COUNT TO SB-EDIT-FIELD-SMALL.
063200     DISPLAY "      OF WHICH CARDED AGAIN:      "
063300         SB-EDIT-FIELD-SMALL.
063400     MOVE SB-NOT-DUE-COUNT TO SB-EDIT-FIELD-SMALL.
063500     DISPLAY "   NOT DUE TONIGHT:               "
063600         SB-EDIT-FIELD-SMALL.
063700     MOVE SB-ISSUED-COUNT TO SB-EDIT-FIELD-SMALL.
063800     DISPLAY "   ALREADY ISSUED TONIGHT:        "
063900         SB-EDIT-FIELD-SMALL.
064000     MOVE SB-SERIES-SKIP-COUNT TO SB-EDIT-FIELD-SMALL.
064100     DISPLAY "   DUE BUT SERIES CLOSED/UNKNOWN: "
064200         SB-EDIT-FIELD-SMALL.
064300     MOVE SB-EXPIRED-COUNT TO SB-EDIT-FIELD-SMALL.
064400     DISPLAY "   PAST THEIR STOP DATE:          "
064500         SB-EDIT-FIELD-SMALL.
064600     MOVE SB-CANCELLED-COUNT TO SB-EDIT-FIELD-SMALL.
064700     DISPLAY "   CANCELLED:                     "
064800         SB-EDIT-FIELD-SMALL.
064900
065000     IF SB-SERIES-SKIP-COUNT > 0
065100         DISPLAY "WARNING - STANDING ORDERS DUE TONIGHT WERE "
065200             "NOT CARDED BECAUSE OF THEIR SERIES - SEE ***"
065300     END-IF.
065400 6000-PRINT-SUMMARY-EXIT.
065500     EXIT.
065600
065700 END PROGRAM NUMGENSTDB.
