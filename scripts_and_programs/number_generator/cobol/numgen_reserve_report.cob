000100*****************************************************************
000200* PROGRAM:      NUMGENRSVR
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      WEEKLY RESERVATION STATUS REPORT AND RELEASE
000800*               RUN.  FIRST, EVERY ACTIVE NUMGEN.RESV
000900*               RESERVATION WHOSE EXPIRY DATE IS BEFORE THE
001000*               REPORT DATE IS RELEASED - ITS STATUS IS SET TO
001100*               "E" WITH THE REPORT DATE AS THE RELEASE DATE
001200*               AND THE FILE IS REWRITTEN - SO WHAT IS LEFT OF
001300*               THE BLOCK RETURNS TO GENERAL ALLOCATION.  THEN,
001400*               FOR EVERY RESERVATION STILL LIVE AND EVERY ONE
001500*               RELEASED BY THIS RUN, THE REPORT SHOWS:
001600*                 - RESERVED  - THE SIZE OF THE BLOCK
001700*                 - DRAWN     - NUMBERS IN THE BLOCK ALREADY
001800*                               ISSUED ON NUMGEN.LEDGER
001900*                 - REMAINING - WHAT THE CUSTOMER CAN STILL
002000*                               DRAW, OR WHAT THE RELEASE HAS
002100*                               RETURNED
002200*               A LEDGER RANGE LYING WHOLLY INSIDE AN EARLIER
002300*               RANGE OF THE SAME PREFIX/SUFFIX IS A REISSUE
002400*               OF VOIDED SERIALS AND IS NOT DRAWN AGAIN.
002500*               THE REPORT DATE IS TODAY UNLESS THE OPERATOR
002600*               ENTERS ANOTHER ONE.
002700*
002800* MODIFICATION HISTORY
002900*   2026-10-15  RO   ORIGINAL VERSION.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. NUMGENRSVR.
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
004500     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS NGL-KEY
004900         FILE STATUS IS NG-LEDGER-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*-----------------------------------------------------------*
005400*    RANGE RESERVATION FILE - SEE COPYBOOK NGRESV           *
005500*-----------------------------------------------------------*
005600 FD  NUMGEN-RESV-FILE.
005700     COPY NGRESV.
005800
005900*-----------------------------------------------------------*
006000*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
006100*-----------------------------------------------------------*
006200 FD  NUMGEN-LEDGER-FILE.
006300     COPY NGLEDG.
006400
006500 WORKING-STORAGE SECTION.
006600 77  NG-RESV-FILE-STATUS          PIC X(02).
006700     88  NG-RESV-FILE-OK               VALUE "00".
006800     88  NG-RESV-FILE-NOT-FOUND        VALUE "35".
006900
007000 77  NG-LEDGER-FILE-STATUS        PIC X(02).
007100     88  NG-LEDGER-FILE-OK             VALUE "00".
007200     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
007300
007400 77  RESV-EOF-SWITCH              PIC X(01) VALUE "N".
007500     88  RESV-AT-EOF                   VALUE "Y".
007600     88  RESV-NOT-AT-EOF                VALUE "N".
007700
007800 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
007900     88  LEDGER-AT-EOF                 VALUE "Y".
008000     88  LEDGER-NOT-AT-EOF              VALUE "N".
008100
008200 77  RR-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
008300     88  RR-TABLE-IS-FULL              VALUE "Y".
008400     88  RR-TABLE-NOT-FULL              VALUE "N".
008500
008600 77  RR-REPORT-DATE               PIC 9(08).
008700 77  RR-DATE-RAW                  PIC X(09).
008800 77  RR-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
008900 77  RR-RELEASED-COUNT            PIC 9(05) COMP VALUE ZERO.
009000 77  RR-LIVE-COUNT                PIC 9(05) COMP VALUE ZERO.
009100 77  RR-RESERVED-QTY              PIC 9(25).
009200 77  RR-REMAINING-QTY             PIC 9(25).
009300 77  RR-OVERLAP-LOW               PIC 9(25).
009400 77  RR-OVERLAP-HIGH              PIC 9(25).
009500 77  RR-PREV-PREFIX               PIC X(50) VALUE SPACES.
009600 77  RR-PREV-SUFFIX               PIC X(50) VALUE SPACES.
009700 77  RR-SERIES-HIGH               PIC 9(25) VALUE ZERO.
009800 77  RR-TOTAL-RESERVED            PIC 9(25) VALUE ZERO.
009900 77  RR-TOTAL-DRAWN               PIC 9(25) VALUE ZERO.
010000 77  RR-TOTAL-REMAINING           PIC 9(25) VALUE ZERO.
010100 77  RR-TOTAL-RETURNED            PIC 9(25) VALUE ZERO.
010200 77  RR-EDIT-FIELD                PIC Z(24)9.
010300 77  RR-EDIT-FIELD-SMALL          PIC ZZZZ9.
010400
010500*-----------------------------------------------------------*
010600* RR-RESV-TABLE - HOLDS THE WHOLE RESERVATION FILE SO       *
010700* EXPIRED RECORDS CAN BE RELEASED AND THE SET REWRITTEN IN  *
010800* ONE PASS, WITH THE QUANTITY DRAWN FROM EACH BLOCK ROLLED  *
010900* UP AS THE LEDGER IS READ.  RR-T-RELEASED-NOW MARKS A      *
011000* RESERVATION RELEASED BY THIS RUN.                         *
011100*-----------------------------------------------------------*
011200 01  RR-RESV-TABLE.
011300     05  RR-RESV-ENTRY OCCURS 1 TO 500 TIMES
011400             DEPENDING ON RR-TABLE-COUNT
011500             INDEXED BY RR-IDX.
011600         10  RR-T-PREFIX           PIC X(50).
011700         10  RR-T-SUFFIX           PIC X(50).
011800         10  RR-T-START            PIC 9(25).
011900         10  RR-T-END              PIC 9(25).
012000         10  RR-T-CUSTOMER         PIC X(30).
012100         10  RR-T-EXPIRY-DATE      PIC 9(08).
012200         10  RR-T-STATUS           PIC X(01).
012300         10  RR-T-RESERVE-DATE     PIC 9(08).
012400         10  RR-T-RELEASE-DATE     PIC 9(08).
012500         10  RR-T-RELEASED-NOW     PIC X(01).
012600         10  RR-T-DRAWN            PIC 9(25).
012700
012800 PROCEDURE DIVISION.
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE
013100         THRU 1000-INITIALIZE-EXIT.
013200
013300     PERFORM 1100-LOAD-RESERVATIONS
013400         THRU 1100-LOAD-RESERVATIONS-EXIT.
013500
013600     PERFORM 2000-RELEASE-EXPIRED
013700         THRU 2000-RELEASE-EXPIRED-EXIT.
013800
013900     PERFORM 3000-READ-LEDGER
014000         THRU 3000-READ-LEDGER-EXIT.
014100
014200     PERFORM 4000-PRINT-REPORT
014300         THRU 4000-PRINT-REPORT-EXIT.
014400
014500     STOP RUN.
014600
014700*-----------------------------------------------------------*
014800* 1000-INITIALIZE - FIND OUT WHICH DATE TO REPORT AS OF.    *
014900* THE OPERATOR MAY PRESS ENTER FOR TODAY, OR TYPE AN        *
015000* 8-DIGIT YYYYMMDD DATE.  A RESERVATION EXPIRING BEFORE     *
015100* THIS DATE IS RELEASED.                                    *
015200*-----------------------------------------------------------*
015300 1000-INITIALIZE.
015400     ACCEPT RR-REPORT-DATE FROM DATE YYYYMMDD.
015500     DISPLAY "Report date YYYYMMDD (press ENTER for today):"
015600     MOVE SPACES TO RR-DATE-RAW.
015700     ACCEPT RR-DATE-RAW.
015800     IF RR-DATE-RAW(1:8) IS NUMERIC AND
015900             RR-DATE-RAW(1:8) NOT = SPACES
016000         MOVE RR-DATE-RAW(1:8) TO RR-REPORT-DATE
016100     END-IF.
016200 1000-INITIALIZE-EXIT.
016300     EXIT.
016400
016500*-----------------------------------------------------------*
016600* 1100-LOAD-RESERVATIONS - LOAD THE WHOLE OF NUMGEN.RESV.   *
016700*-----------------------------------------------------------*
016800 1100-LOAD-RESERVATIONS.
016900     MOVE ZERO TO RR-TABLE-COUNT.
017000     SET RR-TABLE-NOT-FULL TO TRUE.
017100     OPEN INPUT NUMGEN-RESV-FILE.
017200     IF NG-RESV-FILE-NOT-FOUND
017300         GO TO 1100-LOAD-RESERVATIONS-EXIT
017400     END-IF.
017500     SET RESV-NOT-AT-EOF TO TRUE.
017600     PERFORM 1110-LOAD-ONE-RESERVATION
017700         THRU 1110-LOAD-ONE-RESERVATION-EXIT
017800         UNTIL RESV-AT-EOF.
017900     CLOSE NUMGEN-RESV-FILE.
018000 1100-LOAD-RESERVATIONS-EXIT.
018100     EXIT.
018200
018300 1110-LOAD-ONE-RESERVATION.
018400     READ NUMGEN-RESV-FILE
018500         AT END
018600             SET RESV-AT-EOF TO TRUE
018700             GO TO 1110-LOAD-ONE-RESERVATION-EXIT
018800     END-READ.
018900
019000     IF RR-TABLE-COUNT >= 500
019100         SET RR-TABLE-IS-FULL TO TRUE
019200         GO TO 1110-LOAD-ONE-RESERVATION-EXIT
019300     END-IF.
019400
019500     ADD 1 TO RR-TABLE-COUNT.
019600     MOVE NGH-PREFIX TO RR-T-PREFIX(RR-TABLE-COUNT).
019700     MOVE NGH-SUFFIX TO RR-T-SUFFIX(RR-TABLE-COUNT).
019800     MOVE NGH-START-NUMBER TO RR-T-START(RR-TABLE-COUNT).
019900     MOVE NGH-END-NUMBER TO RR-T-END(RR-TABLE-COUNT).
020000     MOVE NGH-CUSTOMER TO RR-T-CUSTOMER(RR-TABLE-COUNT).
020100     MOVE NGH-EXPIRY-DATE TO RR-T-EXPIRY-DATE(RR-TABLE-COUNT).
020200     MOVE NGH-STATUS TO RR-T-STATUS(RR-TABLE-COUNT).
020300     MOVE NGH-RESERVE-DATE
020400         TO RR-T-RESERVE-DATE(RR-TABLE-COUNT).
020500     MOVE NGH-RELEASE-DATE
020600         TO RR-T-RELEASE-DATE(RR-TABLE-COUNT).
020700     MOVE "N" TO RR-T-RELEASED-NOW(RR-TABLE-COUNT).
020800     MOVE ZERO TO RR-T-DRAWN(RR-TABLE-COUNT).
020900 1110-LOAD-ONE-RESERVATION-EXIT.
021000     EXIT.
021100
021200*-----------------------------------------------------------*
021300* 2000-RELEASE-EXPIRED - FLIP EVERY ACTIVE RESERVATION PAST *
021400* ITS EXPIRY DATE TO "E" AND REWRITE NUMGEN.RESV IF ANY     *
021500* WERE.  MAIN ALREADY IGNORES AN EXPIRED BLOCK, SO IF THE   *
021600* FILE HAS OUTGROWN THE TABLE IT IS SAFE TO LEAVE IT EXACTLY*
021700* AS IT WAS AND SAY SO.                                     *
021800*-----------------------------------------------------------*
021900 2000-RELEASE-EXPIRED.
022000     MOVE ZERO TO RR-RELEASED-COUNT.
022100     IF RR-TABLE-IS-FULL
022200         DISPLAY "WARNING - RESERVATION FILE TOO LARGE TO "
022300             "REWRITE - NUMGEN.RESV LEFT UNTOUCHED, NOTHING "
022400             "RELEASED, AND RESERVATIONS AFTER THE FIRST 500 "
022500             "OMITTED FROM THIS REPORT"
022600         GO TO 2000-RELEASE-EXPIRED-EXIT
022700     END-IF.
022800     IF RR-TABLE-COUNT = 0
022900         GO TO 2000-RELEASE-EXPIRED-EXIT
023000     END-IF.
023100
023200     PERFORM 2100-RELEASE-ONE-ENTRY
023300         THRU 2100-RELEASE-ONE-ENTRY-EXIT
023400         VARYING RR-IDX FROM 1 BY 1
023500         UNTIL RR-IDX > RR-TABLE-COUNT.
023600     IF RR-RELEASED-COUNT = 0
023700         GO TO 2000-RELEASE-EXPIRED-EXIT
023800     END-IF.
023900
024000     OPEN OUTPUT NUMGEN-RESV-FILE.
024100     PERFORM 2200-WRITE-ONE-TABLE-RECORD
024200         THRU 2200-WRITE-ONE-TABLE-RECORD-EXIT
024300         VARYING RR-IDX FROM 1 BY 1
024400         UNTIL RR-IDX > RR-TABLE-COUNT.
024500     CLOSE NUMGEN-RESV-FILE.
024600 2000-RELEASE-EXPIRED-EXIT.
024700     EXIT.
024800
024900 2100-RELEASE-ONE-ENTRY.
025000     IF RR-T-STATUS(RR-IDX) = "A" AND
025100             RR-T-EXPIRY-DATE(RR-IDX) < RR-REPORT-DATE
025200         MOVE "E" TO RR-T-STATUS(RR-IDX)
025300         MOVE RR-REPORT-DATE TO RR-T-RELEASE-DATE(RR-IDX)
025400         MOVE "Y" TO RR-T-RELEASED-NOW(RR-IDX)
025500         ADD 1 TO RR-RELEASED-COUNT
025600     END-IF.
025700 2100-RELEASE-ONE-ENTRY-EXIT.
025800     EXIT.
025900
026000 2200-WRITE-ONE-TABLE-RECORD.
026100     MOVE SPACES TO NG-RESV-RECORD.
026200     MOVE RR-T-PREFIX(RR-IDX) TO NGH-PREFIX.
026300     MOVE RR-T-SUFFIX(RR-IDX) TO NGH-SUFFIX.
026400     MOVE RR-T-START(RR-IDX) TO NGH-START-NUMBER.
026500     MOVE RR-T-END(RR-IDX) TO NGH-END-NUMBER.
026600     MOVE RR-T-CUSTOMER(RR-IDX) TO NGH-CUSTOMER.
026700     MOVE RR-T-EXPIRY-DATE(RR-IDX) TO NGH-EXPIRY-DATE.
026800     MOVE RR-T-STATUS(RR-IDX) TO NGH-STATUS.
026900     MOVE RR-T-RESERVE-DATE(RR-IDX) TO NGH-RESERVE-DATE.
027000     MOVE RR-T-RELEASE-DATE(RR-IDX) TO NGH-RELEASE-DATE.
027100     WRITE NG-RESV-RECORD.
027200 2200-WRITE-ONE-TABLE-RECORD-EXIT.
027300     EXIT.
027400
027500*-----------------------------------------------------------*
027600* 3000-READ-LEDGER - READ NUMGEN.LEDGER IN KEY ORDER AND    *
027700* CHARGE EACH RANGE, CLIPPED TO THE BLOCK, TO EVERY ACTIVE  *
027800* RESERVATION OF ITS PREFIX/SUFFIX IT OVERLAPS.  A RANGE    *
027900* LYING WHOLLY BELOW THE HIGHEST END NUMBER ALREADY SEEN    *
028000* UNDER ITS PREFIX/SUFFIX IS A REISSUE AND IS PASSED OVER.  *
028100*-----------------------------------------------------------*
028200 3000-READ-LEDGER.
028300     IF RR-TABLE-COUNT = 0
028400         GO TO 3000-READ-LEDGER-EXIT
028500     END-IF.
028600     OPEN INPUT NUMGEN-LEDGER-FILE.
028700     IF NG-LEDGER-FILE-NOT-FOUND
028800         GO TO 3000-READ-LEDGER-EXIT
028900     END-IF.
029000
029100     SET LEDGER-NOT-AT-EOF TO TRUE.
029200     PERFORM 3100-PROCESS-ONE-LEDGER-RECORD
029300         THRU 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
029400         UNTIL LEDGER-AT-EOF.
029500
029600     CLOSE NUMGEN-LEDGER-FILE.
029700 3000-READ-LEDGER-EXIT.
029800     EXIT.
029900
030000 3100-PROCESS-ONE-LEDGER-RECORD.
030100     READ NUMGEN-LEDGER-FILE
030200         AT END
030300             SET LEDGER-AT-EOF TO TRUE
030400             GO TO 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
030500     END-READ.
030600
030700     IF NGL-PREFIX NOT = RR-PREV-PREFIX OR
030800             NGL-SUFFIX NOT = RR-PREV-SUFFIX
030900         MOVE NGL-PREFIX TO RR-PREV-PREFIX
031000         MOVE NGL-SUFFIX TO RR-PREV-SUFFIX
031100         MOVE ZERO TO RR-SERIES-HIGH
031200     ELSE
031300         IF NGL-END-NUMBER <= RR-SERIES-HIGH
031400             GO TO 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
031500         END-IF
031600     END-IF.
031700     MOVE NGL-END-NUMBER TO RR-SERIES-HIGH.
031800
031900     PERFORM 3110-CHARGE-ONE-RESERVATION
032000         THRU 3110-CHARGE-ONE-RESERVATION-EXIT
032100         VARYING RR-IDX FROM 1 BY 1
032200         UNTIL RR-IDX > RR-TABLE-COUNT.
032300 3100-PROCESS-ONE-LEDGER-RECORD-EXIT.
032400     EXIT.
032500
032600 3110-CHARGE-ONE-RESERVATION.
032700     IF RR-T-PREFIX(RR-IDX) NOT = NGL-PREFIX OR
032800             RR-T-SUFFIX(RR-IDX) NOT = NGL-SUFFIX
032900         GO TO 3110-CHARGE-ONE-RESERVATION-EXIT
033000     END-IF.
033100     IF RR-T-STATUS(RR-IDX) NOT = "A" AND
033200             RR-T-RELEASED-NOW(RR-IDX) NOT = "Y"
033300         GO TO 3110-CHARGE-ONE-RESERVATION-EXIT
033400     END-IF.
033500     IF NGL-END-NUMBER < RR-T-START(RR-IDX) OR
033600             NGL-START-NUMBER > RR-T-END(RR-IDX)
033700         GO TO 3110-CHARGE-ONE-RESERVATION-EXIT
033800     END-IF.
033900
034000     IF NGL-START-NUMBER > RR-T-START(RR-IDX)
034100         MOVE NGL-START-NUMBER TO RR-OVERLAP-LOW
034200     ELSE
034300         MOVE RR-T-START(RR-IDX) TO RR-OVERLAP-LOW
034400     END-IF.
034500     IF NGL-END-NUMBER < RR-T-END(RR-IDX)
034600         MOVE NGL-END-NUMBER TO RR-OVERLAP-HIGH
034700     ELSE
034800         MOVE RR-T-END(RR-IDX) TO RR-OVERLAP-HIGH
034900     END-IF.
035000     COMPUTE RR-T-DRAWN(RR-IDX) = RR-T-DRAWN(RR-IDX)
035100         + RR-OVERLAP-HIGH - RR-OVERLAP-LOW + 1.
035200 3110-CHARGE-ONE-RESERVATION-EXIT.
035300     EXIT.
035400
035500*-----------------------------------------------------------*
035600* 4000-PRINT-REPORT - LIST THE LIVE RESERVATIONS, THEN THE  *
035700* ONES THIS RUN RELEASED, THEN THE CONTROL TOTALS.          *
035800*-----------------------------------------------------------*
035900 4000-PRINT-REPORT.
036000     DISPLAY " ".
036100     DISPLAY "RESERVATION STATUS REPORT - AS OF "
036200         RR-REPORT-DATE.
036300
036400     DISPLAY " ".
036500     DISPLAY "LIVE RESERVATIONS".
036600     MOVE ZERO TO RR-LIVE-COUNT.
036700     IF RR-TABLE-COUNT > 0
036800         PERFORM 4100-PRINT-ONE-LIVE-ENTRY
036900             THRU 4100-PRINT-ONE-LIVE-ENTRY-EXIT
037000             VARYING RR-IDX FROM 1 BY 1
037100             UNTIL RR-IDX > RR-TABLE-COUNT
037200     END-IF.
037300     IF RR-LIVE-COUNT = 0
037400         DISPLAY "   NONE."
037500     END-IF.
037600
037700     DISPLAY " ".
037800     DISPLAY "RESERVATIONS EXPIRED AND RELEASED BY THIS RUN".
037900     IF RR-RELEASED-COUNT = 0
038000         DISPLAY "   NONE."
038100     ELSE
038200         PERFORM 4200-PRINT-ONE-RELEASED-ENTRY
038300             THRU 4200-PRINT-ONE-RELEASED-ENTRY-EXIT
038400             VARYING RR-IDX FROM 1 BY 1
038500             UNTIL RR-IDX > RR-TABLE-COUNT
038600     END-IF.
038700
038800     DISPLAY " ".
038900     MOVE RR-LIVE-COUNT TO RR-EDIT-FIELD-SMALL.
039000     DISPLAY "LIVE RESERVATIONS:          " RR-EDIT-FIELD-SMALL.
039100     MOVE RR-TOTAL-RESERVED TO RR-EDIT-FIELD.
039200     DISPLAY "   TOTAL RESERVED:  " RR-EDIT-FIELD.
039300     MOVE RR-TOTAL-DRAWN TO RR-EDIT-FIELD.
039400     DISPLAY "   TOTAL DRAWN:     " RR-EDIT-FIELD.
039500     MOVE RR-TOTAL-REMAINING TO RR-EDIT-FIELD.
039600     DISPLAY "   TOTAL REMAINING: " RR-EDIT-FIELD.
039700     MOVE RR-RELEASED-COUNT TO RR-EDIT-FIELD-SMALL.
039800     DISPLAY "RELEASED THIS RUN:          " RR-EDIT-FIELD-SMALL.
039900     MOVE RR-TOTAL-RETURNED TO RR-EDIT-FIELD.
040000     DISPLAY "   TOTAL RETURNED:  " RR-EDIT-FIELD.
040100 4000-PRINT-REPORT-EXIT.
040200     EXIT.
040300
040400 4100-PRINT-ONE-LIVE-ENTRY.
040500     IF RR-T-STATUS(RR-IDX) NOT = "A"
040600         GO TO 4100-PRINT-ONE-LIVE-ENTRY-EXIT
040700     END-IF.
040800     ADD 1 TO RR-LIVE-COUNT.
040900     PERFORM 4300-PRINT-ENTRY-FIGURES
041000         THRU 4300-PRINT-ENTRY-FIGURES-EXIT.
041100     DISPLAY "   EXPIRES:   " RR-T-EXPIRY-DATE(RR-IDX).
041200     MOVE RR-REMAINING-QTY TO RR-EDIT-FIELD.
041300     DISPLAY "   REMAINING: " RR-EDIT-FIELD.
041400     ADD RR-RESERVED-QTY TO RR-TOTAL-RESERVED.
041500     ADD RR-T-DRAWN(RR-IDX) TO RR-TOTAL-DRAWN.
041600     ADD RR-REMAINING-QTY TO RR-TOTAL-REMAINING.
041700 4100-PRINT-ONE-LIVE-ENTRY-EXIT.
041800     EXIT.
041900
042000 4200-PRINT-ONE-RELEASED-ENTRY.
042100     IF RR-T-RELEASED-NOW(RR-IDX) NOT = "Y"
042200         GO TO 4200-PRINT-ONE-RELEASED-ENTRY-EXIT
042300     END-IF.
042400     PERFORM 4300-PRINT-ENTRY-FIGURES
042500         THRU 4300-PRINT-ENTRY-FIGURES-EXIT.
042600     DISPLAY "   EXPIRED:   " RR-T-EXPIRY-DATE(RR-IDX).
042700     MOVE RR-REMAINING-QTY TO RR-EDIT-FIELD.
042800     DISPLAY "   RETURNED TO GENERAL ALLOCATION: "
042900         RR-EDIT-FIELD.
043000     ADD RR-REMAINING-QTY TO RR-TOTAL-RETURNED.
043100 4200-PRINT-ONE-RELEASED-ENTRY-EXIT.
043200     EXIT.
043300
043400*-----------------------------------------------------------*
043500* 4300-PRINT-ENTRY-FIGURES - THE LINES COMMON TO A LIVE AND *
043600* A RELEASED ENTRY, LEAVING THE BLOCK SIZE IN               *
043700* RR-RESERVED-QTY AND WHAT IS LEFT OF IT IN                 *
043800* RR-REMAINING-QTY.                                         *
043900*-----------------------------------------------------------*
044000 4300-PRINT-ENTRY-FIGURES.
044100     COMPUTE RR-RESERVED-QTY =
044200         RR-T-END(RR-IDX) - RR-T-START(RR-IDX) + 1.
044300     IF RR-T-DRAWN(RR-IDX) >= RR-RESERVED-QTY
044400         MOVE ZERO TO RR-REMAINING-QTY
044500     ELSE
044600         COMPUTE RR-REMAINING-QTY =
044700             RR-RESERVED-QTY - RR-T-DRAWN(RR-IDX)
044800     END-IF.
044900
045000     DISPLAY " ".
045100     DISPLAY "CUSTOMER: " RR-T-CUSTOMER(RR-IDX)
045200         " RESERVED " RR-T-RESERVE-DATE(RR-IDX).
045300     DISPLAY "   PREFIX: " RR-T-PREFIX(RR-IDX)(1:30)
045400         " SUFFIX: " RR-T-SUFFIX(RR-IDX)(1:30).
045500     DISPLAY "   BLOCK:     " RR-T-START(RR-IDX)
045600         " - " RR-T-END(RR-IDX).
045700     MOVE RR-RESERVED-QTY TO RR-EDIT-FIELD.
045800     DISPLAY "   RESERVED:  " RR-EDIT-FIELD.
045900     MOVE RR-T-DRAWN(RR-IDX) TO RR-EDIT-FIELD.
046000     DISPLAY "   DRAWN:     " RR-EDIT-FIELD.
046100 4300-PRINT-ENTRY-FIGURES-EXIT.
046200     EXIT.
046300
046400 END PROGRAM NUMGENRSVR.
