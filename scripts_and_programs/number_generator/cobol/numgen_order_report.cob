000100*****************************************************************
000200* PROGRAM:      NUMGENORDR
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      DAILY ORDER FULFILLMENT REPORT.  FOR EVERY
000800*               CUSTOMER ORDER ON NUMGEN.ORDER THAT IS STILL
000900*               OPEN, OR WAS CLOSED ON THE REPORT DATE, SHOWS
001000*               SIDE BY SIDE:
001100*                 - ORDERED   - THE QUANTITY ON THE ORDER
001200*                 - ISSUED    - THE RANGES ON NUMGEN.LEDGER
001300*                               WHOSE COMPLETED NUMGEN.DISP
001400*                               DISPOSITION NAMES THE ORDER
001500*                 - DELIVERED - SERIALS IN THOSE BATCHES'
001600*                               NUMGEN.DLVR DELIVERIES THE
001700*                               VENDOR HAS CONFIRMED
001800*                 - VOIDED    - SERIALS IN THOSE RANGES
001900*                               VOIDED ON NUMGEN.VOID, AND
002000*                               HOW MANY OF THEM HAVE BEEN
002100*                               REISSUED
002200*               WITH THE QUANTITY STILL OUTSTANDING, AND FLAGS
002300*               AN ORDER PAST ITS DUE DATE WITH SERIALS STILL
002400*               OUTSTANDING, OR ISSUED BEYOND ITS QUANTITY.
002500*
002600*               A LEDGER RANGE LYING WHOLLY INSIDE AN EARLIER
002700*               RANGE OF THE SAME PREFIX/SUFFIX IS A REISSUE
002800*               OF VOIDED SERIALS AND IS NOT ISSUED AGAIN;
002900*               LIKEWISE A DISPOSITION FLAGGED AS A REISSUE.
003000*               THE REPORT DATE IS TODAY UNLESS THE OPERATOR
003100*               ENTERS ANOTHER ONE.
003200*
003300* MODIFICATION HISTORY
003400*   2026-10-15  RO   ORIGINAL VERSION.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. NUMGENORDR.
003800 AUTHOR. R. OKONKWO.
003900 INSTALLATION. DATA PROCESSING DEPT.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT NUMGEN-ORDER-FILE ASSIGN TO "NUMGEN.ORDER"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS NG-ORDER-FILE-STATUS.
004900
005000     SELECT NUMGEN-DISP-FILE ASSIGN TO "NUMGEN.DISP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS NG-DISP-FILE-STATUS.
005300
005400     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS NGL-KEY
005800         FILE STATUS IS NG-LEDGER-FILE-STATUS.
005900
006000     SELECT NUMGEN-DLVR-FILE ASSIGN TO "NUMGEN.DLVR"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS NG-DLVR-FILE-STATUS.
006300
006400     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS NG-VOID-FILE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*-----------------------------------------------------------*
007100*    CUSTOMER ORDER MASTER - SEE COPYBOOK NGORDER           *
007200*-----------------------------------------------------------*
007300 FD  NUMGEN-ORDER-FILE.
007400     COPY NGORDER.
007500
007600*-----------------------------------------------------------*
007700*    BATCH DISPOSITION FILE - SEE COPYBOOK NGDISP           *
007800*-----------------------------------------------------------*
007900 FD  NUMGEN-DISP-FILE.
008000     COPY NGDISP.
008100
008200*-----------------------------------------------------------*
008300*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
008400*-----------------------------------------------------------*
008500 FD  NUMGEN-LEDGER-FILE.
008600     COPY NGLEDG.
008700
008800*-----------------------------------------------------------*
008900*    DELIVERY REGISTER - SEE COPYBOOK NGDLVR                *
009000*-----------------------------------------------------------*
009100 FD  NUMGEN-DLVR-FILE.
009200     COPY NGDLVR.
009300
009400*-----------------------------------------------------------*
009500*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
009600*-----------------------------------------------------------*
009700 FD  NUMGEN-VOID-FILE.
009800     COPY NGVOID.
009900
010000 WORKING-STORAGE SECTION.
010100 77  NG-ORDER-FILE-STATUS         PIC X(02).
010200     88  NG-ORDER-FILE-OK              VALUE "00".
010300     88  NG-ORDER-FILE-NOT-FOUND       VALUE "35".
010400
010500 77  NG-DISP-FILE-STATUS          PIC X(02).
010600     88  NG-DISP-FILE-OK               VALUE "00".
010700     88  NG-DISP-FILE-NOT-FOUND        VALUE "35".
010800
010900 77  NG-LEDGER-FILE-STATUS        PIC X(02).
011000     88  NG-LEDGER-FILE-OK             VALUE "00".
011100     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
011200
011300 77  NG-DLVR-FILE-STATUS          PIC X(02).
011400     88  NG-DLVR-FILE-OK               VALUE "00".
011500     88  NG-DLVR-FILE-NOT-FOUND        VALUE "35".
011600
011700 77  NG-VOID-FILE-STATUS          PIC X(02).
011800     88  NG-VOID-FILE-OK               VALUE "00".
011900     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
012000
012100 77  ORDER-EOF-SWITCH             PIC X(01) VALUE "N".
012200     88  ORDER-AT-EOF                  VALUE "Y".
012300     88  ORDER-NOT-AT-EOF               VALUE "N".
012400
012500 77  DISP-EOF-SWITCH              PIC X(01) VALUE "N".
012600     88  DISP-AT-EOF                   VALUE "Y".
012700     88  DISP-NOT-AT-EOF                VALUE "N".
012800
012900 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
013000     88  LEDGER-AT-EOF                 VALUE "Y".
013100     88  LEDGER-NOT-AT-EOF              VALUE "N".
013200
013300 77  DLVR-EOF-SWITCH              PIC X(01) VALUE "N".
013400     88  DLVR-AT-EOF                   VALUE "Y".
013500     88  DLVR-NOT-AT-EOF                VALUE "N".
013600
013700 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
013800     88  VOID-AT-EOF                   VALUE "Y".
013900     88  VOID-NOT-AT-EOF                VALUE "N".
014000
014100 77  FR-ENTRY-FOUND-SWITCH        PIC X(01) VALUE "N".
014200     88  FR-ENTRY-FOUND                VALUE "Y".
014300     88  FR-ENTRY-NOT-FOUND             VALUE "N".
014400
014500 77  FR-REPORT-DATE               PIC 9(08).
014600 77  FR-DATE-RAW                  PIC X(09).
014700 77  FR-ORDER-COUNT               PIC 9(05) COMP VALUE ZERO.
014800 77  FR-BATCH-COUNT               PIC 9(05) COMP VALUE ZERO.
014900 77  FR-MATCH-ORDER               PIC 9(05) COMP VALUE ZERO.
015000 77  FR-MATCH-BATCH               PIC 9(05) COMP VALUE ZERO.
015100 77  FR-PAST-DUE-COUNT            PIC 9(05) COMP VALUE ZERO.
015200 77  FR-OVER-ISSUED-COUNT         PIC 9(05) COMP VALUE ZERO.
015300 77  FR-RANGE-SIZE                PIC 9(25).
015400 77  FR-OVERLAP-LOW               PIC 9(25).
015500 77  FR-OVERLAP-HIGH              PIC 9(25).
015600 77  FR-OUTSTANDING               PIC 9(25).
015700 77  FR-PREV-PREFIX               PIC X(50) VALUE SPACES.
015800 77  FR-PREV-SUFFIX               PIC X(50) VALUE SPACES.
015900 77  FR-SERIES-HIGH               PIC 9(25) VALUE ZERO.
016000 77  FR-EDIT-FIELD                PIC Z(24)9.
016100 77  FR-EDIT-FIELD-SMALL          PIC ZZZZ9.
016200
016300 77  FR-ORDER-FULL-SWITCH         PIC X(01) VALUE "N".
016400     88  FR-ORDER-TABLE-IS-FULL        VALUE "Y".
016500     88  FR-ORDER-TABLE-NOT-FULL        VALUE "N".
016600
016700 77  FR-BATCH-FULL-SWITCH         PIC X(01) VALUE "N".
016800     88  FR-BATCH-TABLE-IS-FULL        VALUE "Y".
016900     88  FR-BATCH-TABLE-NOT-FULL        VALUE "N".
017000
017100*-----------------------------------------------------------*
017200* FR-ORDER-TABLE - ONE ENTRY PER ORDER ON THE REPORT, WITH  *
017300* THE ISSUED, DELIVERED, AND VOIDED FIGURES ROLLED UP AS    *
017400* THE OTHER FILES ARE READ.                                 *
017500*-----------------------------------------------------------*
017600 01  FR-ORDER-TABLE.
017700     05  FR-ORDER-ENTRY OCCURS 1 TO 500 TIMES
017800             DEPENDING ON FR-ORDER-COUNT
017900             INDEXED BY FR-ORD-IDX.
018000         10  FR-O-ORDER-NUMBER     PIC X(20).
018100         10  FR-O-CUSTOMER         PIC X(30).
018200         10  FR-O-PREFIX           PIC X(50).
018300         10  FR-O-SUFFIX           PIC X(50).
018400         10  FR-O-QUANTITY         PIC 9(25).
018500         10  FR-O-DUE-DATE         PIC 9(08).
018600         10  FR-O-STATUS           PIC X(01).
018700         10  FR-O-CLOSE-DATE       PIC 9(08).
018800         10  FR-O-BATCHES          PIC 9(05) COMP.
018900         10  FR-O-ISSUED           PIC 9(25).
019000         10  FR-O-DELIVERED        PIC 9(25).
019100         10  FR-O-VOIDED           PIC 9(25).
019200         10  FR-O-REISSUED         PIC 9(25).
019300
019400*-----------------------------------------------------------*
019500* FR-BATCH-TABLE - ONE ENTRY PER COMPLETED BATCH WHOSE      *
019600* DISPOSITION NAMES AN ORDER ON THE REPORT, POINTING BACK   *
019700* AT THE ORDER'S ENTRY.  THE LEDGER, DELIVERY REGISTER, AND *
019800* VOID REGISTER ARE MATCHED TO ORDERS THROUGH THIS TABLE.   *
019900*-----------------------------------------------------------*
020000 01  FR-BATCH-TABLE.
020100     05  FR-BATCH-ENTRY OCCURS 1 TO 2000 TIMES
020200             DEPENDING ON FR-BATCH-COUNT
020300             INDEXED BY FR-BAT-IDX.
020400         10  FR-B-PREFIX           PIC X(50).
020500         10  FR-B-SUFFIX           PIC X(50).
020600         10  FR-B-START            PIC 9(25).
020700         10  FR-B-END              PIC 9(25).
020800         10  FR-B-OUT-FILE         PIC X(50).
020900         10  FR-B-REISSUE          PIC X(01).
021000         10  FR-B-ORDER-SUB        PIC 9(05) COMP.
021100
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT.
021600
021700     PERFORM 1100-LOAD-ORDERS
021800         THRU 1100-LOAD-ORDERS-EXIT.
021900
022000     PERFORM 1200-LOAD-ORDER-BATCHES
022100         THRU 1200-LOAD-ORDER-BATCHES-EXIT.
022200
022300     PERFORM 2000-READ-LEDGER
022400         THRU 2000-READ-LEDGER-EXIT.
022500
022600     PERFORM 2500-READ-DELIVERIES
022700         THRU 2500-READ-DELIVERIES-EXIT.
022800
022900     PERFORM 2700-READ-VOID-REGISTER
023000         THRU 2700-READ-VOID-REGISTER-EXIT.
023100
023200     PERFORM 3000-PRINT-REPORT
023300         THRU 3000-PRINT-REPORT-EXIT.
023400
023500     STOP RUN.
023600
023700*-----------------------------------------------------------*
023800* 1000-INITIALIZE - FIND OUT WHICH DATE TO REPORT AS OF.    *
023900* THE OPERATOR MAY PRESS ENTER FOR TODAY, OR TYPE AN        *
024000* 8-DIGIT YYYYMMDD DATE.                                    *
024100*-----------------------------------------------------------*
024200 1000-INITIALIZE.
024300     ACCEPT FR-REPORT-DATE FROM DATE YYYYMMDD.
024400     DISPLAY "Report date YYYYMMDD (press ENTER for today):"
024500     MOVE SPACES TO FR-DATE-RAW.
024600     ACCEPT FR-DATE-RAW.
024700     IF FR-DATE-RAW(1:8) IS NUMERIC AND
024800             FR-DATE-RAW(1:8) NOT = SPACES
024900         MOVE FR-DATE-RAW(1:8) TO FR-REPORT-DATE
025000     END-IF.
025100 1000-INITIALIZE-EXIT.
025200     EXIT.
025300
025400*-----------------------------------------------------------*
025500* 1100-LOAD-ORDERS - LOAD EVERY OPEN ORDER, AND EVERY ORDER *
025600* CLOSED ON THE REPORT DATE, INTO FR-ORDER-TABLE.           *
025700*-----------------------------------------------------------*
025800 1100-LOAD-ORDERS.
025900     MOVE ZERO TO FR-ORDER-COUNT.
026000     SET FR-ORDER-TABLE-NOT-FULL TO TRUE.
026100     OPEN INPUT NUMGEN-ORDER-FILE.
026200     IF NG-ORDER-FILE-NOT-FOUND
026300         GO TO 1100-LOAD-ORDERS-EXIT
026400     END-IF.
026500     SET ORDER-NOT-AT-EOF TO TRUE.
026600     PERFORM 1110-LOAD-ONE-ORDER
026700         THRU 1110-LOAD-ONE-ORDER-EXIT
026800         UNTIL ORDER-AT-EOF.
026900     CLOSE NUMGEN-ORDER-FILE.
027000
027100     IF FR-ORDER-TABLE-IS-FULL
027200         DISPLAY "WARNING - MORE THAN 500 ORDERS TO REPORT - "
027300             "SOME ORDERS OMITTED FROM THIS REPORT"
027400     END-IF.
027500 1100-LOAD-ORDERS-EXIT.
027600     EXIT.
027700
027800 1110-LOAD-ONE-ORDER.
027900     READ NUMGEN-ORDER-FILE
028000         AT END
028100             SET ORDER-AT-EOF TO TRUE
028200             GO TO 1110-LOAD-ONE-ORDER-EXIT
028300     END-READ.
028400
028500     IF NGO-CLOSED AND NGO-CLOSE-DATE NOT = FR-REPORT-DATE
028600         GO TO 1110-LOAD-ONE-ORDER-EXIT
028700     END-IF.
028800
028900     IF FR-ORDER-COUNT >= 500
029000         SET FR-ORDER-TABLE-IS-FULL TO TRUE
029100         GO TO 1110-LOAD-ONE-ORDER-EXIT
029200     END-IF.
029300
029400     ADD 1 TO FR-ORDER-COUNT.
029500     MOVE NGO-ORDER-NUMBER
029600         TO FR-O-ORDER-NUMBER(FR-ORDER-COUNT).
029700     MOVE NGO-CUSTOMER TO FR-O-CUSTOMER(FR-ORDER-COUNT).
029800     MOVE NGO-PREFIX TO FR-O-PREFIX(FR-ORDER-COUNT).
029900     MOVE NGO-SUFFIX TO FR-O-SUFFIX(FR-ORDER-COUNT).
030000     MOVE NGO-QUANTITY TO FR-O-QUANTITY(FR-ORDER-COUNT).
030100     MOVE NGO-DUE-DATE TO FR-O-DUE-DATE(FR-ORDER-COUNT).
030200     MOVE NGO-STATUS TO FR-O-STATUS(FR-ORDER-COUNT).
030300     MOVE NGO-CLOSE-DATE TO FR-O-CLOSE-DATE(FR-ORDER-COUNT).
030400     MOVE ZERO TO FR-O-BATCHES(FR-ORDER-COUNT).
030500     MOVE ZERO TO FR-O-ISSUED(FR-ORDER-COUNT).
030600     MOVE ZERO TO FR-O-DELIVERED(FR-ORDER-COUNT).
030700     MOVE ZERO TO FR-O-VOIDED(FR-ORDER-COUNT).
030800     MOVE ZERO TO FR-O-REISSUED(FR-ORDER-COUNT).
030900 1110-LOAD-ONE-ORDER-EXIT.
031000     EXIT.
031100
031200*-----------------------------------------------------------*
031300* 1200-LOAD-ORDER-BATCHES - LOAD EVERY COMPLETED NUMGEN.DISP*
031400* DISPOSITION THAT NAMES AN ORDER ON THE REPORT INTO        *
031500* FR-BATCH-TABLE.                                           *
031600*-----------------------------------------------------------*
031700 1200-LOAD-ORDER-BATCHES.
031800     MOVE ZERO TO FR-BATCH-COUNT.
031900     SET FR-BATCH-TABLE-NOT-FULL TO TRUE.
032000     IF FR-ORDER-COUNT = 0
032100         GO TO 1200-LOAD-ORDER-BATCHES-EXIT
032200     END-IF.
032300     OPEN INPUT NUMGEN-DISP-FILE.
032400     IF NG-DISP-FILE-NOT-FOUND
032500         GO TO 1200-LOAD-ORDER-BATCHES-EXIT
032600     END-IF.
032700     SET DISP-NOT-AT-EOF TO TRUE.
032800     PERFORM 1210-LOAD-ONE-DISPOSITION
032900         THRU 1210-LOAD-ONE-DISPOSITION-EXIT
033000         UNTIL DISP-AT-EOF.
033100     CLOSE NUMGEN-DISP-FILE.
033200
033300     IF FR-BATCH-TABLE-IS-FULL
033400         DISPLAY "WARNING - MORE THAN 2000 ORDER BATCHES ON "
033500             "NUMGEN.DISP - ORDER FIGURES ARE INCOMPLETE"
033600     END-IF.
033700 1200-LOAD-ORDER-BATCHES-EXIT.
033800     EXIT.
033900
034000 1210-LOAD-ONE-DISPOSITION.
034100     READ NUMGEN-DISP-FILE
034200         AT END
034300             SET DISP-AT-EOF TO TRUE
034400             GO TO 1210-LOAD-ONE-DISPOSITION-EXIT
034500     END-READ.
034600
034700     IF NOT NGB-COMPLETED OR NGB-ORDER-NUMBER = SPACES
034800         GO TO 1210-LOAD-ONE-DISPOSITION-EXIT
034900     END-IF.
035000
035100     SET FR-ENTRY-NOT-FOUND TO TRUE.
035200     PERFORM 1220-FIND-ORDER-ENTRY
035300         THRU 1220-FIND-ORDER-ENTRY-EXIT
035400         VARYING FR-ORD-IDX FROM 1 BY 1
035500         UNTIL FR-ORD-IDX > FR-ORDER-COUNT OR FR-ENTRY-FOUND.
035600     IF FR-ENTRY-NOT-FOUND
035700         GO TO 1210-LOAD-ONE-DISPOSITION-EXIT
035800     END-IF.
035900
036000     IF FR-BATCH-COUNT >= 2000
036100         SET FR-BATCH-TABLE-IS-FULL TO TRUE
036200         GO TO 1210-LOAD-ONE-DISPOSITION-EXIT
036300     END-IF.
036400
036500     ADD 1 TO FR-BATCH-COUNT.
036600     MOVE NGB-PREFIX TO FR-B-PREFIX(FR-BATCH-COUNT).
036700     MOVE NGB-SUFFIX TO FR-B-SUFFIX(FR-BATCH-COUNT).
036800     MOVE NGB-START-NUMBER TO FR-B-START(FR-BATCH-COUNT).
036900     MOVE NGB-END-NUMBER TO FR-B-END(FR-BATCH-COUNT).
037000     MOVE NGB-OUT-FILE TO FR-B-OUT-FILE(FR-BATCH-COUNT).
037100     IF NGB-WAS-REISSUE
037200         MOVE "Y" TO FR-B-REISSUE(FR-BATCH-COUNT)
037300     ELSE
037400         MOVE "N" TO FR-B-REISSUE(FR-BATCH-COUNT)
037500         ADD 1 TO FR-O-BATCHES(FR-MATCH-ORDER)
037600     END-IF.
037700     MOVE FR-MATCH-ORDER TO FR-B-ORDER-SUB(FR-BATCH-COUNT).
037800 1210-LOAD-ONE-DISPOSITION-EXIT.
037900     EXIT.
038000
038100 1220-FIND-ORDER-ENTRY.
038200     IF FR-O-ORDER-NUMBER(FR-ORD-IDX) = NGB-ORDER-NUMBER
038300         SET FR-ENTRY-FOUND TO TRUE
038400         SET FR-MATCH-ORDER TO FR-ORD-IDX
038500     END-IF.
038600 1220-FIND-ORDER-ENTRY-EXIT.
038700     EXIT.
038800
038900*-----------------------------------------------------------*
039000* 2000-READ-LEDGER - READ NUMGEN.LEDGER IN KEY ORDER.  A    *
039100* RANGE LYING WHOLLY BELOW THE HIGHEST END NUMBER ALREADY   *
039200* SEEN UNDER ITS PREFIX/SUFFIX IS A REISSUE INSIDE AN       *
039300* EARLIER RANGE AND IS PASSED OVER; ANY OTHER RANGE WHOSE   *
039400* START MATCHES AN ORDER BATCH IS ISSUED AGAINST THAT       *
039500* BATCH'S ORDER.                                            *
039600*-----------------------------------------------------------*
039700 2000-READ-LEDGER.
039800     IF FR-BATCH-COUNT = 0
039900         GO TO 2000-READ-LEDGER-EXIT
040000     END-IF.
040100     OPEN INPUT NUMGEN-LEDGER-FILE.
040200     IF NG-LEDGER-FILE-NOT-FOUND
040300         GO TO 2000-READ-LEDGER-EXIT
040400     END-IF.
040500
040600     SET LEDGER-NOT-AT-EOF TO TRUE.
040700     PERFORM 2100-PROCESS-ONE-LEDGER-RECORD
040800         THRU 2100-PROCESS-ONE-LEDGER-RECORD-EXIT
040900         UNTIL LEDGER-AT-EOF.
041000
041100     CLOSE NUMGEN-LEDGER-FILE.
041200 2000-READ-LEDGER-EXIT.
041300     EXIT.
041400
041500 2100-PROCESS-ONE-LEDGER-RECORD.
041600     READ NUMGEN-LEDGER-FILE
041700         AT END
041800             SET LEDGER-AT-EOF TO TRUE
041900             GO TO 2100-PROCESS-ONE-LEDGER-RECORD-EXIT
042000     END-READ.
042100
042200     IF NGL-PREFIX NOT = FR-PREV-PREFIX OR
042300             NGL-SUFFIX NOT = FR-PREV-SUFFIX
042400         MOVE NGL-PREFIX TO FR-PREV-PREFIX
042500         MOVE NGL-SUFFIX TO FR-PREV-SUFFIX
042600         MOVE ZERO TO FR-SERIES-HIGH
042700     ELSE
042800         IF NGL-END-NUMBER <= FR-SERIES-HIGH
042900             GO TO 2100-PROCESS-ONE-LEDGER-RECORD-EXIT
043000         END-IF
043100     END-IF.
043200     MOVE NGL-END-NUMBER TO FR-SERIES-HIGH.
043300
043400     SET FR-ENTRY-NOT-FOUND TO TRUE.
043500     PERFORM 2110-FIND-LEDGER-BATCH
043600         THRU 2110-FIND-LEDGER-BATCH-EXIT
043700         VARYING FR-BAT-IDX FROM 1 BY 1
043800         UNTIL FR-BAT-IDX > FR-BATCH-COUNT OR FR-ENTRY-FOUND.
043900     IF FR-ENTRY-NOT-FOUND
044000         GO TO 2100-PROCESS-ONE-LEDGER-RECORD-EXIT
044100     END-IF.
044200
044300     COMPUTE FR-RANGE-SIZE =
044400         NGL-END-NUMBER - NGL-START-NUMBER + 1.
044500     MOVE FR-B-ORDER-SUB(FR-MATCH-BATCH) TO FR-MATCH-ORDER.
044600     ADD FR-RANGE-SIZE TO FR-O-ISSUED(FR-MATCH-ORDER).
044700 2100-PROCESS-ONE-LEDGER-RECORD-EXIT.
044800     EXIT.
044900
045000 2110-FIND-LEDGER-BATCH.
045100     IF FR-B-PREFIX(FR-BAT-IDX) = NGL-PREFIX AND
045200             FR-B-SUFFIX(FR-BAT-IDX) = NGL-SUFFIX AND
045300             FR-B-START(FR-BAT-IDX) = NGL-START-NUMBER AND
045400             FR-B-REISSUE(FR-BAT-IDX) = "N"
045500         SET FR-ENTRY-FOUND TO TRUE
045600         SET FR-MATCH-BATCH TO FR-BAT-IDX
045700     END-IF.
045800 2110-FIND-LEDGER-BATCH-EXIT.
045900     EXIT.
046000
046100*-----------------------------------------------------------*
046200* 2500-READ-DELIVERIES - A CONFIRMED NUMGEN.DLVR DELIVERY   *
046300* OF AN ORDER BATCH - SAME OUTPUT FILE, PREFIX/SUFFIX, AND  *
046400* RANGE - COUNTS AS DELIVERED AGAINST THE ORDER.  A REPRINT *
046500* ALWAYS LANDS IN A FILE OF ITS OWN, SO IT NEVER MATCHES,   *
046600* AND A REISSUE ONLY REPLACES SERIALS ALREADY DELIVERED.    *
046700*-----------------------------------------------------------*
046800 2500-READ-DELIVERIES.
046900     IF FR-BATCH-COUNT = 0
047000         GO TO 2500-READ-DELIVERIES-EXIT
047100     END-IF.
047200     OPEN INPUT NUMGEN-DLVR-FILE.
047300     IF NG-DLVR-FILE-NOT-FOUND
047400         GO TO 2500-READ-DELIVERIES-EXIT
047500     END-IF.
047600
047700     SET DLVR-NOT-AT-EOF TO TRUE.
047800     PERFORM 2510-PROCESS-ONE-DELIVERY
047900         THRU 2510-PROCESS-ONE-DELIVERY-EXIT
048000         UNTIL DLVR-AT-EOF.
048100
048200     CLOSE NUMGEN-DLVR-FILE.
048300 2500-READ-DELIVERIES-EXIT.
048400     EXIT.
048500
048600 2510-PROCESS-ONE-DELIVERY.
048700     READ NUMGEN-DLVR-FILE
048800         AT END
048900             SET DLVR-AT-EOF TO TRUE
049000             GO TO 2510-PROCESS-ONE-DELIVERY-EXIT
049100     END-READ.
049200
049300     IF NOT NGD-CONFIRMED
049400         GO TO 2510-PROCESS-ONE-DELIVERY-EXIT
049500     END-IF.
049600
049700     SET FR-ENTRY-NOT-FOUND TO TRUE.
049800     PERFORM 2520-FIND-DELIVERY-BATCH
049900         THRU 2520-FIND-DELIVERY-BATCH-EXIT
050000         VARYING FR-BAT-IDX FROM 1 BY 1
050100         UNTIL FR-BAT-IDX > FR-BATCH-COUNT OR FR-ENTRY-FOUND.
050200     IF FR-ENTRY-NOT-FOUND
050300         GO TO 2510-PROCESS-ONE-DELIVERY-EXIT
050400     END-IF.
050500
050600     MOVE FR-B-ORDER-SUB(FR-MATCH-BATCH) TO FR-MATCH-ORDER.
050700     ADD NGD-COUNT TO FR-O-DELIVERED(FR-MATCH-ORDER).
050800 2510-PROCESS-ONE-DELIVERY-EXIT.
050900     EXIT.
051000
051100 2520-FIND-DELIVERY-BATCH.
051200     IF FR-B-OUT-FILE(FR-BAT-IDX) = NGD-OUT-FILE AND
051300             FR-B-PREFIX(FR-BAT-IDX) = NGD-PREFIX AND
051400             FR-B-SUFFIX(FR-BAT-IDX) = NGD-SUFFIX AND
051500             FR-B-START(FR-BAT-IDX) = NGD-START-NUMBER AND
051600             FR-B-END(FR-BAT-IDX) = NGD-END-NUMBER AND
051700             FR-B-REISSUE(FR-BAT-IDX) = "N"
051800         SET FR-ENTRY-FOUND TO TRUE
051900         SET FR-MATCH-BATCH TO FR-BAT-IDX
052000     END-IF.
052100 2520-FIND-DELIVERY-BATCH-EXIT.
052200     EXIT.
052300
052400*-----------------------------------------------------------*
052500* 2700-READ-VOID-REGISTER - EVERY VOID IN EFFECT (VOIDED OR *
052600* SINCE REISSUED) IS SPLIT OVER THE ORDER BATCHES IT        *
052700* OVERLAPS, SO A VOID SPANNING TWO BATCHES IS CHARGED TO    *
052800* EACH FOR ITS OWN PART.  PENDING AND REJECTED VOIDS HAVE   *
052900* NOT TAKEN EFFECT AND ARE LEFT OUT.                        *
053000*-----------------------------------------------------------*
053100 2700-READ-VOID-REGISTER.
053200     IF FR-BATCH-COUNT = 0
053300         GO TO 2700-READ-VOID-REGISTER-EXIT
053400     END-IF.
053500     OPEN INPUT NUMGEN-VOID-FILE.
053600     IF NG-VOID-FILE-NOT-FOUND
053700         GO TO 2700-READ-VOID-REGISTER-EXIT
053800     END-IF.
053900
054000     SET VOID-NOT-AT-EOF TO TRUE.
054100     PERFORM 2710-PROCESS-ONE-VOID-RECORD
054200         THRU 2710-PROCESS-ONE-VOID-RECORD-EXIT
054300         UNTIL VOID-AT-EOF.
054400
054500     CLOSE NUMGEN-VOID-FILE.
054600 2700-READ-VOID-REGISTER-EXIT.
054700     EXIT.
054800
054900 2710-PROCESS-ONE-VOID-RECORD.
055000     READ NUMGEN-VOID-FILE
055100         AT END
055200             SET VOID-AT-EOF TO TRUE
055300             GO TO 2710-PROCESS-ONE-VOID-RECORD-EXIT
055400     END-READ.
055500
055600     IF NOT (NGV-VOIDED OR NGV-REISSUED)
055700         GO TO 2710-PROCESS-ONE-VOID-RECORD-EXIT
055800     END-IF.
055900
056000     PERFORM 2720-CHARGE-ONE-BATCH
056100         THRU 2720-CHARGE-ONE-BATCH-EXIT
056200         VARYING FR-BAT-IDX FROM 1 BY 1
056300         UNTIL FR-BAT-IDX > FR-BATCH-COUNT.
056400 2710-PROCESS-ONE-VOID-RECORD-EXIT.
056500     EXIT.
056600
056700 2720-CHARGE-ONE-BATCH.
056800     IF FR-B-PREFIX(FR-BAT-IDX) NOT = NGV-PREFIX OR
056900             FR-B-SUFFIX(FR-BAT-IDX) NOT = NGV-SUFFIX OR
057000             FR-B-REISSUE(FR-BAT-IDX) = "Y"
057100         GO TO 2720-CHARGE-ONE-BATCH-EXIT
057200     END-IF.
057300     IF NGV-END-NUMBER < FR-B-START(FR-BAT-IDX) OR
057400             NGV-START-NUMBER > FR-B-END(FR-BAT-IDX)
057500         GO TO 2720-CHARGE-ONE-BATCH-EXIT
057600     END-IF.
057700
057800     IF NGV-START-NUMBER > FR-B-START(FR-BAT-IDX)
057900         MOVE NGV-START-NUMBER TO FR-OVERLAP-LOW
058000     ELSE
058100         MOVE FR-B-START(FR-BAT-IDX) TO FR-OVERLAP-LOW
058200     END-IF.
058300     IF NGV-END-NUMBER < FR-B-END(FR-BAT-IDX)
058400         MOVE NGV-END-NUMBER TO FR-OVERLAP-HIGH
058500     ELSE
058600         MOVE FR-B-END(FR-BAT-IDX) TO FR-OVERLAP-HIGH
058700     END-IF.
058800     COMPUTE FR-RANGE-SIZE = FR-OVERLAP-HIGH - FR-OVERLAP-LOW + 1.
058900
059000     MOVE FR-B-ORDER-SUB(FR-BAT-IDX) TO FR-MATCH-ORDER.
059100     ADD FR-RANGE-SIZE TO FR-O-VOIDED(FR-MATCH-ORDER).
059200     IF NGV-REISSUED
059300         ADD FR-RANGE-SIZE TO FR-O-REISSUED(FR-MATCH-ORDER)
059400     END-IF.
059500 2720-CHARGE-ONE-BATCH-EXIT.
059600     EXIT.
059700
059800*-----------------------------------------------------------*
059900* 3000-PRINT-REPORT - DISPLAY ONE BLOCK PER ORDER, THEN THE *
060000* COUNT OF ORDERS PAST DUE AND OVER-ISSUED.                 *
060100*-----------------------------------------------------------*
060200 3000-PRINT-REPORT.
060300     DISPLAY " ".
060400     DISPLAY "ORDER FULFILLMENT REPORT - AS OF " FR-REPORT-DATE.
060500
060600     IF FR-ORDER-COUNT = 0
060700         DISPLAY "NO OPEN ORDERS, AND NO ORDERS CLOSED ON "
060800             "THIS DATE."
060900         GO TO 3000-PRINT-REPORT-EXIT
061000     END-IF.
061100
061200     MOVE ZERO TO FR-PAST-DUE-COUNT.
061300     MOVE ZERO TO FR-OVER-ISSUED-COUNT.
061400     PERFORM 3100-PRINT-ONE-ORDER
061500         THRU 3100-PRINT-ONE-ORDER-EXIT
061600         VARYING FR-ORD-IDX FROM 1 BY 1
061700         UNTIL FR-ORD-IDX > FR-ORDER-COUNT.
061800
061900     DISPLAY " ".
062000     MOVE FR-ORDER-COUNT TO FR-EDIT-FIELD-SMALL.
062100     DISPLAY "ORDERS REPORTED:      " FR-EDIT-FIELD-SMALL.
062200     MOVE FR-PAST-DUE-COUNT TO FR-EDIT-FIELD-SMALL.
062300     DISPLAY "ORDERS PAST DUE:      " FR-EDIT-FIELD-SMALL.
062400     MOVE FR-OVER-ISSUED-COUNT TO FR-EDIT-FIELD-SMALL.
062500     DISPLAY "ORDERS OVER-ISSUED:   " FR-EDIT-FIELD-SMALL.
062600 3000-PRINT-REPORT-EXIT.
062700     EXIT.
062800
062900 3100-PRINT-ONE-ORDER.
063000     DISPLAY " ".
063100     DISPLAY "ORDER: " FR-O-ORDER-NUMBER(FR-ORD-IDX)
063200         " CUSTOMER: " FR-O-CUSTOMER(FR-ORD-IDX).
063300     DISPLAY "   PREFIX: " FR-O-PREFIX(FR-ORD-IDX)(1:30)
063400         " SUFFIX: " FR-O-SUFFIX(FR-ORD-IDX)(1:30).
063500     IF FR-O-STATUS(FR-ORD-IDX) = "C"
063600         DISPLAY "   STATUS:    CLOSED ("
063700             FR-O-CLOSE-DATE(FR-ORD-IDX) ")  DUE: "
063800             FR-O-DUE-DATE(FR-ORD-IDX)
063900     ELSE
064000         DISPLAY "   STATUS:    OPEN  DUE: "
064100             FR-O-DUE-DATE(FR-ORD-IDX)
064200     END-IF.
064300
064400     IF FR-O-ISSUED(FR-ORD-IDX) >= FR-O-QUANTITY(FR-ORD-IDX)
064500         MOVE ZERO TO FR-OUTSTANDING
064600     ELSE
064700         COMPUTE FR-OUTSTANDING = FR-O-QUANTITY(FR-ORD-IDX)
064800             - FR-O-ISSUED(FR-ORD-IDX)
064900     END-IF.
065000
065100     MOVE FR-O-QUANTITY(FR-ORD-IDX) TO FR-EDIT-FIELD.
065200     DISPLAY "   ORDERED:              " FR-EDIT-FIELD.
065300     MOVE FR-O-BATCHES(FR-ORD-IDX) TO FR-EDIT-FIELD-SMALL.
065400     MOVE FR-O-ISSUED(FR-ORD-IDX) TO FR-EDIT-FIELD.
065500     DISPLAY "   ISSUED (LEDGER):      " FR-EDIT-FIELD
065600         "  IN " FR-EDIT-FIELD-SMALL " BATCHES".
065700     MOVE FR-OUTSTANDING TO FR-EDIT-FIELD.
065800     DISPLAY "   OUTSTANDING:          " FR-EDIT-FIELD.
065900     MOVE FR-O-DELIVERED(FR-ORD-IDX) TO FR-EDIT-FIELD.
066000     DISPLAY "   DELIVERED, CONFIRMED: " FR-EDIT-FIELD.
066100     MOVE FR-O-VOIDED(FR-ORD-IDX) TO FR-EDIT-FIELD.
066200     DISPLAY "   VOIDED:               " FR-EDIT-FIELD.
066300     IF FR-O-REISSUED(FR-ORD-IDX) > ZERO
066400         MOVE FR-O-REISSUED(FR-ORD-IDX) TO FR-EDIT-FIELD
066500         DISPLAY "     OF WHICH REISSUED:  " FR-EDIT-FIELD
066600     END-IF.
066700
066800     IF FR-O-STATUS(FR-ORD-IDX) NOT = "C" AND
066900             FR-OUTSTANDING > ZERO AND
067000             FR-O-DUE-DATE(FR-ORD-IDX) < FR-REPORT-DATE
067100         ADD 1 TO FR-PAST-DUE-COUNT
067200         DISPLAY "   *** PAST DUE WITH SERIALS OUTSTANDING ***"
067300     END-IF.
067400     IF FR-O-ISSUED(FR-ORD-IDX) > FR-O-QUANTITY(FR-ORD-IDX)
067500         ADD 1 TO FR-OVER-ISSUED-COUNT
067600         DISPLAY "   *** ISSUED BEYOND THE ORDERED QUANTITY ***"
067700     END-IF.
067800 3100-PRINT-ONE-ORDER-EXIT.
067900     EXIT.
068000
068100 END PROGRAM NUMGENORDR.
