000100*****************************************************************
000200* PROGRAM:      NUMGENBILL
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      MONTH-END CHARGEBACK BILLING.  FINANCE BILLS
000800*               EACH BUSINESS UNIT FOR THE SERIALS THIS SHOP
000900*               ISSUES AND THE LABEL VENDOR PRINTS.  FOR THE
001000*               BILLING MONTH THE OPERATOR NAMES (ENTER FOR
001100*               THE MONTH JUST ENDED) THIS PROGRAM TOTALS THE
001200*               COMPLETED AND REPRINTED BATCHES ON NUMGEN.DISP
001300*               BY VENDOR (NGS-VENDOR ON NUMGEN.SERIES), SERIES,
001400*               AND CUSTOMER (THE CUSTOMER ON THE NUMGEN.ORDER
001500*               ORDER THE BATCH WAS ISSUED AGAINST):
001600*                 - GENERATED - SERIALS A NEW-ISSUE BATCH
001700*                               PRINTED (NGB-GENERATED)
001800*                 - REPRINTED - SERIALS A REPRINT, OR A
001900*                               REISSUE OF VOIDED SERIALS,
002000*                               PRINTED AGAIN
002100*                 - EXCLUDED  - SERIALS A NEW-ISSUE BATCH
002200*                               PASSED OVER UNDER NUMGEN.EXCL
002300*                               RULES; NEVER PRINTED, SO
002400*                               REPORTED BUT NOT BILLED
002500*               AND PRICES THEM FROM THE NUMGEN.RATE RATE
002600*               TABLE (SEE COPYBOOK NGRATE): EACH BATCH IS
002700*               CHARGED ITS SERIALS AT THE SERIES RATE, OR THE
002800*               VENDOR RATE WHEN THE SERIES HAS NONE, BUT NEVER
002900*               LESS THAN THE RATE'S MINIMUM CHARGE PER BATCH.
003000*
003100*               A REISSUE OF SERIALS THE VENDOR SPOILED (THE
003200*               RANGE LIES IN A REISSUED NUMGEN.VOID RECORD
003300*               RAISED BY NUMGENSPOIL) IS THE VENDOR'S OWN
003400*               COST: IT IS SHOWN SEPARATELY AS NON-BILLABLE.
003500*               A REPRINT OR REISSUE NAMING NO ORDER IS BILLED
003600*               TO THE ORDER OF THE ORIGINAL BATCH THAT ISSUED
003700*               ITS RANGE.
003800*
003900*               THE RUN PRINTS THE CHARGEBACK STATEMENT, THEN
004000*               RECONCILES THE MONTH'S NEW ISSUES ON NUMGEN.DISP
004100*               (GENERATED PLUS EXCLUDED) SERIES BY SERIES TO
004200*               THE QUANTITIES ISSUED ON NUMGEN.LEDGER IN THE
004300*               MONTH.  ONLY WHEN THE TWO AGREE, EVERY BILLED
004400*               LINE IS PRICED, AND NUMGEN.RATE IS CLEAN DOES
004500*               IT WRITE NUMGEN.CHGBACK, THE INTERFACE FILE FOR
004600*               THE ACCOUNTS PAYABLE / INTERNAL BILLING SYSTEM
004700*               (SEE COPYBOOK NGCHGB); OTHERWISE THE FILE IS
004800*               NOT PRODUCED AND THE RUN ENDS WITH RETURN
004900*               CODE 8.
005000*
005100*               ON THE LEDGER, A RANGE LYING WHOLLY INSIDE AN
005200*               EARLIER RANGE OF THE SAME PREFIX/SUFFIX IS A
005300*               REISSUE AND IS NOT ISSUED AGAIN, AS IN
005400*               NUMGENORDR.  A RANGE IS COUNTED IN THE MONTH OF
005500*               THE NEW ISSUE THAT STARTS IT, WHATEVER ITS BATCH
005600*               DATE NOW SAYS - A LATER REISSUE MERGED INTO IT
005700*               RESTAMPS THE DATE - SO A RANGE RESTAMPED INTO THE
005800*               MONTH WITH NO NEW ISSUE IN THE MONTH STARTING IT
005900*               IS NOT COUNTED.
006000*
006100*               IF NUMGEN.DISP, NUMGEN.ORDER, OR NUMGEN.SERIES
006200*               CANNOT BE READ, OR NUMGEN.VOID EXISTS BUT CANNOT
006300*               BE READ, THE BATCHES CANNOT BE BILLED CORRECTLY
006400*               AND THE INTERFACE FILE IS HELD BACK.
006500*
006600* MODIFICATION HISTORY
006700*   2026-10-15  RO   ORIGINAL VERSION.
006800*   2026-10-15  RO   A LEDGER RANGE IS COUNTED IN THE MONTH OF ITS
006900*                    NEW ISSUE EVEN AFTER A LATER REISSUE
007000*                    RESTAMPS ITS BATCH DATE.  AN UNREADABLE
007100*                    NUMGEN.DISP, VOID, ORDER, OR SERIES HOLDS
007200*                    BACK THE INTERFACE FILE.
007300*****************************************************************
007400 IDENTIFICATION DIVISION.
007500 PROGRAM-ID. NUMGENBILL.
007600 AUTHOR. R. OKONKWO.
007700 INSTALLATION. DATA PROCESSING DEPT.
007800 DATE-WRITTEN. 2026-10-15.
007900 DATE-COMPILED.
008000
008100 ENVIRONMENT DIVISION.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT NUMGEN-RATE-FILE ASSIGN TO "NUMGEN.RATE"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS NG-RATE-FILE-STATUS.
008700
008800     SELECT NUMGEN-DISP-FILE ASSIGN TO "NUMGEN.DISP"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS NG-DISP-FILE-STATUS.
009100
009200     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS NG-VOID-FILE-STATUS.
009500
009600     SELECT NUMGEN-ORDER-FILE ASSIGN TO "NUMGEN.ORDER"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS NG-ORDER-FILE-STATUS.
009900
010000     SELECT NUMGEN-SERIES-FILE ASSIGN TO "NUMGEN.SERIES"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS NG-SERIES-FILE-STATUS.
010300
010400     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS SEQUENTIAL
010700         RECORD KEY IS NGL-KEY
010800         FILE STATUS IS NG-LEDGER-FILE-STATUS.
010900
011000     SELECT NUMGEN-CHGBACK-FILE ASSIGN TO "NUMGEN.CHGBACK"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS NG-CHGBACK-FILE-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600*-----------------------------------------------------------*
011700*    CHARGEBACK RATE TABLE - SEE COPYBOOK NGRATE            *
011800*-----------------------------------------------------------*
011900 FD  NUMGEN-RATE-FILE.
012000     COPY NGRATE.
012100
012200*-----------------------------------------------------------*
012300*    BATCH DISPOSITION FILE - SEE COPYBOOK NGDISP           *
012400*-----------------------------------------------------------*
012500 FD  NUMGEN-DISP-FILE.
012600     COPY NGDISP.
012700
012800*-----------------------------------------------------------*
012900*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
013000*-----------------------------------------------------------*
013100 FD  NUMGEN-VOID-FILE.
013200     COPY NGVOID.
013300
013400*-----------------------------------------------------------*
013500*    CUSTOMER ORDER MASTER - SEE COPYBOOK NGORDER           *
013600*-----------------------------------------------------------*
013700 FD  NUMGEN-ORDER-FILE.
013800     COPY NGORDER.
013900
014000*-----------------------------------------------------------*
014100*    SERIES MASTER FILE - SEE COPYBOOK NGSERIES             *
014200*-----------------------------------------------------------*
014300 FD  NUMGEN-SERIES-FILE.
014400     COPY NGSERIES.
014500
014600*-----------------------------------------------------------*
014700*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
014800*-----------------------------------------------------------*
014900 FD  NUMGEN-LEDGER-FILE.
015000     COPY NGLEDG.
015100
015200*-----------------------------------------------------------*
015300*    CHARGEBACK INTERFACE FILE - SEE COPYBOOK NGCHGB        *
015400*-----------------------------------------------------------*
015500 FD  NUMGEN-CHGBACK-FILE.
015600     COPY NGCHGB.
015700
015800 WORKING-STORAGE SECTION.
015900 77  NG-RATE-FILE-STATUS          PIC X(02).
016000     88  NG-RATE-FILE-OK               VALUE "00".
016100     88  NG-RATE-FILE-NOT-FOUND        VALUE "35".
016200
016300 77  NG-DISP-FILE-STATUS          PIC X(02).
016400     88  NG-DISP-FILE-OK               VALUE "00".
016500     88  NG-DISP-FILE-NOT-FOUND        VALUE "35".
016600
016700 77  NG-VOID-FILE-STATUS          PIC X(02).
016800     88  NG-VOID-FILE-OK               VALUE "00".
016900     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
017000
017100 77  NG-ORDER-FILE-STATUS         PIC X(02).
017200     88  NG-ORDER-FILE-OK              VALUE "00".
017300     88  NG-ORDER-FILE-NOT-FOUND       VALUE "35".
017400
017500 77  NG-SERIES-FILE-STATUS        PIC X(02).
017600     88  NG-SERIES-FILE-OK             VALUE "00".
017700     88  NG-SERIES-FILE-NOT-FOUND      VALUE "35".
017800
017900 77  NG-LEDGER-FILE-STATUS        PIC X(02).
018000     88  NG-LEDGER-FILE-OK             VALUE "00".
018100     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
018200
018300 77  NG-CHGBACK-FILE-STATUS       PIC X(02).
018400     88  NG-CHGBACK-FILE-OK            VALUE "00".
018500
018600 77  RATE-EOF-SWITCH              PIC X(01) VALUE "N".
018700     88  RATE-AT-EOF                   VALUE "Y".
018800     88  RATE-NOT-AT-EOF                VALUE "N".
018900
019000 77  DISP-EOF-SWITCH              PIC X(01) VALUE "N".
019100     88  DISP-AT-EOF                   VALUE "Y".
019200     88  DISP-NOT-AT-EOF                VALUE "N".
019300
019400 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
019500     88  VOID-AT-EOF                   VALUE "Y".
019600     88  VOID-NOT-AT-EOF                VALUE "N".
019700
019800 77  ORDER-EOF-SWITCH             PIC X(01) VALUE "N".
019900     88  ORDER-AT-EOF                  VALUE "Y".
020000     88  ORDER-NOT-AT-EOF               VALUE "N".
020100
020200 77  SERIES-EOF-SWITCH            PIC X(01) VALUE "N".
020300     88  SERIES-AT-EOF                 VALUE "Y".
020400     88  SERIES-NOT-AT-EOF              VALUE "N".
020500
020600 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
020700     88  LEDGER-AT-EOF                 VALUE "Y".
020800     88  LEDGER-NOT-AT-EOF              VALUE "N".
020900
021000 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
021100     88  ENTRY-IS-VALID                VALUE "Y".
021200     88  ENTRY-NOT-VALID                VALUE "N".
021300
021400 77  CB-ENTRY-FOUND-SWITCH        PIC X(01) VALUE "N".
021500     88  CB-ENTRY-FOUND                VALUE "Y".
021600     88  CB-ENTRY-NOT-FOUND             VALUE "N".
021700
021800 77  CB-ISSUE-SEEN-SWITCH         PIC X(01) VALUE "N".
021900     88  CB-NEW-ISSUE-SEEN             VALUE "Y".
022000     88  CB-NEW-ISSUE-NOT-SEEN          VALUE "N".
022100
022200 77  CB-REISSUE-SEEN-SWITCH       PIC X(01) VALUE "N".
022300     88  CB-REISSUE-SEEN               VALUE "Y".
022400     88  CB-REISSUE-NOT-SEEN            VALUE "N".
022500
022600 77  CB-LEDGER-READ-SWITCH        PIC X(01) VALUE "N".
022700     88  CB-LEDGER-UNREADABLE          VALUE "Y".
022800     88  CB-LEDGER-READABLE             VALUE "N".
022900
023000 77  CB-FILE-READ-SWITCH          PIC X(01) VALUE "N".
023100     88  CB-FILE-UNREADABLE            VALUE "Y".
023200     88  CB-FILES-READABLE              VALUE "N".
023300
023400 77  CB-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
023500     88  CB-TABLE-IS-FULL              VALUE "Y".
023600     88  CB-TABLE-NOT-FULL              VALUE "N".
023700
023800 77  CB-INTERFACE-SWITCH          PIC X(01) VALUE "N".
023900     88  CB-INTERFACE-REFUSED          VALUE "Y".
024000     88  CB-INTERFACE-ALLOWED           VALUE "N".
024100
024200 77  CB-WRITTEN-SWITCH            PIC X(01) VALUE "N".
024300     88  CB-INTERFACE-WRITTEN          VALUE "Y".
024400     88  CB-INTERFACE-NOT-WRITTEN       VALUE "N".
024500
024600 77  CB-TODAYS-DATE               PIC 9(08).
024700 77  CB-MONTH-RAW                 PIC X(08).
024800 77  CB-BILLING-MONTH             PIC 9(06).
024900 77  CB-CURRENT-MONTH             PIC 9(06).
025000 77  CB-YEAR                      PIC 9(04).
025100 77  CB-MONTH                     PIC 9(02).
025200 77  CB-MONTH-FIRST               PIC 9(08).
025300 77  CB-MONTH-LAST                PIC 9(08).
025400 77  CB-REJECT-REASON             PIC X(40).
025500 77  CB-SEEK-PREFIX               PIC X(50).
025600 77  CB-SEEK-SUFFIX               PIC X(50).
025700 77  CB-PREV-PREFIX               PIC X(50) VALUE SPACES.
025800 77  CB-PREV-SUFFIX               PIC X(50) VALUE SPACES.
025900 77  CB-SERIES-HIGH               PIC 9(25) VALUE ZERO.
026000 77  CB-RANGE-SIZE                PIC 9(25).
026100 77  CB-BILLABLE                  PIC 9(25).
026200 77  CB-BATCH-CHARGE              PIC 9(11)V99.
026300
026400 77  CB-TOTAL-GENERATED           PIC 9(25) VALUE ZERO.
026500 77  CB-TOTAL-REPRINTED           PIC 9(25) VALUE ZERO.
026600 77  CB-TOTAL-EXCLUDED            PIC 9(25) VALUE ZERO.
026700 77  CB-TOTAL-SPOILED             PIC 9(25) VALUE ZERO.
026800 77  CB-TOTAL-BILLED              PIC 9(25) VALUE ZERO.
026900 77  CB-TOTAL-CHARGE              PIC 9(13)V99 VALUE ZERO.
027000 77  CB-TOTAL-DISP-ISSUED         PIC 9(25) VALUE ZERO.
027100 77  CB-TOTAL-LEDGER-ISSUED       PIC 9(25) VALUE ZERO.
027200
027300 77  CB-EDIT-FIELD                PIC Z(24)9.
027400 77  CB-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
027500 77  CB-EDIT-MONEY                PIC Z(12)9.99.
027600 77  CB-EDIT-RATE                 PIC ZZ9.999999.
027700 77  CB-EDIT-MINIMUM              PIC Z(6)9.99.
027800
027900 77  CB-RATES-READ                PIC 9(07) COMP VALUE ZERO.
028000 77  CB-RATE-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
028100 77  CB-BATCHES-BILLED            PIC 9(07) COMP VALUE ZERO.
028200 77  CB-SPOIL-BATCHES             PIC 9(07) COMP VALUE ZERO.
028300 77  CB-UNPRICED-COUNT            PIC 9(07) COMP VALUE ZERO.
028400 77  CB-MISMATCH-COUNT            PIC 9(07) COMP VALUE ZERO.
028500 77  CB-RESTAMP-COUNT             PIC 9(07) COMP VALUE ZERO.
028600 77  CB-DETAIL-COUNT              PIC 9(07) COMP VALUE ZERO.
028700
028800 77  CB-MATCH-LINE                PIC 9(04) COMP VALUE ZERO.
028900 77  CB-MATCH-VENDOR              PIC 9(04) COMP VALUE ZERO.
029000 77  CB-MATCH-SERIES              PIC 9(04) COMP VALUE ZERO.
029100 77  CB-MATCH-RATE                PIC 9(04) COMP VALUE ZERO.
029200
029300*-----------------------------------------------------------*
029400* CB-RATE-TABLE - THE GOOD RECORDS OF NUMGEN.RATE.          *
029500*-----------------------------------------------------------*
029600 77  CB-RATE-COUNT                PIC 9(04) COMP VALUE ZERO.
029700 01  CB-RATE-TABLE.
029800     05  CB-RATE-ENTRY OCCURS 1 TO 500 TIMES
029900             DEPENDING ON CB-RATE-COUNT
030000             INDEXED BY CB-RAT-IDX.
030100         10  CB-R-TYPE             PIC X(01).
030200         10  CB-R-PREFIX           PIC X(50).
030300         10  CB-R-SUFFIX           PIC X(50).
030400         10  CB-R-VENDOR           PIC X(30).
030500         10  CB-R-PER-SERIAL       PIC 9(03)V9(06).
030600         10  CB-R-MINIMUM          PIC 9(07)V99.
030700
030800*-----------------------------------------------------------*
030900* CB-BATCH-TABLE - ONE ENTRY PER COMPLETED OR REPRINTED     *
031000* BATCH RUN IN THE BILLING MONTH, FILLED IN WITH ITS ORDER, *
031100* CUSTOMER, AND VENDOR AS THE OTHER FILES ARE READ.         *
031200*-----------------------------------------------------------*
031300 77  CB-BATCH-COUNT               PIC 9(05) COMP VALUE ZERO.
031400 01  CB-BATCH-TABLE.
031500     05  CB-BATCH-ENTRY OCCURS 1 TO 2000 TIMES
031600             DEPENDING ON CB-BATCH-COUNT
031700             INDEXED BY CB-BAT-IDX.
031800         10  CB-B-PREFIX           PIC X(50).
031900         10  CB-B-SUFFIX           PIC X(50).
032000         10  CB-B-START            PIC 9(25).
032100         10  CB-B-END              PIC 9(25).
032200         10  CB-B-KIND             PIC X(01).
032300             88  CB-B-NEW-ISSUE        VALUE "N".
032400             88  CB-B-REPRINT          VALUE "P".
032500             88  CB-B-REISSUE          VALUE "R".
032600             88  CB-B-SPOILAGE         VALUE "S".
032700         10  CB-B-GENERATED        PIC 9(25).
032800         10  CB-B-EXCLUDED         PIC 9(25).
032900         10  CB-B-ORDER            PIC X(20).
033000         10  CB-B-CUSTOMER         PIC X(30).
033100         10  CB-B-VENDOR           PIC X(30).
033200
033300*-----------------------------------------------------------*
033400* CB-LINE-TABLE - ONE STATEMENT LINE PER VENDOR, SERIES,    *
033500* AND CUSTOMER, WITH THE RATE THAT PRICES IT.               *
033600*-----------------------------------------------------------*
033700 77  CB-LINE-COUNT                PIC 9(04) COMP VALUE ZERO.
033800 01  CB-LINE-TABLE.
033900     05  CB-LINE-ENTRY OCCURS 1 TO 500 TIMES
034000             DEPENDING ON CB-LINE-COUNT
034100             INDEXED BY CB-LIN-IDX.
034200         10  CB-L-VENDOR           PIC X(30).
034300         10  CB-L-PREFIX           PIC X(50).
034400         10  CB-L-SUFFIX           PIC X(50).
034500         10  CB-L-CUSTOMER         PIC X(30).
034600         10  CB-L-VENDOR-SUB       PIC 9(04) COMP.
034700         10  CB-L-RATE-FLAG        PIC X(01).
034800             88  CB-L-PRICED           VALUE "Y".
034900             88  CB-L-NOT-PRICED       VALUE "N".
035000         10  CB-L-RATE-TYPE        PIC X(01).
035100         10  CB-L-PER-SERIAL       PIC 9(03)V9(06).
035200         10  CB-L-MINIMUM          PIC 9(07)V99.
035300         10  CB-L-BATCHES          PIC 9(05) COMP.
035400         10  CB-L-MINIMUM-BATCHES  PIC 9(05) COMP.
035500         10  CB-L-GENERATED        PIC 9(25).
035600         10  CB-L-REPRINTED        PIC 9(25).
035700         10  CB-L-EXCLUDED         PIC 9(25).
035800         10  CB-L-SPOIL-BATCHES    PIC 9(05) COMP.
035900         10  CB-L-SPOILED          PIC 9(25).
036000         10  CB-L-CHARGE           PIC 9(11)V99.
036100
036200*-----------------------------------------------------------*
036300* CB-VENDOR-TABLE - THE VENDORS ON THE STATEMENT, IN THE    *
036400* ORDER FIRST MET, WITH THEIR CHARGE TOTALS.                *
036500*-----------------------------------------------------------*
036600 77  CB-VENDOR-COUNT              PIC 9(04) COMP VALUE ZERO.
036700 01  CB-VENDOR-TABLE.
036800     05  CB-VENDOR-ENTRY OCCURS 1 TO 500 TIMES
036900             DEPENDING ON CB-VENDOR-COUNT
037000             INDEXED BY CB-VEN-IDX.
037100         10  CB-V-VENDOR           PIC X(30).
037200         10  CB-V-BILLED           PIC 9(25).
037300         10  CB-V-CHARGE           PIC 9(13)V99.
037400
037500*-----------------------------------------------------------*
037600* CB-SERIES-TABLE - THE MONTH'S NEW ISSUES PER PREFIX/      *
037700* SUFFIX, FROM NUMGEN.DISP AND FROM NUMGEN.LEDGER, FOR THE  *
037800* RECONCILIATION.                                           *
037900*-----------------------------------------------------------*
038000 77  CB-SERIES-COUNT              PIC 9(04) COMP VALUE ZERO.
038100 01  CB-SERIES-TABLE.
038200     05  CB-SERIES-ENTRY OCCURS 1 TO 500 TIMES
038300             DEPENDING ON CB-SERIES-COUNT
038400             INDEXED BY CB-SER-IDX.
038500         10  CB-S-PREFIX           PIC X(50).
038600         10  CB-S-SUFFIX           PIC X(50).
038700         10  CB-S-DISP-ISSUED      PIC 9(25).
038800         10  CB-S-LEDGER-ISSUED    PIC 9(25).
038900
039000 PROCEDURE DIVISION.
039100 0000-MAINLINE.
039200     ACCEPT CB-TODAYS-DATE FROM DATE YYYYMMDD.
039300     SET ENTRY-NOT-VALID TO TRUE.
039400     PERFORM 1000-GET-BILLING-MONTH
039500         THRU 1000-GET-BILLING-MONTH-EXIT
039600         UNTIL ENTRY-IS-VALID.
039700
039800     PERFORM 1100-LOAD-RATES
039900         THRU 1100-LOAD-RATES-EXIT.
040000
040100     PERFORM 2000-LOAD-MONTH-BATCHES
040200         THRU 2000-LOAD-MONTH-BATCHES-EXIT.
040300
040400     PERFORM 2100-FIND-ISSUING-ORDERS
040500         THRU 2100-FIND-ISSUING-ORDERS-EXIT.
040600
040700     PERFORM 2200-FIND-SPOILAGE-REISSUES
040800         THRU 2200-FIND-SPOILAGE-REISSUES-EXIT.
040900
041000     PERFORM 2300-FIND-CUSTOMERS
041100         THRU 2300-FIND-CUSTOMERS-EXIT.
041200
041300     PERFORM 2400-FIND-VENDORS
041400         THRU 2400-FIND-VENDORS-EXIT.
041500
041600     PERFORM 2500-PRICE-BATCHES
041700         THRU 2500-PRICE-BATCHES-EXIT.
041800
041900     PERFORM 3000-RECONCILE-LEDGER
042000         THRU 3000-RECONCILE-LEDGER-EXIT.
042100
042200     PERFORM 4000-PRINT-STATEMENT
042300         THRU 4000-PRINT-STATEMENT-EXIT.
042400
042500     PERFORM 4900-CHECK-INTERFACE-ALLOWED
042600         THRU 4900-CHECK-INTERFACE-ALLOWED-EXIT.
042700
042800     IF CB-INTERFACE-ALLOWED
042900         PERFORM 5000-WRITE-INTERFACE
043000             THRU 5000-WRITE-INTERFACE-EXIT
043100     END-IF.
043200
043300     PERFORM 6000-PRINT-SUMMARY
043400         THRU 6000-PRINT-SUMMARY-EXIT.
043500
043600     IF CB-INTERFACE-WRITTEN
043700         MOVE 0 TO RETURN-CODE
043800     ELSE
043900         MOVE 8 TO RETURN-CODE
044000     END-IF.
044100     STOP RUN.
044200
044300*-----------------------------------------------------------*
044400* 1000-GET-BILLING-MONTH - THE MONTH TO BILL, AS YYYYMM.    *
044500* ENTER TAKES THE MONTH BEFORE THIS ONE - THE MONTH JUST    *
044600* ENDED WHEN THE RUN IS MADE AFTER MONTH-END.  A MONTH NOT  *
044700* YET OVER IS BILLED TO DATE, WITH A WARNING.               *
044800*-----------------------------------------------------------*
044900 1000-GET-BILLING-MONTH.
045000     DISPLAY "Billing month YYYYMM (press ENTER for last "
045100         "month):"
045200     MOVE SPACES TO CB-MONTH-RAW.
045300     ACCEPT CB-MONTH-RAW.
045400     DIVIDE CB-TODAYS-DATE BY 100 GIVING CB-CURRENT-MONTH.
045500     IF CB-MONTH-RAW = SPACES
045600         DIVIDE CB-CURRENT-MONTH BY 100 GIVING CB-YEAR
045700             REMAINDER CB-MONTH
045800         IF CB-MONTH = 1
045900             COMPUTE CB-BILLING-MONTH =
046000                 (CB-YEAR - 1) * 100 + 12
046100         ELSE
046200             COMPUTE CB-BILLING-MONTH = CB-CURRENT-MONTH - 1
046300         END-IF
046400     ELSE
046500         IF CB-MONTH-RAW(7:2) NOT = SPACES OR
046600                 CB-MONTH-RAW(1:6) IS NOT NUMERIC
046700             DISPLAY "ERROR - BILLING MONTH MUST BE A 6-DIGIT "
046800                 "YYYYMM MONTH - ENTER AGAIN"
046900             SET ENTRY-NOT-VALID TO TRUE
047000             GO TO 1000-GET-BILLING-MONTH-EXIT
047100         END-IF
047200         MOVE CB-MONTH-RAW(1:6) TO CB-BILLING-MONTH
047300     END-IF.
047400
047500     DIVIDE CB-BILLING-MONTH BY 100 GIVING CB-YEAR
047600         REMAINDER CB-MONTH.
047700     IF CB-MONTH < 1 OR CB-MONTH > 12
047800         DISPLAY "ERROR - MONTH MUST BE 01 THROUGH 12 - "
047900             "ENTER AGAIN"
048000         SET ENTRY-NOT-VALID TO TRUE
048100         GO TO 1000-GET-BILLING-MONTH-EXIT
048200     END-IF.
048300     IF CB-BILLING-MONTH > CB-CURRENT-MONTH
048400         DISPLAY "ERROR - BILLING MONTH IS IN THE FUTURE - "
048500             "ENTER AGAIN"
048600         SET ENTRY-NOT-VALID TO TRUE
048700         GO TO 1000-GET-BILLING-MONTH-EXIT
048800     END-IF.
048900     IF CB-BILLING-MONTH = CB-CURRENT-MONTH
049000         DISPLAY "WARNING - THE MONTH IS NOT OVER - FIGURES "
049100             "ARE TO DATE ONLY"
049200     END-IF.
049300
049400*    ANY DATE IN THE MONTH LIES BETWEEN DAY 01 AND DAY 31.
049500     COMPUTE CB-MONTH-FIRST = CB-BILLING-MONTH * 100 + 1.
049600     COMPUTE CB-MONTH-LAST = CB-BILLING-MONTH * 100 + 31.
049700     SET ENTRY-IS-VALID TO TRUE.
049800 1000-GET-BILLING-MONTH-EXIT.
049900     EXIT.
050000
050100*-----------------------------------------------------------*
050200* 1100-LOAD-RATES - LOAD NUMGEN.RATE INTO CB-RATE-TABLE.    *
050300* A RECORD WITH A BAD TYPE, A CHARGE THAT IS NOT NUMERIC, A *
050400* VENDOR RATE NAMING NO VENDOR, OR A SECOND RATE FOR THE    *
050500* SAME SERIES OR VENDOR IS LISTED AND LEFT OUT; ANY SUCH    *
050600* RECORD HOLDS BACK THE INTERFACE FILE UNTIL THE TABLE IS   *
050700* CORRECTED.  BLANK LINES ARE PASSED OVER.                  *
050800*-----------------------------------------------------------*
050900 1100-LOAD-RATES.
051000     MOVE ZERO TO CB-RATE-COUNT.
051100     OPEN INPUT NUMGEN-RATE-FILE.
051200     IF NG-RATE-FILE-NOT-FOUND
051300         DISPLAY "WARNING - NUMGEN.RATE NOT FOUND - NO BATCH "
051400             "CAN BE PRICED"
051500         GO TO 1100-LOAD-RATES-EXIT
051600     END-IF.
051700     SET RATE-NOT-AT-EOF TO TRUE.
051800     PERFORM 1110-LOAD-ONE-RATE
051900         THRU 1110-LOAD-ONE-RATE-EXIT
052000         UNTIL RATE-AT-EOF.
052100     CLOSE NUMGEN-RATE-FILE.
052200 1100-LOAD-RATES-EXIT.
052300     EXIT.
052400
052500 1110-LOAD-ONE-RATE.
052600     READ NUMGEN-RATE-FILE
052700         AT END
052800             SET RATE-AT-EOF TO TRUE
052900             GO TO 1110-LOAD-ONE-RATE-EXIT
053000     END-READ.
053100     ADD 1 TO CB-RATES-READ.
053200
053300     IF NG-RATE-RECORD = SPACES
053400         GO TO 1110-LOAD-ONE-RATE-EXIT
053500     END-IF.
053600     IF NOT (NGF-SERIES-RATE OR NGF-VENDOR-RATE)
053700         MOVE "RATE TYPE IS NOT S OR V" TO CB-REJECT-REASON
053800         GO TO 1110-REJECT-RATE
053900     END-IF.
054000     IF NGF-PER-SERIAL-RAW IS NOT NUMERIC OR
054100             NGF-MINIMUM-RAW IS NOT NUMERIC
054200         MOVE "CHARGE OR MINIMUM IS NOT NUMERIC"
054300             TO CB-REJECT-REASON
054400         GO TO 1110-REJECT-RATE
054500     END-IF.
054600     IF NGF-VENDOR-RATE AND NGF-VENDOR = SPACES
054700         MOVE "VENDOR RATE NAMES NO VENDOR"
054800             TO CB-REJECT-REASON
054900         GO TO 1110-REJECT-RATE
055000     END-IF.
055100
055200     SET CB-ENTRY-NOT-FOUND TO TRUE.
055300     PERFORM 1120-CHECK-DUPLICATE-RATE
055400         THRU 1120-CHECK-DUPLICATE-RATE-EXIT
055500         VARYING CB-RAT-IDX FROM 1 BY 1
055600         UNTIL CB-RAT-IDX > CB-RATE-COUNT OR CB-ENTRY-FOUND.
055700     IF CB-ENTRY-FOUND
055800         MOVE "SECOND RATE - THE FIRST ONE STANDS"
055900             TO CB-REJECT-REASON
056000         GO TO 1110-REJECT-RATE
056100     END-IF.
056200     IF CB-RATE-COUNT >= 500
056300         MOVE "MORE THAN 500 RATES ON FILE"
056400             TO CB-REJECT-REASON
056500         GO TO 1110-REJECT-RATE
056600     END-IF.
056700
056800     ADD 1 TO CB-RATE-COUNT.
056900     MOVE NGF-RATE-TYPE TO CB-R-TYPE(CB-RATE-COUNT).
057000     IF NGF-SERIES-RATE
057100         MOVE NGF-PREFIX TO CB-R-PREFIX(CB-RATE-COUNT)
057200         MOVE NGF-SUFFIX TO CB-R-SUFFIX(CB-RATE-COUNT)
057300         MOVE SPACES TO CB-R-VENDOR(CB-RATE-COUNT)
057400     ELSE
057500         MOVE SPACES TO CB-R-PREFIX(CB-RATE-COUNT)
057600         MOVE SPACES TO CB-R-SUFFIX(CB-RATE-COUNT)
057700         MOVE NGF-VENDOR TO CB-R-VENDOR(CB-RATE-COUNT)
057800     END-IF.
057900     MOVE NGF-PER-SERIAL TO CB-R-PER-SERIAL(CB-RATE-COUNT).
058000     MOVE NGF-MINIMUM TO CB-R-MINIMUM(CB-RATE-COUNT).
058100     GO TO 1110-LOAD-ONE-RATE-EXIT.
058200
058300 1110-REJECT-RATE.
058400     ADD 1 TO CB-RATE-REJECT-COUNT.
058500     MOVE CB-RATES-READ TO CB-EDIT-FIELD-SMALL.
058600     DISPLAY "REJECTED NUMGEN.RATE RECORD " CB-EDIT-FIELD-SMALL
058700         " - " CB-REJECT-REASON.
058800 1110-LOAD-ONE-RATE-EXIT.
058900     EXIT.
059000
059100 1120-CHECK-DUPLICATE-RATE.
059200     IF CB-R-TYPE(CB-RAT-IDX) NOT = NGF-RATE-TYPE
059300         GO TO 1120-CHECK-DUPLICATE-RATE-EXIT
059400     END-IF.
059500     IF NGF-SERIES-RATE
059600         IF CB-R-PREFIX(CB-RAT-IDX) = NGF-PREFIX AND
059700                 CB-R-SUFFIX(CB-RAT-IDX) = NGF-SUFFIX
059800             SET CB-ENTRY-FOUND TO TRUE
059900         END-IF
060000     ELSE
060100         IF CB-R-VENDOR(CB-RAT-IDX) = NGF-VENDOR
060200             SET CB-ENTRY-FOUND TO TRUE
060300         END-IF
060400     END-IF.
060500 1120-CHECK-DUPLICATE-RATE-EXIT.
060600     EXIT.
060700
060800*-----------------------------------------------------------*
060900* 2000-LOAD-MONTH-BATCHES - EVERY COMPLETED OR REPRINTED    *
061000* BATCH ON NUMGEN.DISP RUN IN THE BILLING MONTH GOES INTO   *
061100* CB-BATCH-TABLE: A COMPLETED BATCH FLAGGED AS A REISSUE IS *
061200* A REISSUE, ANY OTHER COMPLETED BATCH A NEW ISSUE.  EACH   *
061300* NEW ISSUE'S GENERATED PLUS EXCLUDED COUNT - THE RANGE IT  *
061400* TOOK - IS ALSO ADDED TO ITS SERIES FOR THE LEDGER         *
061500* RECONCILIATION.  SKIPPED BATCHES ISSUED NOTHING.          *
061600*-----------------------------------------------------------*
061700 2000-LOAD-MONTH-BATCHES.
061800     MOVE ZERO TO CB-BATCH-COUNT.
061900     MOVE ZERO TO CB-SERIES-COUNT.
062000     SET CB-TABLE-NOT-FULL TO TRUE.
062100     OPEN INPUT NUMGEN-DISP-FILE.
062200     IF NG-DISP-FILE-NOT-FOUND
062300         DISPLAY "WARNING - NUMGEN.DISP NOT FOUND - NO "
062400             "BATCHES TO BILL"
062500         GO TO 2000-LOAD-MONTH-BATCHES-EXIT
062600     END-IF.
062700     IF NOT NG-DISP-FILE-OK
062800         SET CB-FILE-UNREADABLE TO TRUE
062900         DISPLAY "ERROR - NUMGEN.DISP COULD NOT BE READ - "
063000             "STATUS " NG-DISP-FILE-STATUS
063100         GO TO 2000-LOAD-MONTH-BATCHES-EXIT
063200     END-IF.
063300     SET DISP-NOT-AT-EOF TO TRUE.
063400     PERFORM 2010-LOAD-ONE-DISPOSITION
063500         THRU 2010-LOAD-ONE-DISPOSITION-EXIT
063600         UNTIL DISP-AT-EOF.
063700     CLOSE NUMGEN-DISP-FILE.
063800 2000-LOAD-MONTH-BATCHES-EXIT.
063900     EXIT.
064000
064100 2010-LOAD-ONE-DISPOSITION.
064200     READ NUMGEN-DISP-FILE
064300         AT END
064400             SET DISP-AT-EOF TO TRUE
064500             GO TO 2010-LOAD-ONE-DISPOSITION-EXIT
064600     END-READ.
064700
064800     IF NGB-RUN-DATE < CB-MONTH-FIRST OR
064900             NGB-RUN-DATE > CB-MONTH-LAST
065000         GO TO 2010-LOAD-ONE-DISPOSITION-EXIT
065100     END-IF.
065200     IF NOT (NGB-COMPLETED OR NGB-REPRINTED)
065300         GO TO 2010-LOAD-ONE-DISPOSITION-EXIT
065400     END-IF.
065500
065600     IF NGB-COMPLETED AND NOT NGB-WAS-REISSUE
065700         MOVE NGB-PREFIX TO CB-SEEK-PREFIX
065800         MOVE NGB-SUFFIX TO CB-SEEK-SUFFIX
065900         PERFORM 2020-FIND-SERIES-ENTRY
066000             THRU 2020-FIND-SERIES-ENTRY-EXIT
066100         IF CB-MATCH-SERIES > 0
066200             ADD NGB-GENERATED NGB-EXCLUDED
066300                 TO CB-S-DISP-ISSUED(CB-MATCH-SERIES)
066400         END-IF
066500     END-IF.
066600
066700     IF CB-BATCH-COUNT >= 2000
066800         SET CB-TABLE-IS-FULL TO TRUE
066900         GO TO 2010-LOAD-ONE-DISPOSITION-EXIT
067000     END-IF.
067100
067200     ADD 1 TO CB-BATCH-COUNT.
067300     MOVE NGB-PREFIX TO CB-B-PREFIX(CB-BATCH-COUNT).
067400     MOVE NGB-SUFFIX TO CB-B-SUFFIX(CB-BATCH-COUNT).
067500     MOVE NGB-START-NUMBER TO CB-B-START(CB-BATCH-COUNT).
067600     MOVE NGB-END-NUMBER TO CB-B-END(CB-BATCH-COUNT).
067700     IF NGB-REPRINTED
067800         SET CB-B-REPRINT(CB-BATCH-COUNT) TO TRUE
067900     ELSE
068000         IF NGB-WAS-REISSUE
068100             SET CB-B-REISSUE(CB-BATCH-COUNT) TO TRUE
068200         ELSE
068300             SET CB-B-NEW-ISSUE(CB-BATCH-COUNT) TO TRUE
068400         END-IF
068500     END-IF.
068600     MOVE NGB-GENERATED TO CB-B-GENERATED(CB-BATCH-COUNT).
068700     MOVE NGB-EXCLUDED TO CB-B-EXCLUDED(CB-BATCH-COUNT).
068800     MOVE NGB-ORDER-NUMBER TO CB-B-ORDER(CB-BATCH-COUNT).
068900     MOVE SPACES TO CB-B-CUSTOMER(CB-BATCH-COUNT).
069000     MOVE SPACES TO CB-B-VENDOR(CB-BATCH-COUNT).
069100 2010-LOAD-ONE-DISPOSITION-EXIT.
069200     EXIT.
069300
069400*-----------------------------------------------------------*
069500* 2020-FIND-SERIES-ENTRY - POINT CB-MATCH-SERIES AT THE     *
069600* RECONCILIATION ENTRY FOR CB-SEEK-PREFIX/SUFFIX, ADDING    *
069700* ONE IF NEED BE.  ZERO WHEN THE TABLE IS FULL.             *
069800*-----------------------------------------------------------*
069900 2020-FIND-SERIES-ENTRY.
070000     MOVE ZERO TO CB-MATCH-SERIES.
070100     SET CB-ENTRY-NOT-FOUND TO TRUE.
070200     PERFORM 2030-CHECK-ONE-SERIES-ENTRY
070300         THRU 2030-CHECK-ONE-SERIES-ENTRY-EXIT
070400         VARYING CB-SER-IDX FROM 1 BY 1
070500         UNTIL CB-SER-IDX > CB-SERIES-COUNT OR CB-ENTRY-FOUND.
070600     IF CB-ENTRY-FOUND
070700         GO TO 2020-FIND-SERIES-ENTRY-EXIT
070800     END-IF.
070900
071000     IF CB-SERIES-COUNT >= 500
071100         SET CB-TABLE-IS-FULL TO TRUE
071200         GO TO 2020-FIND-SERIES-ENTRY-EXIT
071300     END-IF.
071400     ADD 1 TO CB-SERIES-COUNT.
071500     MOVE CB-SEEK-PREFIX TO CB-S-PREFIX(CB-SERIES-COUNT).
071600     MOVE CB-SEEK-SUFFIX TO CB-S-SUFFIX(CB-SERIES-COUNT).
071700     MOVE ZERO TO CB-S-DISP-ISSUED(CB-SERIES-COUNT).
071800     MOVE ZERO TO CB-S-LEDGER-ISSUED(CB-SERIES-COUNT).
071900     MOVE CB-SERIES-COUNT TO CB-MATCH-SERIES.
072000 2020-FIND-SERIES-ENTRY-EXIT.
072100     EXIT.
072200
072300 2030-CHECK-ONE-SERIES-ENTRY.
072400     IF CB-S-PREFIX(CB-SER-IDX) = CB-SEEK-PREFIX AND
072500             CB-S-SUFFIX(CB-SER-IDX) = CB-SEEK-SUFFIX
072600         SET CB-ENTRY-FOUND TO TRUE
072700         SET CB-MATCH-SERIES TO CB-SER-IDX
072800     END-IF.
072900 2030-CHECK-ONE-SERIES-ENTRY-EXIT.
073000     EXIT.
073100
073200*-----------------------------------------------------------*
073300* 2100-FIND-ISSUING-ORDERS - A REPRINT, OR A REISSUE, THAT  *
073400* NAMES NO ORDER IS BILLED TO THE ORDER OF THE NEW-ISSUE    *
073500* BATCH - IN ANY MONTH - WHOSE RANGE HOLDS ITS START.       *
073600*-----------------------------------------------------------*
073700 2100-FIND-ISSUING-ORDERS.
073800     IF CB-BATCH-COUNT = 0
073900         GO TO 2100-FIND-ISSUING-ORDERS-EXIT
074000     END-IF.
074100     OPEN INPUT NUMGEN-DISP-FILE.
074200     IF NOT NG-DISP-FILE-OK
074300         GO TO 2100-FIND-ISSUING-ORDERS-EXIT
074400     END-IF.
074500     SET DISP-NOT-AT-EOF TO TRUE.
074600     PERFORM 2110-CHECK-ONE-ISSUE
074700         THRU 2110-CHECK-ONE-ISSUE-EXIT
074800         UNTIL DISP-AT-EOF.
074900     CLOSE NUMGEN-DISP-FILE.
075000 2100-FIND-ISSUING-ORDERS-EXIT.
075100     EXIT.
075200
075300 2110-CHECK-ONE-ISSUE.
075400     READ NUMGEN-DISP-FILE
075500         AT END
075600             SET DISP-AT-EOF TO TRUE
075700             GO TO 2110-CHECK-ONE-ISSUE-EXIT
075800     END-READ.
075900
076000     IF NOT NGB-COMPLETED OR NGB-WAS-REISSUE OR
076100             NGB-ORDER-NUMBER = SPACES
076200         GO TO 2110-CHECK-ONE-ISSUE-EXIT
076300     END-IF.
076400     PERFORM 2120-CLAIM-ONE-BATCH
076500         THRU 2120-CLAIM-ONE-BATCH-EXIT
076600         VARYING CB-BAT-IDX FROM 1 BY 1
076700         UNTIL CB-BAT-IDX > CB-BATCH-COUNT.
076800 2110-CHECK-ONE-ISSUE-EXIT.
076900     EXIT.
077000
077100 2120-CLAIM-ONE-BATCH.
077200     IF CB-B-NEW-ISSUE(CB-BAT-IDX) OR
077300             CB-B-ORDER(CB-BAT-IDX) NOT = SPACES
077400         GO TO 2120-CLAIM-ONE-BATCH-EXIT
077500     END-IF.
077600     IF CB-B-PREFIX(CB-BAT-IDX) NOT = NGB-PREFIX OR
077700             CB-B-SUFFIX(CB-BAT-IDX) NOT = NGB-SUFFIX
077800         GO TO 2120-CLAIM-ONE-BATCH-EXIT
077900     END-IF.
078000     IF CB-B-START(CB-BAT-IDX) < NGB-START-NUMBER OR
078100             CB-B-START(CB-BAT-IDX) > NGB-END-NUMBER
078200         GO TO 2120-CLAIM-ONE-BATCH-EXIT
078300     END-IF.
078400     MOVE NGB-ORDER-NUMBER TO CB-B-ORDER(CB-BAT-IDX).
078500 2120-CLAIM-ONE-BATCH-EXIT.
078600     EXIT.
078700
078800*-----------------------------------------------------------*
078900* 2200-FIND-SPOILAGE-REISSUES - A REISSUE LYING WHOLLY IN A *
079000* REISSUED NUMGEN.VOID RECORD RAISED FROM A VENDOR SPOILAGE *
079100* RETURN REPLACES STOCK THE VENDOR SPOILED, AND IS NOT      *
079200* BILLED.  NO NUMGEN.VOID MEANS NOTHING HAS BEEN VOIDED;    *
079300* ONE THAT CANNOT BE READ HOLDS BACK THE INTERFACE FILE.    *
079400*-----------------------------------------------------------*
079500 2200-FIND-SPOILAGE-REISSUES.
079600     IF CB-BATCH-COUNT = 0
079700         GO TO 2200-FIND-SPOILAGE-REISSUES-EXIT
079800     END-IF.
079900     OPEN INPUT NUMGEN-VOID-FILE.
080000     IF NG-VOID-FILE-NOT-FOUND
080100         GO TO 2200-FIND-SPOILAGE-REISSUES-EXIT
080200     END-IF.
080300     IF NOT NG-VOID-FILE-OK
080400         SET CB-FILE-UNREADABLE TO TRUE
080500         DISPLAY "ERROR - NUMGEN.VOID COULD NOT BE READ - "
080600             "STATUS " NG-VOID-FILE-STATUS
080700         GO TO 2200-FIND-SPOILAGE-REISSUES-EXIT
080800     END-IF.
080900     SET VOID-NOT-AT-EOF TO TRUE.
081000     PERFORM 2210-CHECK-ONE-VOID
081100         THRU 2210-CHECK-ONE-VOID-EXIT
081200         UNTIL VOID-AT-EOF.
081300     CLOSE NUMGEN-VOID-FILE.
081400 2200-FIND-SPOILAGE-REISSUES-EXIT.
081500     EXIT.
081600
081700 2210-CHECK-ONE-VOID.
081800     READ NUMGEN-VOID-FILE
081900         AT END
082000             SET VOID-AT-EOF TO TRUE
082100             GO TO 2210-CHECK-ONE-VOID-EXIT
082200     END-READ.
082300
082400     IF NOT NGV-FROM-SPOILAGE OR NOT NGV-REISSUED
082500         GO TO 2210-CHECK-ONE-VOID-EXIT
082600     END-IF.
082700     PERFORM 2220-MARK-ONE-BATCH
082800         THRU 2220-MARK-ONE-BATCH-EXIT
082900         VARYING CB-BAT-IDX FROM 1 BY 1
083000         UNTIL CB-BAT-IDX > CB-BATCH-COUNT.
083100 2210-CHECK-ONE-VOID-EXIT.
083200     EXIT.
083300
083400 2220-MARK-ONE-BATCH.
083500     IF NOT CB-B-REISSUE(CB-BAT-IDX)
083600         GO TO 2220-MARK-ONE-BATCH-EXIT
083700     END-IF.
083800     IF CB-B-PREFIX(CB-BAT-IDX) NOT = NGV-PREFIX OR
083900             CB-B-SUFFIX(CB-BAT-IDX) NOT = NGV-SUFFIX
084000         GO TO 2220-MARK-ONE-BATCH-EXIT
084100     END-IF.
084200     IF CB-B-START(CB-BAT-IDX) < NGV-START-NUMBER OR
084300             CB-B-END(CB-BAT-IDX) > NGV-END-NUMBER
084400         GO TO 2220-MARK-ONE-BATCH-EXIT
084500     END-IF.
084600     SET CB-B-SPOILAGE(CB-BAT-IDX) TO TRUE.
084700 2220-MARK-ONE-BATCH-EXIT.
084800     EXIT.
084900
085000*-----------------------------------------------------------*
085100* 2300-FIND-CUSTOMERS - EACH BATCH'S CUSTOMER IS THE ONE ON *
085200* THE NUMGEN.ORDER RECORD FOR ITS ORDER.  WITHOUT A READABLE *
085300* NUMGEN.ORDER NO BATCH HAS A CUSTOMER, SO THE INTERFACE    *
085400* FILE IS HELD BACK.                                        *
085500*-----------------------------------------------------------*
085600 2300-FIND-CUSTOMERS.
085700     IF CB-BATCH-COUNT = 0
085800         GO TO 2300-FIND-CUSTOMERS-EXIT
085900     END-IF.
086000     OPEN INPUT NUMGEN-ORDER-FILE.
086100     IF NOT NG-ORDER-FILE-OK
086200         SET CB-FILE-UNREADABLE TO TRUE
086300         DISPLAY "ERROR - NUMGEN.ORDER COULD NOT BE READ - "
086400             "STATUS " NG-ORDER-FILE-STATUS
086500         GO TO 2300-FIND-CUSTOMERS-EXIT
086600     END-IF.
086700     SET ORDER-NOT-AT-EOF TO TRUE.
086800     PERFORM 2310-CHECK-ONE-ORDER
086900         THRU 2310-CHECK-ONE-ORDER-EXIT
087000         UNTIL ORDER-AT-EOF.
087100     CLOSE NUMGEN-ORDER-FILE.
087200 2300-FIND-CUSTOMERS-EXIT.
087300     EXIT.
087400
087500 2310-CHECK-ONE-ORDER.
087600     READ NUMGEN-ORDER-FILE
087700         AT END
087800             SET ORDER-AT-EOF TO TRUE
087900             GO TO 2310-CHECK-ONE-ORDER-EXIT
088000     END-READ.
088100
088200     IF NGO-ORDER-NUMBER = SPACES
088300         GO TO 2310-CHECK-ONE-ORDER-EXIT
088400     END-IF.
088500     PERFORM 2320-NAME-BATCH-CUSTOMER
088600         THRU 2320-NAME-BATCH-CUSTOMER-EXIT
088700         VARYING CB-BAT-IDX FROM 1 BY 1
088800         UNTIL CB-BAT-IDX > CB-BATCH-COUNT.
088900 2310-CHECK-ONE-ORDER-EXIT.
089000     EXIT.
089100
089200 2320-NAME-BATCH-CUSTOMER.
089300     IF CB-B-ORDER(CB-BAT-IDX) = NGO-ORDER-NUMBER
089400         MOVE NGO-CUSTOMER TO CB-B-CUSTOMER(CB-BAT-IDX)
089500     END-IF.
089600 2320-NAME-BATCH-CUSTOMER-EXIT.
089700     EXIT.
089800
089900*-----------------------------------------------------------*
090000* 2400-FIND-VENDORS - EACH BATCH'S VENDOR IS THE OWNING     *
090100* VENDOR OF ITS SERIES ON NUMGEN.SERIES.  WITHOUT A READABLE *
090200* NUMGEN.SERIES NO BATCH HAS A VENDOR, SO THE INTERFACE     *
090300* FILE IS HELD BACK.                                        *
090400*-----------------------------------------------------------*
090500 2400-FIND-VENDORS.
090600     IF CB-BATCH-COUNT = 0
090700         GO TO 2400-FIND-VENDORS-EXIT
090800     END-IF.
090900     OPEN INPUT NUMGEN-SERIES-FILE.
091000     IF NOT NG-SERIES-FILE-OK
091100         SET CB-FILE-UNREADABLE TO TRUE
091200         DISPLAY "ERROR - NUMGEN.SERIES COULD NOT BE READ - "
091300             "STATUS " NG-SERIES-FILE-STATUS
091400         GO TO 2400-FIND-VENDORS-EXIT
091500     END-IF.
091600     SET SERIES-NOT-AT-EOF TO TRUE.
091700     PERFORM 2410-CHECK-ONE-SERIES
091800         THRU 2410-CHECK-ONE-SERIES-EXIT
091900         UNTIL SERIES-AT-EOF.
092000     CLOSE NUMGEN-SERIES-FILE.
092100 2400-FIND-VENDORS-EXIT.
092200     EXIT.
092300
092400 2410-CHECK-ONE-SERIES.
092500     READ NUMGEN-SERIES-FILE
092600         AT END
092700             SET SERIES-AT-EOF TO TRUE
092800             GO TO 2410-CHECK-ONE-SERIES-EXIT
092900     END-READ.
093000     PERFORM 2420-NAME-BATCH-VENDOR
093100         THRU 2420-NAME-BATCH-VENDOR-EXIT
093200         VARYING CB-BAT-IDX FROM 1 BY 1
093300         UNTIL CB-BAT-IDX > CB-BATCH-COUNT.
093400 2410-CHECK-ONE-SERIES-EXIT.
093500     EXIT.
093600
093700 2420-NAME-BATCH-VENDOR.
093800     IF CB-B-PREFIX(CB-BAT-IDX) = NGS-PREFIX AND
093900             CB-B-SUFFIX(CB-BAT-IDX) = NGS-SUFFIX
094000         MOVE NGS-VENDOR TO CB-B-VENDOR(CB-BAT-IDX)
094100     END-IF.
094200 2420-NAME-BATCH-VENDOR-EXIT.
094300     EXIT.
094400
094500*-----------------------------------------------------------*
094600* 2500-PRICE-BATCHES - ROLL EACH BATCH INTO ITS STATEMENT   *
094700* LINE AND PRICE IT.  A BATCH IS CHARGED THE SERIALS IT     *
094800* PRINTED AT THE LINE'S RATE, RAISED TO THE RATE'S MINIMUM  *
094900* CHARGE PER BATCH; A BATCH THAT PRINTED NOTHING IS NOT     *
095000* CHARGED, AND A SPOILAGE REISSUE IS ONLY COUNTED.  A BATCH *
095100* WITH NO CUSTOMER OR NO VENDOR ON FILE GOES ON A LINE FOR  *
095200* "UNASSIGNED".                                             *
095300*-----------------------------------------------------------*
095400 2500-PRICE-BATCHES.
095500     MOVE ZERO TO CB-LINE-COUNT.
095600     MOVE ZERO TO CB-VENDOR-COUNT.
095700     PERFORM 2510-PRICE-ONE-BATCH
095800         THRU 2510-PRICE-ONE-BATCH-EXIT
095900         VARYING CB-BAT-IDX FROM 1 BY 1
096000         UNTIL CB-BAT-IDX > CB-BATCH-COUNT.
096100 2500-PRICE-BATCHES-EXIT.
096200     EXIT.
096300
096400 2510-PRICE-ONE-BATCH.
096500     IF CB-B-CUSTOMER(CB-BAT-IDX) = SPACES
096600         MOVE "UNASSIGNED" TO CB-B-CUSTOMER(CB-BAT-IDX)
096700     END-IF.
096800     IF CB-B-VENDOR(CB-BAT-IDX) = SPACES
096900         MOVE "UNASSIGNED" TO CB-B-VENDOR(CB-BAT-IDX)
097000     END-IF.
097100
097200     SET CB-ENTRY-NOT-FOUND TO TRUE.
097300     PERFORM 2520-CHECK-ONE-LINE
097400         THRU 2520-CHECK-ONE-LINE-EXIT
097500         VARYING CB-LIN-IDX FROM 1 BY 1
097600         UNTIL CB-LIN-IDX > CB-LINE-COUNT OR CB-ENTRY-FOUND.
097700     IF CB-ENTRY-NOT-FOUND
097800         PERFORM 2530-ADD-LINE
097900             THRU 2530-ADD-LINE-EXIT
098000         IF CB-MATCH-LINE = 0
098100             GO TO 2510-PRICE-ONE-BATCH-EXIT
098200         END-IF
098300     END-IF.
098400
098500     IF CB-B-SPOILAGE(CB-BAT-IDX)
098600         ADD 1 TO CB-L-SPOIL-BATCHES(CB-MATCH-LINE)
098700         ADD CB-B-GENERATED(CB-BAT-IDX)
098800             TO CB-L-SPOILED(CB-MATCH-LINE)
098900         GO TO 2510-PRICE-ONE-BATCH-EXIT
099000     END-IF.
099100
099200     MOVE CB-B-GENERATED(CB-BAT-IDX) TO CB-BILLABLE.
099300     IF CB-B-NEW-ISSUE(CB-BAT-IDX)
099400         ADD CB-BILLABLE TO CB-L-GENERATED(CB-MATCH-LINE)
099500         ADD CB-B-EXCLUDED(CB-BAT-IDX)
099600             TO CB-L-EXCLUDED(CB-MATCH-LINE)
099700     ELSE
099800         ADD CB-BILLABLE TO CB-L-REPRINTED(CB-MATCH-LINE)
099900     END-IF.
100000     IF CB-BILLABLE = ZERO
100100         GO TO 2510-PRICE-ONE-BATCH-EXIT
100200     END-IF.
100300
100400     ADD 1 TO CB-L-BATCHES(CB-MATCH-LINE).
100500     MOVE CB-L-VENDOR-SUB(CB-MATCH-LINE) TO CB-MATCH-VENDOR.
100600     ADD CB-BILLABLE TO CB-V-BILLED(CB-MATCH-VENDOR).
100700     IF CB-L-NOT-PRICED(CB-MATCH-LINE)
100800         GO TO 2510-PRICE-ONE-BATCH-EXIT
100900     END-IF.
101000
101100     COMPUTE CB-BATCH-CHARGE ROUNDED =
101200         CB-BILLABLE * CB-L-PER-SERIAL(CB-MATCH-LINE).
101300     IF CB-BATCH-CHARGE < CB-L-MINIMUM(CB-MATCH-LINE)
101400         MOVE CB-L-MINIMUM(CB-MATCH-LINE) TO CB-BATCH-CHARGE
101500         ADD 1 TO CB-L-MINIMUM-BATCHES(CB-MATCH-LINE)
101600     END-IF.
101700     ADD CB-BATCH-CHARGE TO CB-L-CHARGE(CB-MATCH-LINE).
101800     ADD CB-BATCH-CHARGE TO CB-V-CHARGE(CB-MATCH-VENDOR).
101900 2510-PRICE-ONE-BATCH-EXIT.
102000     EXIT.
102100
102200 2520-CHECK-ONE-LINE.
102300     IF CB-L-VENDOR(CB-LIN-IDX) = CB-B-VENDOR(CB-BAT-IDX) AND
102400             CB-L-PREFIX(CB-LIN-IDX) = CB-B-PREFIX(CB-BAT-IDX)
102500             AND
102600             CB-L-SUFFIX(CB-LIN-IDX) = CB-B-SUFFIX(CB-BAT-IDX)
102700             AND
102800             CB-L-CUSTOMER(CB-LIN-IDX) =
102900                 CB-B-CUSTOMER(CB-BAT-IDX)
103000         SET CB-ENTRY-FOUND TO TRUE
103100         SET CB-MATCH-LINE TO CB-LIN-IDX
103200     END-IF.
103300 2520-CHECK-ONE-LINE-EXIT.
103400     EXIT.
103500
103600*-----------------------------------------------------------*
103700* 2530-ADD-LINE - START A STATEMENT LINE FOR THE BATCH,     *
103800* UNDER ITS VENDOR, PRICED FROM THE SERIES RATE OR ELSE THE *
103900* VENDOR RATE.  CB-MATCH-LINE IS ZERO WHEN THE TABLE IS     *
104000* FULL.                                                     *
104100*-----------------------------------------------------------*
104200 2530-ADD-LINE.
104300     MOVE ZERO TO CB-MATCH-LINE.
104400     IF CB-LINE-COUNT >= 500
104500         SET CB-TABLE-IS-FULL TO TRUE
104600         GO TO 2530-ADD-LINE-EXIT
104700     END-IF.
104800     ADD 1 TO CB-LINE-COUNT.
104900     MOVE CB-LINE-COUNT TO CB-MATCH-LINE.
105000     MOVE CB-B-VENDOR(CB-BAT-IDX) TO CB-L-VENDOR(CB-MATCH-LINE).
105100     MOVE CB-B-PREFIX(CB-BAT-IDX) TO CB-L-PREFIX(CB-MATCH-LINE).
105200     MOVE CB-B-SUFFIX(CB-BAT-IDX) TO CB-L-SUFFIX(CB-MATCH-LINE).
105300     MOVE CB-B-CUSTOMER(CB-BAT-IDX)
105400         TO CB-L-CUSTOMER(CB-MATCH-LINE).
105500     MOVE ZERO TO CB-L-BATCHES(CB-MATCH-LINE).
105600     MOVE ZERO TO CB-L-MINIMUM-BATCHES(CB-MATCH-LINE).
105700     MOVE ZERO TO CB-L-GENERATED(CB-MATCH-LINE).
105800     MOVE ZERO TO CB-L-REPRINTED(CB-MATCH-LINE).
105900     MOVE ZERO TO CB-L-EXCLUDED(CB-MATCH-LINE).
106000     MOVE ZERO TO CB-L-SPOIL-BATCHES(CB-MATCH-LINE).
106100     MOVE ZERO TO CB-L-SPOILED(CB-MATCH-LINE).
106200     MOVE ZERO TO CB-L-CHARGE(CB-MATCH-LINE).
106300
106400     SET CB-ENTRY-NOT-FOUND TO TRUE.
106500     PERFORM 2540-CHECK-SERIES-RATE
106600         THRU 2540-CHECK-SERIES-RATE-EXIT
106700         VARYING CB-RAT-IDX FROM 1 BY 1
106800         UNTIL CB-RAT-IDX > CB-RATE-COUNT OR CB-ENTRY-FOUND.
106900     IF CB-ENTRY-NOT-FOUND
107000         PERFORM 2550-CHECK-VENDOR-RATE
107100             THRU 2550-CHECK-VENDOR-RATE-EXIT
107200             VARYING CB-RAT-IDX FROM 1 BY 1
107300             UNTIL CB-RAT-IDX > CB-RATE-COUNT OR CB-ENTRY-FOUND
107400     END-IF.
107500     IF CB-ENTRY-FOUND
107600         SET CB-L-PRICED(CB-MATCH-LINE) TO TRUE
107700         MOVE CB-R-TYPE(CB-MATCH-RATE)
107800             TO CB-L-RATE-TYPE(CB-MATCH-LINE)
107900         MOVE CB-R-PER-SERIAL(CB-MATCH-RATE)
108000             TO CB-L-PER-SERIAL(CB-MATCH-LINE)
108100         MOVE CB-R-MINIMUM(CB-MATCH-RATE)
108200             TO CB-L-MINIMUM(CB-MATCH-LINE)
108300     ELSE
108400         SET CB-L-NOT-PRICED(CB-MATCH-LINE) TO TRUE
108500         MOVE SPACE TO CB-L-RATE-TYPE(CB-MATCH-LINE)
108600         MOVE ZERO TO CB-L-PER-SERIAL(CB-MATCH-LINE)
108700         MOVE ZERO TO CB-L-MINIMUM(CB-MATCH-LINE)
108800     END-IF.
108900
109000     SET CB-ENTRY-NOT-FOUND TO TRUE.
109100     PERFORM 2560-CHECK-ONE-VENDOR
109200         THRU 2560-CHECK-ONE-VENDOR-EXIT
109300         VARYING CB-VEN-IDX FROM 1 BY 1
109400         UNTIL CB-VEN-IDX > CB-VENDOR-COUNT OR CB-ENTRY-FOUND.
109500     IF CB-ENTRY-NOT-FOUND
109600         ADD 1 TO CB-VENDOR-COUNT
109700         MOVE CB-VENDOR-COUNT TO CB-MATCH-VENDOR
109800         MOVE CB-B-VENDOR(CB-BAT-IDX)
109900             TO CB-V-VENDOR(CB-MATCH-VENDOR)
110000         MOVE ZERO TO CB-V-BILLED(CB-MATCH-VENDOR)
110100         MOVE ZERO TO CB-V-CHARGE(CB-MATCH-VENDOR)
110200     END-IF.
110300     MOVE CB-MATCH-VENDOR TO CB-L-VENDOR-SUB(CB-MATCH-LINE).
110400 2530-ADD-LINE-EXIT.
110500     EXIT.
110600
110700 2540-CHECK-SERIES-RATE.
110800     IF CB-R-TYPE(CB-RAT-IDX) = "S" AND
110900             CB-R-PREFIX(CB-RAT-IDX) = CB-B-PREFIX(CB-BAT-IDX)
111000             AND
111100             CB-R-SUFFIX(CB-RAT-IDX) = CB-B-SUFFIX(CB-BAT-IDX)
111200         SET CB-ENTRY-FOUND TO TRUE
111300         SET CB-MATCH-RATE TO CB-RAT-IDX
111400     END-IF.
111500 2540-CHECK-SERIES-RATE-EXIT.
111600     EXIT.
111700
111800 2550-CHECK-VENDOR-RATE.
111900     IF CB-R-TYPE(CB-RAT-IDX) = "V" AND
112000             CB-R-VENDOR(CB-RAT-IDX) = CB-B-VENDOR(CB-BAT-IDX)
112100         SET CB-ENTRY-FOUND TO TRUE
112200         SET CB-MATCH-RATE TO CB-RAT-IDX
112300     END-IF.
112400 2550-CHECK-VENDOR-RATE-EXIT.
112500     EXIT.
112600
112700 2560-CHECK-ONE-VENDOR.
112800     IF CB-V-VENDOR(CB-VEN-IDX) = CB-B-VENDOR(CB-BAT-IDX)
112900         SET CB-ENTRY-FOUND TO TRUE
113000         SET CB-MATCH-VENDOR TO CB-VEN-IDX
113100     END-IF.
113200 2560-CHECK-ONE-VENDOR-EXIT.
113300     EXIT.
113400
113500*-----------------------------------------------------------*
113600* 3000-RECONCILE-LEDGER - READ NUMGEN.LEDGER IN KEY ORDER   *
113700* AND ADD THE SIZE OF EVERY RANGE ISSUED IN THE BILLING     *
113800* MONTH TO ITS SERIES, THEN COMPARE EACH SERIES WITH THE    *
113900* NEW ISSUES ON NUMGEN.DISP.  A RANGE LYING WHOLLY BELOW    *
114000* THE HIGHEST END NUMBER ALREADY SEEN UNDER ITS PREFIX/     *
114100* SUFFIX IS A REISSUE AND IS PASSED OVER.  A REISSUE MERGED *
114200* INTO A RANGE RESTAMPS ITS BATCH DATE (MAIN 4110), SO THE  *
114300* DATE ALONE CANNOT PLACE A RANGE IN THE MONTH: A RANGE     *
114400* THAT A NEW ISSUE IN THE MONTH STARTS IS COUNTED WHATEVER  *
114500* ITS BATCH DATE, AND ONE DATED IN THE MONTH THAT ONLY A    *
114600* REISSUE IN THE MONTH STARTS WAS RESTAMPED AND IS NOT.  A  *
114700* LEDGER THAT CANNOT BE READ HOLDS BACK THE INTERFACE FILE. *
114800*-----------------------------------------------------------*
114900 3000-RECONCILE-LEDGER.
115000     SET CB-LEDGER-READABLE TO TRUE.
115100     OPEN INPUT NUMGEN-LEDGER-FILE.
115200     IF NG-LEDGER-FILE-NOT-FOUND
115300         DISPLAY "WARNING - NUMGEN.LEDGER NOT FOUND - NOTHING "
115400             "ISSUED ON THE LEDGER"
115500         GO TO 3000-COMPARE-SERIES
115600     END-IF.
115700     IF NOT NG-LEDGER-FILE-OK
115800         SET CB-LEDGER-UNREADABLE TO TRUE
115900         DISPLAY "ERROR - NUMGEN.LEDGER COULD NOT BE READ - "
116000             "STATUS " NG-LEDGER-FILE-STATUS
116100         GO TO 3000-RECONCILE-LEDGER-EXIT
116200     END-IF.
116300
116400     SET LEDGER-NOT-AT-EOF TO TRUE.
116500     PERFORM 3100-PROCESS-ONE-LEDGER-RECORD
116600         THRU 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
116700         UNTIL LEDGER-AT-EOF.
116800     CLOSE NUMGEN-LEDGER-FILE.
116900
117000 3000-COMPARE-SERIES.
117100     MOVE ZERO TO CB-MISMATCH-COUNT.
117200     PERFORM 3200-COMPARE-ONE-SERIES
117300         THRU 3200-COMPARE-ONE-SERIES-EXIT
117400         VARYING CB-SER-IDX FROM 1 BY 1
117500         UNTIL CB-SER-IDX > CB-SERIES-COUNT.
117600 3000-RECONCILE-LEDGER-EXIT.
117700     EXIT.
117800
117900 3100-PROCESS-ONE-LEDGER-RECORD.
118000     READ NUMGEN-LEDGER-FILE
118100         AT END
118200             SET LEDGER-AT-EOF TO TRUE
118300             GO TO 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
118400     END-READ.
118500
118600     IF NGL-PREFIX NOT = CB-PREV-PREFIX OR
118700             NGL-SUFFIX NOT = CB-PREV-SUFFIX
118800         MOVE NGL-PREFIX TO CB-PREV-PREFIX
118900         MOVE NGL-SUFFIX TO CB-PREV-SUFFIX
119000         MOVE ZERO TO CB-SERIES-HIGH
119100     ELSE
119200         IF NGL-END-NUMBER <= CB-SERIES-HIGH
119300             GO TO 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
119400         END-IF
119500     END-IF.
119600     MOVE NGL-END-NUMBER TO CB-SERIES-HIGH.
119700
119800     SET CB-NEW-ISSUE-NOT-SEEN TO TRUE.
119900     SET CB-REISSUE-NOT-SEEN TO TRUE.
120000     PERFORM 3110-CHECK-ONE-BATCH-START
120100         THRU 3110-CHECK-ONE-BATCH-START-EXIT
120200         VARYING CB-BAT-IDX FROM 1 BY 1
120300         UNTIL CB-BAT-IDX > CB-BATCH-COUNT.
120400     IF CB-NEW-ISSUE-SEEN
120500         GO TO 3100-COUNT-RANGE
120600     END-IF.
120700
120800     IF NGL-BATCH-DATE < CB-MONTH-FIRST OR
120900             NGL-BATCH-DATE > CB-MONTH-LAST
121000         GO TO 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
121100     END-IF.
121200     IF CB-REISSUE-SEEN
121300         ADD 1 TO CB-RESTAMP-COUNT
121400         GO TO 3100-PROCESS-ONE-LEDGER-RECORD-EXIT
121500     END-IF.
121600
121700 3100-COUNT-RANGE.
121800     COMPUTE CB-RANGE-SIZE =
121900         NGL-END-NUMBER - NGL-START-NUMBER + 1.
122000     MOVE NGL-PREFIX TO CB-SEEK-PREFIX.
122100     MOVE NGL-SUFFIX TO CB-SEEK-SUFFIX.
122200     PERFORM 2020-FIND-SERIES-ENTRY
122300         THRU 2020-FIND-SERIES-ENTRY-EXIT.
122400     IF CB-MATCH-SERIES > 0
122500         ADD CB-RANGE-SIZE TO CB-S-LEDGER-ISSUED(CB-MATCH-SERIES)
122600     END-IF.
122700 3100-PROCESS-ONE-LEDGER-RECORD-EXIT.
122800     EXIT.
122900
123000 3110-CHECK-ONE-BATCH-START.
123100     IF CB-B-REPRINT(CB-BAT-IDX) OR
123200             CB-B-PREFIX(CB-BAT-IDX) NOT = NGL-PREFIX OR
123300             CB-B-SUFFIX(CB-BAT-IDX) NOT = NGL-SUFFIX OR
123400             CB-B-START(CB-BAT-IDX) NOT = NGL-START-NUMBER
123500         GO TO 3110-CHECK-ONE-BATCH-START-EXIT
123600     END-IF.
123700     IF CB-B-NEW-ISSUE(CB-BAT-IDX)
123800         SET CB-NEW-ISSUE-SEEN TO TRUE
123900     ELSE
124000         SET CB-REISSUE-SEEN TO TRUE
124100     END-IF.
124200 3110-CHECK-ONE-BATCH-START-EXIT.
124300     EXIT.
124400
124500 3200-COMPARE-ONE-SERIES.
124600     ADD CB-S-DISP-ISSUED(CB-SER-IDX) TO CB-TOTAL-DISP-ISSUED.
124700     ADD CB-S-LEDGER-ISSUED(CB-SER-IDX)
124800         TO CB-TOTAL-LEDGER-ISSUED.
124900     IF CB-S-DISP-ISSUED(CB-SER-IDX) NOT =
125000             CB-S-LEDGER-ISSUED(CB-SER-IDX)
125100         ADD 1 TO CB-MISMATCH-COUNT
125200     END-IF.
125300 3200-COMPARE-ONE-SERIES-EXIT.
125400     EXIT.
125500
125600*-----------------------------------------------------------*
125700* 4000-PRINT-STATEMENT - THE CHARGEBACK STATEMENT, VENDOR   *
125800* BY VENDOR, ONE BLOCK PER SERIES AND CUSTOMER, THEN THE    *
125900* LEDGER RECONCILIATION SERIES BY SERIES.                   *
126000*-----------------------------------------------------------*
126100 4000-PRINT-STATEMENT.
126200     DISPLAY " ".
126300     DISPLAY "CHARGEBACK STATEMENT - BILLING MONTH "
126400         CB-BILLING-MONTH "  PRODUCED " CB-TODAYS-DATE.
126500
126600     MOVE ZERO TO CB-UNPRICED-COUNT.
126700     IF CB-LINE-COUNT = 0
126800         DISPLAY " "
126900         DISPLAY "NO BATCHES COMPLETED OR REPRINTED IN THE "
127000             "MONTH."
127100     ELSE
127200         PERFORM 4100-PRINT-ONE-VENDOR
127300             THRU 4100-PRINT-ONE-VENDOR-EXIT
127400             VARYING CB-VEN-IDX FROM 1 BY 1
127500             UNTIL CB-VEN-IDX > CB-VENDOR-COUNT
127600     END-IF.
127700
127800     DISPLAY " ".
127900     DISPLAY "LEDGER RECONCILIATION - NEW ISSUES IN THE MONTH".
128000     IF CB-LEDGER-UNREADABLE
128100         DISPLAY "   *** NUMGEN.LEDGER COULD NOT BE READ - NOT "
128200             "RECONCILED ***"
128300         GO TO 4000-PRINT-STATEMENT-EXIT
128400     END-IF.
128500     IF CB-SERIES-COUNT = 0
128600         DISPLAY "   NOTHING ISSUED IN THE MONTH ON EITHER FILE."
128700     END-IF.
128800     PERFORM 4300-PRINT-ONE-SERIES
128900         THRU 4300-PRINT-ONE-SERIES-EXIT
129000         VARYING CB-SER-IDX FROM 1 BY 1
129100         UNTIL CB-SER-IDX > CB-SERIES-COUNT.
129200     IF CB-RESTAMP-COUNT > 0
129300         MOVE CB-RESTAMP-COUNT TO CB-EDIT-FIELD-SMALL
129400         DISPLAY "   LEDGER RANGES RESTAMPED BY A REISSUE, NOT "
129500             "COUNTED: " CB-EDIT-FIELD-SMALL
129600     END-IF.
129700 4000-PRINT-STATEMENT-EXIT.
129800     EXIT.
129900
130000 4100-PRINT-ONE-VENDOR.
130100     DISPLAY " ".
130200     DISPLAY "VENDOR: " CB-V-VENDOR(CB-VEN-IDX).
130300     PERFORM 4200-PRINT-ONE-LINE
130400         THRU 4200-PRINT-ONE-LINE-EXIT
130500         VARYING CB-LIN-IDX FROM 1 BY 1
130600         UNTIL CB-LIN-IDX > CB-LINE-COUNT.
130700     MOVE CB-V-BILLED(CB-VEN-IDX) TO CB-EDIT-FIELD.
130800     DISPLAY "   VENDOR TOTAL - SERIALS BILLED: " CB-EDIT-FIELD.
130900     MOVE CB-V-CHARGE(CB-VEN-IDX) TO CB-EDIT-MONEY.
131000     DISPLAY "   VENDOR TOTAL - CHARGE:         "
131100         "          " CB-EDIT-MONEY.
131200 4100-PRINT-ONE-VENDOR-EXIT.
131300     EXIT.
131400
131500 4200-PRINT-ONE-LINE.
131600     IF CB-L-VENDOR-SUB(CB-LIN-IDX) NOT = CB-VEN-IDX
131700         GO TO 4200-PRINT-ONE-LINE-EXIT
131800     END-IF.
131900
132000     DISPLAY " ".
132100     DISPLAY "   PREFIX: " CB-L-PREFIX(CB-LIN-IDX)(1:30)
132200         " SUFFIX: " CB-L-SUFFIX(CB-LIN-IDX)(1:30).
132300     DISPLAY "   CUSTOMER: " CB-L-CUSTOMER(CB-LIN-IDX).
132400     MOVE CB-L-GENERATED(CB-LIN-IDX) TO CB-EDIT-FIELD.
132500     DISPLAY "      SERIALS GENERATED:      " CB-EDIT-FIELD.
132600     MOVE CB-L-REPRINTED(CB-LIN-IDX) TO CB-EDIT-FIELD.
132700     DISPLAY "      SERIALS REPRINTED:      " CB-EDIT-FIELD.
132800     MOVE CB-L-EXCLUDED(CB-LIN-IDX) TO CB-EDIT-FIELD.
132900     DISPLAY "      SERIALS EXCLUDED:       " CB-EDIT-FIELD
133000         "  (NOT BILLED)".
133100     ADD CB-L-GENERATED(CB-LIN-IDX) TO CB-TOTAL-GENERATED.
133200     ADD CB-L-REPRINTED(CB-LIN-IDX) TO CB-TOTAL-REPRINTED.
133300     ADD CB-L-EXCLUDED(CB-LIN-IDX) TO CB-TOTAL-EXCLUDED.
133400
133500     IF CB-L-BATCHES(CB-LIN-IDX) > 0
133600         ADD CB-L-BATCHES(CB-LIN-IDX) TO CB-BATCHES-BILLED
133700         MOVE CB-L-BATCHES(CB-LIN-IDX) TO CB-EDIT-FIELD-SMALL
133800         DISPLAY "      BATCHES BILLED:         "
133900             "                  " CB-EDIT-FIELD-SMALL
134000         IF CB-L-PRICED(CB-LIN-IDX)
134100             MOVE CB-L-PER-SERIAL(CB-LIN-IDX) TO CB-EDIT-RATE
134200             MOVE CB-L-MINIMUM(CB-LIN-IDX) TO CB-EDIT-MINIMUM
134300             IF CB-L-RATE-TYPE(CB-LIN-IDX) = "S"
134400                 DISPLAY "      SERIES RATE PER SERIAL: "
134500                     CB-EDIT-RATE "  MINIMUM PER BATCH: "
134600                     CB-EDIT-MINIMUM
134700             ELSE
134800                 DISPLAY "      VENDOR RATE PER SERIAL: "
134900                     CB-EDIT-RATE "  MINIMUM PER BATCH: "
135000                     CB-EDIT-MINIMUM
135100             END-IF
135200             IF CB-L-MINIMUM-BATCHES(CB-LIN-IDX) > 0
135300                 MOVE CB-L-MINIMUM-BATCHES(CB-LIN-IDX)
135400                     TO CB-EDIT-FIELD-SMALL
135500                 DISPLAY "      BATCHES AT THE MINIMUM: "
135600                     "                  " CB-EDIT-FIELD-SMALL
135700             END-IF
135800             MOVE CB-L-CHARGE(CB-LIN-IDX) TO CB-EDIT-MONEY
135900             DISPLAY "      CHARGE:                 "
136000                 "          " CB-EDIT-MONEY
136100             ADD CB-L-CHARGE(CB-LIN-IDX) TO CB-TOTAL-CHARGE
136200         ELSE
136300             ADD 1 TO CB-UNPRICED-COUNT
136400             DISPLAY "      *** NO RATE ON NUMGEN.RATE FOR "
136500                 "THIS SERIES OR ITS VENDOR ***"
136600         END-IF
136700     END-IF.
136800
136900     IF CB-L-SPOIL-BATCHES(CB-LIN-IDX) > 0
137000         ADD CB-L-SPOIL-BATCHES(CB-LIN-IDX) TO CB-SPOIL-BATCHES
137100         ADD CB-L-SPOILED(CB-LIN-IDX) TO CB-TOTAL-SPOILED
137200         MOVE CB-L-SPOILED(CB-LIN-IDX) TO CB-EDIT-FIELD
137300         MOVE CB-L-SPOIL-BATCHES(CB-LIN-IDX)
137400             TO CB-EDIT-FIELD-SMALL
137500         DISPLAY "      NON-BILLABLE - VENDOR SPOILAGE "
137600             "REISSUES:"
137700         DISPLAY "         SERIALS REISSUED:    " CB-EDIT-FIELD
137800             "  IN " CB-EDIT-FIELD-SMALL " BATCHES"
137900     END-IF.
138000 4200-PRINT-ONE-LINE-EXIT.
138100     EXIT.
138200
138300 4300-PRINT-ONE-SERIES.
138400     DISPLAY " ".
138500     DISPLAY "   PREFIX: " CB-S-PREFIX(CB-SER-IDX)(1:30)
138600         " SUFFIX: " CB-S-SUFFIX(CB-SER-IDX)(1:30).
138700     MOVE CB-S-DISP-ISSUED(CB-SER-IDX) TO CB-EDIT-FIELD.
138800     DISPLAY "      ISSUED PER NUMGEN.DISP:   " CB-EDIT-FIELD.
138900     MOVE CB-S-LEDGER-ISSUED(CB-SER-IDX) TO CB-EDIT-FIELD.
139000     DISPLAY "      ISSUED PER NUMGEN.LEDGER: " CB-EDIT-FIELD.
139100     IF CB-S-DISP-ISSUED(CB-SER-IDX) NOT =
139200             CB-S-LEDGER-ISSUED(CB-SER-IDX)
139300         DISPLAY "      *** THE TWO FILES DISAGREE ***"
139400     END-IF.
139500 4300-PRINT-ONE-SERIES-EXIT.
139600     EXIT.
139700
139800*-----------------------------------------------------------*
139900* 4900-CHECK-INTERFACE-ALLOWED - THE INTERFACE FILE GOES TO *
140000* ACCOUNTS PAYABLE ONLY WHEN THE MONTH RECONCILES TO THE    *
140100* LEDGER, EVERY BILLED LINE IS PRICED, NUMGEN.RATE HAD NO   *
140200* BAD RECORDS, EVERY FILE THE BATCHES ARE BILLED FROM COULD *
140300* BE READ, AND EVERY BATCH FITTED IN THE TABLES.            *
140400*-----------------------------------------------------------*
140500 4900-CHECK-INTERFACE-ALLOWED.
140600     SET CB-INTERFACE-ALLOWED TO TRUE.
140700     DISPLAY " ".
140800     IF CB-LEDGER-UNREADABLE
140900         SET CB-INTERFACE-REFUSED TO TRUE
141000         DISPLAY "*** NUMGEN.LEDGER COULD NOT BE READ - THE "
141100             "MONTH CANNOT BE RECONCILED"
141200     END-IF.
141300     IF CB-FILE-UNREADABLE
141400         SET CB-INTERFACE-REFUSED TO TRUE
141500         DISPLAY "*** A FILE THE BATCHES ARE BILLED FROM "
141600             "COULD NOT BE READ - SEE THE ERROR ABOVE"
141700     END-IF.
141800     IF CB-MISMATCH-COUNT > 0
141900         SET CB-INTERFACE-REFUSED TO TRUE
142000         MOVE CB-MISMATCH-COUNT TO CB-EDIT-FIELD-SMALL
142100         DISPLAY "*** NUMGEN.DISP AND NUMGEN.LEDGER DISAGREE "
142200             "FOR " CB-EDIT-FIELD-SMALL " SERIES"
142300     END-IF.
142400     IF CB-UNPRICED-COUNT > 0
142500         SET CB-INTERFACE-REFUSED TO TRUE
142600         MOVE CB-UNPRICED-COUNT TO CB-EDIT-FIELD-SMALL
142700         DISPLAY "*** " CB-EDIT-FIELD-SMALL " STATEMENT LINES "
142800             "HAVE NO RATE ON NUMGEN.RATE"
142900     END-IF.
143000     IF CB-RATE-REJECT-COUNT > 0
143100         SET CB-INTERFACE-REFUSED TO TRUE
143200         MOVE CB-RATE-REJECT-COUNT TO CB-EDIT-FIELD-SMALL
143300         DISPLAY "*** " CB-EDIT-FIELD-SMALL " NUMGEN.RATE "
143400             "RECORDS WERE REJECTED"
143500     END-IF.
143600     IF CB-TABLE-IS-FULL
143700         SET CB-INTERFACE-REFUSED TO TRUE
143800         DISPLAY "*** TOO MANY BATCHES, LINES, OR SERIES FOR "
143900             "ONE RUN - FIGURES ARE INCOMPLETE"
144000     END-IF.
144100 4900-CHECK-INTERFACE-ALLOWED-EXIT.
144200     EXIT.
144300
144400*-----------------------------------------------------------*
144500* 5000-WRITE-INTERFACE - REPLACE NUMGEN.CHGBACK WITH ONE    *
144600* DETAIL RECORD PER BILLED STATEMENT LINE, VENDOR BY        *
144700* VENDOR, AND A TRAILER CARRYING THE CONTROL TOTALS.        *
144800*-----------------------------------------------------------*
144900 5000-WRITE-INTERFACE.
145000     SET CB-INTERFACE-NOT-WRITTEN TO TRUE.
145100     OPEN OUTPUT NUMGEN-CHGBACK-FILE.
145200     IF NOT NG-CHGBACK-FILE-OK
145300         DISPLAY "ERROR - NUMGEN.CHGBACK COULD NOT BE OPENED - "
145400             "STATUS " NG-CHGBACK-FILE-STATUS
145500         GO TO 5000-WRITE-INTERFACE-EXIT
145600     END-IF.
145700
145800     MOVE ZERO TO CB-DETAIL-COUNT.
145900     MOVE ZERO TO CB-TOTAL-BILLED.
146000     PERFORM 5100-WRITE-VENDOR-LINES
146100         THRU 5100-WRITE-VENDOR-LINES-EXIT
146200         VARYING CB-VEN-IDX FROM 1 BY 1
146300         UNTIL CB-VEN-IDX > CB-VENDOR-COUNT.
146400
146500     MOVE SPACES TO NG-CHGBACK-RECORD.
146600     SET NGI-TRAILER TO TRUE.
146700     MOVE CB-BILLING-MONTH TO NGI-BILLING-MONTH.
146800     MOVE CB-DETAIL-COUNT TO NGI-RECORD-COUNT.
146900     MOVE CB-TOTAL-BILLED TO NGI-TOTAL-SERIALS.
147000     MOVE CB-TOTAL-CHARGE TO NGI-TOTAL-CHARGE.
147100     MOVE CB-TODAYS-DATE TO NGI-RUN-DATE.
147200     WRITE NG-CHGBACK-RECORD.
147300     CLOSE NUMGEN-CHGBACK-FILE.
147400     SET CB-INTERFACE-WRITTEN TO TRUE.
147500 5000-WRITE-INTERFACE-EXIT.
147600     EXIT.
147700
147800 5100-WRITE-VENDOR-LINES.
147900     PERFORM 5110-WRITE-ONE-LINE
148000         THRU 5110-WRITE-ONE-LINE-EXIT
148100         VARYING CB-LIN-IDX FROM 1 BY 1
148200         UNTIL CB-LIN-IDX > CB-LINE-COUNT.
148300 5100-WRITE-VENDOR-LINES-EXIT.
148400     EXIT.
148500
148600 5110-WRITE-ONE-LINE.
148700     IF CB-L-VENDOR-SUB(CB-LIN-IDX) NOT = CB-VEN-IDX OR
148800             CB-L-BATCHES(CB-LIN-IDX) = 0
148900         GO TO 5110-WRITE-ONE-LINE-EXIT
149000     END-IF.
149100
149200     MOVE SPACES TO NG-CHGBACK-RECORD.
149300     SET NGI-DETAIL TO TRUE.
149400     MOVE CB-BILLING-MONTH TO NGI-BILLING-MONTH.
149500     MOVE CB-L-VENDOR(CB-LIN-IDX) TO NGI-VENDOR.
149600     MOVE CB-L-PREFIX(CB-LIN-IDX) TO NGI-PREFIX.
149700     MOVE CB-L-SUFFIX(CB-LIN-IDX) TO NGI-SUFFIX.
149800     MOVE CB-L-CUSTOMER(CB-LIN-IDX) TO NGI-CUSTOMER.
149900     MOVE CB-L-BATCHES(CB-LIN-IDX) TO NGI-BATCHES.
150000     MOVE CB-L-GENERATED(CB-LIN-IDX) TO NGI-GENERATED.
150100     MOVE CB-L-REPRINTED(CB-LIN-IDX) TO NGI-REPRINTED.
150200     COMPUTE NGI-BILLED-SERIALS = CB-L-GENERATED(CB-LIN-IDX)
150300         + CB-L-REPRINTED(CB-LIN-IDX).
150400     MOVE CB-L-PER-SERIAL(CB-LIN-IDX) TO NGI-PER-SERIAL.
150500     MOVE CB-L-MINIMUM(CB-LIN-IDX) TO NGI-MINIMUM.
150600     MOVE CB-L-CHARGE(CB-LIN-IDX) TO NGI-CHARGE.
150700     WRITE NG-CHGBACK-RECORD.
150800     ADD 1 TO CB-DETAIL-COUNT.
150900     ADD NGI-BILLED-SERIALS TO CB-TOTAL-BILLED.
151000 5110-WRITE-ONE-LINE-EXIT.
151100     EXIT.
151200
151300*-----------------------------------------------------------*
151400* 6000-PRINT-SUMMARY - THE MONTH'S TOTALS AND WHAT BECAME   *
151500* OF THE INTERFACE FILE.                                    *
151600*-----------------------------------------------------------*
151700 6000-PRINT-SUMMARY.
151800     DISPLAY " ".
151900     DISPLAY "CHARGEBACK SUMMARY - BILLING MONTH "
152000         CB-BILLING-MONTH.
152100     MOVE CB-BATCHES-BILLED TO CB-EDIT-FIELD-SMALL.
152200     DISPLAY "   BATCHES BILLED:                "
152300         "                  " CB-EDIT-FIELD-SMALL.
152400     MOVE CB-TOTAL-GENERATED TO CB-EDIT-FIELD.
152500     DISPLAY "   SERIALS GENERATED:             " CB-EDIT-FIELD.
152600     MOVE CB-TOTAL-REPRINTED TO CB-EDIT-FIELD.
152700     DISPLAY "   SERIALS REPRINTED:             " CB-EDIT-FIELD.
152800     MOVE CB-TOTAL-EXCLUDED TO CB-EDIT-FIELD.
152900     DISPLAY "   SERIALS EXCLUDED (NOT BILLED): " CB-EDIT-FIELD.
153000     MOVE CB-TOTAL-SPOILED TO CB-EDIT-FIELD.
153100     MOVE CB-SPOIL-BATCHES TO CB-EDIT-FIELD-SMALL.
153200     DISPLAY "   SPOILAGE REISSUES (NOT BILLED):" CB-EDIT-FIELD
153300         "  IN " CB-EDIT-FIELD-SMALL " BATCHES".
153400     MOVE CB-TOTAL-CHARGE TO CB-EDIT-MONEY.
153500     DISPLAY "   TOTAL CHARGE:                  "
153600         "          " CB-EDIT-MONEY.
153700     IF NOT CB-LEDGER-UNREADABLE
153800         MOVE CB-TOTAL-DISP-ISSUED TO CB-EDIT-FIELD
153900         DISPLAY "   ISSUED PER NUMGEN.DISP:        "
154000             CB-EDIT-FIELD
154100         MOVE CB-TOTAL-LEDGER-ISSUED TO CB-EDIT-FIELD
154200         DISPLAY "   ISSUED PER NUMGEN.LEDGER:      "
154300             CB-EDIT-FIELD
154400     END-IF.
154500
154600     DISPLAY " ".
154700     IF CB-INTERFACE-WRITTEN
154800         MOVE CB-DETAIL-COUNT TO CB-EDIT-FIELD-SMALL
154900         DISPLAY "INTERFACE FILE NUMGEN.CHGBACK WRITTEN - "
155000             CB-EDIT-FIELD-SMALL " DETAIL RECORDS."
155100     ELSE
155200         DISPLAY "*** INTERFACE FILE NUMGEN.CHGBACK NOT "
155300             "PRODUCED - ANY EARLIER FILE IS LEFT AS IT WAS ***"
155400     END-IF.
155500 6000-PRINT-SUMMARY-EXIT.
155600     EXIT.
155700
155800 END PROGRAM NUMGENBILL.
