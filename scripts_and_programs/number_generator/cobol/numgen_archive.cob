002500*               PURGE REPORT IS SIGNED OFF THE OPERATOR
002600*               REPLACES NUMGEN.AUDIT WITH NUMGEN.AUDNEW.
002700*
002800*               AUDIT RECORDS ARE CHAINED (SEE NGAUDIT), SO
002900*               ONLY THE LEADING RUN OF RECORDS DATED BEFORE
003000*               THE CUTOFF MOVES - ONCE ONE RECORD IS RETAINED,
003100*               EVERY RECORD AFTER IT IS RETAINED TOO, AND THE
003200*               ARCHIVE AND THE RETAINED FILE EACH STAY IN
003300*               SEQUENCE.  NUMGEN.AUDNEW STARTS WITH A CHAINFWD
003400*               LINK RECORD CARRYING THE SEQUENCE NUMBER AND
003500*               CHAIN VALUE OF THE LAST RECORD MOVED, SO THE
003600*               PURGED FILE STILL VERIFIES FROM ITS NEW START
003700*               AND NUMGENAUDCHK CAN TIE IT BACK TO THE TAIL OF
003800*               NUMGEN.AUDARCH.  A CHAINFWD RECORD LEFT AT THE
003900*               HEAD OF NUMGEN.AUDIT BY THE LAST PURGE IS NOT
004000*               ARCHIVED; ITS LINK IS CARRIED FORWARD.
004100*
004200*               THE PURGE REPORT SHOWS COUNTS AND DATE SPANS
004300*               MOVED VERSUS RETAINED FOR BOTH FILES, AND HOW
004400*               MANY OLD LEDGER RECORDS WERE HELD BACK BECAUSE
004500*               THEIR SERIES IS STILL ACTIVE.
004600*
004700* MODIFICATION HISTORY
004800*   2026-08-22  RO   ORIGINAL VERSION.
004900*   2026-09-02  RO   NGAUDIT RECORDS NOW CARRY AN ACTION FIELD
005000*                    (SEE THE COPYBOOK); THE ARCHIVE AND
005100*                    RETAINED RECORD IMAGES WIDEN FROM 186 TO
005200*                    194 TO MATCH.
005300*   2026-10-15  RO   NGAUDIT RECORDS NOW CARRY A SEQUENCE
005400*                    NUMBER AND CHAIN VALUE; THE IMAGES WIDEN
005500*                    FROM 194 TO 213.  THE AUDIT SPLIT MOVES
005600*                    ONLY THE LEADING RUN OF OLD RECORDS AND
005700*                    STARTS NUMGEN.AUDNEW WITH A CHAINFWD LINK
005800*                    RECORD, SO THE CHAIN SURVIVES THE PURGE.
005900*   2026-10-15  RO   THE OPERATOR MUST HOLD ARCHIVE/PURGE ON
006000*                    NUMGEN.AUTH (SEE NUMGENAUTH); ANYONE ELSE IS
006100*                    REFUSED BEFORE THE CUTOFF IS ASKED FOR.
006200*****************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. NUMGENARCH.
006500 AUTHOR. R. OKONKWO.
006600 INSTALLATION. DATA PROCESSING DEPT.
006700 DATE-WRITTEN. 2026-08-22.
006800 DATE-COMPILED.
006900
007000 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS NGL-KEY
007700         FILE STATUS IS NG-LEDGER-FILE-STATUS.
007800
007900     SELECT NUMGEN-LEDGARCH-FILE ASSIGN TO "NUMGEN.LEDGARCH"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS ARC-LEDGARCH-FILE-STATUS.
008200
008300     SELECT NUMGEN-AUDIT-FILE ASSIGN TO "NUMGEN.AUDIT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS NG-AUDIT-FILE-STATUS.
008600
008700     SELECT NUMGEN-AUDARCH-FILE ASSIGN TO "NUMGEN.AUDARCH"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS ARC-AUDARCH-FILE-STATUS.
009000
009100     SELECT NUMGEN-AUDNEW-FILE ASSIGN TO "NUMGEN.AUDNEW"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS ARC-AUDNEW-FILE-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700*-----------------------------------------------------------*
009800*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
009900*-----------------------------------------------------------*
010000 FD  NUMGEN-LEDGER-FILE.
010100     COPY NGLEDG.
010200
010300*-----------------------------------------------------------*
010400*    LEDGER ARCHIVE - IMAGE OF EACH PURGED LEDGER RECORD    *
010500*-----------------------------------------------------------*
010600 FD  NUMGEN-LEDGARCH-FILE.
010700 01  ARC-LEDGARCH-RECORD          PIC X(158).
010800
010900*-----------------------------------------------------------*
011000*    AUDIT TRAIL OF EVERY RUN-NUMGEN CALL - SEE NGAUDIT     *
011100*-----------------------------------------------------------*
011200 FD  NUMGEN-AUDIT-FILE.
011300     COPY NGAUDIT.
011400
011500*-----------------------------------------------------------*
011600*    AUDIT ARCHIVE - IMAGE OF EACH PURGED AUDIT RECORD      *
011700*-----------------------------------------------------------*
011800 FD  NUMGEN-AUDARCH-FILE.
011900 01  ARC-AUDARCH-RECORD           PIC X(213).
012000
012100*-----------------------------------------------------------*
012200*    RETAINED AUDIT RECORDS - REPLACES NUMGEN.AUDIT AFTER   *
012300*    SIGN-OFF                                               *
012400*-----------------------------------------------------------*
012500 FD  NUMGEN-AUDNEW-FILE.
012600 01  ARC-AUDNEW-RECORD            PIC X(213).
012700
012800 WORKING-STORAGE SECTION.
012900 77  NG-LEDGER-FILE-STATUS        PIC X(02).
013000     88  NG-LEDGER-FILE-OK             VALUE "00".
013100     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
013200
013300 77  ARC-LEDGARCH-FILE-STATUS     PIC X(02).
013400     88  ARC-LEDGARCH-FILE-OK          VALUE "00".
013500     88  ARC-LEDGARCH-FILE-NOT-FOUND    VALUE "35".
013600
013700 77  NG-AUDIT-FILE-STATUS         PIC X(02).
013800     88  NG-AUDIT-FILE-OK              VALUE "00".
013900     88  NG-AUDIT-FILE-NOT-FOUND       VALUE "35".
014000
014100 77  ARC-AUDARCH-FILE-STATUS      PIC X(02).
014200     88  ARC-AUDARCH-FILE-OK           VALUE "00".
014300     88  ARC-AUDARCH-FILE-NOT-FOUND     VALUE "35".
014400
014500 77  ARC-AUDNEW-FILE-STATUS       PIC X(02).
014600     88  ARC-AUDNEW-FILE-OK            VALUE "00".
014700
014800 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
014900     88  LEDGER-AT-EOF                 VALUE "Y".
015000     88  LEDGER-NOT-AT-EOF              VALUE "N".
015100
015200 77  AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
015300     88  AUDIT-AT-EOF                  VALUE "Y".
015400     88  AUDIT-NOT-AT-EOF               VALUE "N".
015500
015600 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
015700     88  ENTRY-IS-VALID               VALUE "Y".
015800     88  ENTRY-NOT-VALID               VALUE "N".
015900
016000 77  ARC-SERIES-FOUND-SWITCH      PIC X(01) VALUE "N".
016100     88  ARC-SERIES-FOUND              VALUE "Y".
016200     88  ARC-SERIES-NOT-FOUND           VALUE "N".
016300
016400 77  ARC-SURVEY-FULL-SWITCH       PIC X(01) VALUE "N".
016500     88  ARC-SURVEY-IS-FULL            VALUE "Y".
016600     88  ARC-SURVEY-NOT-FULL            VALUE "N".
016700
016800 77  ARC-AUD-SPLIT-SWITCH         PIC X(01) VALUE "N".
016900     88  ARC-AUD-SPLIT-REACHED         VALUE "Y".
017000     88  ARC-AUD-SPLIT-NOT-REACHED      VALUE "N".
017100
017200 77  ARC-LINK-SWITCH              PIC X(01) VALUE "N".
017300     88  ARC-LINK-PRESENT              VALUE "Y".
017400     88  ARC-LINK-ABSENT                VALUE "N".
017500
017600 77  ARC-LINK-SEQUENCE            PIC 9(09) VALUE ZERO.
017700 77  ARC-LINK-CHAIN               PIC 9(10) VALUE ZERO.
017800 77  ARC-OPERATOR-ID              PIC X(20).
017900
018000*-----------------------------------------------------------*
018100*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH                     *
018200*-----------------------------------------------------------*
018300 77  NG-AUTH-FUNCTION             PIC X(01) VALUE "R".
018400 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "NUMGENARCH".
018500 77  NG-AUTH-OPERATOR-ID          PIC X(20).
018600 77  NG-AUTH-RESULT               PIC X(01).
018700     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
018800     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
018900 77  ARC-CURRENT-TIME             PIC 9(08).
019000 77  ARC-SAVED-AUDIT-RECORD       PIC X(213).
019100
019200 77  ARC-CUTOFF-DATE              PIC 9(08).
019300 77  ARC-CUTOFF-RAW               PIC X(09).
019400
019500 77  ARC-LEDG-MOVED-COUNT         PIC 9(07) COMP VALUE ZERO.
019600 77  ARC-LEDG-KEPT-COUNT          PIC 9(07) COMP VALUE ZERO.
019700 77  ARC-LEDG-HELD-COUNT          PIC 9(07) COMP VALUE ZERO.
019800 77  ARC-AUD-MOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
019900 77  ARC-AUD-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
020000
020100 77  ARC-LEDG-MOVED-LOW-DATE      PIC 9(08) VALUE 99999999.
020200 77  ARC-LEDG-MOVED-HIGH-DATE     PIC 9(08) VALUE ZERO.
020300 77  ARC-LEDG-KEPT-LOW-DATE       PIC 9(08) VALUE 99999999.
020400 77  ARC-LEDG-KEPT-HIGH-DATE      PIC 9(08) VALUE ZERO.
020500 77  ARC-AUD-MOVED-LOW-DATE       PIC 9(08) VALUE 99999999.
020600 77  ARC-AUD-MOVED-HIGH-DATE      PIC 9(08) VALUE ZERO.
020700 77  ARC-AUD-KEPT-LOW-DATE        PIC 9(08) VALUE 99999999.
020800 77  ARC-AUD-KEPT-HIGH-DATE       PIC 9(08) VALUE ZERO.
020900
021000 77  ARC-SERIES-SUB               PIC 9(03) COMP VALUE ZERO.
021100 77  ARC-SERIES-COUNT             PIC 9(03) COMP VALUE ZERO.
021200 77  ARC-EDIT-FIELD-SMALL         PIC ZZZZZZ9.
021300 77  ARC-EDIT-FIELD-CHAIN         PIC ZZZZZZZZ9.
021400
021500*-----------------------------------------------------------*
021600* ARC-SERIES-TABLE - ONE ENTRY PER PREFIX/SUFFIX SEEN IN    *
021700* THE LEDGER, WITH THE NEWEST BATCH DATE UNDER IT.  A       *
021800* SERIES WHOSE NEWEST DATE IS ON OR AFTER THE CUTOFF IS     *
021900* STILL ACTIVE AND IS NEVER PURGED.  IF THE TABLE FILLS,    *
022000* EVERY UNCLASSIFIED SERIES IS TREATED AS ACTIVE - THE      *
022100* SAFE DIRECTION - AND THE PURGE IS PARTIAL.                *
022200*-----------------------------------------------------------*
022300 01  ARC-SERIES-TABLE.
022400     05  ARC-SERIES-ENTRY OCCURS 1 TO 200 TIMES
022500             DEPENDING ON ARC-SERIES-COUNT
022600             INDEXED BY ARC-SERIES-IDX.
022700         10  ARC-SERIES-PREFIX     PIC X(50).
022800         10  ARC-SERIES-SUFFIX     PIC X(50).
022900         10  ARC-SERIES-NEWEST     PIC 9(08).
023000
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
023400                             NG-AUTH-PROGRAM,
023500                             NG-AUTH-OPERATOR-ID,
023600                             NG-AUTH-RESULT.
023700     IF OPERATOR-NOT-AUTHORIZED
023800         MOVE 8 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100
024200     PERFORM 1000-GET-CUTOFF-DATE
024300         THRU 1000-GET-CUTOFF-DATE-EXIT
024400         UNTIL ENTRY-IS-VALID.
024500
024600     PERFORM 2000-SURVEY-LEDGER-ACTIVITY
024700         THRU 2000-SURVEY-LEDGER-ACTIVITY-EXIT.
024800
024900     PERFORM 3000-PURGE-LEDGER
025000         THRU 3000-PURGE-LEDGER-EXIT.
025100
025200     PERFORM 4000-PURGE-AUDIT
025300         THRU 4000-PURGE-AUDIT-EXIT.
025400
025500     PERFORM 5000-PRINT-PURGE-REPORT
025600         THRU 5000-PRINT-PURGE-REPORT-EXIT.
025700
025800     STOP RUN.
025900
026000*-----------------------------------------------------------*
026100* 1000-GET-CUTOFF-DATE - ASK FOR THE RETENTION CUTOFF.      *
026200* EVERYTHING DATED BEFORE IT IS A CANDIDATE TO MOVE.        *
026300*-----------------------------------------------------------*
026400 1000-GET-CUTOFF-DATE.
026500     DISPLAY "Purge cutoff date YYYYMMDD (records dated "
026600         "before this move to the archives):"
026700     MOVE SPACES TO ARC-CUTOFF-RAW.
026800     ACCEPT ARC-CUTOFF-RAW.
026900     IF ARC-CUTOFF-RAW(9:1) NOT = SPACE OR
027000             ARC-CUTOFF-RAW(1:8) IS NOT NUMERIC
027100         DISPLAY "ERROR - CUTOFF MUST BE AN 8-DIGIT "
027200             "YYYYMMDD DATE - ENTER AGAIN"
027300         SET ENTRY-NOT-VALID TO TRUE
027400         GO TO 1000-GET-CUTOFF-DATE-EXIT
027500     END-IF.
027600     MOVE ARC-CUTOFF-RAW(1:8) TO ARC-CUTOFF-DATE.
027700     SET ENTRY-IS-VALID TO TRUE.
027800 1000-GET-CUTOFF-DATE-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------*
028200* 2000-SURVEY-LEDGER-ACTIVITY - FIRST PASS OVER THE LEDGER: *
028300* RECORD THE NEWEST BATCH DATE UNDER EVERY PREFIX/SUFFIX SO *
028400* THE PURGE PASS KNOWS WHICH SERIES ARE STILL ACTIVE.       *
028500*-----------------------------------------------------------*
028600 2000-SURVEY-LEDGER-ACTIVITY.
028700     OPEN INPUT NUMGEN-LEDGER-FILE.
028800     IF NOT NG-LEDGER-FILE-OK
028900         DISPLAY "NUMGEN.LEDGER NOT FOUND OR NOT READABLE - "
029000             "NOTHING TO PURGE FROM THE LEDGER"
029100         GO TO 2000-SURVEY-LEDGER-ACTIVITY-EXIT
029200     END-IF.
029300
029400     SET LEDGER-NOT-AT-EOF TO TRUE.
029500     PERFORM 2100-SURVEY-ONE-RECORD
029600         THRU 2100-SURVEY-ONE-RECORD-EXIT
029700         UNTIL LEDGER-AT-EOF.
029800     CLOSE NUMGEN-LEDGER-FILE.
029900
030000     IF ARC-SURVEY-IS-FULL
030100         DISPLAY "WARNING - MORE THAN 200 PREFIX/SUFFIX "
030200             "SERIES ON THE LEDGER - UNCLASSIFIED SERIES "
030300             "ARE TREATED AS ACTIVE AND NOT PURGED"
030400     END-IF.
030500 2000-SURVEY-LEDGER-ACTIVITY-EXIT.
030600     EXIT.
030700
030800 2100-SURVEY-ONE-RECORD.
030900     READ NUMGEN-LEDGER-FILE NEXT RECORD
031000         AT END
031100             SET LEDGER-AT-EOF TO TRUE
031200             GO TO 2100-SURVEY-ONE-RECORD-EXIT
031300     END-READ.
031400
031500     PERFORM 2200-FIND-SERIES-ENTRY
031600         THRU 2200-FIND-SERIES-ENTRY-EXIT.
031700
031800     IF ARC-SERIES-NOT-FOUND
031900         IF ARC-SERIES-COUNT >= 200
032000             SET ARC-SURVEY-IS-FULL TO TRUE
032100             GO TO 2100-SURVEY-ONE-RECORD-EXIT
032200         END-IF
032300         ADD 1 TO ARC-SERIES-COUNT
032400         MOVE ARC-SERIES-COUNT TO ARC-SERIES-SUB
032500         MOVE NGL-PREFIX
032600             TO ARC-SERIES-PREFIX(ARC-SERIES-SUB)
032700         MOVE NGL-SUFFIX
032800             TO ARC-SERIES-SUFFIX(ARC-SERIES-SUB)
032900         MOVE NGL-BATCH-DATE
033000             TO ARC-SERIES-NEWEST(ARC-SERIES-SUB)
033100         GO TO 2100-SURVEY-ONE-RECORD-EXIT
033200     END-IF.
033300
033400     IF NGL-BATCH-DATE > ARC-SERIES-NEWEST(ARC-SERIES-SUB)
033500         MOVE NGL-BATCH-DATE
033600             TO ARC-SERIES-NEWEST(ARC-SERIES-SUB)
033700     END-IF.
033800 2100-SURVEY-ONE-RECORD-EXIT.
033900     EXIT.
034000
034100*-----------------------------------------------------------*
034200* 2200-FIND-SERIES-ENTRY - LOOK THE CURRENT LEDGER RECORD'S *
034300* PREFIX/SUFFIX UP IN ARC-SERIES-TABLE.  ARC-SERIES-SUB     *
034400* POINTS AT THE ENTRY WHEN FOUND.                           *
034500*-----------------------------------------------------------*
034600 2200-FIND-SERIES-ENTRY.
034700     SET ARC-SERIES-NOT-FOUND TO TRUE.
034800     PERFORM 2210-MATCH-ONE-SERIES-ENTRY
034900         THRU 2210-MATCH-ONE-SERIES-ENTRY-EXIT
035000         VARYING ARC-SERIES-IDX FROM 1 BY 1
035100         UNTIL ARC-SERIES-IDX > ARC-SERIES-COUNT
035200             OR ARC-SERIES-FOUND.
035300 2200-FIND-SERIES-ENTRY-EXIT.
035400     EXIT.
035500
035600 2210-MATCH-ONE-SERIES-ENTRY.
035700     IF ARC-SERIES-PREFIX(ARC-SERIES-IDX) = NGL-PREFIX AND
035800             ARC-SERIES-SUFFIX(ARC-SERIES-IDX) = NGL-SUFFIX
035900         SET ARC-SERIES-FOUND TO TRUE
036000         SET ARC-SERIES-SUB TO ARC-SERIES-IDX
036100     END-IF.
036200 2210-MATCH-ONE-SERIES-ENTRY-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------*
036600* 3000-PURGE-LEDGER - SECOND PASS: MOVE EVERY LEDGER RECORD *
036700* DATED BEFORE THE CUTOFF, WHOSE SERIES IS DORMANT, TO      *
036800* NUMGEN.LEDGARCH AND DELETE IT FROM THE ONLINE LEDGER.     *
036900*-----------------------------------------------------------*
037000 3000-PURGE-LEDGER.
037100     OPEN I-O NUMGEN-LEDGER-FILE.
037200     IF NOT NG-LEDGER-FILE-OK
037300         GO TO 3000-PURGE-LEDGER-EXIT
037400     END-IF.
037500
037600     OPEN EXTEND NUMGEN-LEDGARCH-FILE.
037700     IF ARC-LEDGARCH-FILE-NOT-FOUND
037800         OPEN OUTPUT NUMGEN-LEDGARCH-FILE
037900     END-IF.
038000
038100     SET LEDGER-NOT-AT-EOF TO TRUE.
038200     PERFORM 3100-PURGE-ONE-LEDGER-RECORD
038300         THRU 3100-PURGE-ONE-LEDGER-RECORD-EXIT
038400         UNTIL LEDGER-AT-EOF.
038500
038600     CLOSE NUMGEN-LEDGARCH-FILE.
038700     CLOSE NUMGEN-LEDGER-FILE.
038800 3000-PURGE-LEDGER-EXIT.
038900     EXIT.
039000
039100 3100-PURGE-ONE-LEDGER-RECORD.
039200     READ NUMGEN-LEDGER-FILE NEXT RECORD
039300         AT END
039400             SET LEDGER-AT-EOF TO TRUE
039500             GO TO 3100-PURGE-ONE-LEDGER-RECORD-EXIT
039600     END-READ.
039700
039800     IF NGL-BATCH-DATE >= ARC-CUTOFF-DATE
039900         PERFORM 3300-COUNT-KEPT-LEDGER-RECORD
040000             THRU 3300-COUNT-KEPT-LEDGER-RECORD-EXIT
040100         GO TO 3100-PURGE-ONE-LEDGER-RECORD-EXIT
040200     END-IF.
040300
040400     PERFORM 2200-FIND-SERIES-ENTRY
040500         THRU 2200-FIND-SERIES-ENTRY-EXIT.
040600     IF ARC-SERIES-NOT-FOUND OR
040700             ARC-SERIES-NEWEST(ARC-SERIES-SUB) >=
040800                 ARC-CUTOFF-DATE
040900         ADD 1 TO ARC-LEDG-HELD-COUNT
041000         PERFORM 3300-COUNT-KEPT-LEDGER-RECORD
041100             THRU 3300-COUNT-KEPT-LEDGER-RECORD-EXIT
041200         GO TO 3100-PURGE-ONE-LEDGER-RECORD-EXIT
041300     END-IF.
041400
041500     MOVE NG-LEDGER-RECORD TO ARC-LEDGARCH-RECORD.
041600     WRITE ARC-LEDGARCH-RECORD.
041700     DELETE NUMGEN-LEDGER-FILE RECORD.
041800
041900     ADD 1 TO ARC-LEDG-MOVED-COUNT.
042000     IF NGL-BATCH-DATE < ARC-LEDG-MOVED-LOW-DATE
042100         MOVE NGL-BATCH-DATE TO ARC-LEDG-MOVED-LOW-DATE
042200     END-IF.
042300     IF NGL-BATCH-DATE > ARC-LEDG-MOVED-HIGH-DATE
042400         MOVE NGL-BATCH-DATE TO ARC-LEDG-MOVED-HIGH-DATE
042500     END-IF.
042600 3100-PURGE-ONE-LEDGER-RECORD-EXIT.
042700     EXIT.
042800
042900 3300-COUNT-KEPT-LEDGER-RECORD.
043000     ADD 1 TO ARC-LEDG-KEPT-COUNT.
043100     IF NGL-BATCH-DATE < ARC-LEDG-KEPT-LOW-DATE
043200         MOVE NGL-BATCH-DATE TO ARC-LEDG-KEPT-LOW-DATE
043300     END-IF.
043400     IF NGL-BATCH-DATE > ARC-LEDG-KEPT-HIGH-DATE
043500         MOVE NGL-BATCH-DATE TO ARC-LEDG-KEPT-HIGH-DATE
043600     END-IF.
043700 3300-COUNT-KEPT-LEDGER-RECORD-EXIT.
043800     EXIT.
043900
044000*-----------------------------------------------------------*
044100* 4000-PURGE-AUDIT - SPLIT NUMGEN.AUDIT BY THE CUTOFF:      *
044200* OLDER RECORDS TO NUMGEN.AUDARCH, THE REST TO              *
044300* NUMGEN.AUDNEW.  THE OPERATOR REPLACES NUMGEN.AUDIT WITH   *
044400* NUMGEN.AUDNEW AFTER THE REPORT IS SIGNED OFF, SO AN ABEND *
044500* HERE NEVER DAMAGES THE LIVE AUDIT TRAIL.                  *
044600*-----------------------------------------------------------*
044700 4000-PURGE-AUDIT.
044800     OPEN INPUT NUMGEN-AUDIT-FILE.
044900     IF NG-AUDIT-FILE-NOT-FOUND
045000         DISPLAY "NUMGEN.AUDIT NOT FOUND - NOTHING TO PURGE "
045100             "FROM THE AUDIT TRAIL"
045200         GO TO 4000-PURGE-AUDIT-EXIT
045300     END-IF.
045400
045500     OPEN EXTEND NUMGEN-AUDARCH-FILE.
045600     IF ARC-AUDARCH-FILE-NOT-FOUND
045700         OPEN OUTPUT NUMGEN-AUDARCH-FILE
045800     END-IF.
045900     OPEN OUTPUT NUMGEN-AUDNEW-FILE.
046000
046100     SET AUDIT-NOT-AT-EOF TO TRUE.
046200     SET ARC-AUD-SPLIT-NOT-REACHED TO TRUE.
046300     SET ARC-LINK-ABSENT TO TRUE.
046400     PERFORM 4100-PURGE-ONE-AUDIT-RECORD
046500         THRU 4100-PURGE-ONE-AUDIT-RECORD-EXIT
046600         UNTIL AUDIT-AT-EOF.
046700
046800     IF ARC-AUD-SPLIT-NOT-REACHED
046900         PERFORM 4200-WRITE-CHAIN-LINK
047000             THRU 4200-WRITE-CHAIN-LINK-EXIT
047100     END-IF.
047200
047300     CLOSE NUMGEN-AUDIT-FILE.
047400     CLOSE NUMGEN-AUDARCH-FILE.
047500     CLOSE NUMGEN-AUDNEW-FILE.
047600 4000-PURGE-AUDIT-EXIT.
047700     EXIT.
047800
047900 4100-PURGE-ONE-AUDIT-RECORD.
048000     READ NUMGEN-AUDIT-FILE
048100         AT END
048200             SET AUDIT-AT-EOF TO TRUE
048300             GO TO 4100-PURGE-ONE-AUDIT-RECORD-EXIT
048400     END-READ.
048500
048600     IF ARC-AUD-SPLIT-NOT-REACHED AND NGA-ACTION-CHAIN-FWD
048700         SET ARC-LINK-PRESENT TO TRUE
048800         MOVE NGA-SEQUENCE TO ARC-LINK-SEQUENCE
048900         MOVE NGA-CHAIN-VALUE TO ARC-LINK-CHAIN
049000         GO TO 4100-PURGE-ONE-AUDIT-RECORD-EXIT
049100     END-IF.
049200
049300     IF ARC-AUD-SPLIT-NOT-REACHED AND
049400             NGA-RUN-DATE < ARC-CUTOFF-DATE
049500         MOVE NG-AUDIT-RECORD TO ARC-AUDARCH-RECORD
049600         WRITE ARC-AUDARCH-RECORD
049700         ADD 1 TO ARC-AUD-MOVED-COUNT
049800         IF NGA-RUN-DATE < ARC-AUD-MOVED-LOW-DATE
049900             MOVE NGA-RUN-DATE TO ARC-AUD-MOVED-LOW-DATE
050000         END-IF
050100         IF NGA-RUN-DATE > ARC-AUD-MOVED-HIGH-DATE
050200             MOVE NGA-RUN-DATE TO ARC-AUD-MOVED-HIGH-DATE
050300         END-IF
050400         IF NGA-SEQUENCE-RAW IS NUMERIC AND
050500                 NGA-CHAIN-VALUE IS NUMERIC
050600             SET ARC-LINK-PRESENT TO TRUE
050700             MOVE NGA-SEQUENCE TO ARC-LINK-SEQUENCE
050800             MOVE NGA-CHAIN-VALUE TO ARC-LINK-CHAIN
050900         ELSE
051000             SET ARC-LINK-ABSENT TO TRUE
051100         END-IF
051200         GO TO 4100-PURGE-ONE-AUDIT-RECORD-EXIT
051300     END-IF.
051400
051500     IF ARC-AUD-SPLIT-NOT-REACHED
051600         SET ARC-AUD-SPLIT-REACHED TO TRUE
051700         MOVE NG-AUDIT-RECORD TO ARC-SAVED-AUDIT-RECORD
051800         PERFORM 4200-WRITE-CHAIN-LINK
051900             THRU 4200-WRITE-CHAIN-LINK-EXIT
052000         MOVE ARC-SAVED-AUDIT-RECORD TO NG-AUDIT-RECORD
052100     END-IF.
052200
052300     MOVE NG-AUDIT-RECORD TO ARC-AUDNEW-RECORD.
052400     WRITE ARC-AUDNEW-RECORD.
052500     ADD 1 TO ARC-AUD-KEPT-COUNT.
052600     IF NGA-RUN-DATE < ARC-AUD-KEPT-LOW-DATE
052700         MOVE NGA-RUN-DATE TO ARC-AUD-KEPT-LOW-DATE
052800     END-IF.
052900     IF NGA-RUN-DATE > ARC-AUD-KEPT-HIGH-DATE
053000         MOVE NGA-RUN-DATE TO ARC-AUD-KEPT-HIGH-DATE
053100     END-IF.
053200 4100-PURGE-ONE-AUDIT-RECORD-EXIT.
053300     EXIT.
053400
053500*-----------------------------------------------------------*
053600* 4200-WRITE-CHAIN-LINK - START NUMGEN.AUDNEW WITH THE      *
053700* CHAINFWD RECORD, CARRYING THE SEQUENCE NUMBER AND CHAIN   *
053800* VALUE OF THE LAST CHAINED RECORD MOVED (OR OF THE LINK    *
053900* THE LAST PURGE LEFT), AND WHO PURGED AND WHEN.  IF THE    *
054000* LAST RECORD MOVED PREDATES THE CHAIN THERE IS NOTHING TO  *
054100* CARRY AND THE RETAINED RECORDS START THE CHAIN AFRESH.    *
054200* THE LINK RECORD IS NOT ITSELF PART OF THE CHAIN.          *
054300*-----------------------------------------------------------*
054400 4200-WRITE-CHAIN-LINK.
054500     IF ARC-LINK-ABSENT
054600         GO TO 4200-WRITE-CHAIN-LINK-EXIT
054700     END-IF.
054800
054900     MOVE SPACES TO ARC-OPERATOR-ID.
055000     ACCEPT ARC-OPERATOR-ID FROM ENVIRONMENT "USER".
055100     IF ARC-OPERATOR-ID = SPACES
055200         ACCEPT ARC-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
055300     END-IF.
055400     ACCEPT ARC-CURRENT-TIME FROM TIME.
055500
055600     MOVE SPACES TO NG-AUDIT-RECORD.
055700     MOVE ARC-OPERATOR-ID TO NGA-OPERATOR-ID.
055800     ACCEPT NGA-RUN-DATE FROM DATE YYYYMMDD.
055900     MOVE ARC-CURRENT-TIME TO NGA-RUN-TIME.
056000     MOVE ZERO TO NGA-START-NUMBER.
056100     MOVE ZERO TO NGA-END-NUMBER.
056200     SET NGA-ACTION-CHAIN-FWD TO TRUE.
056300     MOVE ARC-LINK-SEQUENCE TO NGA-SEQUENCE.
056400     MOVE ARC-LINK-CHAIN TO NGA-CHAIN-VALUE.
056500     MOVE NG-AUDIT-RECORD TO ARC-AUDNEW-RECORD.
056600     WRITE ARC-AUDNEW-RECORD.
056700 4200-WRITE-CHAIN-LINK-EXIT.
056800     EXIT.
056900
057000*-----------------------------------------------------------*
057100* 5000-PRINT-PURGE-REPORT - COUNTS AND DATE SPANS MOVED     *
057200* VERSUS RETAINED, FOR THE SIGN-OFF FILE.                   *
057300*-----------------------------------------------------------*
057400 5000-PRINT-PURGE-REPORT.
057500     DISPLAY " ".
057600     DISPLAY "YEAR-END ARCHIVE AND PURGE REPORT - CUTOFF "
057700         ARC-CUTOFF-DATE.
057800     DISPLAY " ".
057900     DISPLAY "NUMGEN.LEDGER:".
058000     MOVE ARC-LEDG-MOVED-COUNT TO ARC-EDIT-FIELD-SMALL.
058100     DISPLAY "   MOVED TO NUMGEN.LEDGARCH:      "
058200         ARC-EDIT-FIELD-SMALL.
058300     IF ARC-LEDG-MOVED-COUNT > 0
058400         DISPLAY "   MOVED DATE SPAN:    "
058500             ARC-LEDG-MOVED-LOW-DATE " - "
058600             ARC-LEDG-MOVED-HIGH-DATE
058700     END-IF.
058800     MOVE ARC-LEDG-KEPT-COUNT TO ARC-EDIT-FIELD-SMALL.
058900     DISPLAY "   RETAINED ONLINE:               "
059000         ARC-EDIT-FIELD-SMALL.
059100     IF ARC-LEDG-KEPT-COUNT > 0
059200         DISPLAY "   RETAINED DATE SPAN: "
059300             ARC-LEDG-KEPT-LOW-DATE " - "
059400             ARC-LEDG-KEPT-HIGH-DATE
059500     END-IF.
059600     MOVE ARC-LEDG-HELD-COUNT TO ARC-EDIT-FIELD-SMALL.
059700     DISPLAY "   OLD RECORDS HELD - SERIES STILL ACTIVE: "
059800         ARC-EDIT-FIELD-SMALL.
059900     DISPLAY " ".
060000     DISPLAY "NUMGEN.AUDIT:".
060100     MOVE ARC-AUD-MOVED-COUNT TO ARC-EDIT-FIELD-SMALL.
060200     DISPLAY "   MOVED TO NUMGEN.AUDARCH:       "
060300         ARC-EDIT-FIELD-SMALL.
060400     IF ARC-AUD-MOVED-COUNT > 0
060500         DISPLAY "   MOVED DATE SPAN:    "
060600             ARC-AUD-MOVED-LOW-DATE " - "
060700             ARC-AUD-MOVED-HIGH-DATE
060800     END-IF.
060900     MOVE ARC-AUD-KEPT-COUNT TO ARC-EDIT-FIELD-SMALL.
061000     DISPLAY "   RETAINED IN NUMGEN.AUDNEW:     "
061100         ARC-EDIT-FIELD-SMALL.
061200     IF ARC-AUD-KEPT-COUNT > 0
061300         DISPLAY "   RETAINED DATE SPAN: "
061400             ARC-AUD-KEPT-LOW-DATE " - "
061500             ARC-AUD-KEPT-HIGH-DATE
061600     END-IF.
061700     IF ARC-LINK-PRESENT
061800         MOVE ARC-LINK-SEQUENCE TO ARC-EDIT-FIELD-CHAIN
061900         DISPLAY "   CHAIN CARRIED FORWARD FROM SEQUENCE "
062000             ARC-EDIT-FIELD-CHAIN " - CHAIN VALUE "
062100             ARC-LINK-CHAIN
062200     ELSE
062300         DISPLAY "   NO CHAIN LINK CARRIED FORWARD - THE "
062400             "RETAINED RECORDS START THE CHAIN AFRESH"
062500     END-IF.
062600     DISPLAY " ".
062700     DISPLAY "AFTER SIGN-OFF, REPLACE NUMGEN.AUDIT WITH "
062800         "NUMGEN.AUDNEW.".
062900 5000-PRINT-PURGE-REPORT-EXIT.
063000     EXIT.
063100
063200 END PROGRAM NUMGENARCH.
