002100*               RECORD, AND EVERY APPROVAL OR REJECTION
002200*               LEAVES A NUMGEN.AUDIT RECORD (ACTION
002300*               "VOIDAPPR" OR "VOIDREJ ") CARRYING THE RANGE
002400*               AND THE APPROVER'S ID, APPENDED THROUGH
002500*               NUMGENASTAMP SO IT JOINS THE AUDIT CHAIN.  SEE
002600*               COPYBOOKS NGVOID AND NGAUDIT.
002700*
002800* MODIFICATION HISTORY
002900*   2026-09-02  RO   ORIGINAL VERSION.
003000*   2026-10-15  RO   CARRY THE NEW NGVOID SOURCE BYTE THROUGH
003100*                    THE REWRITE, AND SHOW A VOID RAISED FROM A
003200*                    VENDOR SPOILAGE RETURN AS SUCH.  A SPOILAGE
003300*                    VOID STILL NEEDS A DIFFERENT OPERATOR FROM
003400*                    THE ONE WHO RAN THE INTAKE.
003500*   2026-10-15  RO   BUILD THE AUDIT RECORD IN WORKING-STORAGE
003600*                    AND HAND IT TO NUMGENASTAMP, WHICH STAMPS
003700*                    ITS SEQUENCE NUMBER AND CHAIN VALUE AND
003800*                    APPENDS IT.  NUMGEN.AUDIT IS NO LONGER
003900*                    OPENED HERE.
004000*   2026-10-15  RO   THE APPROVER MUST HOLD APPROVE VOID ON
004100*                    NUMGEN.AUTH (SEE NUMGENAUTH); ANYONE ELSE IS
004200*                    REFUSED BEFORE THE REGISTER IS READ.
004300*****************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. NUMGENVAPPR.
004600 AUTHOR. R. OKONKWO.
004700 INSTALLATION. DATA PROCESSING DEPT.
004800 DATE-WRITTEN. 2026-09-02.
004900 DATE-COMPILED.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS NG-VOID-FILE-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*-----------------------------------------------------------*
006100*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
006200*-----------------------------------------------------------*
006300 FD  NUMGEN-VOID-FILE.
006400     COPY NGVOID.
006500
006600 WORKING-STORAGE SECTION.
006700 77  NG-VOID-FILE-STATUS          PIC X(02).
006800     88  NG-VOID-FILE-OK               VALUE "00".
006900     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
007000
007100 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
007200     88  VOID-AT-EOF                   VALUE "Y".
007700     88  ENTRY-NOT-VALID               VALUE "N".
007800
007900 77  VA-APPROVER-ID               PIC X(20).
008000
008100*-----------------------------------------------------------*
008200*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH                     *
008300*-----------------------------------------------------------*
008400 77  NG-AUTH-FUNCTION             PIC X(01) VALUE "V".
008500 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "NUMGENVAPPR".
008600 77  NG-AUTH-OPERATOR-ID          PIC X(20).
008700 77  NG-AUTH-RESULT               PIC X(01).
008800     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
008900     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
009000 77  VA-RESPONSE                  PIC X(01).
009100     88  VA-RESPONSE-APPROVE           VALUE "A".
009200     88  VA-RESPONSE-REJECT            VALUE "R".
009300     88  VA-RESPONSE-SKIP              VALUE "S".
009400     88  VA-RESPONSE-VALID             VALUE "A" "R" "S".
009500
009600 77  VA-AUDIT-ACTION              PIC X(08).
009700 77  NG-TODAYS-DATE               PIC 9(08).
009800 77  NG-CURRENT-TIME              PIC 9(08).
009900 77  VA-EDIT-FIELD                PIC Z(24)9.
010000 77  VA-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
010100
010200 77  VA-PENDING-COUNT             PIC 9(05) COMP VALUE ZERO.
010300 77  VA-APPROVED-COUNT            PIC 9(05) COMP VALUE ZERO.
010400 77  VA-REJECTED-COUNT            PIC 9(05) COMP VALUE ZERO.
010500 77  VA-OWN-KEY-COUNT             PIC 9(05) COMP VALUE ZERO.
010600 77  VA-SKIPPED-COUNT             PIC 9(05) COMP VALUE ZERO.
010700 77  VA-CHANGED-COUNT             PIC 9(05) COMP VALUE ZERO.
010800
010900 77  VA-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
011000     88  VA-TABLE-IS-FULL              VALUE "Y".
011100     88  VA-TABLE-NOT-FULL              VALUE "N".
011200
011300 77  VA-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
011400 77  VA-SUB                       PIC 9(03) COMP VALUE ZERO.
011500
011600*-----------------------------------------------------------*
011700* VA-VOID-TABLE - THE WHOLE VOID REGISTER, HELD WHILE       *
011800* PENDING RECORDS ARE APPROVED OR REJECTED, SO THE SET CAN  *
011900* BE REWRITTEN TO NUMGEN.VOID IN ONE PASS, THE SAME WAY     *
012000* MAIN REWRITES IT WHEN IT MARKS A REISSUE.                 *
012100*-----------------------------------------------------------*
012200 01  VA-VOID-TABLE.
012300     05  VA-VOID-ENTRY OCCURS 1 TO 500 TIMES
012400             DEPENDING ON VA-TABLE-COUNT
012500             INDEXED BY VA-IDX.
012600         10  VA-T-PREFIX           PIC X(50).
012700         10  VA-T-SUFFIX           PIC X(50).
012800         10  VA-T-START            PIC 9(25).
012900         10  VA-T-END              PIC 9(25).
013000         10  VA-T-REASON           PIC X(10).
013100         10  VA-T-VOID-DATE        PIC 9(08).
013200         10  VA-T-STATUS           PIC X(01).
013300         10  VA-T-REISS-DATE       PIC 9(08).
013400         10  VA-T-KEYED-BY         PIC X(20).
013500         10  VA-T-APPR-BY          PIC X(20).
013600         10  VA-T-APPR-DATE        PIC 9(08).
013700         10  VA-T-SOURCE           PIC X(01).
013800
013900*-----------------------------------------------------------*
014000*    AUDIT RECORD UNDER CONSTRUCTION - SEE NGAUDIT.  IT IS  *
014100*    WRITTEN TO NUMGEN.AUDIT BY NUMGENASTAMP, NOT HERE.     *
014200*-----------------------------------------------------------*
014300     COPY NGAUDIT.
014400
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE.
014700     MOVE SPACES TO VA-APPROVER-ID.
014800     ACCEPT VA-APPROVER-ID FROM ENVIRONMENT "USER".
014900     IF VA-APPROVER-ID = SPACES
015000         ACCEPT VA-APPROVER-ID FROM ENVIRONMENT "LOGNAME"
015100     END-IF.
015200     DISPLAY "VOID APPROVAL REVIEW - APPROVER "
015300         VA-APPROVER-ID.
015400
015500     CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
015600                             NG-AUTH-PROGRAM,
015700                             NG-AUTH-OPERATOR-ID,
015800                             NG-AUTH-RESULT.
015900     IF OPERATOR-NOT-AUTHORIZED
016000         MOVE 8 TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300
016400     PERFORM 1000-LOAD-VOID-TABLE
016500         THRU 1000-LOAD-VOID-TABLE-EXIT.
016600
016700     IF VA-TABLE-IS-FULL
016800         DISPLAY "WARNING - VOID REGISTER TOO LARGE TO "
016900             "REWRITE - NOTHING REVIEWED - ARCHIVE THE "
017000             "REGISTER FIRST"
017100         STOP RUN
017200     END-IF.
017300
017400     PERFORM 2000-REVIEW-ONE-ENTRY
017500         THRU 2000-REVIEW-ONE-ENTRY-EXIT
017600         VARYING VA-SUB FROM 1 BY 1
017700         UNTIL VA-SUB > VA-TABLE-COUNT.
017800
017900     IF VA-PENDING-COUNT = 0
018000         DISPLAY "NO PENDING VOIDS ON THE REGISTER."
018100     END-IF.
018200
018300     IF VA-CHANGED-COUNT > 0
018400         PERFORM 3000-REWRITE-VOID-FILE
018500             THRU 3000-REWRITE-VOID-FILE-EXIT
018600     END-IF.
018700
018800     PERFORM 4000-PRINT-SUMMARY
018900         THRU 4000-PRINT-SUMMARY-EXIT.
019000     STOP RUN.
019100
019200*-----------------------------------------------------------*
019300* 1000-LOAD-VOID-TABLE - LOAD THE WHOLE REGISTER.  IF IT    *
019400* HAS OUTGROWN THE TABLE NOTHING IS REVIEWED - A TRUNCATED  *
019500* REWRITE WOULD DESTROY VOID HISTORY.                       *
019600*-----------------------------------------------------------*
019700 1000-LOAD-VOID-TABLE.
019800     MOVE ZERO TO VA-TABLE-COUNT.
019900     SET VA-TABLE-NOT-FULL TO TRUE.
020000     OPEN INPUT NUMGEN-VOID-FILE.
020100     IF NG-VOID-FILE-NOT-FOUND
020200         DISPLAY "NUMGEN.VOID NOT FOUND - NOTHING TO REVIEW"
020300         GO TO 1000-LOAD-VOID-TABLE-EXIT
020400     END-IF.
020500     SET VOID-NOT-AT-EOF TO TRUE.
020600     PERFORM 1100-LOAD-ONE-VOID-RECORD
020700         THRU 1100-LOAD-ONE-VOID-RECORD-EXIT
020800         UNTIL VOID-AT-EOF.
020900     CLOSE NUMGEN-VOID-FILE.
021000 1000-LOAD-VOID-TABLE-EXIT.
021100     EXIT.
021200
021300 1100-LOAD-ONE-VOID-RECORD.
021400     READ NUMGEN-VOID-FILE
021500         AT END
021600             SET VOID-AT-EOF TO TRUE
021700             GO TO 1100-LOAD-ONE-VOID-RECORD-EXIT
021800     END-READ.
021900
022000     IF VA-TABLE-COUNT >= 500
022100         SET VA-TABLE-IS-FULL TO TRUE
022200         GO TO 1100-LOAD-ONE-VOID-RECORD-EXIT
022300     END-IF.
022400
022500     ADD 1 TO VA-TABLE-COUNT.
022600     MOVE NGV-PREFIX TO VA-T-PREFIX(VA-TABLE-COUNT).
022700     MOVE NGV-SUFFIX TO VA-T-SUFFIX(VA-TABLE-COUNT).
022800     MOVE NGV-START-NUMBER TO VA-T-START(VA-TABLE-COUNT).
022900     MOVE NGV-END-NUMBER TO VA-T-END(VA-TABLE-COUNT).
023000     MOVE NGV-REASON-CODE TO VA-T-REASON(VA-TABLE-COUNT).
023100     MOVE NGV-VOID-DATE TO VA-T-VOID-DATE(VA-TABLE-COUNT).
023200     MOVE NGV-STATUS TO VA-T-STATUS(VA-TABLE-COUNT).
023300     MOVE NGV-REISSUE-DATE
023400         TO VA-T-REISS-DATE(VA-TABLE-COUNT).
023500     MOVE NGV-KEYED-BY TO VA-T-KEYED-BY(VA-TABLE-COUNT).
023600     MOVE NGV-APPROVED-BY TO VA-T-APPR-BY(VA-TABLE-COUNT).
023700     IF NGV-APPROVE-DATE IS NUMERIC
023800         MOVE NGV-APPROVE-DATE
023900             TO VA-T-APPR-DATE(VA-TABLE-COUNT)
024000     ELSE
024100         MOVE ZERO TO VA-T-APPR-DATE(VA-TABLE-COUNT)
024200     END-IF.
024300     MOVE NGV-SOURCE TO VA-T-SOURCE(VA-TABLE-COUNT).
024400 1100-LOAD-ONE-VOID-RECORD-EXIT.
024500     EXIT.
024600
024700*-----------------------------------------------------------*
024800* 2000-REVIEW-ONE-ENTRY - OFFER ONE PENDING VOID TO THE     *
024900* SUPERVISOR.  A RECORD KEYED BY THE REVIEWER IS REPORTED   *
025000* AND PASSED OVER - A DIFFERENT SUPERVISOR MUST REVIEW IT.  *
025100*-----------------------------------------------------------*
025200 2000-REVIEW-ONE-ENTRY.
025300     IF VA-T-STATUS(VA-SUB) NOT = "P"
025400         GO TO 2000-REVIEW-ONE-ENTRY-EXIT
025500     END-IF.
025600     ADD 1 TO VA-PENDING-COUNT.
025700
025800     DISPLAY " ".
025900     DISPLAY "PENDING VOID:".
026000     DISPLAY "   PREFIX: " VA-T-PREFIX(VA-SUB)(1:30)
026100         " SUFFIX: " VA-T-SUFFIX(VA-SUB)(1:30).
026200     MOVE VA-T-START(VA-SUB) TO VA-EDIT-FIELD.
026300     DISPLAY "   START:    " VA-EDIT-FIELD.
026400     MOVE VA-T-END(VA-SUB) TO VA-EDIT-FIELD.
026500     DISPLAY "   END:      " VA-EDIT-FIELD.
026600     DISPLAY "   REASON:   " VA-T-REASON(VA-SUB).
026700     DISPLAY "   KEYED:    " VA-T-VOID-DATE(VA-SUB)
026800         " BY " VA-T-KEYED-BY(VA-SUB).
026900     IF VA-T-SOURCE(VA-SUB) = "S"
027000         DISPLAY "   SOURCE:   VENDOR SPOILAGE RETURN "
027100             "(NUMGENSPOIL)"
027200     END-IF.
027300
027400     IF VA-T-KEYED-BY(VA-SUB) = VA-APPROVER-ID
027500         ADD 1 TO VA-OWN-KEY-COUNT
027600         DISPLAY "   KEYED BY THE REVIEWING OPERATOR - A "
027700             "DIFFERENT SUPERVISOR MUST APPROVE THIS ONE - "
027800             "PASSED OVER"
027900         GO TO 2000-REVIEW-ONE-ENTRY-EXIT
028000     END-IF.
028100
028200     SET ENTRY-NOT-VALID TO TRUE.
028300     PERFORM 2100-GET-DECISION
028400         THRU 2100-GET-DECISION-EXIT
028500         UNTIL ENTRY-IS-VALID.
028600
028700     EVALUATE TRUE
028800         WHEN VA-RESPONSE-APPROVE
028900             MOVE "V" TO VA-T-STATUS(VA-SUB)
029000             PERFORM 2200-STAMP-AND-AUDIT
029100                 THRU 2200-STAMP-AND-AUDIT-EXIT
029200             ADD 1 TO VA-APPROVED-COUNT
029300             ADD 1 TO VA-CHANGED-COUNT
029400             DISPLAY "   APPROVED - THE RANGE IS NOW "
029500                 "REISSUABLE, ONCE"
029600         WHEN VA-RESPONSE-REJECT
029700             MOVE "X" TO VA-T-STATUS(VA-SUB)
029800             PERFORM 2200-STAMP-AND-AUDIT
029900                 THRU 2200-STAMP-AND-AUDIT-EXIT
030000             ADD 1 TO VA-REJECTED-COUNT
030100             ADD 1 TO VA-CHANGED-COUNT
030200             DISPLAY "   REJECTED - THE VOID NEVER TAKES "
030300                 "EFFECT"
030400         WHEN OTHER
030500             ADD 1 TO VA-SKIPPED-COUNT
030600             DISPLAY "   LEFT PENDING"
030700     END-EVALUATE.
030800 2000-REVIEW-ONE-ENTRY-EXIT.
030900     EXIT.
031000
031100 2100-GET-DECISION.
031200     DISPLAY "Approve, reject, or skip? (A/R/S):"
031300     ACCEPT VA-RESPONSE.
031400     IF VA-RESPONSE = "a" MOVE "A" TO VA-RESPONSE END-IF.
031500     IF VA-RESPONSE = "r" MOVE "R" TO VA-RESPONSE END-IF.
031600     IF VA-RESPONSE = "s" MOVE "S" TO VA-RESPONSE END-IF.
031700     IF VA-RESPONSE-VALID
031800         SET ENTRY-IS-VALID TO TRUE
031900     ELSE
032000         DISPLAY "ERROR - ANSWER MUST BE A, R, OR S - "
032100             "ENTER AGAIN"
032200         SET ENTRY-NOT-VALID TO TRUE
032300     END-IF.
032400 2100-GET-DECISION-EXIT.
032500     EXIT.
032600
032700*-----------------------------------------------------------*
032800* 2200-STAMP-AND-AUDIT - PUT THE APPROVER'S ID AND TODAY'S  *
032900* DATE ON THE ENTRY AND APPEND THE MATCHING AUDIT RECORD.   *
033000*-----------------------------------------------------------*
033100 2200-STAMP-AND-AUDIT.
033200     MOVE VA-APPROVER-ID TO VA-T-APPR-BY(VA-SUB).
033300     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
033400     MOVE NG-TODAYS-DATE TO VA-T-APPR-DATE(VA-SUB).
033500
033600     IF VA-RESPONSE-APPROVE
033700         MOVE "VOIDAPPR" TO VA-AUDIT-ACTION
033800     ELSE
033900         MOVE "VOIDREJ " TO VA-AUDIT-ACTION
034000     END-IF.
034100
034200     ACCEPT NG-CURRENT-TIME FROM TIME.
034300     MOVE SPACES TO NG-AUDIT-RECORD.
034400     MOVE VA-APPROVER-ID TO NGA-OPERATOR-ID.
034500     MOVE NG-TODAYS-DATE TO NGA-RUN-DATE.
034600     MOVE NG-CURRENT-TIME TO NGA-RUN-TIME.
034700     MOVE VA-T-START(VA-SUB) TO NGA-START-NUMBER.
034800     MOVE VA-T-END(VA-SUB) TO NGA-END-NUMBER.
034900     MOVE VA-T-PREFIX(VA-SUB) TO NGA-PREFIX.
035000     MOVE VA-T-SUFFIX(VA-SUB) TO NGA-SUFFIX.
035100     MOVE VA-AUDIT-ACTION TO NGA-ACTION.
035200     CALL "NUMGENASTAMP" USING NG-AUDIT-RECORD.
035300 2200-STAMP-AND-AUDIT-EXIT.
035400     EXIT.
035500
035600*-----------------------------------------------------------*
035700* 3000-REWRITE-VOID-FILE - WRITE THE TABLE BACK TO          *
035800* NUMGEN.VOID IN ONE PASS, THE SAME REWRITE MAIN USES WHEN  *
035900* IT MARKS A REISSUE.                                       *
036000*-----------------------------------------------------------*
036100 3000-REWRITE-VOID-FILE.
036200     OPEN OUTPUT NUMGEN-VOID-FILE.
036300     IF VA-TABLE-COUNT > 0
036400         PERFORM 3100-WRITE-ONE-VOID-RECORD
036500             THRU 3100-WRITE-ONE-VOID-RECORD-EXIT
036600             VARYING VA-IDX FROM 1 BY 1
036700             UNTIL VA-IDX > VA-TABLE-COUNT
036800     END-IF.
036900     CLOSE NUMGEN-VOID-FILE.
037000 3000-REWRITE-VOID-FILE-EXIT.
037100     EXIT.
037200
037300 3100-WRITE-ONE-VOID-RECORD.
037400     MOVE SPACES TO NG-VOID-RECORD.
037500     MOVE VA-T-PREFIX(VA-IDX) TO NGV-PREFIX.
037600     MOVE VA-T-SUFFIX(VA-IDX) TO NGV-SUFFIX.
037700     MOVE VA-T-START(VA-IDX) TO NGV-START-NUMBER.
037800     MOVE VA-T-END(VA-IDX) TO NGV-END-NUMBER.
037900     MOVE VA-T-REASON(VA-IDX) TO NGV-REASON-CODE.
038000     MOVE VA-T-VOID-DATE(VA-IDX) TO NGV-VOID-DATE.
038100     MOVE VA-T-STATUS(VA-IDX) TO NGV-STATUS.
038200     MOVE VA-T-REISS-DATE(VA-IDX) TO NGV-REISSUE-DATE.
038300     MOVE VA-T-KEYED-BY(VA-IDX) TO NGV-KEYED-BY.
038400     MOVE VA-T-APPR-BY(VA-IDX) TO NGV-APPROVED-BY.
038500     MOVE VA-T-APPR-DATE(VA-IDX) TO NGV-APPROVE-DATE.
038600     MOVE VA-T-SOURCE(VA-IDX) TO NGV-SOURCE.
038700     WRITE NG-VOID-RECORD.
038800 3100-WRITE-ONE-VOID-RECORD-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------*
039200* 4000-PRINT-SUMMARY - THE REVIEW IN FIVE FIGURES.          *
039300*-----------------------------------------------------------*
039400 4000-PRINT-SUMMARY.
039500     DISPLAY " ".
039600     DISPLAY "VOID APPROVAL SUMMARY".
039700     MOVE VA-PENDING-COUNT TO VA-EDIT-FIELD-SMALL.
039800     DISPLAY "   PENDING VOIDS FOUND:           "
039900         VA-EDIT-FIELD-SMALL.
040000     MOVE VA-APPROVED-COUNT TO VA-EDIT-FIELD-SMALL.
040100     DISPLAY "   APPROVED:                      "
040200         VA-EDIT-FIELD-SMALL.
040300     MOVE VA-REJECTED-COUNT TO VA-EDIT-FIELD-SMALL.
040400     DISPLAY "   REJECTED:                      "
040500         VA-EDIT-FIELD-SMALL.
040600     MOVE VA-SKIPPED-COUNT TO VA-EDIT-FIELD-SMALL.
040700     DISPLAY "   LEFT PENDING BY CHOICE:        "
040800         VA-EDIT-FIELD-SMALL.
040900     MOVE VA-OWN-KEY-COUNT TO VA-EDIT-FIELD-SMALL.
041000     DISPLAY "   KEYED BY THIS REVIEWER (HELD): "
041100         VA-EDIT-FIELD-SMALL.
041200 4000-PRINT-SUMMARY-EXIT.
041300     EXIT.
041400
041500 END PROGRAM NUMGENVAPPR.
