003300*
003400* MODIFICATION HISTORY
003500*   2026-09-02  RO   ORIGINAL VERSION.
003600*   2026-10-15  RO   ADDING OR DELETING A RULE NEEDS EXCLUSION
003700*                    MAINTENANCE ON NUMGEN.AUTH (SEE NUMGENAUTH),
003800*                    CHECKED EACH TIME; THE LISTING AND THE EDIT
003900*                    REPORT STAY OPEN.
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. NUMGENEXCLM.
004300 AUTHOR. R. OKONKWO.
004400 INSTALLATION. DATA PROCESSING DEPT.
004500 DATE-WRITTEN. 2026-09-02.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT NUMGEN-EXCL-FILE ASSIGN TO "NUMGEN.EXCL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS NG-EXCL-FILE-STATUS.
005400
005500     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS NGL-KEY
005900         FILE STATUS IS NG-LEDGER-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300*-----------------------------------------------------------*
006400*    EXCLUSION RULES - SEE COPYBOOK NGEXCL                  *
006500*-----------------------------------------------------------*
006600 FD  NUMGEN-EXCL-FILE.
006700     COPY NGEXCL.
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
007800
007900 77  NG-EXCL-FILE-STATUS          PIC X(02).
008000     88  NG-EXCL-FILE-OK               VALUE "00".
008100     88  NG-EXCL-FILE-NOT-FOUND         VALUE "35".
008200
008300 77  NG-LEDGER-FILE-STATUS        PIC X(02).
008400     88  NG-LEDGER-FILE-OK             VALUE "00".
008500     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
008600
008700 77  EXCL-EOF-SWITCH              PIC X(01) VALUE "N".
008800     88  EXCL-AT-EOF                   VALUE "Y".
008900     88  EXCL-NOT-AT-EOF                VALUE "N".
009000
009100 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
009200     88  LEDGER-AT-EOF                 VALUE "Y".
009300     88  LEDGER-NOT-AT-EOF              VALUE "N".
009400
009500 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
009600     88  ENTRY-IS-VALID               VALUE "Y".
009700     88  ENTRY-NOT-VALID               VALUE "N".
009800
009900 77  MORE-ACTIONS-SWITCH          PIC X(01) VALUE "Y".
010000     88  MORE-ACTIONS                  VALUE "Y".
010100     88  NO-MORE-ACTIONS                VALUE "N".
010200
010300 77  ANOTHER-ACTION-RESPONSE      PIC X(01).
010400
010500 77  XM-ACTION                    PIC X(01).
010600     88  XM-ACTION-ADD                 VALUE "A".
010700     88  XM-ACTION-LIST                VALUE "L".
010800     88  XM-ACTION-DELETE              VALUE "D".
010900     88  XM-ACTION-EDIT-RPT            VALUE "E".
011000     88  XM-ACTION-VALID               VALUE "A" "L" "D" "E".
011100
011200 77  XM-RULE-TYPE                 PIC X(01).
011300     88  XM-RULE-SINGLE                VALUE "S".
011400     88  XM-RULE-RANGE                 VALUE "R".
011500     88  XM-RULE-PATTERN               VALUE "P".
011600     88  XM-RULE-TYPE-VALID            VALUE "S" "R" "P".
011700
011800 77  XM-START-NUMBER              PIC 9(25).
011900 77  XM-END-NUMBER                PIC 9(25).
012000 77  XM-PATTERN                   PIC X(10).
012100 77  XM-NUMBER-RAW                PIC X(30).
012200 77  XM-PATTERN-RAW               PIC X(11).
012300 77  NG-TOKEN-LEN                 PIC 9(02) COMP.
012400
012500*-----------------------------------------------------------*
012600*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH                     *
012700*-----------------------------------------------------------*
012800 77  NG-AUTH-FUNCTION             PIC X(01) VALUE "X".
012900 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "NUMGENEXCLM".
013000 77  NG-AUTH-OPERATOR-ID          PIC X(20).
013100 77  NG-AUTH-RESULT               PIC X(01).
013200     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
013300     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
013400
013500 77  XM-SERIES-RULE-COUNT         PIC 9(05) COMP VALUE ZERO.
013600 77  XM-RULE-NUMBER               PIC 9(05) COMP VALUE ZERO.
013700 77  XM-DELETE-NUMBER             PIC 9(05).
013800 77  XM-DELETE-RAW                PIC X(06).
013900 77  XM-EDIT-FIELD                PIC Z(24)9.
014000 77  XM-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
014100 77  XM-PASSED-OVER-COUNT         PIC 9(05) COMP VALUE ZERO.
014200 77  XM-DEAD-RULE-COUNT           PIC 9(05) COMP VALUE ZERO.
014300 77  XM-RULES-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
014400 77  XM-PATTERN-LENGTH            PIC 9(02) COMP VALUE ZERO.
014500
014600 77  XM-RULE-BAD-SWITCH           PIC X(01) VALUE "N".
014700     88  XM-RULE-IS-BAD                VALUE "Y".
014800     88  XM-RULE-NOT-BAD                VALUE "N".
014900
015000 77  XM-COVERS-SWITCH             PIC X(01) VALUE "N".
015100     88  XM-COVERS-ISSUED              VALUE "Y".
015200     88  XM-COVERS-NOTHING              VALUE "N".
015300
015400 77  XM-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
015500     88  XM-TABLE-IS-FULL              VALUE "Y".
015600     88  XM-TABLE-NOT-FULL              VALUE "N".
015700
015800 77  XM-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
015900
016000*-----------------------------------------------------------*
016100* XM-RULE-TABLE - THE WHOLE RULE FILE AS RAW RECORD IMAGES, *
016200* HELD WHILE ONE RULE IS DELETED SO THE REST CAN BE         *
016300* REWRITTEN BYTE FOR BYTE - EVEN A RULE THE EDIT REPORT     *
016400* FLAGS AS BAD IS PRESERVED EXACTLY UNTIL SOMEONE DELETES   *
016500* IT ON PURPOSE.                                            *
016600*-----------------------------------------------------------*
016700 01  XM-RULE-TABLE.
016800     05  XM-RULE-ENTRY OCCURS 1 TO 500 TIMES
016900             DEPENDING ON XM-TABLE-COUNT
017000             INDEXED BY XM-IDX.
017100         10  XM-T-IMAGE            PIC X(161).
017200
017300*-----------------------------------------------------------*
017400* XM-SERIES-COUNT-TABLE - RULES PER PREFIX/SUFFIX, FOR THE  *
017500* NEAR-THE-LIMIT WARNING ON THE EDIT REPORT.                *
017600*-----------------------------------------------------------*
017700 77  XM-SERIES-COUNT              PIC 9(03) COMP VALUE ZERO.
017800 77  XM-SERIES-SUB                PIC 9(03) COMP VALUE ZERO.
017900
018000 77  XM-SERIES-FOUND-SWITCH       PIC X(01) VALUE "N".
018100     88  XM-SERIES-FOUND               VALUE "Y".
018200     88  XM-SERIES-NOT-FOUND            VALUE "N".
018300
018400 01  XM-SERIES-TABLE.
018500     05  XM-SERIES-ENTRY OCCURS 1 TO 200 TIMES
018600             DEPENDING ON XM-SERIES-COUNT
018700             INDEXED BY XM-SERIES-IDX.
018800         10  XM-S-PREFIX           PIC X(50).
018900         10  XM-S-SUFFIX           PIC X(50).
019000         10  XM-S-RULES            PIC 9(05) COMP.
019100
019200 PROCEDURE DIVISION.
019300 0000-MAINLINE.
019400     SET MORE-ACTIONS TO TRUE.
019500     PERFORM 1000-PROCESS-ONE-ACTION
019600         THRU 1000-PROCESS-ONE-ACTION-EXIT
019700         UNTIL NO-MORE-ACTIONS.
019800     STOP RUN.
019900
020000*-----------------------------------------------------------*
020100* 1000-PROCESS-ONE-ACTION - ASK WHAT TO DO, DO IT, AND ASK  *
020200* WHETHER THERE IS MORE.                                    *
020300*-----------------------------------------------------------*
020400 1000-PROCESS-ONE-ACTION.
020500     SET ENTRY-NOT-VALID TO TRUE.
020600     PERFORM 1100-GET-ACTION
020700         THRU 1100-GET-ACTION-EXIT
020800         UNTIL ENTRY-IS-VALID.
020900
021000     IF XM-ACTION-ADD OR XM-ACTION-DELETE
021100         CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
021200                                 NG-AUTH-PROGRAM,
021300                                 NG-AUTH-OPERATOR-ID,
021400                                 NG-AUTH-RESULT
021500         IF OPERATOR-NOT-AUTHORIZED
021600             GO TO 1000-PROCESS-ONE-ACTION-ASK
021700         END-IF
021800     END-IF.
021900
022000     EVALUATE TRUE
022100         WHEN XM-ACTION-ADD
022200             PERFORM 2000-ADD-RULE
022300                 THRU 2000-ADD-RULE-EXIT
022400         WHEN XM-ACTION-LIST
022500             PERFORM 3000-LIST-RULES
022600                 THRU 3000-LIST-RULES-EXIT
022700         WHEN XM-ACTION-DELETE
022800             PERFORM 4000-DELETE-RULE
022900                 THRU 4000-DELETE-RULE-EXIT
023000         WHEN XM-ACTION-EDIT-RPT
023100             PERFORM 5000-EDIT-REPORT
023200                 THRU 5000-EDIT-REPORT-EXIT
023300     END-EVALUATE.
023400
023500 1000-PROCESS-ONE-ACTION-ASK.
023600     DISPLAY "Another action? (Y/N):"
023700     ACCEPT ANOTHER-ACTION-RESPONSE.
023800     IF ANOTHER-ACTION-RESPONSE = "Y" OR
023900             ANOTHER-ACTION-RESPONSE = "y"
024000         SET MORE-ACTIONS TO TRUE
024100     ELSE
024200         SET NO-MORE-ACTIONS TO TRUE
024300     END-IF.
024400 1000-PROCESS-ONE-ACTION-EXIT.
024500     EXIT.
024600
024700 1100-GET-ACTION.
024800     DISPLAY "Action (A=add rule, L=list, D=delete, E=edit "
024900         "report):"
025000     ACCEPT XM-ACTION.
025100     IF XM-ACTION = "a" MOVE "A" TO XM-ACTION END-IF.
025200     IF XM-ACTION = "l" MOVE "L" TO XM-ACTION END-IF.
025300     IF XM-ACTION = "d" MOVE "D" TO XM-ACTION END-IF.
025400     IF XM-ACTION = "e" MOVE "E" TO XM-ACTION END-IF.
025500     IF XM-ACTION-VALID
025600         SET ENTRY-IS-VALID TO TRUE
025700     ELSE
025800         DISPLAY "ERROR - ACTION MUST BE A, L, D, OR E - "
025900             "ENTER AGAIN"
026000         SET ENTRY-NOT-VALID TO TRUE
026100     END-IF.
026200 1100-GET-ACTION-EXIT.
026300     EXIT.
026400
026500*-----------------------------------------------------------*
026600* 2000-ADD-RULE - COLLECT AND VALIDATE ONE RULE, WARN WHEN  *
026700* THE SERIES IS NEARING THE GENERATOR'S 100-RULE LIMIT,     *
026800* REFUSE AN ADD THAT WOULD PASS IT, CROSS-CHECK AGAINST THE *
026900* LEDGER, AND APPEND THE RULE.                              *
027000*-----------------------------------------------------------*
027100 2000-ADD-RULE.
027200     DISPLAY "Enter prefix:"
027300     ACCEPT PREFIX.
027400     DISPLAY "Enter suffix:"
027500     ACCEPT SUFFIX.
027600
027700     SET ENTRY-NOT-VALID TO TRUE.
027800     PERFORM 2100-GET-RULE-TYPE
027900         THRU 2100-GET-RULE-TYPE-EXIT
028000         UNTIL ENTRY-IS-VALID.
028100
028200     MOVE ZERO TO XM-START-NUMBER.
028300     MOVE ZERO TO XM-END-NUMBER.
028400     MOVE SPACES TO XM-PATTERN.
028500
028600     IF XM-RULE-SINGLE OR XM-RULE-RANGE
028700         SET ENTRY-NOT-VALID TO TRUE
028800         PERFORM 2200-GET-START-NUMBER
028900             THRU 2200-GET-START-NUMBER-EXIT
029000             UNTIL ENTRY-IS-VALID
029100     END-IF.
029200
029300     IF XM-RULE-RANGE
029400         SET ENTRY-NOT-VALID TO TRUE
029500         PERFORM 2300-GET-END-NUMBER
029600             THRU 2300-GET-END-NUMBER-EXIT
029700             UNTIL ENTRY-IS-VALID
029800     END-IF.
029900     IF XM-RULE-SINGLE
030000         MOVE XM-START-NUMBER TO XM-END-NUMBER
030100     END-IF.
030200
030300     IF XM-RULE-PATTERN
030400         SET ENTRY-NOT-VALID TO TRUE
030500         PERFORM 2400-GET-PATTERN
030600             THRU 2400-GET-PATTERN-EXIT
030700             UNTIL ENTRY-IS-VALID
030800     END-IF.
030900
031000     PERFORM 2500-COUNT-RULES-FOR-SERIES
031100         THRU 2500-COUNT-RULES-FOR-SERIES-EXIT.
031200     IF XM-SERIES-RULE-COUNT >= 100
031300         DISPLAY "ERROR - THIS PREFIX/SUFFIX ALREADY HAS 100 "
031400             "RULES, THE MOST THE GENERATOR APPLIES - RULE "
031500             "NOT ADDED - CONSOLIDATE NUMGEN.EXCL FIRST"
031600         GO TO 2000-ADD-RULE-EXIT
031700     END-IF.
031800     IF XM-SERIES-RULE-COUNT >= 90
031900         MOVE XM-SERIES-RULE-COUNT TO XM-EDIT-FIELD-SMALL
032000         DISPLAY "WARNING - THIS PREFIX/SUFFIX HAS "
032100             XM-EDIT-FIELD-SMALL " RULES AND IS APPROACHING "
032200             "THE 100-RULE LIMIT THE GENERATOR ENFORCES"
032300     END-IF.
032400
032500     IF XM-RULE-SINGLE OR XM-RULE-RANGE
032600         PERFORM 2600-CROSS-CHECK-LEDGER
032700             THRU 2600-CROSS-CHECK-LEDGER-EXIT
032800         IF XM-COVERS-ISSUED
032900             DISPLAY "*** WARNING - THIS RULE COVERS SERIALS "
033000                 "ALREADY ISSUED ON NUMGEN.LEDGER - VOID "
033100                 "THEM WITH NUMGENVOID ***"
033200         END-IF
033300     ELSE
033400         DISPLAY "NOTE - PATTERN RULES ARE NOT CROSS-CHECKED "
033500             "AGAINST THE LEDGER - REVIEW ISSUED RANGES BY "
033600             "HAND IF THE PATTERN MAY ALREADY BE OUT THERE"
033700     END-IF.
033800
033900     PERFORM 2700-WRITE-RULE
034000         THRU 2700-WRITE-RULE-EXIT.
034100     DISPLAY "RULE ADDED TO NUMGEN.EXCL".
034200 2000-ADD-RULE-EXIT.
034300     EXIT.
034400
034500 2100-GET-RULE-TYPE.
034600     DISPLAY "Rule type (S=single number, R=range, P=ending "
034700         "digit pattern):"
034800     ACCEPT XM-RULE-TYPE.
034900     IF XM-RULE-TYPE = "s" MOVE "S" TO XM-RULE-TYPE END-IF.
035000     IF XM-RULE-TYPE = "r" MOVE "R" TO XM-RULE-TYPE END-IF.
035100     IF XM-RULE-TYPE = "p" MOVE "P" TO XM-RULE-TYPE END-IF.
035200     IF XM-RULE-TYPE-VALID
035300         SET ENTRY-IS-VALID TO TRUE
035400     ELSE
035500         DISPLAY "ERROR - TYPE MUST BE S, R, OR P - "
035600             "ENTER AGAIN"
035700         SET ENTRY-NOT-VALID TO TRUE
035800     END-IF.
035900 2100-GET-RULE-TYPE-EXIT.
036000     EXIT.
036100
036200 2200-GET-START-NUMBER.
036300     DISPLAY "Enter first (or only) number to exclude:"
036400     MOVE SPACES TO XM-NUMBER-RAW.
036500     ACCEPT XM-NUMBER-RAW.
036600     MOVE ZERO TO NG-TOKEN-LEN.
036700     INSPECT XM-NUMBER-RAW
036800         TALLYING NG-TOKEN-LEN FOR CHARACTERS
036900             BEFORE INITIAL SPACE.
037000     SET ENTRY-NOT-VALID TO TRUE.
037100
037200     IF NG-TOKEN-LEN = 0
037300         DISPLAY "ERROR - NUMBER MUST NOT BE BLANK - "
037400             "ENTER AGAIN"
037500         GO TO 2200-GET-START-NUMBER-EXIT
037600     END-IF.
037700
037800     IF NG-TOKEN-LEN > 25
037900         DISPLAY "ERROR - NUMBER MAY NOT EXCEED 25 DIGITS - "
038000             "ENTER AGAIN"
038100         GO TO 2200-GET-START-NUMBER-EXIT
038200     END-IF.
038300
038400     IF XM-NUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
038500         DISPLAY "ERROR - NUMBER MUST BE NUMERIC - ENTER AGAIN"
038600         GO TO 2200-GET-START-NUMBER-EXIT
038700     END-IF.
038800
038900     MOVE XM-NUMBER-RAW(1:NG-TOKEN-LEN) TO XM-START-NUMBER.
039000     SET ENTRY-IS-VALID TO TRUE.
039100 2200-GET-START-NUMBER-EXIT.
039200     EXIT.
039300
039400 2300-GET-END-NUMBER.
039500     DISPLAY "Enter last number to exclude:"
039600     MOVE SPACES TO XM-NUMBER-RAW.
039700     ACCEPT XM-NUMBER-RAW.
039800     MOVE ZERO TO NG-TOKEN-LEN.
039900     INSPECT XM-NUMBER-RAW
040000         TALLYING NG-TOKEN-LEN FOR CHARACTERS
040100             BEFORE INITIAL SPACE.
040200     SET ENTRY-NOT-VALID TO TRUE.
040300
040400     IF NG-TOKEN-LEN = 0
040500         DISPLAY "ERROR - NUMBER MUST NOT BE BLANK - "
040600             "ENTER AGAIN"
040700         GO TO 2300-GET-END-NUMBER-EXIT
040800     END-IF.
040900
041000     IF NG-TOKEN-LEN > 25
041100         DISPLAY "ERROR - NUMBER MAY NOT EXCEED 25 DIGITS - "
041200             "ENTER AGAIN"
041300         GO TO 2300-GET-END-NUMBER-EXIT
041400     END-IF.
041500
041600     IF XM-NUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
041700         DISPLAY "ERROR - NUMBER MUST BE NUMERIC - ENTER AGAIN"
041800         GO TO 2300-GET-END-NUMBER-EXIT
041900     END-IF.
042000
042100     MOVE XM-NUMBER-RAW(1:NG-TOKEN-LEN) TO XM-END-NUMBER.
042200     IF XM-START-NUMBER > XM-END-NUMBER
042300         DISPLAY "ERROR - LAST NUMBER IS BELOW THE FIRST - "
042400             "ENTER AGAIN"
042500         SET ENTRY-NOT-VALID TO TRUE
042600         GO TO 2300-GET-END-NUMBER-EXIT
042700     END-IF.
042800     SET ENTRY-IS-VALID TO TRUE.
042900 2300-GET-END-NUMBER-EXIT.
043000     EXIT.
043100
043200 2400-GET-PATTERN.
043300     DISPLAY "Enter ending digit pattern (1 to 10 digits - "
043400         "13 skips 13, 113, 213, ...):"
043500     MOVE SPACES TO XM-PATTERN-RAW.
043600     ACCEPT XM-PATTERN-RAW.
043700     MOVE ZERO TO NG-TOKEN-LEN.
043800     INSPECT XM-PATTERN-RAW
043900         TALLYING NG-TOKEN-LEN FOR CHARACTERS
044000             BEFORE INITIAL SPACE.
044100     SET ENTRY-NOT-VALID TO TRUE.
044200
044300     IF NG-TOKEN-LEN = 0
044400         DISPLAY "ERROR - PATTERN MUST NOT BE BLANK - "
044500             "ENTER AGAIN"
044600         GO TO 2400-GET-PATTERN-EXIT
044700     END-IF.
044800
044900     IF NG-TOKEN-LEN > 10
045000         DISPLAY "ERROR - PATTERN MAY NOT EXCEED 10 DIGITS - "
045100             "ENTER AGAIN"
045200         GO TO 2400-GET-PATTERN-EXIT
045300     END-IF.
045400
045500     IF XM-PATTERN-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
045600         DISPLAY "ERROR - PATTERN MUST BE DIGITS ONLY - "
045700             "ENTER AGAIN"
045800         GO TO 2400-GET-PATTERN-EXIT
045900     END-IF.
046000
046100     MOVE SPACES TO XM-PATTERN.
046200     MOVE XM-PATTERN-RAW(1:NG-TOKEN-LEN) TO XM-PATTERN.
046300     SET ENTRY-IS-VALID TO TRUE.
046400 2400-GET-PATTERN-EXIT.
046500     EXIT.
046600
046700*-----------------------------------------------------------*
046800* 2500-COUNT-RULES-FOR-SERIES - HOW MANY RULES NUMGEN.EXCL  *
046900* ALREADY HOLDS FOR THE CURRENT PREFIX/SUFFIX.              *
047000*-----------------------------------------------------------*
047100 2500-COUNT-RULES-FOR-SERIES.
047200     MOVE ZERO TO XM-SERIES-RULE-COUNT.
047300     OPEN INPUT NUMGEN-EXCL-FILE.
047400     IF NG-EXCL-FILE-OK
047500         SET EXCL-NOT-AT-EOF TO TRUE
047600         PERFORM 2510-COUNT-ONE-RULE
047700             THRU 2510-COUNT-ONE-RULE-EXIT
047800             UNTIL EXCL-AT-EOF
047900         CLOSE NUMGEN-EXCL-FILE
048000     END-IF.
048100 2500-COUNT-RULES-FOR-SERIES-EXIT.
048200     EXIT.
048300
048400 2510-COUNT-ONE-RULE.
048500     READ NUMGEN-EXCL-FILE
048600         AT END
048700             SET EXCL-AT-EOF TO TRUE
048800             GO TO 2510-COUNT-ONE-RULE-EXIT
048900     END-READ.
049000     IF NGX-PREFIX = PREFIX AND NGX-SUFFIX = SUFFIX
049100         ADD 1 TO XM-SERIES-RULE-COUNT
049200     END-IF.
049300 2510-COUNT-ONE-RULE-EXIT.
049400     EXIT.
049500
049600*-----------------------------------------------------------*
049700* 2600-CROSS-CHECK-LEDGER - DOES THE NEW S OR R RULE'S      *
049800* RANGE TOUCH ANY RANGE ALREADY ISSUED UNDER THIS PREFIX/   *
049900* SUFFIX ON NUMGEN.LEDGER?  IF SO THE PROHIBITED SERIALS    *
050000* ARE ALREADY OUT THERE AND SHOULD BE VOIDED.               *
050100*-----------------------------------------------------------*
050200 2600-CROSS-CHECK-LEDGER.
050300     SET XM-COVERS-NOTHING TO TRUE.
050400     OPEN INPUT NUMGEN-LEDGER-FILE.
050500     IF NG-LEDGER-FILE-OK
050600         SET LEDGER-NOT-AT-EOF TO TRUE
050700         PERFORM 2610-CHECK-ONE-LEDGER-RECORD
050800             THRU 2610-CHECK-ONE-LEDGER-RECORD-EXIT
050900             UNTIL LEDGER-AT-EOF OR XM-COVERS-ISSUED
051000         CLOSE NUMGEN-LEDGER-FILE
051100     END-IF.
051200 2600-CROSS-CHECK-LEDGER-EXIT.
051300     EXIT.
051400
051500 2610-CHECK-ONE-LEDGER-RECORD.
051600     READ NUMGEN-LEDGER-FILE
051700         AT END
051800             SET LEDGER-AT-EOF TO TRUE
051900             GO TO 2610-CHECK-ONE-LEDGER-RECORD-EXIT
052000     END-READ.
052100
052200     IF NGL-PREFIX = PREFIX AND NGL-SUFFIX = SUFFIX
052300         IF NOT (XM-END-NUMBER < NGL-START-NUMBER OR
052400                 XM-START-NUMBER > NGL-END-NUMBER)
052500             SET XM-COVERS-ISSUED TO TRUE
052600         END-IF
052700     END-IF.
052800 2610-CHECK-ONE-LEDGER-RECORD-EXIT.
052900     EXIT.
053000
053100*-----------------------------------------------------------*
053200* 2700-WRITE-RULE - APPEND THE VALIDATED RULE.  THE FILE IS *
053300* OPENED EXTEND SO RULES ACCUMULATE; IF IT DOES NOT YET     *
053400* EXIST, EXTEND FAILS WITH STATUS 35 AND WE FALL BACK TO    *
053500* OPEN OUTPUT TO CREATE IT.  THE FIELD CONTENT MATCHES THE  *
053600* NGEXCL CONVENTIONS: ZEROS IN UNUSED NUMBER FIELDS, SPACES *
053700* IN AN UNUSED PATTERN.                                     *
053800*-----------------------------------------------------------*
053900 2700-WRITE-RULE.
054000     OPEN EXTEND NUMGEN-EXCL-FILE.
054100     IF NG-EXCL-FILE-NOT-FOUND
054200         OPEN OUTPUT NUMGEN-EXCL-FILE
054300     END-IF.
054400     MOVE SPACES TO NG-EXCL-RECORD.
054500     MOVE PREFIX TO NGX-PREFIX.
054600     MOVE SUFFIX TO NGX-SUFFIX.
054700     MOVE XM-RULE-TYPE TO NGX-RULE-TYPE.
054800     IF XM-RULE-PATTERN
054900         MOVE ZERO TO NGX-START-NUMBER
055000         MOVE ZERO TO NGX-END-NUMBER
055100     ELSE
055200         MOVE XM-START-NUMBER TO NGX-START-NUMBER
055300         IF XM-RULE-RANGE
055400             MOVE XM-END-NUMBER TO NGX-END-NUMBER
055500         ELSE
055600             MOVE ZERO TO NGX-END-NUMBER
055700         END-IF
055800     END-IF.
055900     MOVE XM-PATTERN TO NGX-PATTERN.
056000     WRITE NG-EXCL-RECORD.
056100     CLOSE NUMGEN-EXCL-FILE.
056200 2700-WRITE-RULE-EXIT.
056300     EXIT.
056400
056500*-----------------------------------------------------------*
056600* 3000-LIST-RULES - DISPLAY EVERY RULE ON FILE WITH ITS     *
056700* RULE NUMBER (ITS POSITION IN THE FILE), THE NUMBER THE    *
056800* DELETE ACTION TAKES.                                      *
056900*-----------------------------------------------------------*
057000 3000-LIST-RULES.
057100     MOVE ZERO TO XM-RULE-NUMBER.
057200     OPEN INPUT NUMGEN-EXCL-FILE.
057300     IF NG-EXCL-FILE-NOT-FOUND
057400         DISPLAY "NUMGEN.EXCL NOT FOUND - NO RULES ON FILE"
057500         GO TO 3000-LIST-RULES-EXIT
057600     END-IF.
057700
057800     DISPLAY " ".
057900     DISPLAY "EXCLUSION RULE LISTING".
058000     SET EXCL-NOT-AT-EOF TO TRUE.
058100     PERFORM 3100-LIST-ONE-RULE
058200         THRU 3100-LIST-ONE-RULE-EXIT
058300         UNTIL EXCL-AT-EOF.
058400     CLOSE NUMGEN-EXCL-FILE.
058500
058600     IF XM-RULE-NUMBER = 0
058700         DISPLAY "NO RULES ON FILE."
058800     END-IF.
058900 3000-LIST-RULES-EXIT.
059000     EXIT.
059100
059200 3100-LIST-ONE-RULE.
059300     READ NUMGEN-EXCL-FILE
059400         AT END
059500             SET EXCL-AT-EOF TO TRUE
059600             GO TO 3100-LIST-ONE-RULE-EXIT
059700     END-READ.
059800     ADD 1 TO XM-RULE-NUMBER.
059900
060000     MOVE XM-RULE-NUMBER TO XM-EDIT-FIELD-SMALL.
060100     DISPLAY " ".
060200     DISPLAY "RULE " XM-EDIT-FIELD-SMALL " - TYPE "
060300         NGX-RULE-TYPE.
060400     DISPLAY "   PREFIX: " NGX-PREFIX(1:30)
060500         " SUFFIX: " NGX-SUFFIX(1:30).
060600     EVALUATE TRUE
060700         WHEN NGX-RULE-SINGLE
060800             DISPLAY "   SKIPS THE SINGLE NUMBER "
060900                 NGX-START-NUMBER
061000         WHEN NGX-RULE-RANGE
061100             DISPLAY "   SKIPS " NGX-START-NUMBER
061200             DISPLAY "   THRU  " NGX-END-NUMBER
061300         WHEN NGX-RULE-PATTERN
061400             DISPLAY "   SKIPS NUMBERS ENDING " NGX-PATTERN
061500         WHEN OTHER
061600             DISPLAY "   *** UNKNOWN RULE TYPE - THE "
061700                 "GENERATOR PASSES THIS RULE OVER ***"
061800     END-EVALUATE.
061900 3100-LIST-ONE-RULE-EXIT.
062000     EXIT.
062100
062200*-----------------------------------------------------------*
062300* 4000-DELETE-RULE - DELETE ONE RULE BY ITS RULE NUMBER.    *
062400* THE WHOLE FILE IS RELOADED AS RAW IMAGES AND REWRITTEN    *
062500* WITHOUT THE ONE RULE, SO EVERY OTHER RECORD - GOOD OR BAD *
062600* - SURVIVES BYTE FOR BYTE.                                 *
062700*-----------------------------------------------------------*
062800 4000-DELETE-RULE.
062900     SET ENTRY-NOT-VALID TO TRUE.
063000     PERFORM 4100-GET-RULE-NUMBER
063100         THRU 4100-GET-RULE-NUMBER-EXIT
063200         UNTIL ENTRY-IS-VALID.
063300
063400     PERFORM 4200-LOAD-RULE-TABLE
063500         THRU 4200-LOAD-RULE-TABLE-EXIT.
063600     IF XM-TABLE-IS-FULL
063700         DISPLAY "WARNING - NUMGEN.EXCL TOO LARGE TO "
063800             "REWRITE - FILE LEFT UNTOUCHED AND THE RULE "
063900             "NOT DELETED - ARCHIVE OLD RULES FIRST"
064000         GO TO 4000-DELETE-RULE-EXIT
064100     END-IF.
064200
064300     IF XM-DELETE-NUMBER = 0 OR
064400             XM-DELETE-NUMBER > XM-TABLE-COUNT
064500         DISPLAY "ERROR - NO RULE HAS THAT NUMBER - "
064600             "NOTHING DELETED (LIST THE RULES FIRST)"
064700         GO TO 4000-DELETE-RULE-EXIT
064800     END-IF.
064900
065000     MOVE XM-T-IMAGE(XM-DELETE-NUMBER) TO NG-EXCL-RECORD.
065100     DISPLAY "DELETING RULE FOR PREFIX " NGX-PREFIX(1:30)
065200         " SUFFIX " NGX-SUFFIX(1:30) " TYPE " NGX-RULE-TYPE.
065300
065400     OPEN OUTPUT NUMGEN-EXCL-FILE.
065500     PERFORM 4300-WRITE-ONE-KEPT-RULE
065600         THRU 4300-WRITE-ONE-KEPT-RULE-EXIT
065700         VARYING XM-IDX FROM 1 BY 1
065800         UNTIL XM-IDX > XM-TABLE-COUNT.
065900     CLOSE NUMGEN-EXCL-FILE.
066000     DISPLAY "RULE DELETED FROM NUMGEN.EXCL".
066100 4000-DELETE-RULE-EXIT.
066200     EXIT.
066300
066400 4100-GET-RULE-NUMBER.
066500     DISPLAY "Rule number to delete (from the listing):"
066600     MOVE SPACES TO XM-DELETE-RAW.
066700     ACCEPT XM-DELETE-RAW.
066800     MOVE ZERO TO NG-TOKEN-LEN.
066900     INSPECT XM-DELETE-RAW
067000         TALLYING NG-TOKEN-LEN FOR CHARACTERS
067100             BEFORE INITIAL SPACE.
067200     SET ENTRY-NOT-VALID TO TRUE.
067300
067400     IF NG-TOKEN-LEN = 0 OR NG-TOKEN-LEN > 5
067500         DISPLAY "ERROR - RULE NUMBER MUST BE 1 TO 5 "
067600             "DIGITS - ENTER AGAIN"
067700         GO TO 4100-GET-RULE-NUMBER-EXIT
067800     END-IF.
067900
068000     IF XM-DELETE-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
068100         DISPLAY "ERROR - RULE NUMBER MUST BE NUMERIC - "
068200             "ENTER AGAIN"
068300         GO TO 4100-GET-RULE-NUMBER-EXIT
068400     END-IF.
068500
068600     MOVE XM-DELETE-RAW(1:NG-TOKEN-LEN) TO XM-DELETE-NUMBER.
068700     SET ENTRY-IS-VALID TO TRUE.
068800 4100-GET-RULE-NUMBER-EXIT.
068900     EXIT.
069000
069100 4200-LOAD-RULE-TABLE.
069200     MOVE ZERO TO XM-TABLE-COUNT.
069300     SET XM-TABLE-NOT-FULL TO TRUE.
069400     OPEN INPUT NUMGEN-EXCL-FILE.
069500     IF NG-EXCL-FILE-NOT-FOUND
069600         GO TO 4200-LOAD-RULE-TABLE-EXIT
069700     END-IF.
069800     SET EXCL-NOT-AT-EOF TO TRUE.
069900     PERFORM 4210-LOAD-ONE-RULE
070000         THRU 4210-LOAD-ONE-RULE-EXIT
070100         UNTIL EXCL-AT-EOF.
070200     CLOSE NUMGEN-EXCL-FILE.
070300 4200-LOAD-RULE-TABLE-EXIT.
070400     EXIT.
070500
070600 4210-LOAD-ONE-RULE.
070700     READ NUMGEN-EXCL-FILE
070800         AT END
070900             SET EXCL-AT-EOF TO TRUE
071000             GO TO 4210-LOAD-ONE-RULE-EXIT
071100     END-READ.
071200
071300     IF XM-TABLE-COUNT >= 500
071400         SET XM-TABLE-IS-FULL TO TRUE
071500         GO TO 4210-LOAD-ONE-RULE-EXIT
071600     END-IF.
071700
071800     ADD 1 TO XM-TABLE-COUNT.
071900     MOVE NG-EXCL-RECORD TO XM-T-IMAGE(XM-TABLE-COUNT).
072000 4210-LOAD-ONE-RULE-EXIT.
072100     EXIT.
072200
072300 4300-WRITE-ONE-KEPT-RULE.
072400     IF XM-IDX = XM-DELETE-NUMBER
072500         GO TO 4300-WRITE-ONE-KEPT-RULE-EXIT
072600     END-IF.
072700     MOVE XM-T-IMAGE(XM-IDX) TO NG-EXCL-RECORD.
072800     WRITE NG-EXCL-RECORD.
072900 4300-WRITE-ONE-KEPT-RULE-EXIT.
073000     EXIT.
073100
073200*-----------------------------------------------------------*
073300* 5000-EDIT-REPORT - RUN THE SAME CHECKS NUMGENCALLED RUNS  *
073400* AT LOAD TIME OVER EVERY RULE ON FILE AND LIST EVERY RULE  *
073500* IT WOULD PASS OVER, PLUS RANGE RULES THAT CAN NEVER MATCH *
073600* (END BELOW START), PLUS EVERY PREFIX/SUFFIX NEARING THE   *
073700* 100-RULE LIMIT.  RUN THIS AFTER ANY HAND EDIT AND BEFORE  *
073800* THE NIGHT RUN TRUSTS THE FILE.                            *
073900*-----------------------------------------------------------*
074000 5000-EDIT-REPORT.
074100     MOVE ZERO TO XM-RULE-NUMBER.
074200     MOVE ZERO TO XM-RULES-READ-COUNT.
074300     MOVE ZERO TO XM-PASSED-OVER-COUNT.
074400     MOVE ZERO TO XM-DEAD-RULE-COUNT.
074500     MOVE ZERO TO XM-SERIES-COUNT.
074600     OPEN INPUT NUMGEN-EXCL-FILE.
074700     IF NG-EXCL-FILE-NOT-FOUND
074800         DISPLAY "NUMGEN.EXCL NOT FOUND - NO RULES TO EDIT"
074900         GO TO 5000-EDIT-REPORT-EXIT
075000     END-IF.
075100
075200     DISPLAY " ".
075300     DISPLAY "EXCLUSION RULE EDIT REPORT".
075400     SET EXCL-NOT-AT-EOF TO TRUE.
075500     PERFORM 5100-EDIT-ONE-RULE
075600         THRU 5100-EDIT-ONE-RULE-EXIT
075700         UNTIL EXCL-AT-EOF.
075800     CLOSE NUMGEN-EXCL-FILE.
075900
076000     PERFORM 5300-WARN-NEAR-LIMIT-SERIES
076100         THRU 5300-WARN-NEAR-LIMIT-SERIES-EXIT
076200         VARYING XM-SERIES-IDX FROM 1 BY 1
076300         UNTIL XM-SERIES-IDX > XM-SERIES-COUNT.
076400
076500     DISPLAY " ".
076600     MOVE XM-RULES-READ-COUNT TO XM-EDIT-FIELD-SMALL.
076700     DISPLAY "RULES READ:                   "
076800         XM-EDIT-FIELD-SMALL.
076900     MOVE XM-PASSED-OVER-COUNT TO XM-EDIT-FIELD-SMALL.
077000     DISPLAY "RULES THE GENERATOR PASSES OVER: "
077100         XM-EDIT-FIELD-SMALL.
077200     MOVE XM-DEAD-RULE-COUNT TO XM-EDIT-FIELD-SMALL.
077300     DISPLAY "RULES THAT CAN NEVER MATCH:   "
077400         XM-EDIT-FIELD-SMALL.
077500     IF XM-PASSED-OVER-COUNT = 0 AND XM-DEAD-RULE-COUNT = 0
077600         DISPLAY "EVERY RULE ON FILE IS APPLIED AS WRITTEN."
077700     END-IF.
077800 5000-EDIT-REPORT-EXIT.
077900     EXIT.
078000
078100 5100-EDIT-ONE-RULE.
078200     READ NUMGEN-EXCL-FILE
078300         AT END
078400             SET EXCL-AT-EOF TO TRUE
078500             GO TO 5100-EDIT-ONE-RULE-EXIT
078600     END-READ.
078700     ADD 1 TO XM-RULE-NUMBER.
078800     ADD 1 TO XM-RULES-READ-COUNT.
078900     SET XM-RULE-NOT-BAD TO TRUE.
079000
079100     PERFORM 5200-TALLY-SERIES
079200         THRU 5200-TALLY-SERIES-EXIT.
079300
079400     IF NOT (NGX-RULE-SINGLE OR NGX-RULE-RANGE OR
079500             NGX-RULE-PATTERN)
079600         PERFORM 5150-PRINT-RULE-HEADING
079700             THRU 5150-PRINT-RULE-HEADING-EXIT
079800         DISPLAY "   PASSED OVER - UNKNOWN RULE TYPE """
079900             NGX-RULE-TYPE """"
080000         GO TO 5100-EDIT-ONE-RULE-EXIT
080100     END-IF.
080200
080300     IF (NGX-RULE-SINGLE OR NGX-RULE-RANGE) AND
080400             NGX-START-NUMBER IS NOT NUMERIC
080500         PERFORM 5150-PRINT-RULE-HEADING
080600             THRU 5150-PRINT-RULE-HEADING-EXIT
080700         DISPLAY "   PASSED OVER - BLANK OR NON-NUMERIC "
080800             "START NUMBER"
080900         SET XM-RULE-IS-BAD TO TRUE
081000     END-IF.
081100
081200     IF NGX-RULE-RANGE AND NGX-END-NUMBER IS NOT NUMERIC
081300         IF XM-RULE-NOT-BAD
081400             PERFORM 5150-PRINT-RULE-HEADING
081500                 THRU 5150-PRINT-RULE-HEADING-EXIT
081600         END-IF
081700         DISPLAY "   PASSED OVER - BLANK OR NON-NUMERIC "
081800             "END NUMBER"
081900         SET XM-RULE-IS-BAD TO TRUE
082000     END-IF.
082100
082200     IF NGX-RULE-PATTERN
082300         MOVE ZERO TO XM-PATTERN-LENGTH
082400         INSPECT NGX-PATTERN
082500             TALLYING XM-PATTERN-LENGTH FOR CHARACTERS
082600                 BEFORE INITIAL SPACE
082700         IF XM-PATTERN-LENGTH = ZERO OR
082800                 NGX-PATTERN(1:XM-PATTERN-LENGTH)
082900                     IS NOT NUMERIC
083000             PERFORM 5150-PRINT-RULE-HEADING
083100                 THRU 5150-PRINT-RULE-HEADING-EXIT
083200             DISPLAY "   PASSED OVER - BLANK OR NON-NUMERIC "
083300                 "PATTERN"
083400             SET XM-RULE-IS-BAD TO TRUE
083500         END-IF
083600     END-IF.
083700
083800     IF XM-RULE-IS-BAD
083900         ADD 1 TO XM-PASSED-OVER-COUNT
084000         GO TO 5100-EDIT-ONE-RULE-EXIT
084100     END-IF.
084200
084300     IF NGX-RULE-RANGE AND
084400             NGX-END-NUMBER < NGX-START-NUMBER
084500         PERFORM 5150-PRINT-RULE-HEADING
084600             THRU 5150-PRINT-RULE-HEADING-EXIT
084700         DISPLAY "   CAN NEVER MATCH - END NUMBER IS BELOW "
084800             "THE START NUMBER"
084900         ADD 1 TO XM-DEAD-RULE-COUNT
085000     END-IF.
085100 5100-EDIT-ONE-RULE-EXIT.
085200     EXIT.
085300
085400 5150-PRINT-RULE-HEADING.
085500     MOVE XM-RULE-NUMBER TO XM-EDIT-FIELD-SMALL.
085600     DISPLAY " ".
085700     DISPLAY "RULE " XM-EDIT-FIELD-SMALL " - PREFIX "
085800         NGX-PREFIX(1:30) " SUFFIX " NGX-SUFFIX(1:30).
085900 5150-PRINT-RULE-HEADING-EXIT.
086000     EXIT.
086100
086200*-----------------------------------------------------------*
086300* 5200-TALLY-SERIES - COUNT THE CURRENT RULE UNDER ITS      *
086400* PREFIX/SUFFIX FOR THE NEAR-THE-LIMIT WARNING.             *
086500*-----------------------------------------------------------*
086600 5200-TALLY-SERIES.
086700     SET XM-SERIES-NOT-FOUND TO TRUE.
086800     PERFORM 5210-MATCH-ONE-SERIES
086900         THRU 5210-MATCH-ONE-SERIES-EXIT
087000         VARYING XM-SERIES-IDX FROM 1 BY 1
087100         UNTIL XM-SERIES-IDX > XM-SERIES-COUNT
087200             OR XM-SERIES-FOUND.
087300     IF XM-SERIES-FOUND
087400         ADD 1 TO XM-S-RULES(XM-SERIES-SUB)
087500         GO TO 5200-TALLY-SERIES-EXIT
087600     END-IF.
087700
087800     IF XM-SERIES-COUNT >= 200
087900         GO TO 5200-TALLY-SERIES-EXIT
088000     END-IF.
088100     ADD 1 TO XM-SERIES-COUNT.
088200     MOVE XM-SERIES-COUNT TO XM-SERIES-SUB.
088300     MOVE NGX-PREFIX TO XM-S-PREFIX(XM-SERIES-SUB).
088400     MOVE NGX-SUFFIX TO XM-S-SUFFIX(XM-SERIES-SUB).
088500     MOVE 1 TO XM-S-RULES(XM-SERIES-SUB).
088600 5200-TALLY-SERIES-EXIT.
088700     EXIT.
088800
088900 5210-MATCH-ONE-SERIES.
089000     IF XM-S-PREFIX(XM-SERIES-IDX) = NGX-PREFIX AND
089100             XM-S-SUFFIX(XM-SERIES-IDX) = NGX-SUFFIX
089200         SET XM-SERIES-FOUND TO TRUE
089300         SET XM-SERIES-SUB TO XM-SERIES-IDX
089400     END-IF.
089500 5210-MATCH-ONE-SERIES-EXIT.
089600     EXIT.
089700
089800 5300-WARN-NEAR-LIMIT-SERIES.
089900     IF XM-S-RULES(XM-SERIES-IDX) >= 90
090000         MOVE XM-S-RULES(XM-SERIES-IDX)
090100             TO XM-EDIT-FIELD-SMALL
090200         DISPLAY " "
090300         DISPLAY "WARNING - PREFIX "
090400             XM-S-PREFIX(XM-SERIES-IDX)(1:30) " SUFFIX "
090500             XM-S-SUFFIX(XM-SERIES-IDX)(1:30) " HAS "
090600             XM-EDIT-FIELD-SMALL " RULES - THE GENERATOR "
090700             "APPLIES ONLY THE FIRST 100"
090800     END-IF.
090900 5300-WARN-NEAR-LIMIT-SERIES-EXIT.
091000     EXIT.
091100
091200 END PROGRAM NUMGENEXCLM.
