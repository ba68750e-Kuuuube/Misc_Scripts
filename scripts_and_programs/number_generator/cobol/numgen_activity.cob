000100*****************************************************************
000200* PROGRAM:      NUMGENACTV
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      OPERATOR ACTIVITY AND SEPARATION-OF-DUTIES
000800*               REVIEW FOR INTERNAL CONTROL'S QUARTERLY
000900*               QUESTION "WHO DID WHAT IN THE SERIAL UNIT".
001000*               FOR A DATE RANGE THE OPERATOR ENTERS, SHOWS
001100*               FOR EACH OPERATOR ID:
001200*                 - BATCHES GENERATED AND SERIALS ISSUED,
001300*                   REPRINTS RUN, VOIDS APPROVED AND REJECTED,
001400*                   ACCESS REFUSALS, AND ACCESS CHANGES MADE -
001500*                   FROM NUMGEN.AUDARCH AND NUMGEN.AUDIT
001600*                 - VOIDS KEYED - FROM NUMGEN.VOID
001700*                 - RUNS THAT ENDED WITH SKIPPED BATCHES -
001800*                   FROM NUMGEN.DISP
001900*
002000*               THEN FLAGS THREE CONFLICT PATTERNS:
002100*                 1 - AN OPERATOR APPROVED A VOID ON A RANGE
002200*                     THEY THEMSELVES HAD GENERATED EARLIER
002300*                 2 - A KEYER'S APPROVED VOIDS ALL WENT TO ONE
002400*                     APPROVER, OR AN APPROVER'S APPROVALS ALL
002500*                     CAME FROM ONE KEYER (AT LEAST AV-PAIR-
002600*                     MINIMUM OF THEM IN THE PERIOD)
002700*                 3 - AN OPERATOR REPRINTED A RANGE THEY
002800*                     THEMSELVES HAD ORIGINALLY ISSUED
002900*               THE GENERATIONS BEHIND FLAGS 1 AND 3 ARE
003000*               LOOKED FOR ACROSS THE WHOLE AUDIT TRAIL,
003100*               ARCHIVE INCLUDED, NOT JUST THE PERIOD.
003200*
003300*               THE REPORT CLOSES WITH THE NUMBER OF AUDIT
003400*               RECORDS DATED IN THE PERIOD, COUNTED AS READ,
003500*               AGAINST THE SUM OF EVERYTHING ATTRIBUTED ABOVE,
003600*               SO THE REVIEWERS CAN SEE NOTHING WAS LEFT OUT.
003700*
003800* MODIFICATION HISTORY
003900*   2026-10-15  RO   ORIGINAL VERSION.
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. NUMGENACTV.
004300 AUTHOR. R. OKONKWO.
004400 INSTALLATION. DATA PROCESSING DEPT.
004500 DATE-WRITTEN. 2026-10-15.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT NUMGEN-AUDARCH-FILE ASSIGN TO "NUMGEN.AUDARCH"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS AV-AUDARCH-FILE-STATUS.
005400
005500     SELECT NUMGEN-AUDIT-FILE ASSIGN TO "NUMGEN.AUDIT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS NG-AUDIT-FILE-STATUS.
005800
005900     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS NG-VOID-FILE-STATUS.
006200
006300     SELECT NUMGEN-DISP-FILE ASSIGN TO "NUMGEN.DISP"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS NG-DISP-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900*-----------------------------------------------------------*
007000*    AUDIT ARCHIVE - IMAGE OF EACH PURGED AUDIT RECORD      *
007100*-----------------------------------------------------------*
007200 FD  NUMGEN-AUDARCH-FILE.
007300 01  AV-AUDARCH-RECORD            PIC X(213).
007400
007500*-----------------------------------------------------------*
007600*    AUDIT TRAIL OF EVERY RUN-NUMGEN CALL - SEE NGAUDIT     *
007700*-----------------------------------------------------------*
007800 FD  NUMGEN-AUDIT-FILE.
007900 01  AV-AUDIT-RECORD              PIC X(213).
008000
008100*-----------------------------------------------------------*
008200*    VOID REGISTER - SEE COPYBOOK NGVOID                    *
008300*-----------------------------------------------------------*
008400 FD  NUMGEN-VOID-FILE.
008500     COPY NGVOID.
008600
008700*-----------------------------------------------------------*
008800*    BATCH DISPOSITION FILE - SEE COPYBOOK NGDISP           *
008900*-----------------------------------------------------------*
009000 FD  NUMGEN-DISP-FILE.
009100     COPY NGDISP.
009200
009300 WORKING-STORAGE SECTION.
009400 77  AV-AUDARCH-FILE-STATUS       PIC X(02).
009500     88  AV-AUDARCH-FILE-OK            VALUE "00".
009600     88  AV-AUDARCH-FILE-NOT-FOUND      VALUE "35".
009700
009800 77  NG-AUDIT-FILE-STATUS         PIC X(02).
009900     88  NG-AUDIT-FILE-OK              VALUE "00".
010000     88  NG-AUDIT-FILE-NOT-FOUND       VALUE "35".
010100
010200 77  NG-VOID-FILE-STATUS          PIC X(02).
010300     88  NG-VOID-FILE-OK               VALUE "00".
010400     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
010500
010600 77  NG-DISP-FILE-STATUS          PIC X(02).
010700     88  NG-DISP-FILE-OK               VALUE "00".
010800     88  NG-DISP-FILE-NOT-FOUND        VALUE "35".
010900
011000 77  AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
011100     88  AUDIT-AT-EOF                  VALUE "Y".
011200     88  AUDIT-NOT-AT-EOF               VALUE "N".
011300
011400 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
011500     88  VOID-AT-EOF                   VALUE "Y".
011600     88  VOID-NOT-AT-EOF                VALUE "N".
011700
011800 77  DISP-EOF-SWITCH              PIC X(01) VALUE "N".
011900     88  DISP-AT-EOF                   VALUE "Y".
012000     88  DISP-NOT-AT-EOF                VALUE "N".
012100
012200 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
012300     88  ENTRY-IS-VALID               VALUE "Y".
012400     88  ENTRY-NOT-VALID               VALUE "N".
012500
012600*-----------------------------------------------------------*
012700* WHICH AUDIT FILE IS BEING READ, AND WHICH PASS: PASS 1    *
012800* COUNTS THE PERIOD, PASS 2 LOOKS FOR THE GENERATIONS       *
012900* BEHIND CONFLICT FLAGS 1 AND 3.                            *
013000*-----------------------------------------------------------*
013100 77  AV-FILE-SWITCH               PIC X(01) VALUE "A".
013200     88  AV-FILE-IS-ARCHIVE            VALUE "A".
013300     88  AV-FILE-IS-AUDIT              VALUE "L".
013400
013500 77  AV-PASS-SWITCH               PIC X(01) VALUE "1".
013600     88  AV-COUNTING-PASS              VALUE "1".
013700     88  AV-MATCHING-PASS              VALUE "2".
013800
013900 77  AV-RUN-SKIP-SWITCH           PIC X(01) VALUE "N".
014000     88  AV-RUN-SKIP-COUNTED           VALUE "Y".
014100     88  AV-RUN-SKIP-NOT-COUNTED        VALUE "N".
014200
014300 77  AV-PERIOD-START              PIC 9(08) VALUE ZERO.
014400 77  AV-PERIOD-END                PIC 9(08) VALUE ZERO.
014500 77  AV-DATE-RAW                  PIC X(10).
014600 77  NG-TODAYS-DATE               PIC 9(08).
014700
014800 77  AV-LOOKUP-ID                 PIC X(20).
014900 77  AV-OP-SUB                    PIC 9(03) COMP VALUE ZERO.
015000 77  AV-SUB                       PIC 9(04) COMP VALUE ZERO.
015100 77  AV-SUB2                      PIC 9(04) COMP VALUE ZERO.
015200 77  AV-RANGE-SIZE                PIC 9(25) VALUE ZERO.
015300 77  AV-GEN-STAMP                 PIC 9(16) VALUE ZERO.
015400 77  AV-RUN-KEY                   PIC X(36) VALUE SPACES.
015500 77  AV-NEW-RUN-KEY               PIC X(36) VALUE SPACES.
015600 77  AV-KEYER-TOTAL               PIC 9(05) COMP VALUE ZERO.
015700 77  AV-APPROVER-TOTAL            PIC 9(05) COMP VALUE ZERO.
015800
015900*-----------------------------------------------------------*
016000* AV-PAIR-MINIMUM - THE FEWEST APPROVED VOIDS BETWEEN ONE   *
016100* KEYER AND ONE APPROVER BEFORE "ALWAYS THE SAME PAIR" IS   *
016200* WORTH FLAGGING.  TWO VOIDS IN A QUARTER, BOTH APPROVED BY *
016300* THE ONLY SUPERVISOR ON SHIFT, IS NOT A PATTERN.           *
016400*-----------------------------------------------------------*
016500 77  AV-PAIR-MINIMUM              PIC 9(05) COMP VALUE 3.
016600
016700 77  AV-PERIOD-AUDIT-COUNT        PIC 9(07) COMP VALUE ZERO.
016800 77  AV-LINK-COUNT                PIC 9(07) COMP VALUE ZERO.
016900 77  AV-UNATTRIBUTED-COUNT        PIC 9(07) COMP VALUE ZERO.
017000 77  AV-LEGACY-SKIP-COUNT         PIC 9(07) COMP VALUE ZERO.
017100 77  AV-CHECK-DROPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
017200 77  AV-PAIR-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
017300 77  AV-FLAG-1-COUNT              PIC 9(07) COMP VALUE ZERO.
017400 77  AV-FLAG-2-COUNT              PIC 9(07) COMP VALUE ZERO.
017500 77  AV-FLAG-3-COUNT              PIC 9(07) COMP VALUE ZERO.
017600
017700 77  AV-SUM-BATCHES               PIC 9(07) COMP VALUE ZERO.
017800 77  AV-SUM-SERIALS               PIC 9(25) VALUE ZERO.
017900 77  AV-SUM-REPRINTS              PIC 9(07) COMP VALUE ZERO.
018000 77  AV-SUM-VOIDS-KEYED           PIC 9(07) COMP VALUE ZERO.
018100 77  AV-SUM-VOIDS-APPR            PIC 9(07) COMP VALUE ZERO.
018200 77  AV-SUM-VOIDS-REJ             PIC 9(07) COMP VALUE ZERO.
018300 77  AV-SUM-SKIP-RUNS             PIC 9(07) COMP VALUE ZERO.
018400 77  AV-SUM-AUTH-DENIED           PIC 9(07) COMP VALUE ZERO.
018500 77  AV-SUM-AUTH-CHANGES          PIC 9(07) COMP VALUE ZERO.
018600 77  AV-SUM-OTHER                 PIC 9(07) COMP VALUE ZERO.
018700 77  AV-SUM-ACCOUNTED             PIC 9(07) COMP VALUE ZERO.
018800
018900 77  AV-EDIT-FIELD                PIC Z(24)9.
019000 77  AV-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
019100 77  AV-EDIT-START                PIC Z(24)9.
019200 77  AV-EDIT-END                  PIC Z(24)9.
019300
019400*-----------------------------------------------------------*
019500* AV-OPERATOR-TABLE - ONE ENTRY PER OPERATOR ID SEEN IN THE *
019600* PERIOD ON ANY OF THE THREE FILES, IN ORDER OF FIRST       *
019700* APPEARANCE.  AN ID THAT WAS NEVER RECORDED (RECORDS FROM  *
019800* BEFORE THE FIELD EXISTED) IS LISTED AS "(NOT RECORDED)".  *
019900*-----------------------------------------------------------*
020000 77  AV-OP-COUNT                  PIC 9(03) COMP VALUE ZERO.
020100 01  AV-OPERATOR-TABLE.
020200     05  AV-OPERATOR-ENTRY OCCURS 1 TO 200 TIMES
020300             DEPENDING ON AV-OP-COUNT
020400             INDEXED BY AV-OP-IDX.
020500         10  AV-O-OPERATOR-ID      PIC X(20).
020600         10  AV-O-BATCHES          PIC 9(07) COMP.
020700         10  AV-O-SERIALS          PIC 9(25).
020800         10  AV-O-REPRINTS         PIC 9(07) COMP.
020900         10  AV-O-VOIDS-KEYED      PIC 9(07) COMP.
021000         10  AV-O-VOIDS-APPR       PIC 9(07) COMP.
021100         10  AV-O-VOIDS-REJ        PIC 9(07) COMP.
021200         10  AV-O-SKIP-RUNS        PIC 9(07) COMP.
021300         10  AV-O-AUTH-DENIED      PIC 9(07) COMP.
021400         10  AV-O-AUTH-CHANGES     PIC 9(07) COMP.
021500         10  AV-O-OTHER            PIC 9(07) COMP.
021600
021700*-----------------------------------------------------------*
021800* AV-CHECK-TABLE - EVERY REPRINT ("P") AND VOID APPROVAL    *
021900* ("V") IN THE PERIOD, WAITING FOR PASS 2 TO FIND AN        *
022000* EARLIER GENERATION OF AN OVERLAPPING RANGE UNDER THE SAME *
022100* PREFIX/SUFFIX BY THE SAME OPERATOR.                       *
022200*-----------------------------------------------------------*
022300 77  AV-CHECK-COUNT               PIC 9(04) COMP VALUE ZERO.
022400 01  AV-CHECK-TABLE.
022500     05  AV-CHECK-ENTRY OCCURS 1 TO 2000 TIMES
022600             DEPENDING ON AV-CHECK-COUNT
022700             INDEXED BY AV-CHK-IDX.
022800         10  AV-C-TYPE             PIC X(01).
022900         10  AV-C-OPERATOR-ID      PIC X(20).
023000         10  AV-C-PREFIX           PIC X(50).
023100         10  AV-C-SUFFIX           PIC X(50).
023200         10  AV-C-START            PIC 9(25).
023300         10  AV-C-END              PIC 9(25).
023400         10  AV-C-STAMP            PIC 9(16).
023500         10  AV-C-HIT              PIC X(01).
023600         10  AV-C-GEN-START        PIC 9(25).
023700         10  AV-C-GEN-END          PIC 9(25).
023800         10  AV-C-GEN-DATE         PIC 9(08).
023900
024000*-----------------------------------------------------------*
024100* AV-PAIR-TABLE - APPROVED VOIDS IN THE PERIOD COUNTED BY   *
024200* KEYER AND APPROVER, FROM NUMGEN.VOID.                     *
024300*-----------------------------------------------------------*
024400 77  AV-PAIR-COUNT                PIC 9(04) COMP VALUE ZERO.
024500 01  AV-PAIR-TABLE.
024600     05  AV-PAIR-ENTRY OCCURS 1 TO 500 TIMES
024700             DEPENDING ON AV-PAIR-COUNT
024800             INDEXED BY AV-PAIR-IDX.
024900         10  AV-P-KEYER            PIC X(20).
025000         10  AV-P-APPROVER         PIC X(20).
025100         10  AV-P-VOIDS            PIC 9(05) COMP.
025200
025300*-----------------------------------------------------------*
025400*    THE AUDIT RECORD JUST READ, FROM EITHER FILE           *
025500*-----------------------------------------------------------*
025600     COPY NGAUDIT.
025700
025800 PROCEDURE DIVISION.
025900 0000-MAINLINE.
026000     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
026100
026200     SET ENTRY-NOT-VALID TO TRUE.
026300     PERFORM 1000-GET-PERIOD-START
026400         THRU 1000-GET-PERIOD-START-EXIT
026500         UNTIL ENTRY-IS-VALID.
026600
026700     SET ENTRY-NOT-VALID TO TRUE.
026800     PERFORM 1100-GET-PERIOD-END
026900         THRU 1100-GET-PERIOD-END-EXIT
027000         UNTIL ENTRY-IS-VALID.
027100
027200     SET AV-COUNTING-PASS TO TRUE.
027300     PERFORM 2000-SCAN-AUDIT-TRAIL
027400         THRU 2000-SCAN-AUDIT-TRAIL-EXIT.
027500
027600     SET AV-MATCHING-PASS TO TRUE.
027700     IF AV-CHECK-COUNT > 0
027800         PERFORM 2000-SCAN-AUDIT-TRAIL
027900             THRU 2000-SCAN-AUDIT-TRAIL-EXIT
028000     END-IF.
028100
028200     PERFORM 3000-SCAN-VOID-REGISTER
028300         THRU 3000-SCAN-VOID-REGISTER-EXIT.
028400
028500     PERFORM 4000-SCAN-DISPOSITIONS
028600         THRU 4000-SCAN-DISPOSITIONS-EXIT.
028700
028800     PERFORM 5000-PRINT-REPORT
028900         THRU 5000-PRINT-REPORT-EXIT.
029000     STOP RUN.
029100
029200*-----------------------------------------------------------*
029300* 1000-GET-PERIOD-START / 1100-GET-PERIOD-END - THE REVIEW  *
029400* PERIOD, BOTH DATES INCLUDED.  THE END DEFAULTS TO TODAY.  *
029500*-----------------------------------------------------------*
029600 1000-GET-PERIOD-START.
029700     DISPLAY "Review period start date YYYYMMDD:"
029800     MOVE SPACES TO AV-DATE-RAW.
029900     ACCEPT AV-DATE-RAW.
030000     IF AV-DATE-RAW(9:2) NOT = SPACES OR
030100             AV-DATE-RAW(1:8) IS NOT NUMERIC
030200         DISPLAY "ERROR - START MUST BE AN 8-DIGIT YYYYMMDD "
030300             "DATE - ENTER AGAIN"
030400         SET ENTRY-NOT-VALID TO TRUE
030500         GO TO 1000-GET-PERIOD-START-EXIT
030600     END-IF.
030700     MOVE AV-DATE-RAW(1:8) TO AV-PERIOD-START.
030800     SET ENTRY-IS-VALID TO TRUE.
030900 1000-GET-PERIOD-START-EXIT.
031000     EXIT.
031100
031200 1100-GET-PERIOD-END.
031300     DISPLAY "Review period end date YYYYMMDD (press ENTER "
031400         "for today):"
031500     MOVE SPACES TO AV-DATE-RAW.
031600     ACCEPT AV-DATE-RAW.
031700     IF AV-DATE-RAW = SPACES
031800         MOVE NG-TODAYS-DATE TO AV-PERIOD-END
031900     ELSE
032000         IF AV-DATE-RAW(9:2) NOT = SPACES OR
032100                 AV-DATE-RAW(1:8) IS NOT NUMERIC
032200             DISPLAY "ERROR - END MUST BE AN 8-DIGIT YYYYMMDD "
032300                 "DATE - ENTER AGAIN"
032400             SET ENTRY-NOT-VALID TO TRUE
032500             GO TO 1100-GET-PERIOD-END-EXIT
032600         END-IF
032700         MOVE AV-DATE-RAW(1:8) TO AV-PERIOD-END
032800     END-IF.
032900     IF AV-PERIOD-END < AV-PERIOD-START
033000         DISPLAY "ERROR - END IS BEFORE START - ENTER AGAIN"
033100         SET ENTRY-NOT-VALID TO TRUE
033200         GO TO 1100-GET-PERIOD-END-EXIT
033300     END-IF.
033400     SET ENTRY-IS-VALID TO TRUE.
033500 1100-GET-PERIOD-END-EXIT.
033600     EXIT.
033700
033800*-----------------------------------------------------------*
033900* 2000-SCAN-AUDIT-TRAIL - READ NUMGEN.AUDARCH, THEN         *
034000* NUMGEN.AUDIT, HANDING EACH RECORD TO THE CURRENT PASS.    *
034100* EITHER FILE MAY BE MISSING.                               *
034200*-----------------------------------------------------------*
034300 2000-SCAN-AUDIT-TRAIL.
034400     SET AV-FILE-IS-ARCHIVE TO TRUE.
034500     OPEN INPUT NUMGEN-AUDARCH-FILE.
034600     IF AV-AUDARCH-FILE-OK
034700         SET AUDIT-NOT-AT-EOF TO TRUE
034800         PERFORM 2100-READ-ONE-AUDIT-RECORD
034900             THRU 2100-READ-ONE-AUDIT-RECORD-EXIT
035000             UNTIL AUDIT-AT-EOF
035100         CLOSE NUMGEN-AUDARCH-FILE
035200     END-IF.
035300
035400     SET AV-FILE-IS-AUDIT TO TRUE.
035500     OPEN INPUT NUMGEN-AUDIT-FILE.
035600     IF NG-AUDIT-FILE-OK
035700         SET AUDIT-NOT-AT-EOF TO TRUE
035800         PERFORM 2100-READ-ONE-AUDIT-RECORD
035900             THRU 2100-READ-ONE-AUDIT-RECORD-EXIT
036000             UNTIL AUDIT-AT-EOF
036100         CLOSE NUMGEN-AUDIT-FILE
036200     END-IF.
036300 2000-SCAN-AUDIT-TRAIL-EXIT.
036400     EXIT.
036500
036600 2100-READ-ONE-AUDIT-RECORD.
036700     IF AV-FILE-IS-ARCHIVE
036800         READ NUMGEN-AUDARCH-FILE INTO NG-AUDIT-RECORD
036900             AT END
037000                 SET AUDIT-AT-EOF TO TRUE
037100                 GO TO 2100-READ-ONE-AUDIT-RECORD-EXIT
037200         END-READ
037300     ELSE
037400         READ NUMGEN-AUDIT-FILE INTO NG-AUDIT-RECORD
037500             AT END
037600                 SET AUDIT-AT-EOF TO TRUE
037700                 GO TO 2100-READ-ONE-AUDIT-RECORD-EXIT
037800         END-READ
037900     END-IF.
038000
038100     IF AV-COUNTING-PASS
038200         PERFORM 2200-COUNT-AUDIT-RECORD
038300             THRU 2200-COUNT-AUDIT-RECORD-EXIT
038400     ELSE
038500         IF NGA-ACTION-GENERATE
038600             PERFORM 2400-MATCH-GENERATION
038700                 THRU 2400-MATCH-GENERATION-EXIT
038800         END-IF
038900     END-IF.
039000 2100-READ-ONE-AUDIT-RECORD-EXIT.
039100     EXIT.
039200
039300*-----------------------------------------------------------*
039400* 2200-COUNT-AUDIT-RECORD - PASS 1.  EVERY RECORD DATED IN  *
039500* THE PERIOD IS COUNTED AS READ BEFORE ANYTHING ELSE, THEN  *
039600* CREDITED TO ITS OPERATOR UNDER ITS ACTION.  A CHAINFWD    *
039700* LINK RECORD IS BOOKKEEPING, NOT ACTIVITY, AND IS COUNTED  *
039800* ON ITS OWN.                                               *
039900*-----------------------------------------------------------*
040000 2200-COUNT-AUDIT-RECORD.
040100     IF NGA-RUN-DATE < AV-PERIOD-START OR
040200             NGA-RUN-DATE > AV-PERIOD-END
040300         GO TO 2200-COUNT-AUDIT-RECORD-EXIT
040400     END-IF.
040500     ADD 1 TO AV-PERIOD-AUDIT-COUNT.
040600
040700     IF NGA-ACTION-CHAIN-FWD
040800         ADD 1 TO AV-LINK-COUNT
040900         GO TO 2200-COUNT-AUDIT-RECORD-EXIT
041000     END-IF.
041100
041200     MOVE NGA-OPERATOR-ID TO AV-LOOKUP-ID.
041300     PERFORM 6000-FIND-OPERATOR
041400         THRU 6000-FIND-OPERATOR-EXIT.
041500     IF AV-OP-SUB = ZERO
041600         ADD 1 TO AV-UNATTRIBUTED-COUNT
041700         GO TO 2200-COUNT-AUDIT-RECORD-EXIT
041800     END-IF.
041900
042000     EVALUATE TRUE
042100         WHEN NGA-ACTION-GENERATE
042200             ADD 1 TO AV-O-BATCHES(AV-OP-SUB)
042300             IF NGA-END-NUMBER >= NGA-START-NUMBER
042400                 COMPUTE AV-RANGE-SIZE =
042500                     NGA-END-NUMBER - NGA-START-NUMBER + 1
042600                 ADD AV-RANGE-SIZE TO AV-O-SERIALS(AV-OP-SUB)
042700             END-IF
042800         WHEN NGA-ACTION-REPRINT
042900             ADD 1 TO AV-O-REPRINTS(AV-OP-SUB)
043000             PERFORM 2300-ADD-CHECK-ENTRY
043100                 THRU 2300-ADD-CHECK-ENTRY-EXIT
043200         WHEN NGA-ACTION-VOID-APPR
043300             ADD 1 TO AV-O-VOIDS-APPR(AV-OP-SUB)
043400             PERFORM 2300-ADD-CHECK-ENTRY
043500                 THRU 2300-ADD-CHECK-ENTRY-EXIT
043600         WHEN NGA-ACTION-VOID-REJ
043700             ADD 1 TO AV-O-VOIDS-REJ(AV-OP-SUB)
043800         WHEN NGA-ACTION-AUTH-DENY
043900             ADD 1 TO AV-O-AUTH-DENIED(AV-OP-SUB)
044000         WHEN NGA-ACTION-AUTH-CHG
044100             ADD 1 TO AV-O-AUTH-CHANGES(AV-OP-SUB)
044200         WHEN OTHER
044300             ADD 1 TO AV-O-OTHER(AV-OP-SUB)
044400     END-EVALUATE.
044500 2200-COUNT-AUDIT-RECORD-EXIT.
044600     EXIT.
044700
044800*-----------------------------------------------------------*
044900* 2300-ADD-CHECK-ENTRY - QUEUE A REPRINT OR VOID APPROVAL   *
045000* FOR PASS 2.  IF THE TABLE IS FULL THE RECORD STILL COUNTS *
045100* ABOVE; ONLY ITS CONFLICT CHECK IS LOST, AND THE REPORT    *
045200* SAYS HOW MANY WERE.                                       *
045300*-----------------------------------------------------------*
045400 2300-ADD-CHECK-ENTRY.
045500     IF AV-CHECK-COUNT >= 2000
045600         ADD 1 TO AV-CHECK-DROPPED-COUNT
045700         GO TO 2300-ADD-CHECK-ENTRY-EXIT
045800     END-IF.
045900     ADD 1 TO AV-CHECK-COUNT.
046000     IF NGA-ACTION-REPRINT
046100         MOVE "P" TO AV-C-TYPE(AV-CHECK-COUNT)
046200     ELSE
046300         MOVE "V" TO AV-C-TYPE(AV-CHECK-COUNT)
046400     END-IF.
046500     MOVE NGA-OPERATOR-ID TO AV-C-OPERATOR-ID(AV-CHECK-COUNT).
046600     MOVE NGA-PREFIX TO AV-C-PREFIX(AV-CHECK-COUNT).
046700     MOVE NGA-SUFFIX TO AV-C-SUFFIX(AV-CHECK-COUNT).
046800     MOVE NGA-START-NUMBER TO AV-C-START(AV-CHECK-COUNT).
046900     MOVE NGA-END-NUMBER TO AV-C-END(AV-CHECK-COUNT).
047000     COMPUTE AV-C-STAMP(AV-CHECK-COUNT) =
047100         NGA-RUN-DATE * 100000000 + NGA-RUN-TIME.
047200     MOVE "N" TO AV-C-HIT(AV-CHECK-COUNT).
047300     MOVE ZERO TO AV-C-GEN-START(AV-CHECK-COUNT).
047400     MOVE ZERO TO AV-C-GEN-END(AV-CHECK-COUNT).
047500     MOVE ZERO TO AV-C-GEN-DATE(AV-CHECK-COUNT).
047600 2300-ADD-CHECK-ENTRY-EXIT.
047700     EXIT.
047800
047900*-----------------------------------------------------------*
048000* 2400-MATCH-GENERATION - PASS 2.  A GENERATION BY THE SAME *
048100* OPERATOR, UNDER THE SAME PREFIX/SUFFIX, OF A RANGE        *
048200* TOUCHING THE QUEUED ONE, AT OR BEFORE THE QUEUED ACTION,  *
048300* RAISES FLAG 1 (VOID APPROVAL) OR FLAG 3 (REPRINT).  THE   *
048400* FIRST SUCH GENERATION FOUND IS THE ONE REPORTED.          *
048500*-----------------------------------------------------------*
048600 2400-MATCH-GENERATION.
048700     COMPUTE AV-GEN-STAMP =
048800         NGA-RUN-DATE * 100000000 + NGA-RUN-TIME.
048900     PERFORM 2410-MATCH-ONE-CHECK-ENTRY
049000         THRU 2410-MATCH-ONE-CHECK-ENTRY-EXIT
049100         VARYING AV-CHK-IDX FROM 1 BY 1
049200         UNTIL AV-CHK-IDX > AV-CHECK-COUNT.
049300 2400-MATCH-GENERATION-EXIT.
049400     EXIT.
049500
049600 2410-MATCH-ONE-CHECK-ENTRY.
049700     IF AV-C-HIT(AV-CHK-IDX) = "Y"
049800         GO TO 2410-MATCH-ONE-CHECK-ENTRY-EXIT
049900     END-IF.
050000     IF NGA-OPERATOR-ID NOT = AV-C-OPERATOR-ID(AV-CHK-IDX) OR
050100             NGA-PREFIX NOT = AV-C-PREFIX(AV-CHK-IDX) OR
050200             NGA-SUFFIX NOT = AV-C-SUFFIX(AV-CHK-IDX)
050300         GO TO 2410-MATCH-ONE-CHECK-ENTRY-EXIT
050400     END-IF.
050500     IF NGA-START-NUMBER > AV-C-END(AV-CHK-IDX) OR
050600             NGA-END-NUMBER < AV-C-START(AV-CHK-IDX)
050700         GO TO 2410-MATCH-ONE-CHECK-ENTRY-EXIT
050800     END-IF.
050900     IF AV-GEN-STAMP > AV-C-STAMP(AV-CHK-IDX)
051000         GO TO 2410-MATCH-ONE-CHECK-ENTRY-EXIT
051100     END-IF.
051200
051300     MOVE "Y" TO AV-C-HIT(AV-CHK-IDX).
051400     MOVE NGA-START-NUMBER TO AV-C-GEN-START(AV-CHK-IDX).
051500     MOVE NGA-END-NUMBER TO AV-C-GEN-END(AV-CHK-IDX).
051600     MOVE NGA-RUN-DATE TO AV-C-GEN-DATE(AV-CHK-IDX).
051700 2410-MATCH-ONE-CHECK-ENTRY-EXIT.
051800     EXIT.
051900
052000*-----------------------------------------------------------*
052100* 3000-SCAN-VOID-REGISTER - VOIDS KEYED IN THE PERIOD, BY   *
052200* KEYER, AND VOIDS APPROVED IN THE PERIOD (STILL VOIDED, OR *
052300* SINCE REISSUED) BY KEYER AND APPROVER PAIR.               *
052400*-----------------------------------------------------------*
052500 3000-SCAN-VOID-REGISTER.
052600     OPEN INPUT NUMGEN-VOID-FILE.
052700     IF NOT NG-VOID-FILE-OK
052800         GO TO 3000-SCAN-VOID-REGISTER-EXIT
052900     END-IF.
053000     SET VOID-NOT-AT-EOF TO TRUE.
053100     PERFORM 3100-SCAN-ONE-VOID-RECORD
053200         THRU 3100-SCAN-ONE-VOID-RECORD-EXIT
053300         UNTIL VOID-AT-EOF.
053400     CLOSE NUMGEN-VOID-FILE.
053500 3000-SCAN-VOID-REGISTER-EXIT.
053600     EXIT.
053700
053800 3100-SCAN-ONE-VOID-RECORD.
053900     READ NUMGEN-VOID-FILE
054000         AT END
054100             SET VOID-AT-EOF TO TRUE
054200             GO TO 3100-SCAN-ONE-VOID-RECORD-EXIT
054300     END-READ.
054400
054500     IF NGV-VOID-DATE >= AV-PERIOD-START AND
054600             NGV-VOID-DATE <= AV-PERIOD-END
054700         MOVE NGV-KEYED-BY TO AV-LOOKUP-ID
054800         PERFORM 6000-FIND-OPERATOR
054900             THRU 6000-FIND-OPERATOR-EXIT
055000         IF AV-OP-SUB NOT = ZERO
055100             ADD 1 TO AV-O-VOIDS-KEYED(AV-OP-SUB)
055200         END-IF
055300     END-IF.
055400
055500     IF (NGV-VOIDED OR NGV-REISSUED) AND
055600             NGV-APPROVED-BY NOT = SPACES AND
055700             NGV-APPROVE-DATE >= AV-PERIOD-START AND
055800             NGV-APPROVE-DATE <= AV-PERIOD-END
055900         PERFORM 3200-COUNT-VOID-PAIR
056000             THRU 3200-COUNT-VOID-PAIR-EXIT
056100     END-IF.
056200 3100-SCAN-ONE-VOID-RECORD-EXIT.
056300     EXIT.
056400
056500 3200-COUNT-VOID-PAIR.
056600     SET AV-PAIR-IDX TO 1.
056700     IF AV-PAIR-COUNT > 0
056800         SEARCH AV-PAIR-ENTRY
056900             AT END
057000                 CONTINUE
057100             WHEN AV-P-KEYER(AV-PAIR-IDX) = NGV-KEYED-BY AND
057200                     AV-P-APPROVER(AV-PAIR-IDX) =
057300                         NGV-APPROVED-BY
057400                 ADD 1 TO AV-P-VOIDS(AV-PAIR-IDX)
057500                 GO TO 3200-COUNT-VOID-PAIR-EXIT
057600         END-SEARCH
057700     END-IF.
057800
057900     IF AV-PAIR-COUNT >= 500
058000         ADD 1 TO AV-PAIR-DROPPED-COUNT
058100         GO TO 3200-COUNT-VOID-PAIR-EXIT
058200     END-IF.
058300     ADD 1 TO AV-PAIR-COUNT.
058400     MOVE NGV-KEYED-BY TO AV-P-KEYER(AV-PAIR-COUNT).
058500     MOVE NGV-APPROVED-BY TO AV-P-APPROVER(AV-PAIR-COUNT).
058600     MOVE 1 TO AV-P-VOIDS(AV-PAIR-COUNT).
058700 3200-COUNT-VOID-PAIR-EXIT.
058800     EXIT.
058900
059000*-----------------------------------------------------------*
059100* 4000-SCAN-DISPOSITIONS - RUNS THAT SKIPPED BATCHES.  MAIN *
059200* RUNS ONE AT A TIME UNDER NUMGEN.LOCK, SO A RUN'S          *
059300* DISPOSITIONS ARE TOGETHER ON THE FILE AND SHARE ONE       *
059400* OPERATOR AND RUN START; A RUN IS COUNTED ONCE HOWEVER     *
059500* MANY BATCHES IT SKIPPED.  DISPOSITIONS WRITTEN BEFORE THE *
059600* OPERATOR WAS RECORDED CANNOT BE ATTRIBUTED AND ARE        *
059700* COUNTED SEPARATELY.                                       *
059800*-----------------------------------------------------------*
059900 4000-SCAN-DISPOSITIONS.
060000     MOVE SPACES TO AV-RUN-KEY.
060100     SET AV-RUN-SKIP-NOT-COUNTED TO TRUE.
060200     OPEN INPUT NUMGEN-DISP-FILE.
060300     IF NOT NG-DISP-FILE-OK
060400         GO TO 4000-SCAN-DISPOSITIONS-EXIT
060500     END-IF.
060600     SET DISP-NOT-AT-EOF TO TRUE.
060700     PERFORM 4100-SCAN-ONE-DISPOSITION
060800         THRU 4100-SCAN-ONE-DISPOSITION-EXIT
060900         UNTIL DISP-AT-EOF.
061000     CLOSE NUMGEN-DISP-FILE.
061100 4000-SCAN-DISPOSITIONS-EXIT.
061200     EXIT.
061300
061400 4100-SCAN-ONE-DISPOSITION.
061500     READ NUMGEN-DISP-FILE
061600         AT END
061700             SET DISP-AT-EOF TO TRUE
061800             GO TO 4100-SCAN-ONE-DISPOSITION-EXIT
061900     END-READ.
062000     IF NOT NGB-SKIPPED
062100         GO TO 4100-SCAN-ONE-DISPOSITION-EXIT
062200     END-IF.
062300
062400     IF NGB-OPERATOR-ID = SPACES
062500         IF NGB-RUN-DATE >= AV-PERIOD-START AND
062600                 NGB-RUN-DATE <= AV-PERIOD-END
062700             ADD 1 TO AV-LEGACY-SKIP-COUNT
062800         END-IF
062900         GO TO 4100-SCAN-ONE-DISPOSITION-EXIT
063000     END-IF.
063100
063200     MOVE NGB-OPERATOR-ID TO AV-NEW-RUN-KEY(1:20).
063300     MOVE NGB-RUN-START-DATE TO AV-NEW-RUN-KEY(21:8).
063400     MOVE NGB-RUN-START-TIME TO AV-NEW-RUN-KEY(29:8).
063500     IF AV-NEW-RUN-KEY NOT = AV-RUN-KEY
063600         MOVE AV-NEW-RUN-KEY TO AV-RUN-KEY
063700         SET AV-RUN-SKIP-NOT-COUNTED TO TRUE
063800     END-IF.
063900     IF AV-RUN-SKIP-COUNTED
064000         GO TO 4100-SCAN-ONE-DISPOSITION-EXIT
064100     END-IF.
064200     SET AV-RUN-SKIP-COUNTED TO TRUE.
064300
064400     IF NGB-RUN-START-DATE < AV-PERIOD-START OR
064500             NGB-RUN-START-DATE > AV-PERIOD-END
064600         GO TO 4100-SCAN-ONE-DISPOSITION-EXIT
064700     END-IF.
064800     MOVE NGB-OPERATOR-ID TO AV-LOOKUP-ID.
064900     PERFORM 6000-FIND-OPERATOR
065000         THRU 6000-FIND-OPERATOR-EXIT.
065100     IF AV-OP-SUB NOT = ZERO
065200         ADD 1 TO AV-O-SKIP-RUNS(AV-OP-SUB)
065300     END-IF.
065400 4100-SCAN-ONE-DISPOSITION-EXIT.
065500     EXIT.
065600
065700*-----------------------------------------------------------*
065800* 5000-PRINT-REPORT - ONE BLOCK PER OPERATOR, THE THREE     *
065900* CONFLICT SECTIONS, THEN THE TOTALS AND THE TIE-BACK TO    *
066000* THE AUDIT RECORDS READ.                                   *
066100*-----------------------------------------------------------*
066200 5000-PRINT-REPORT.
066300     DISPLAY " ".
066400     DISPLAY "OPERATOR ACTIVITY AND SEPARATION-OF-DUTIES "
066500         "REVIEW".
066600     DISPLAY "PERIOD " AV-PERIOD-START " THROUGH "
066700         AV-PERIOD-END "   RUN DATE " NG-TODAYS-DATE.
066800
066900     IF AV-OP-COUNT = 0
067000         DISPLAY " "
067100         DISPLAY "NO OPERATOR ACTIVITY IN THE PERIOD."
067200     ELSE
067300         PERFORM 5100-PRINT-ONE-OPERATOR
067400             THRU 5100-PRINT-ONE-OPERATOR-EXIT
067500             VARYING AV-OP-IDX FROM 1 BY 1
067600             UNTIL AV-OP-IDX > AV-OP-COUNT
067700     END-IF.
067800
067900     DISPLAY " ".
068000     DISPLAY "CONFLICT 1 - VOID APPROVED BY THE OPERATOR WHO "
068100         "GENERATED THE RANGE".
068200     PERFORM 5200-PRINT-ONE-GENERATION-FLAG
068300         THRU 5200-PRINT-ONE-GENERATION-FLAG-EXIT
068400         VARYING AV-CHK-IDX FROM 1 BY 1
068500         UNTIL AV-CHK-IDX > AV-CHECK-COUNT.
068600     IF AV-FLAG-1-COUNT = 0
068700         DISPLAY "   NONE."
068800     END-IF.
068900
069000     DISPLAY " ".
069100     DISPLAY "CONFLICT 2 - VOIDS APPROVED BY THE SAME PAIR OF "
069200         "OPERATORS EVERY TIME".
069300     PERFORM 5300-PRINT-ONE-PAIR-FLAG
069400         THRU 5300-PRINT-ONE-PAIR-FLAG-EXIT
069500         VARYING AV-PAIR-IDX FROM 1 BY 1
069600         UNTIL AV-PAIR-IDX > AV-PAIR-COUNT.
069700     IF AV-FLAG-2-COUNT = 0
069800         DISPLAY "   NONE."
069900     END-IF.
070000
070100     DISPLAY " ".
070200     DISPLAY "CONFLICT 3 - RANGE REPRINTED BY THE OPERATOR WHO "
070300         "ORIGINALLY ISSUED IT".
070400     PERFORM 5400-PRINT-ONE-REPRINT-FLAG
070500         THRU 5400-PRINT-ONE-REPRINT-FLAG-EXIT
070600         VARYING AV-CHK-IDX FROM 1 BY 1
070700         UNTIL AV-CHK-IDX > AV-CHECK-COUNT.
070800     IF AV-FLAG-3-COUNT = 0
070900         DISPLAY "   NONE."
071000     END-IF.
071100
071200     PERFORM 5500-PRINT-TOTALS
071300         THRU 5500-PRINT-TOTALS-EXIT.
071400 5000-PRINT-REPORT-EXIT.
071500     EXIT.
071600
071700 5100-PRINT-ONE-OPERATOR.
071800     ADD AV-O-BATCHES(AV-OP-IDX) TO AV-SUM-BATCHES.
071900     ADD AV-O-SERIALS(AV-OP-IDX) TO AV-SUM-SERIALS.
072000     ADD AV-O-REPRINTS(AV-OP-IDX) TO AV-SUM-REPRINTS.
072100     ADD AV-O-VOIDS-KEYED(AV-OP-IDX) TO AV-SUM-VOIDS-KEYED.
072200     ADD AV-O-VOIDS-APPR(AV-OP-IDX) TO AV-SUM-VOIDS-APPR.
072300     ADD AV-O-VOIDS-REJ(AV-OP-IDX) TO AV-SUM-VOIDS-REJ.
072400     ADD AV-O-SKIP-RUNS(AV-OP-IDX) TO AV-SUM-SKIP-RUNS.
072500     ADD AV-O-AUTH-DENIED(AV-OP-IDX) TO AV-SUM-AUTH-DENIED.
072600     ADD AV-O-AUTH-CHANGES(AV-OP-IDX) TO AV-SUM-AUTH-CHANGES.
072700     ADD AV-O-OTHER(AV-OP-IDX) TO AV-SUM-OTHER.
072800
072900     DISPLAY " ".
073000     DISPLAY "OPERATOR: " AV-O-OPERATOR-ID(AV-OP-IDX).
073100     MOVE AV-O-BATCHES(AV-OP-IDX) TO AV-EDIT-FIELD-SMALL.
073200     MOVE AV-O-SERIALS(AV-OP-IDX) TO AV-EDIT-FIELD.
073300     DISPLAY "   BATCHES GENERATED:      " AV-EDIT-FIELD-SMALL
073400         "   SERIALS ISSUED: " AV-EDIT-FIELD.
073500     MOVE AV-O-REPRINTS(AV-OP-IDX) TO AV-EDIT-FIELD-SMALL.
073600     DISPLAY "   REPRINTS RUN:           " AV-EDIT-FIELD-SMALL.
073700     MOVE AV-O-VOIDS-KEYED(AV-OP-IDX) TO AV-EDIT-FIELD-SMALL.
073800     DISPLAY "   VOIDS KEYED:            " AV-EDIT-FIELD-SMALL.
073900     MOVE AV-O-VOIDS-APPR(AV-OP-IDX) TO AV-EDIT-FIELD-SMALL.
074000     DISPLAY "   VOIDS APPROVED:         " AV-EDIT-FIELD-SMALL.
074100     MOVE AV-O-VOIDS-REJ(AV-OP-IDX) TO AV-EDIT-FIELD-SMALL.
074200     DISPLAY "   VOIDS REJECTED:         " AV-EDIT-FIELD-SMALL.
074300     MOVE AV-O-SKIP-RUNS(AV-OP-IDX) TO AV-EDIT-FIELD-SMALL.
074400     DISPLAY "   RUNS WITH SKIPS:        " AV-EDIT-FIELD-SMALL.
074500     IF AV-O-AUTH-DENIED(AV-OP-IDX) > 0
074600         MOVE AV-O-AUTH-DENIED(AV-OP-IDX)
074700             TO AV-EDIT-FIELD-SMALL
074800         DISPLAY "   ACCESS REFUSALS:        "
074900             AV-EDIT-FIELD-SMALL
075000     END-IF.
075100     IF AV-O-AUTH-CHANGES(AV-OP-IDX) > 0
075200         MOVE AV-O-AUTH-CHANGES(AV-OP-IDX)
075300             TO AV-EDIT-FIELD-SMALL
075400         DISPLAY "   ACCESS CHANGES MADE:    "
075500             AV-EDIT-FIELD-SMALL
075600     END-IF.
075700     IF AV-O-OTHER(AV-OP-IDX) > 0
075800         MOVE AV-O-OTHER(AV-OP-IDX) TO AV-EDIT-FIELD-SMALL
075900         DISPLAY "   OTHER AUDIT RECORDS:    "
076000             AV-EDIT-FIELD-SMALL
076100     END-IF.
076200 5100-PRINT-ONE-OPERATOR-EXIT.
076300     EXIT.
076400
076500 5200-PRINT-ONE-GENERATION-FLAG.
076600     IF AV-C-TYPE(AV-CHK-IDX) NOT = "V" OR
076700             AV-C-HIT(AV-CHK-IDX) NOT = "Y"
076800         GO TO 5200-PRINT-ONE-GENERATION-FLAG-EXIT
076900     END-IF.
077000     ADD 1 TO AV-FLAG-1-COUNT.
077100     PERFORM 5600-PRINT-FLAGGED-RANGE
077200         THRU 5600-PRINT-FLAGGED-RANGE-EXIT.
077300     DISPLAY "      VOID APPROVED " AV-C-STAMP(AV-CHK-IDX)(1:8)
077400         "; RANGE GENERATED BY THE SAME OPERATOR "
077500         AV-C-GEN-DATE(AV-CHK-IDX).
077600 5200-PRINT-ONE-GENERATION-FLAG-EXIT.
077700     EXIT.
077800
077900*-----------------------------------------------------------*
078000* 5300-PRINT-ONE-PAIR-FLAG - A PAIR IS FLAGGED WHEN IT HAS  *
078100* AT LEAST AV-PAIR-MINIMUM APPROVED VOIDS AND ACCOUNTS FOR  *
078200* EVERY APPROVED VOID THE KEYER KEYED, OR EVERY ONE THE     *
078300* APPROVER APPROVED, IN THE PERIOD.                         *
078400*-----------------------------------------------------------*
078500 5300-PRINT-ONE-PAIR-FLAG.
078600     IF AV-P-VOIDS(AV-PAIR-IDX) < AV-PAIR-MINIMUM
078700         GO TO 5300-PRINT-ONE-PAIR-FLAG-EXIT
078800     END-IF.
078900     MOVE ZERO TO AV-KEYER-TOTAL.
079000     MOVE ZERO TO AV-APPROVER-TOTAL.
079100     PERFORM 5310-TOTAL-ONE-PAIR
079200         THRU 5310-TOTAL-ONE-PAIR-EXIT
079300         VARYING AV-SUB FROM 1 BY 1
079400         UNTIL AV-SUB > AV-PAIR-COUNT.
079500     IF AV-P-VOIDS(AV-PAIR-IDX) NOT = AV-KEYER-TOTAL AND
079600             AV-P-VOIDS(AV-PAIR-IDX) NOT = AV-APPROVER-TOTAL
079700         GO TO 5300-PRINT-ONE-PAIR-FLAG-EXIT
079800     END-IF.
079900
080000     ADD 1 TO AV-FLAG-2-COUNT.
080100     MOVE AV-P-VOIDS(AV-PAIR-IDX) TO AV-EDIT-FIELD-SMALL.
080200     DISPLAY "   KEYED BY " AV-P-KEYER(AV-PAIR-IDX)
080300         " APPROVED BY " AV-P-APPROVER(AV-PAIR-IDX)
080400         " VOIDS: " AV-EDIT-FIELD-SMALL.
080500     IF AV-P-VOIDS(AV-PAIR-IDX) = AV-KEYER-TOTAL
080600         DISPLAY "      EVERY VOID THE KEYER HAD APPROVED "
080700             "WENT TO THIS ONE APPROVER"
080800     END-IF.
080900     IF AV-P-VOIDS(AV-PAIR-IDX) = AV-APPROVER-TOTAL
081000         DISPLAY "      EVERY VOID THE APPROVER APPROVED CAME "
081100             "FROM THIS ONE KEYER"
081200     END-IF.
081300 5300-PRINT-ONE-PAIR-FLAG-EXIT.
081400     EXIT.
081500
081600 5310-TOTAL-ONE-PAIR.
081700     IF AV-P-KEYER(AV-SUB) = AV-P-KEYER(AV-PAIR-IDX)
081800         ADD AV-P-VOIDS(AV-SUB) TO AV-KEYER-TOTAL
081900     END-IF.
082000     IF AV-P-APPROVER(AV-SUB) = AV-P-APPROVER(AV-PAIR-IDX)
082100         ADD AV-P-VOIDS(AV-SUB) TO AV-APPROVER-TOTAL
082200     END-IF.
082300 5310-TOTAL-ONE-PAIR-EXIT.
082400     EXIT.
082500
082600 5400-PRINT-ONE-REPRINT-FLAG.
082700     IF AV-C-TYPE(AV-CHK-IDX) NOT = "P" OR
082800             AV-C-HIT(AV-CHK-IDX) NOT = "Y"
082900         GO TO 5400-PRINT-ONE-REPRINT-FLAG-EXIT
083000     END-IF.
083100     ADD 1 TO AV-FLAG-3-COUNT.
083200     PERFORM 5600-PRINT-FLAGGED-RANGE
083300         THRU 5600-PRINT-FLAGGED-RANGE-EXIT.
083400     DISPLAY "      REPRINTED " AV-C-STAMP(AV-CHK-IDX)(1:8)
083500         "; ORIGINALLY ISSUED BY THE SAME OPERATOR "
083600         AV-C-GEN-DATE(AV-CHK-IDX).
083700 5400-PRINT-ONE-REPRINT-FLAG-EXIT.
083800     EXIT.
083900
084000*-----------------------------------------------------------*
084100* 5500-PRINT-TOTALS - THE PERIOD'S FIGURES, THEN THE TIE-   *
084200* BACK: THE AUDIT RECORDS COUNTED AS READ MUST EQUAL THE    *
084300* AUDIT-BASED FIGURES ABOVE PLUS THE LINK RECORDS PLUS ANY  *
084400* RECORDS THE OPERATOR TABLE HAD NO ROOM FOR.  VOIDS KEYED  *
084500* AND SKIPPED RUNS COME FROM NUMGEN.VOID AND NUMGEN.DISP    *
084600* AND ARE NOT PART OF THE TIE.                              *
084700*-----------------------------------------------------------*
084800 5500-PRINT-TOTALS.
084900     DISPLAY " ".
085000     DISPLAY "PERIOD TOTALS".
085100     MOVE AV-OP-COUNT TO AV-EDIT-FIELD-SMALL.
085200     DISPLAY "   OPERATORS WITH ACTIVITY:   " AV-EDIT-FIELD-SMALL.
085300     MOVE AV-SUM-SERIALS TO AV-EDIT-FIELD.
085400     DISPLAY "   SERIALS ISSUED: " AV-EDIT-FIELD.
085500     MOVE AV-SUM-VOIDS-KEYED TO AV-EDIT-FIELD-SMALL.
085600     DISPLAY "   VOIDS KEYED (NUMGEN.VOID): " AV-EDIT-FIELD-SMALL.
085700     MOVE AV-SUM-SKIP-RUNS TO AV-EDIT-FIELD-SMALL.
085800     DISPLAY "   RUNS WITH SKIPPED BATCHES: " AV-EDIT-FIELD-SMALL.
085900     IF AV-LEGACY-SKIP-COUNT > 0
086000         MOVE AV-LEGACY-SKIP-COUNT TO AV-EDIT-FIELD-SMALL
086100         DISPLAY "   SKIPPED BATCHES WITH NO OPERATOR RECORDED: "
086200             AV-EDIT-FIELD-SMALL
086300     END-IF.
086400     MOVE AV-FLAG-1-COUNT TO AV-EDIT-FIELD-SMALL.
086500     DISPLAY "   CONFLICT 1 FLAGS:          " AV-EDIT-FIELD-SMALL.
086600     MOVE AV-FLAG-2-COUNT TO AV-EDIT-FIELD-SMALL.
086700     DISPLAY "   CONFLICT 2 FLAGS:          " AV-EDIT-FIELD-SMALL.
086800     MOVE AV-FLAG-3-COUNT TO AV-EDIT-FIELD-SMALL.
086900     DISPLAY "   CONFLICT 3 FLAGS:          " AV-EDIT-FIELD-SMALL.
087000
087100     COMPUTE AV-SUM-ACCOUNTED =
087200         AV-SUM-BATCHES + AV-SUM-REPRINTS +
087300         AV-SUM-VOIDS-APPR + AV-SUM-VOIDS-REJ +
087400         AV-SUM-AUTH-DENIED + AV-SUM-AUTH-CHANGES +
087500         AV-SUM-OTHER + AV-LINK-COUNT + AV-UNATTRIBUTED-COUNT.
087600
087700     DISPLAY " ".
087800     DISPLAY "TIE-BACK TO NUMGEN.AUDARCH AND NUMGEN.AUDIT".
087900     MOVE AV-SUM-BATCHES TO AV-EDIT-FIELD-SMALL.
088000     DISPLAY "   GENERATION BATCHES:        " AV-EDIT-FIELD-SMALL.
088100     MOVE AV-SUM-REPRINTS TO AV-EDIT-FIELD-SMALL.
088200     DISPLAY "   REPRINTS:                  " AV-EDIT-FIELD-SMALL.
088300     MOVE AV-SUM-VOIDS-APPR TO AV-EDIT-FIELD-SMALL.
088400     DISPLAY "   VOID APPROVALS:            " AV-EDIT-FIELD-SMALL.
088500     MOVE AV-SUM-VOIDS-REJ TO AV-EDIT-FIELD-SMALL.
088600     DISPLAY "   VOID REJECTIONS:           " AV-EDIT-FIELD-SMALL.
088700     MOVE AV-SUM-AUTH-DENIED TO AV-EDIT-FIELD-SMALL.
088800     DISPLAY "   ACCESS REFUSALS:           " AV-EDIT-FIELD-SMALL.
088900     MOVE AV-SUM-AUTH-CHANGES TO AV-EDIT-FIELD-SMALL.
089000     DISPLAY "   ACCESS CHANGES:            " AV-EDIT-FIELD-SMALL.
089100     MOVE AV-SUM-OTHER TO AV-EDIT-FIELD-SMALL.
089200     DISPLAY "   OTHER ACTIONS:             " AV-EDIT-FIELD-SMALL.
089300     MOVE AV-LINK-COUNT TO AV-EDIT-FIELD-SMALL.
089400     DISPLAY "   ARCHIVE LINK RECORDS:      " AV-EDIT-FIELD-SMALL.
089500     MOVE AV-UNATTRIBUTED-COUNT TO AV-EDIT-FIELD-SMALL.
089600     DISPLAY "   NOT ATTRIBUTED:            " AV-EDIT-FIELD-SMALL.
089700     MOVE AV-SUM-ACCOUNTED TO AV-EDIT-FIELD-SMALL.
089800     DISPLAY "   TOTAL ACCOUNTED FOR:       " AV-EDIT-FIELD-SMALL.
089900     MOVE AV-PERIOD-AUDIT-COUNT TO AV-EDIT-FIELD-SMALL.
090000     DISPLAY "   AUDIT RECORDS IN PERIOD:   " AV-EDIT-FIELD-SMALL.
090100     IF AV-SUM-ACCOUNTED = AV-PERIOD-AUDIT-COUNT
090200         DISPLAY "   TOTALS TIE - EVERY AUDIT RECORD IN THE "
090300             "PERIOD IS ACCOUNTED FOR"
090400     ELSE
090500         DISPLAY "   *** TOTALS DO NOT TIE - DO NOT RELY ON "
090600             "THIS REPORT ***"
090700     END-IF.
090800
090900     IF AV-CHECK-DROPPED-COUNT > 0
091000         MOVE AV-CHECK-DROPPED-COUNT TO AV-EDIT-FIELD-SMALL
091100         DISPLAY "WARNING - " AV-EDIT-FIELD-SMALL
091200             " REPRINTS/VOID APPROVALS OVER THE 2000 TABLE "
091300             "LIMIT WERE COUNTED BUT NOT CHECKED FOR "
091400             "CONFLICTS 1 AND 3"
091500     END-IF.
091600     IF AV-PAIR-DROPPED-COUNT > 0
091700         MOVE AV-PAIR-DROPPED-COUNT TO AV-EDIT-FIELD-SMALL
091800         DISPLAY "WARNING - " AV-EDIT-FIELD-SMALL
091900             " APPROVED VOIDS OVER THE 500-PAIR TABLE LIMIT "
092000             "WERE NOT CHECKED FOR CONFLICT 2"
092100     END-IF.
092200 5500-PRINT-TOTALS-EXIT.
092300     EXIT.
092400
092500 5600-PRINT-FLAGGED-RANGE.
092600     MOVE AV-C-START(AV-CHK-IDX) TO AV-EDIT-START.
092700     MOVE AV-C-END(AV-CHK-IDX) TO AV-EDIT-END.
092800     DISPLAY "   OPERATOR " AV-C-OPERATOR-ID(AV-CHK-IDX)
092900         " PREFIX: " AV-C-PREFIX(AV-CHK-IDX)(1:30)
093000         " SUFFIX: " AV-C-SUFFIX(AV-CHK-IDX)(1:30).
093100     DISPLAY "      RANGE " AV-EDIT-START " - " AV-EDIT-END.
093200 5600-PRINT-FLAGGED-RANGE-EXIT.
093300     EXIT.
093400
093500*-----------------------------------------------------------*
093600* 6000-FIND-OPERATOR - LOCATE AV-LOOKUP-ID IN THE OPERATOR  *
093700* TABLE, ADDING IT IF NEW.  AV-OP-SUB IS ZERO ONLY WHEN THE *
093800* TABLE IS FULL.                                            *
093900*-----------------------------------------------------------*
094000 6000-FIND-OPERATOR.
094100     IF AV-LOOKUP-ID = SPACES
094200         MOVE "(NOT RECORDED)" TO AV-LOOKUP-ID
094300     END-IF.
094400     MOVE ZERO TO AV-OP-SUB.
094500     IF AV-OP-COUNT > 0
094600         SET AV-OP-IDX TO 1
094700         SEARCH AV-OPERATOR-ENTRY
094800             AT END
094900                 CONTINUE
095000             WHEN AV-O-OPERATOR-ID(AV-OP-IDX) = AV-LOOKUP-ID
095100                 SET AV-OP-SUB TO AV-OP-IDX
095200         END-SEARCH
095300     END-IF.
095400     IF AV-OP-SUB NOT = ZERO
095500         GO TO 6000-FIND-OPERATOR-EXIT
095600     END-IF.
095700
095800     IF AV-OP-COUNT >= 200
095900         GO TO 6000-FIND-OPERATOR-EXIT
096000     END-IF.
096100     ADD 1 TO AV-OP-COUNT.
096200     MOVE AV-OP-COUNT TO AV-OP-SUB.
096300     MOVE AV-LOOKUP-ID TO AV-O-OPERATOR-ID(AV-OP-SUB).
096400     MOVE ZERO TO AV-O-BATCHES(AV-OP-SUB).
096500     MOVE ZERO TO AV-O-SERIALS(AV-OP-SUB).
096600     MOVE ZERO TO AV-O-REPRINTS(AV-OP-SUB).
096700     MOVE ZERO TO AV-O-VOIDS-KEYED(AV-OP-SUB).
096800     MOVE ZERO TO AV-O-VOIDS-APPR(AV-OP-SUB).
096900     MOVE ZERO TO AV-O-VOIDS-REJ(AV-OP-SUB).
097000     MOVE ZERO TO AV-O-SKIP-RUNS(AV-OP-SUB).
097100     MOVE ZERO TO AV-O-AUTH-DENIED(AV-OP-SUB).
097200     MOVE ZERO TO AV-O-AUTH-CHANGES(AV-OP-SUB).
097300     MOVE ZERO TO AV-O-OTHER(AV-OP-SUB).
097400 6000-FIND-OPERATOR-EXIT.
097500     EXIT.
097600
097700 END PROGRAM NUMGENACTV.
