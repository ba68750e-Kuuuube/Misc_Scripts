003900*                    FILE SO THE WORKLIST ONLY SHOWS GENUINELY
004000*                    INCOMPLETE BATCHES, WITH THE SKIP REASON
004100*                    PRINTED FOR THE REST.
004200*   2026-10-15  RO   SKIP THE CHAINFWD LINK RECORD NUMGENARCH
004300*                    NOW WRITES AT THE HEAD OF A PURGED AUDIT
004400*                    FILE - IT NAMES NO BATCH.
004500*   2026-10-15  RO   SKIP THE AUTHDENY AND AUTHCHG RECORDS
004600*                    FROM THE NUMGEN.AUTH CHECKS - THEY NAME
004700*                    NO BATCH EITHER.
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. NUMGENEXCP.
005100 AUTHOR. R. OKONKWO.
005200 INSTALLATION. DATA PROCESSING DEPT.
005300 DATE-WRITTEN. 2026-08-22.
005400 DATE-COMPILED.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT NUMGEN-AUDIT-FILE ASSIGN TO "NUMGEN.AUDIT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS NG-AUDIT-FILE-STATUS.
006200
006300     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS NGL-KEY
006700         FILE STATUS IS NG-LEDGER-FILE-STATUS.
006800
006900     SELECT NUMGEN-CKPT-FILE ASSIGN TO "NUMGEN.CKPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS NG-CKPT-FILE-STATUS.
007200
007300     SELECT NUMGEN-DISP-FILE ASSIGN TO "NUMGEN.DISP"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS NG-DISP-FILE-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*-----------------------------------------------------------*
008000*    AUDIT TRAIL OF EVERY RUN-NUMGEN CALL - SEE NGAUDIT     *
008100*-----------------------------------------------------------*
008200 FD  NUMGEN-AUDIT-FILE.
008300     COPY NGAUDIT.
008400
008500*-----------------------------------------------------------*
008600*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
008700*-----------------------------------------------------------*
008800 FD  NUMGEN-LEDGER-FILE.
008900     COPY NGLEDG.
009000
009100*-----------------------------------------------------------*
009200*    CHECKPOINT FILE - SEE COPYBOOK NGCKPT                  *
009300*-----------------------------------------------------------*
009400 FD  NUMGEN-CKPT-FILE.
009500     COPY NGCKPT.
009600
009700*-----------------------------------------------------------*
009800*    BATCH DISPOSITION FILE - SEE COPYBOOK NGDISP           *
009900*-----------------------------------------------------------*
010000 FD  NUMGEN-DISP-FILE.
010100     COPY NGDISP.
010200
010300 WORKING-STORAGE SECTION.
010400 77  NG-AUDIT-FILE-STATUS         PIC X(02).
010500     88  NG-AUDIT-FILE-OK              VALUE "00".
010600     88  NG-AUDIT-FILE-NOT-FOUND       VALUE "35".
010700
010800 77  NG-LEDGER-FILE-STATUS        PIC X(02).
010900     88  NG-LEDGER-FILE-OK             VALUE "00".
011000     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
011100
011200 77  NG-CKPT-FILE-STATUS          PIC X(02).
011300     88  NG-CKPT-FILE-OK               VALUE "00".
011400     88  NG-CKPT-FILE-NOT-FOUND         VALUE "35".
011500
011600 77  AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
011700     88  AUDIT-AT-EOF                  VALUE "Y".
011800     88  AUDIT-NOT-AT-EOF               VALUE "N".
011900
012000 77  CKPT-EOF-SWITCH              PIC X(01) VALUE "N".
012100     88  CKPT-AT-EOF                   VALUE "Y".
012200     88  CKPT-NOT-AT-EOF                VALUE "N".
012300
012400 77  LEDGER-OPEN-SWITCH           PIC X(01) VALUE "N".
012500     88  LEDGER-IS-OPEN                VALUE "Y".
012600     88  LEDGER-NOT-OPEN                VALUE "N".
012700
012800 77  LEDGER-ENTRY-SWITCH          PIC X(01) VALUE "N".
012900     88  LEDGER-ENTRY-FOUND            VALUE "Y".
013000     88  LEDGER-ENTRY-MISSING           VALUE "N".
013100
013200 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
013300     88  ENTRY-IS-VALID               VALUE "Y".
013400     88  ENTRY-NOT-VALID               VALUE "N".
013500
013600 77  EXC-CUTOFF-DATE              PIC 9(08).
013700 77  EXC-CUTOFF-RAW               PIC X(09).
013800
013900 77  EXC-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
014000 77  EXC-NO-LEDGER-COUNT          PIC 9(07) COMP VALUE ZERO.
014100 77  EXC-STALE-CKPT-COUNT         PIC 9(07) COMP VALUE ZERO.
014200 77  EXC-RESUMABLE-COUNT          PIC 9(07) COMP VALUE ZERO.
014300 77  EXC-CKPT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
014400
014500 77  EXC-CKPT-DATE-WORK           PIC 9(08).
014600 77  EXC-EDIT-FIELD               PIC Z(24)9.
014700 77  EXC-EDIT-FIELD-SMALL         PIC ZZZZZZ9.
014800
014900 77  NG-DISP-FILE-STATUS          PIC X(02).
015000     88  NG-DISP-FILE-OK               VALUE "00".
015100     88  NG-DISP-FILE-NOT-FOUND        VALUE "35".
015200
015300 77  DISP-EOF-SWITCH              PIC X(01) VALUE "N".
015400     88  DISP-AT-EOF                   VALUE "Y".
015500     88  DISP-NOT-AT-EOF                VALUE "N".
015600
015700 77  EXC-DISP-FOUND-SWITCH        PIC X(01) VALUE "N".
015800     88  EXC-DISP-FOUND                VALUE "Y".
015900     88  EXC-DISP-NOT-FOUND             VALUE "N".
016000
016100 77  EXC-DISP-FULL-SWITCH         PIC X(01) VALUE "N".
016200     88  EXC-DISP-TABLE-IS-FULL        VALUE "Y".
016300     88  EXC-DISP-TABLE-NOT-FULL        VALUE "N".
016400
016500 77  EXC-DISP-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
016600 77  EXC-SKIP-EXPLAINED-COUNT     PIC 9(07) COMP VALUE ZERO.
016700 77  EXC-REPRINT-COUNT            PIC 9(07) COMP VALUE ZERO.
016800 77  EXC-VOID-ACTION-COUNT        PIC 9(07) COMP VALUE ZERO.
016900 77  EXC-DISP-SUB                 PIC 9(03) COMP VALUE ZERO.
017000 77  EXC-DISP-OUTCOME             PIC X(08).
017100 77  EXC-LOOKUP-END               PIC 9(25).
017200 77  EXC-DISP-TABLE-COUNT         PIC 9(03) COMP VALUE ZERO.
017300
017400*-----------------------------------------------------------*
017500* EXC-DISP-TABLE - EVERY NUMGEN.DISP DISPOSITION, LOADED    *
017600* ONCE SO EACH AUDIT ENTRY AND CHECKPOINT CAN BE MATCHED    *
017700* WITHOUT REREADING THE FILE.  WHEN THE SAME BATCH HAS MORE *
017800* THAN ONE DISPOSITION (A SKIP, THEN A RERUN THAT           *
017900* COMPLETED), THE LATEST ONE WINS.                          *
018000*-----------------------------------------------------------*
018100 01  EXC-DISP-TABLE.
018200     05  EXC-DISP-ENTRY OCCURS 1 TO 500 TIMES
018300             DEPENDING ON EXC-DISP-TABLE-COUNT
018400             INDEXED BY EXC-DISP-IDX.
018500         10  EXC-DISP-T-PREFIX     PIC X(50).
018600         10  EXC-DISP-T-SUFFIX     PIC X(50).
018700         10  EXC-DISP-T-START      PIC 9(25).
018800         10  EXC-DISP-T-END        PIC 9(25).
018900         10  EXC-DISP-T-OUTCOME    PIC X(08).
019000
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-GET-CUTOFF-DATE
019400         THRU 1000-GET-CUTOFF-DATE-EXIT
019500         UNTIL ENTRY-IS-VALID.
019600
019700     PERFORM 1500-OPEN-LEDGER
019800         THRU 1500-OPEN-LEDGER-EXIT.
019900
020000     PERFORM 1700-LOAD-DISPOSITIONS
020100         THRU 1700-LOAD-DISPOSITIONS-EXIT.
020200
020300     DISPLAY " ".
020400     DISPLAY "INCOMPLETE-BATCH EXCEPTION REPORT - STALE "
020500         "CHECKPOINT CUTOFF " EXC-CUTOFF-DATE.
020600
020700     PERFORM 2000-MATCH-AUDIT-TO-LEDGER
020800         THRU 2000-MATCH-AUDIT-TO-LEDGER-EXIT.
020900
021000     PERFORM 3000-EXAMINE-CHECKPOINTS
021100         THRU 3000-EXAMINE-CHECKPOINTS-EXIT.
021200
021300     IF LEDGER-IS-OPEN
021400         CLOSE NUMGEN-LEDGER-FILE
021500     END-IF.
021600
021700     PERFORM 4000-PRINT-SUMMARY
021800         THRU 4000-PRINT-SUMMARY-EXIT.
021900
022000     STOP RUN.
022100
022200*-----------------------------------------------------------*
022300* 1000-GET-CUTOFF-DATE - A CHECKPOINT DATED BEFORE THIS     *
022400* DATE IS REPORTED AS A STALE LEFTOVER.  FOR THE USUAL      *
022500* MORNING RUN, ENTER TODAY'S DATE: ANY CHECKPOINT NOT       *
022600* WRITTEN TODAY IS THEN ON THE WORKLIST.                    *
022700*-----------------------------------------------------------*
022800 1000-GET-CUTOFF-DATE.
022900     DISPLAY "Stale checkpoint cutoff date YYYYMMDD "
023000         "(checkpoints dated before this are reported):"
023100     MOVE SPACES TO EXC-CUTOFF-RAW.
023200     ACCEPT EXC-CUTOFF-RAW.
023300     IF EXC-CUTOFF-RAW(9:1) NOT = SPACE OR
023400             EXC-CUTOFF-RAW(1:8) IS NOT NUMERIC
023500         DISPLAY "ERROR - CUTOFF MUST BE AN 8-DIGIT "
023600             "YYYYMMDD DATE - ENTER AGAIN"
023700         SET ENTRY-NOT-VALID TO TRUE
023800         GO TO 1000-GET-CUTOFF-DATE-EXIT
023900     END-IF.
024000     MOVE EXC-CUTOFF-RAW(1:8) TO EXC-CUTOFF-DATE.
024100     SET ENTRY-IS-VALID TO TRUE.
024200 1000-GET-CUTOFF-DATE-EXIT.
024300     EXIT.
024400
024500*-----------------------------------------------------------*
024600* 1500-OPEN-LEDGER - THE LEDGER STAYS OPEN FOR KEYED        *
024700* LOOKUPS THROUGH BOTH MATCHING PASSES.  IF IT DOES NOT     *
024800* EXIST, EVERY LOOKUP SIMPLY REPORTS NO LEDGER ENTRY.       *
024900*-----------------------------------------------------------*
025000 1500-OPEN-LEDGER.
025100     OPEN INPUT NUMGEN-LEDGER-FILE.
025200     IF NG-LEDGER-FILE-OK
025300         SET LEDGER-IS-OPEN TO TRUE
025400     ELSE
025500         SET LEDGER-NOT-OPEN TO TRUE
025600         DISPLAY "NUMGEN.LEDGER NOT FOUND OR NOT READABLE - "
025700             "EVERY AUDIT ENTRY WILL SHOW AS UNMATCHED"
025800     END-IF.
025900 1500-OPEN-LEDGER-EXIT.
026000     EXIT.
026100
026200*-----------------------------------------------------------*
026300* 1600-LOOK-UP-LEDGER-ENTRY - KEYED READ OF THE LEDGER FOR  *
026400* THE PREFIX/SUFFIX/START ALREADY MOVED INTO NGL-KEY.       *
026500*-----------------------------------------------------------*
026600 1600-LOOK-UP-LEDGER-ENTRY.
026700     SET LEDGER-ENTRY-MISSING TO TRUE.
026800     IF LEDGER-NOT-OPEN
026900         GO TO 1600-LOOK-UP-LEDGER-ENTRY-EXIT
027000     END-IF.
027100     READ NUMGEN-LEDGER-FILE
027200         INVALID KEY
027300             SET LEDGER-ENTRY-MISSING TO TRUE
027400         NOT INVALID KEY
027500             SET LEDGER-ENTRY-FOUND TO TRUE
027600     END-READ.
027700 1600-LOOK-UP-LEDGER-ENTRY-EXIT.
027800     EXIT.
027900
028000*-----------------------------------------------------------*
028100* 1700-LOAD-DISPOSITIONS - LOAD NUMGEN.DISP INTO THE TABLE. *
028200* NO FILE MEANS NO DISPOSITIONS TO MATCH - EVERY UNMATCHED  *
028300* AUDIT ENTRY THEN GOES ON THE WORKLIST, THE WAY THE REPORT *
028400* WORKED BEFORE DISPOSITIONS EXISTED.                       *
028500*-----------------------------------------------------------*
028600 1700-LOAD-DISPOSITIONS.
028700     OPEN INPUT NUMGEN-DISP-FILE.
028800     IF NG-DISP-FILE-NOT-FOUND
028900         DISPLAY "NUMGEN.DISP NOT FOUND - NO DISPOSITIONS "
029000             "TO MATCH; EVERY UNMATCHED AUDIT ENTRY GOES "
029100             "ON THE WORKLIST"
029200         GO TO 1700-LOAD-DISPOSITIONS-EXIT
029300     END-IF.
029400
029500     SET DISP-NOT-AT-EOF TO TRUE.
029600     PERFORM 1710-LOAD-ONE-DISPOSITION
029700         THRU 1710-LOAD-ONE-DISPOSITION-EXIT
029800         UNTIL DISP-AT-EOF.
029900     CLOSE NUMGEN-DISP-FILE.
030000
030100     IF EXC-DISP-TABLE-IS-FULL
030200         DISPLAY "WARNING - MORE THAN 500 DISPOSITIONS - "
030300             "THE OLDEST BEYOND THAT ARE NOT MATCHED - "
030400             "ARCHIVE NUMGEN.DISP"
030500     END-IF.
030600 1700-LOAD-DISPOSITIONS-EXIT.
030700     EXIT.
030800
030900 1710-LOAD-ONE-DISPOSITION.
031000     READ NUMGEN-DISP-FILE
031100         AT END
031200             SET DISP-AT-EOF TO TRUE
031300             GO TO 1710-LOAD-ONE-DISPOSITION-EXIT
031400     END-READ.
031500     ADD 1 TO EXC-DISP-READ-COUNT.
031600
031700     IF EXC-DISP-TABLE-COUNT >= 500
031800         SET EXC-DISP-TABLE-IS-FULL TO TRUE
031900         GO TO 1710-LOAD-ONE-DISPOSITION-EXIT
032000     END-IF.
032100
032200     ADD 1 TO EXC-DISP-TABLE-COUNT.
032300     MOVE NGB-PREFIX
032400         TO EXC-DISP-T-PREFIX(EXC-DISP-TABLE-COUNT).
032500     MOVE NGB-SUFFIX
032600         TO EXC-DISP-T-SUFFIX(EXC-DISP-TABLE-COUNT).
032700     MOVE NGB-START-NUMBER
032800         TO EXC-DISP-T-START(EXC-DISP-TABLE-COUNT).
032900     MOVE NGB-END-NUMBER
033000         TO EXC-DISP-T-END(EXC-DISP-TABLE-COUNT).
033100     MOVE NGB-OUTCOME
033200         TO EXC-DISP-T-OUTCOME(EXC-DISP-TABLE-COUNT).
033300 1710-LOAD-ONE-DISPOSITION-EXIT.
033400     EXIT.
033500
033600*-----------------------------------------------------------*
033700* 1800-LOOK-UP-DISPOSITION - FIND THE LATEST DISPOSITION    *
033800* FOR THE PREFIX/SUFFIX/START/END ALREADY MOVED INTO THE    *
033900* NGL-KEY FIELDS AND EXC-DISP-OUTCOME'S COMPANION WORK      *
034000* FIELDS BY THE CALLER (NGL-PREFIX, NGL-SUFFIX,             *
034100* NGL-START-NUMBER, AND EXC-LOOKUP-END).  THE OUTCOME OF    *
034200* THE LATEST MATCH IS LEFT IN EXC-DISP-OUTCOME.             *
034300*-----------------------------------------------------------*
034400 1800-LOOK-UP-DISPOSITION.
034500     SET EXC-DISP-NOT-FOUND TO TRUE.
034600     MOVE SPACES TO EXC-DISP-OUTCOME.
034700     MOVE ZERO TO EXC-DISP-SUB.
034800     PERFORM 1810-MATCH-ONE-DISPOSITION
034900         THRU 1810-MATCH-ONE-DISPOSITION-EXIT
035000         VARYING EXC-DISP-IDX FROM 1 BY 1
035100         UNTIL EXC-DISP-IDX > EXC-DISP-TABLE-COUNT.
035200     IF EXC-DISP-SUB > ZERO
035300         SET EXC-DISP-FOUND TO TRUE
035400         MOVE EXC-DISP-T-OUTCOME(EXC-DISP-SUB)
035500             TO EXC-DISP-OUTCOME
035600     END-IF.
035700 1800-LOOK-UP-DISPOSITION-EXIT.
035800     EXIT.
035900
036000 1810-MATCH-ONE-DISPOSITION.
036100     IF EXC-DISP-T-PREFIX(EXC-DISP-IDX) = NGL-PREFIX AND
036200             EXC-DISP-T-SUFFIX(EXC-DISP-IDX) = NGL-SUFFIX AND
036300             EXC-DISP-T-START(EXC-DISP-IDX) =
036400                 NGL-START-NUMBER AND
036500             EXC-DISP-T-END(EXC-DISP-IDX) = EXC-LOOKUP-END
036600         SET EXC-DISP-SUB TO EXC-DISP-IDX
036700     END-IF.
036800 1810-MATCH-ONE-DISPOSITION-EXIT.
036900     EXIT.
037000
037100*-----------------------------------------------------------*
037200* 2000-MATCH-AUDIT-TO-LEDGER - EVERY AUDIT ENTRY SHOULD     *
037300* HAVE A LEDGER ENTRY UNDER THE SAME PREFIX/SUFFIX/START;   *
037400* ONE WITHOUT IS A BATCH THAT STARTED AND NEVER COMPLETED   *
037500* (OR WAS SKIPPED - SEE THE RUN LOG).                       *
037600*-----------------------------------------------------------*
037700 2000-MATCH-AUDIT-TO-LEDGER.
037800     OPEN INPUT NUMGEN-AUDIT-FILE.
037900     IF NG-AUDIT-FILE-NOT-FOUND
038000         DISPLAY "NUMGEN.AUDIT NOT FOUND - NO AUDIT ENTRIES "
038100             "TO MATCH"
038200         GO TO 2000-MATCH-AUDIT-TO-LEDGER-EXIT
038300     END-IF.
038400
038500     SET AUDIT-NOT-AT-EOF TO TRUE.
038600     PERFORM 2100-MATCH-ONE-AUDIT-RECORD
038700         THRU 2100-MATCH-ONE-AUDIT-RECORD-EXIT
038800         UNTIL AUDIT-AT-EOF.
038900     CLOSE NUMGEN-AUDIT-FILE.
039000 2000-MATCH-AUDIT-TO-LEDGER-EXIT.
039100     EXIT.
039200
039300 2100-MATCH-ONE-AUDIT-RECORD.
039400     READ NUMGEN-AUDIT-FILE
039500         AT END
039600             SET AUDIT-AT-EOF TO TRUE
039700             GO TO 2100-MATCH-ONE-AUDIT-RECORD-EXIT
039800     END-READ.
039900     IF NGA-ACTION-CHAIN-FWD OR NGA-ACTION-AUTH-DENY OR
040000             NGA-ACTION-AUTH-CHG
040100         GO TO 2100-MATCH-ONE-AUDIT-RECORD-EXIT
040200     END-IF.
040300     ADD 1 TO EXC-AUDIT-READ-COUNT.
040400
040500     MOVE NGA-PREFIX TO NGL-PREFIX.
040600     MOVE NGA-SUFFIX TO NGL-SUFFIX.
040700     MOVE NGA-START-NUMBER TO NGL-START-NUMBER.
040800     PERFORM 1600-LOOK-UP-LEDGER-ENTRY
040900         THRU 1600-LOOK-UP-LEDGER-ENTRY-EXIT.
041000
041100     IF LEDGER-ENTRY-FOUND
041200         GO TO 2100-MATCH-ONE-AUDIT-RECORD-EXIT
041300     END-IF.
041400
041500     IF NGA-ACTION-REPRINT
041600         ADD 1 TO EXC-REPRINT-COUNT
041700         DISPLAY " "
041800         DISPLAY "REPRINT - NO LEDGER ENTRY EXPECTED - NOT "
041900             "ON THE WORKLIST: " NGA-PREFIX(1:30)
042000             " " NGA-SUFFIX(1:30)
042100         GO TO 2100-MATCH-ONE-AUDIT-RECORD-EXIT
042200     END-IF.
042300
042400*    VOID APPROVALS AND REJECTIONS (NUMGENVAPPR) CARRY THE
042500*    VOIDED RANGE, NOT A BATCH - THEY NEVER HAVE A LEDGER
042600*    ENTRY OR A DISPOSITION AND DO NOT BELONG ON THE
042700*    WORKLIST.
042800     IF NGA-ACTION-VOID-APPR OR NGA-ACTION-VOID-REJ
042900         ADD 1 TO EXC-VOID-ACTION-COUNT
043000         DISPLAY " "
043100         DISPLAY "VOID APPROVAL/REJECTION - NOT AN ISSUING "
043200             "BATCH - NOT ON THE WORKLIST: "
043300             NGA-PREFIX(1:30) " " NGA-SUFFIX(1:30)
043400         GO TO 2100-MATCH-ONE-AUDIT-RECORD-EXIT
043500     END-IF.
043600
043700     MOVE NGA-END-NUMBER TO EXC-LOOKUP-END.
043800     PERFORM 1800-LOOK-UP-DISPOSITION
043900         THRU 1800-LOOK-UP-DISPOSITION-EXIT.
044000
044100     IF EXC-DISP-FOUND AND EXC-DISP-OUTCOME(1:4) = "SKIP"
044200         ADD 1 TO EXC-SKIP-EXPLAINED-COUNT
044300         DISPLAY " "
044400         DISPLAY "SKIPPED (" EXC-DISP-OUTCOME ") - NOT ON "
044500             "THE WORKLIST: " NGA-PREFIX(1:30) " "
044600             NGA-SUFFIX(1:30)
044700         GO TO 2100-MATCH-ONE-AUDIT-RECORD-EXIT
044800     END-IF.
044900
045000     IF EXC-DISP-FOUND AND EXC-DISP-OUTCOME = "REPRINT "
045100         ADD 1 TO EXC-REPRINT-COUNT
045200         DISPLAY " "
045300         DISPLAY "REPRINT - NO LEDGER ENTRY EXPECTED - NOT "
045400             "ON THE WORKLIST: " NGA-PREFIX(1:30)
045500             " " NGA-SUFFIX(1:30)
045600         GO TO 2100-MATCH-ONE-AUDIT-RECORD-EXIT
045700     END-IF.
045800
045900     ADD 1 TO EXC-NO-LEDGER-COUNT.
046000     DISPLAY " ".
046100     DISPLAY "AUDIT ENTRY WITHOUT A LEDGER ENTRY:".
046200     DISPLAY "   OPERATOR: " NGA-OPERATOR-ID
046300         " RUN: " NGA-RUN-DATE " " NGA-RUN-TIME.
046400     DISPLAY "   PREFIX:   " NGA-PREFIX(1:30)
046500         " SUFFIX: " NGA-SUFFIX(1:30).
046600     MOVE NGA-START-NUMBER TO EXC-EDIT-FIELD.
046700     DISPLAY "   START:    " EXC-EDIT-FIELD.
046800     MOVE NGA-END-NUMBER TO EXC-EDIT-FIELD.
046900     DISPLAY "   END:      " EXC-EDIT-FIELD.
047000     IF EXC-DISP-FOUND AND EXC-DISP-OUTCOME = "COMPLETE"
047100         DISPLAY "   DISPOSITION SAYS THE BATCH COMPLETED "
047200             "BUT THE LEDGER HAS NO ENTRY - INVESTIGATE "
047300             "THE LEDGER BEFORE RERUNNING"
047400     ELSE
047500         DISPLAY "   NO DISPOSITION - THE BATCH STARTED AND "
047600             "NEVER ENDED (ABEND?) - CHECK NUMGEN.CKPT "
047700             "BELOW FOR A RESUMABLE CHECKPOINT"
047800     END-IF.
047900 2100-MATCH-ONE-AUDIT-RECORD-EXIT.
048000     EXIT.
048100
048200*-----------------------------------------------------------*
048300* 3000-EXAMINE-CHECKPOINTS - EVERY RECORD IN NUMGEN.CKPT IS *
048400* AN IN-PROGRESS BATCH.  ONE DATED BEFORE THE CUTOFF (OR    *
048500* WITH NO DATE AT ALL - WRITTEN BEFORE THE DATE EXISTED) IS *
048600* A STALE LEFTOVER; ONE WITH NO LEDGER ENTRY IS RESUMABLE - *
048700* RESUBMIT THE SAME BATCH CARD AND GENERATION PICKS UP AT   *
048800* THE CHECKPOINT.                                           *
048900*-----------------------------------------------------------*
049000 3000-EXAMINE-CHECKPOINTS.
049100     OPEN INPUT NUMGEN-CKPT-FILE.
049200     IF NG-CKPT-FILE-NOT-FOUND
049300         DISPLAY " "
049400         DISPLAY "NO CHECKPOINT FILE - NO BATCHES IN "
049500             "PROGRESS."
049600         GO TO 3000-EXAMINE-CHECKPOINTS-EXIT
049700     END-IF.
049800
049900     SET CKPT-NOT-AT-EOF TO TRUE.
050000     PERFORM 3100-EXAMINE-ONE-CHECKPOINT
050100         THRU 3100-EXAMINE-ONE-CHECKPOINT-EXIT
050200         UNTIL CKPT-AT-EOF.
050300     CLOSE NUMGEN-CKPT-FILE.
050400 3000-EXAMINE-CHECKPOINTS-EXIT.
050500     EXIT.
050600
050700 3100-EXAMINE-ONE-CHECKPOINT.
050800     READ NUMGEN-CKPT-FILE
050900         AT END
051000             SET CKPT-AT-EOF TO TRUE
051100             GO TO 3100-EXAMINE-ONE-CHECKPOINT-EXIT
051200     END-READ.
051300     ADD 1 TO EXC-CKPT-READ-COUNT.
051400
051500     IF NGC-CKPT-DATE IS NUMERIC
051600         MOVE NGC-CKPT-DATE TO EXC-CKPT-DATE-WORK
051700     ELSE
051800         MOVE ZERO TO EXC-CKPT-DATE-WORK
051900     END-IF.
052000
052100     IF EXC-CKPT-DATE-WORK < EXC-CUTOFF-DATE
052200         ADD 1 TO EXC-STALE-CKPT-COUNT
052300         DISPLAY " "
052400         DISPLAY "STALE CHECKPOINT (DATED "
052500             EXC-CKPT-DATE-WORK "):"
052600     ELSE
052700         DISPLAY " "
052800         DISPLAY "CURRENT CHECKPOINT (DATED "
052900             EXC-CKPT-DATE-WORK "):"
053000     END-IF.
053100     DISPLAY "   PREFIX:   " NGC-PREFIX(1:30)
053200         " SUFFIX: " NGC-SUFFIX(1:30).
053300     MOVE NGC-START-NUMBER TO EXC-EDIT-FIELD.
053400     DISPLAY "   START:    " EXC-EDIT-FIELD.
053500     MOVE NGC-END-NUMBER TO EXC-EDIT-FIELD.
053600     DISPLAY "   END:      " EXC-EDIT-FIELD.
053700     MOVE NGC-LAST-COMPLETED TO EXC-EDIT-FIELD.
053800     DISPLAY "   LAST DONE:" EXC-EDIT-FIELD.
053900
054000     MOVE NGC-PREFIX TO NGL-PREFIX.
054100     MOVE NGC-SUFFIX TO NGL-SUFFIX.
054200     MOVE NGC-START-NUMBER TO NGL-START-NUMBER.
054300     PERFORM 1600-LOOK-UP-LEDGER-ENTRY
054400         THRU 1600-LOOK-UP-LEDGER-ENTRY-EXIT.
054500
054600     IF LEDGER-ENTRY-MISSING
054700         MOVE NGC-END-NUMBER TO EXC-LOOKUP-END
054800         PERFORM 1800-LOOK-UP-DISPOSITION
054900             THRU 1800-LOOK-UP-DISPOSITION-EXIT
055000         IF EXC-DISP-FOUND AND
055100                 EXC-DISP-OUTCOME = "COMPLETE"
055200             DISPLAY "   DISPOSITION SAYS THE BATCH "
055300                 "COMPLETED - TREAT THE CHECKPOINT AS "
055400                 "STALE; DO NOT RESUME IT"
055500         ELSE
055600             ADD 1 TO EXC-RESUMABLE-COUNT
055700             DISPLAY "   RESUMABLE - RESUBMIT THE SAME BATCH "
055800                 "CARD AND GENERATION PICKS UP AT THE "
055900                 "CHECKPOINT"
056000         END-IF
056100     ELSE
056200         DISPLAY "   A LEDGER ENTRY EXISTS FOR THIS RANGE - "
056300             "THE CHECKPOINT LOOKS SUPERSEDED; INVESTIGATE "
056400             "BEFORE RERUNNING"
056500     END-IF.
056600 3100-EXAMINE-ONE-CHECKPOINT-EXIT.
056700     EXIT.
056800
056900*-----------------------------------------------------------*
057000* 4000-PRINT-SUMMARY - THE MORNING WORKLIST IN FOUR         *
057100* FIGURES.                                                  *
057200*-----------------------------------------------------------*
057300 4000-PRINT-SUMMARY.
057400     DISPLAY " ".
057500     DISPLAY "EXCEPTION SUMMARY".
057600     MOVE EXC-AUDIT-READ-COUNT TO EXC-EDIT-FIELD-SMALL.
057700     DISPLAY "   AUDIT ENTRIES READ:            "
057800         EXC-EDIT-FIELD-SMALL.
057900     MOVE EXC-DISP-READ-COUNT TO EXC-EDIT-FIELD-SMALL.
058000     DISPLAY "   DISPOSITIONS ON FILE:          "
058100         EXC-EDIT-FIELD-SMALL.
058200     MOVE EXC-SKIP-EXPLAINED-COUNT TO EXC-EDIT-FIELD-SMALL.
058300     DISPLAY "   EXPLAINED AS SKIPS:            "
058400         EXC-EDIT-FIELD-SMALL.
058500     MOVE EXC-REPRINT-COUNT TO EXC-EDIT-FIELD-SMALL.
058600     DISPLAY "   REPRINTS (NO LEDGER EXPECTED): "
058700         EXC-EDIT-FIELD-SMALL.
058800     MOVE EXC-VOID-ACTION-COUNT TO EXC-EDIT-FIELD-SMALL.
058900     DISPLAY "   VOID APPROVALS/REJECTIONS:     "
059000         EXC-EDIT-FIELD-SMALL.
059100     MOVE EXC-NO-LEDGER-COUNT TO EXC-EDIT-FIELD-SMALL.
059200     DISPLAY "   GENUINELY INCOMPLETE (WORKLIST):"
059300         EXC-EDIT-FIELD-SMALL.
059400     MOVE EXC-CKPT-READ-COUNT TO EXC-EDIT-FIELD-SMALL.
059500     DISPLAY "   CHECKPOINTS ON FILE:           "
059600         EXC-EDIT-FIELD-SMALL.
059700     MOVE EXC-STALE-CKPT-COUNT TO EXC-EDIT-FIELD-SMALL.
059800     DISPLAY "   STALE (BEFORE THE CUTOFF):     "
059900         EXC-EDIT-FIELD-SMALL.
060000     MOVE EXC-RESUMABLE-COUNT TO EXC-EDIT-FIELD-SMALL.
060100     DISPLAY "   RESUMABLE BATCHES:             "
060200         EXC-EDIT-FIELD-SMALL.
060300     IF EXC-NO-LEDGER-COUNT = 0 AND EXC-STALE-CKPT-COUNT = 0
060400         DISPLAY "   NOTHING ON THE WORKLIST - CLEAN NIGHT."
060500     END-IF.
060600 4000-PRINT-SUMMARY-EXIT.
060700     EXIT.
060800
060900 END PROGRAM NUMGENEXCP.
