000100*****************************************************************
000200* PROGRAM:      NUMGENLEDGRCV
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      FORWARD-RECOVERY REBUILD OF NUMGEN.LEDGER.
000800*               NUMGENLEDGCHK SAYS WHEN THE LEDGER IS DAMAGED;
000900*               THIS PROGRAM BUILDS A FRESH ONE, NUMGEN.LEDGNEW,
001000*               FROM THE RECORDS THE LEDGER WAS BUILT FROM IN
001100*               THE FIRST PLACE, AND PROVES IT AGAINST THE
001200*               DAMAGED FILE BEFORE ANYTHING TRUSTS IT:
001300*
001400*                 1 - START FROM THE LAST GOOD COPY, THE
001500*                     NUMGEN.LEDGSAVE UNLOAD NUMGENLEDGCHK
001600*                     LEAVES AFTER EVERY CLEAN CHECK.  WITH NO
001700*                     SAVED COPY, START FROM AN EMPTY FILE
001800*                 2 - REPLAY EVERY GENERATION ON THE AUDIT
001900*                     TRAIL (NUMGEN.AUDARCH, THEN NUMGEN.AUDIT)
002000*                     AND EVERY COMPLETED BATCH ON NUMGEN.DISP
002100*                     DATED ON OR AFTER THE NEWEST BATCH DATE
002200*                     IN THE STARTING COPY - EVERYTHING, WHEN
002300*                     STARTING EMPTY
002400*                 3 - RE-APPLY THE REISSUE HISTORY ON
002500*                     NUMGEN.VOID THE SAME WAY
002600*                 4 - TAKE OUT AGAIN EVERY RECORD NUMGENARCH
002700*                     HAS SINCE MOVED TO NUMGEN.LEDGARCH
002800*
002900*               EVERY RECORD IS APPLIED THE WAY MAIN'S
003000*               4110-MERGE-LEDGER-RECORD APPLIES A REISSUE: A
003100*               NEW KEY IS WRITTEN, AN EXISTING KEY KEEPS THE
003200*               HIGHER END NUMBER AND THE NEWER BATCH DATE.
003300*               THAT MAKES A REPLAY SAFE TO REPEAT - THE DISP
003400*               AND AUDIT RECORDS OF ONE BATCH, OR A BATCH
003500*               ALREADY IN THE SAVED COPY, LAND ON THE SAME
003600*               RECORD AND LEAVE IT AS IT WAS.
003700*
003800*               THE COMPARISON LISTS EVERY KEY ADDED (IN THE
003900*               REBUILD, NOT IN NUMGEN.LEDGER), CHANGED (IN
004000*               BOTH, DIFFERENT END NUMBER OR BATCH DATE), AND
004100*               MISSING (IN NUMGEN.LEDGER, NOT IN THE REBUILD).
004200*               AFTER THE COMPARISON IS SIGNED OFF THE OPERATOR
004300*               REPLACES NUMGEN.LEDGER WITH NUMGEN.LEDGNEW AND
004400*               RUNS NUMGENLEDGCHK.  THE DAMAGED LEDGER IS ONLY
004500*               EVER READ.
004600*
004700*               RETURN CODE 0 WHEN THE REBUILD IS COMPLETE; 8
004800*               WHEN NUMGEN.LEDGNEW COULD NOT BE BUILT OR ANY
004900*               RECORD COULD NOT BE APPLIED TO IT.
005000*
005100* MODIFICATION HISTORY
005200*   2026-10-15  RO   ORIGINAL VERSION.
005300*   2026-10-15  RO   THE SWEEP OF THE REBUILD NOW STARTS AT ITS
005400*                    FIRST KEY - THE LOOK-UPS BEFORE IT HAD MOVED
005500*                    THE FILE POSITION.  RETURN CODE 8 WHEN ANY
005600*                    RECORD COULD NOT BE APPLIED TO THE REBUILD.
005700*****************************************************************
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID. NUMGENLEDGRCV.
006000 AUTHOR. R. OKONKWO.
006100 INSTALLATION. DATA PROCESSING DEPT.
006200 DATE-WRITTEN. 2026-10-15.
006300 DATE-COMPILED.
006400
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS NGL-KEY
007200         FILE STATUS IS NG-LEDGER-FILE-STATUS.
007300
007400     SELECT NUMGEN-LEDGNEW-FILE ASSIGN TO "NUMGEN.LEDGNEW"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS RV-NEW-KEY
007800         FILE STATUS IS RV-LEDGNEW-FILE-STATUS.
007900
008000     SELECT NUMGEN-LEDGSAVE-FILE ASSIGN TO "NUMGEN.LEDGSAVE"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS RV-LEDGSAVE-FILE-STATUS.
008300
008400     SELECT NUMGEN-LEDGARCH-FILE ASSIGN TO "NUMGEN.LEDGARCH"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS RV-LEDGARCH-FILE-STATUS.
008700
008800     SELECT NUMGEN-AUDARCH-FILE ASSIGN TO "NUMGEN.AUDARCH"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS RV-AUDARCH-FILE-STATUS.
009100
009200     SELECT NUMGEN-AUDIT-FILE ASSIGN TO "NUMGEN.AUDIT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS NG-AUDIT-FILE-STATUS.
009500
009600     SELECT NUMGEN-DISP-FILE ASSIGN TO "NUMGEN.DISP"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS NG-DISP-FILE-STATUS.
009900
010000     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS NG-VOID-FILE-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600*-----------------------------------------------------------*
010700*    DAMAGED RANGE LEDGER, READ ONLY - SEE COPYBOOK NGLEDG  *
010800*-----------------------------------------------------------*
010900 FD  NUMGEN-LEDGER-FILE.
011000     COPY NGLEDG.
011100
011200*-----------------------------------------------------------*
011300*    REBUILT RANGE LEDGER - SAME FIELD LAYOUT AS THE NGLEDG *
011400*    COPYBOOK, DECLARED APART SO BOTH FILES CAN BE OPEN AT  *
011500*    ONCE                                                   *
011600*-----------------------------------------------------------*
011700 FD  NUMGEN-LEDGNEW-FILE.
011800 01  RV-NEW-RECORD.
011900     05  RV-NEW-KEY.
012000         10  RV-NEW-PREFIX        PIC X(50).
012100         10  RV-NEW-SUFFIX        PIC X(50).
012200         10  RV-NEW-START-NUMBER  PIC 9(25).
012300     05  RV-NEW-END-NUMBER        PIC 9(25).
012400     05  RV-NEW-BATCH-DATE        PIC 9(08).
012500
012600*-----------------------------------------------------------*
012700*    LAST GOOD LEDGER COPY - UNLOADED BY NUMGENLEDGCHK      *
012800*-----------------------------------------------------------*
012900 FD  NUMGEN-LEDGSAVE-FILE.
013000 01  RV-LEDGSAVE-RECORD           PIC X(158).
013100
013200*-----------------------------------------------------------*
013300*    LEDGER ARCHIVE - IMAGE OF EACH PURGED LEDGER RECORD    *
013400*-----------------------------------------------------------*
013500 FD  NUMGEN-LEDGARCH-FILE.
013600 01  RV-LEDGARCH-RECORD           PIC X(158).
013700
013800*-----------------------------------------------------------*
013900*    AUDIT ARCHIVE - IMAGE OF EACH PURGED AUDIT RECORD      *
014000*-----------------------------------------------------------*
014100 FD  NUMGEN-AUDARCH-FILE.
014200 01  RV-AUDARCH-RECORD            PIC X(213).
014300
014400*-----------------------------------------------------------*
014500*    AUDIT TRAIL OF EVERY RUN-NUMGEN CALL - SEE NGAUDIT     *
014600*-----------------------------------------------------------*
014700 FD  NUMGEN-AUDIT-FILE.
014800 01  RV-AUDIT-RECORD              PIC X(213).
014900
015000*-----------------------------------------------------------*
015100*    BATCH DISPOSITION FILE - SEE COPYBOOK NGDISP           *
015200*-----------------------------------------------------------*
015300 FD  NUMGEN-DISP-FILE.
015400     COPY NGDISP.
015500
015600*-----------------------------------------------------------*
015700*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
015800*-----------------------------------------------------------*
015900 FD  NUMGEN-VOID-FILE.
016000     COPY NGVOID.
016100
016200 WORKING-STORAGE SECTION.
016300 77  NG-LEDGER-FILE-STATUS        PIC X(02).
016400     88  NG-LEDGER-FILE-OK             VALUE "00".
016500     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
016600
016700 77  RV-LEDGNEW-FILE-STATUS       PIC X(02).
016800     88  RV-LEDGNEW-FILE-OK            VALUE "00".
016900
017000 77  RV-LEDGSAVE-FILE-STATUS      PIC X(02).
017100     88  RV-LEDGSAVE-FILE-OK           VALUE "00".
017200     88  RV-LEDGSAVE-FILE-NOT-FOUND     VALUE "35".
017300
017400 77  RV-LEDGARCH-FILE-STATUS      PIC X(02).
017500     88  RV-LEDGARCH-FILE-OK           VALUE "00".
017600     88  RV-LEDGARCH-FILE-NOT-FOUND     VALUE "35".
017700
017800 77  RV-AUDARCH-FILE-STATUS       PIC X(02).
017900     88  RV-AUDARCH-FILE-OK            VALUE "00".
018000     88  RV-AUDARCH-FILE-NOT-FOUND      VALUE "35".
018100
018200 77  NG-AUDIT-FILE-STATUS         PIC X(02).
018300     88  NG-AUDIT-FILE-OK              VALUE "00".
018400     88  NG-AUDIT-FILE-NOT-FOUND       VALUE "35".
018500
018600 77  NG-DISP-FILE-STATUS          PIC X(02).
018700     88  NG-DISP-FILE-OK               VALUE "00".
018800     88  NG-DISP-FILE-NOT-FOUND        VALUE "35".
018900
019000 77  NG-VOID-FILE-STATUS          PIC X(02).
019100     88  NG-VOID-FILE-OK               VALUE "00".
019200     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
019300
019400 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
019500     88  LEDGER-AT-EOF                 VALUE "Y".
019600     88  LEDGER-NOT-AT-EOF              VALUE "N".
019700
019800 77  RV-SEQ-EOF-SWITCH            PIC X(01) VALUE "N".
019900     88  RV-SEQ-AT-EOF                 VALUE "Y".
020000     88  RV-SEQ-NOT-AT-EOF              VALUE "N".
020100
020200 77  AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
020300     88  AUDIT-AT-EOF                  VALUE "Y".
020400     88  AUDIT-NOT-AT-EOF               VALUE "N".
020500
020600 77  DISP-EOF-SWITCH              PIC X(01) VALUE "N".
020700     88  DISP-AT-EOF                   VALUE "Y".
020800     88  DISP-NOT-AT-EOF                VALUE "N".
020900
021000 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
021100     88  VOID-AT-EOF                   VALUE "Y".
021200     88  VOID-NOT-AT-EOF                VALUE "N".
021300
021400*-----------------------------------------------------------*
021500* WHICH AUDIT FILE IS BEING REPLAYED                        *
021600*-----------------------------------------------------------*
021700 77  RV-FILE-SWITCH               PIC X(01) VALUE "A".
021800     88  RV-FILE-IS-ARCHIVE            VALUE "A".
021900     88  RV-FILE-IS-AUDIT              VALUE "L".
022000
022100 77  RV-START-SWITCH              PIC X(01) VALUE "E".
022200     88  RV-STARTED-FROM-SAVE          VALUE "S".
022300     88  RV-STARTED-EMPTY              VALUE "E".
022400
022500*-----------------------------------------------------------*
022600* RV-OLD-LEDGER-SWITCH - WHETHER THE DAMAGED NUMGEN.LEDGER  *
022700* COULD BE OPENED FOR THE COMPARISON.  WHEN IT COULD NOT,   *
022800* EVERY REBUILT KEY IS REPORTED AS ADDED.                   *
022900*-----------------------------------------------------------*
023000 77  RV-OLD-LEDGER-SWITCH         PIC X(01) VALUE "N".
023100     88  RV-OLD-LEDGER-IS-OPEN         VALUE "Y".
023200     88  RV-OLD-LEDGER-NOT-OPEN         VALUE "N".
023300
023400*-----------------------------------------------------------*
023500* RV-REPLAY-FROM - RECORDS DATED BEFORE THIS ARE ALREADY IN *
023600* THE STARTING COPY.  THE NEWEST BATCH DATE IN THE COPY     *
023700* ITSELF, SO A BATCH RUN THE SAME DAY THE COPY WAS TAKEN IS *
023800* REPLAYED - HARMLESSLY, IF IT WAS ALREADY THERE.  ZERO     *
023900* WHEN STARTING EMPTY.                                      *
024000*-----------------------------------------------------------*
024100 77  RV-REPLAY-FROM               PIC 9(08) VALUE ZERO.
024200
024300 77  RV-SAVE-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
024400 77  RV-AUDIT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
024500 77  RV-AUDIT-APPLIED-COUNT       PIC 9(07) COMP VALUE ZERO.
024600 77  RV-DISP-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
024700 77  RV-DISP-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
024800 77  RV-VOID-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
024900 77  RV-VOID-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
025000 77  RV-NEW-KEY-COUNT             PIC 9(07) COMP VALUE ZERO.
025100 77  RV-MERGED-COUNT              PIC 9(07) COMP VALUE ZERO.
025200 77  RV-APPLY-ERROR-COUNT         PIC 9(07) COMP VALUE ZERO.
025300 77  RV-ARCH-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
025400 77  RV-ARCH-REMOVED-COUNT        PIC 9(07) COMP VALUE ZERO.
025500 77  RV-REBUILT-COUNT             PIC 9(07) COMP VALUE ZERO.
025600 77  RV-OLD-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
025700 77  RV-SAME-COUNT                PIC 9(07) COMP VALUE ZERO.
025800 77  RV-CHANGED-COUNT             PIC 9(07) COMP VALUE ZERO.
025900 77  RV-MISSING-COUNT             PIC 9(07) COMP VALUE ZERO.
026000 77  RV-ADDED-COUNT               PIC 9(07) COMP VALUE ZERO.
026100
026200 77  RV-EDIT-FIELD                PIC Z(24)9.
026300 77  RV-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
026400
026500*-----------------------------------------------------------*
026600* RV-IMAGE - THE LEDGER RECORD ONE SOURCE RECORD STANDS     *
026700* FOR, BUILT HERE AND THEN APPLIED BY 6000-APPLY-IMAGE.     *
026800* IT STAYS INTACT WHILE THE MERGE READS THE RECORD ALREADY  *
026900* ON NUMGEN.LEDGNEW INTO THE RECORD AREA.                   *
027000*-----------------------------------------------------------*
027100 01  RV-IMAGE.
027200     05  RV-I-KEY.
027300         10  RV-I-PREFIX          PIC X(50).
027400         10  RV-I-SUFFIX          PIC X(50).
027500         10  RV-I-START-NUMBER    PIC 9(25).
027600     05  RV-I-END-NUMBER          PIC 9(25).
027700     05  RV-I-BATCH-DATE          PIC 9(08).
027800
027900*-----------------------------------------------------------*
028000*    THE AUDIT RECORD JUST READ, FROM EITHER FILE           *
028100*-----------------------------------------------------------*
028200     COPY NGAUDIT.
028300
028400 PROCEDURE DIVISION.
028500 0000-MAINLINE.
028600     DISPLAY " ".
028700     DISPLAY "LEDGER FORWARD-RECOVERY REBUILD".
028800
028900     PERFORM 1000-CREATE-NEW-LEDGER
029000         THRU 1000-CREATE-NEW-LEDGER-EXIT.
029100
029200     PERFORM 2000-LOAD-STARTING-COPY
029300         THRU 2000-LOAD-STARTING-COPY-EXIT.
029400
029500     PERFORM 3000-REPLAY-AUDIT-TRAIL
029600         THRU 3000-REPLAY-AUDIT-TRAIL-EXIT.
029700
029800     PERFORM 3500-REPLAY-DISPOSITIONS
029900         THRU 3500-REPLAY-DISPOSITIONS-EXIT.
030000
030100     PERFORM 3800-REAPPLY-REISSUES
030200         THRU 3800-REAPPLY-REISSUES-EXIT.
030300
030400     PERFORM 4000-APPLY-ARCHIVE-PURGES
030500         THRU 4000-APPLY-ARCHIVE-PURGES-EXIT.
030600
030700     CLOSE NUMGEN-LEDGNEW-FILE.
030800
030900     PERFORM 5000-COMPARE-LEDGERS
031000         THRU 5000-COMPARE-LEDGERS-EXIT.
031100
031200     PERFORM 7000-PRINT-SUMMARY
031300         THRU 7000-PRINT-SUMMARY-EXIT.
031400
031500     IF RV-APPLY-ERROR-COUNT > 0
031600         MOVE 8 TO RETURN-CODE
031700     ELSE
031800         MOVE 0 TO RETURN-CODE
031900     END-IF.
032000     STOP RUN.
032100
032200*-----------------------------------------------------------*
032300* 1000-CREATE-NEW-LEDGER - CREATE NUMGEN.LEDGNEW EMPTY AND  *
032400* REOPEN IT I-O, SO A DUPLICATE KEY CAN BE MERGED WITH      *
032500* REWRITE (SEE NUMGENLEDGCNV).  A LEDGNEW LEFT BY AN        *
032600* EARLIER ATTEMPT IS REPLACED.                              *
032700*-----------------------------------------------------------*
032800 1000-CREATE-NEW-LEDGER.
032900     OPEN OUTPUT NUMGEN-LEDGNEW-FILE.
033000     IF NOT RV-LEDGNEW-FILE-OK
033100         DISPLAY "ERROR - COULD NOT CREATE NUMGEN.LEDGNEW - "
033200             "STATUS " RV-LEDGNEW-FILE-STATUS
033300         MOVE 8 TO RETURN-CODE
033400         STOP RUN
033500     END-IF.
033600     CLOSE NUMGEN-LEDGNEW-FILE.
033700
033800     OPEN I-O NUMGEN-LEDGNEW-FILE.
033900     IF NOT RV-LEDGNEW-FILE-OK
034000         DISPLAY "ERROR - COULD NOT REOPEN NUMGEN.LEDGNEW FOR "
034100             "THE REBUILD - STATUS " RV-LEDGNEW-FILE-STATUS
034200         MOVE 8 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500 1000-CREATE-NEW-LEDGER-EXIT.
034600     EXIT.
034700
034800*-----------------------------------------------------------*
034900* 2000-LOAD-STARTING-COPY - LOAD NUMGEN.LEDGSAVE IF THERE   *
035000* IS ONE, NOTING THE NEWEST BATCH DATE IN IT AS THE POINT   *
035100* TO REPLAY FROM.                                           *
035200*-----------------------------------------------------------*
035300 2000-LOAD-STARTING-COPY.
035400     OPEN INPUT NUMGEN-LEDGSAVE-FILE.
035500     IF NOT RV-LEDGSAVE-FILE-OK
035600         SET RV-STARTED-EMPTY TO TRUE
035700         MOVE ZERO TO RV-REPLAY-FROM
035800         DISPLAY "NO SAVED COPY (NUMGEN.LEDGSAVE) - STARTING "
035900             "FROM AN EMPTY LEDGER AND REPLAYING THE WHOLE "
036000             "AUDIT TRAIL"
036100         GO TO 2000-LOAD-STARTING-COPY-EXIT
036200     END-IF.
036300
036400     SET RV-STARTED-FROM-SAVE TO TRUE.
036500     SET RV-SEQ-NOT-AT-EOF TO TRUE.
036600     PERFORM 2100-LOAD-ONE-SAVED-RECORD
036700         THRU 2100-LOAD-ONE-SAVED-RECORD-EXIT
036800         UNTIL RV-SEQ-AT-EOF.
036900     CLOSE NUMGEN-LEDGSAVE-FILE.
037000     DISPLAY "STARTING FROM NUMGEN.LEDGSAVE - REPLAYING "
037100         "FROM " RV-REPLAY-FROM.
037200 2000-LOAD-STARTING-COPY-EXIT.
037300     EXIT.
037400
037500 2100-LOAD-ONE-SAVED-RECORD.
037600     READ NUMGEN-LEDGSAVE-FILE
037700         AT END
037800             SET RV-SEQ-AT-EOF TO TRUE
037900             GO TO 2100-LOAD-ONE-SAVED-RECORD-EXIT
038000     END-READ.
038100     ADD 1 TO RV-SAVE-READ-COUNT.
038200     MOVE RV-LEDGSAVE-RECORD TO RV-IMAGE.
038300     IF RV-I-BATCH-DATE > RV-REPLAY-FROM
038400         MOVE RV-I-BATCH-DATE TO RV-REPLAY-FROM
038500     END-IF.
038600     PERFORM 6000-APPLY-IMAGE
038700         THRU 6000-APPLY-IMAGE-EXIT.
038800 2100-LOAD-ONE-SAVED-RECORD-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------*
039200* 3000-REPLAY-AUDIT-TRAIL - EVERY GENERATION RECORD (BLANK  *
039300* ACTION) ON NUMGEN.AUDARCH AND THEN NUMGEN.AUDIT, DATED ON *
039400* OR AFTER RV-REPLAY-FROM, IS ONE LEDGER RECORD WRITTEN BY  *
039500* MAIN'S 4100.  REPRINTS NEVER TOUCHED THE LEDGER AND       *
039600* NEITHER DID ANY OTHER ACTION.                             *
039700*-----------------------------------------------------------*
039800 3000-REPLAY-AUDIT-TRAIL.
039900     SET RV-FILE-IS-ARCHIVE TO TRUE.
040000     OPEN INPUT NUMGEN-AUDARCH-FILE.
040100     IF RV-AUDARCH-FILE-OK
040200         SET AUDIT-NOT-AT-EOF TO TRUE
040300         PERFORM 3100-REPLAY-ONE-AUDIT-RECORD
040400             THRU 3100-REPLAY-ONE-AUDIT-RECORD-EXIT
040500             UNTIL AUDIT-AT-EOF
040600         CLOSE NUMGEN-AUDARCH-FILE
040700     END-IF.
040800
040900     SET RV-FILE-IS-AUDIT TO TRUE.
041000     OPEN INPUT NUMGEN-AUDIT-FILE.
041100     IF NG-AUDIT-FILE-OK
041200         SET AUDIT-NOT-AT-EOF TO TRUE
041300         PERFORM 3100-REPLAY-ONE-AUDIT-RECORD
041400             THRU 3100-REPLAY-ONE-AUDIT-RECORD-EXIT
041500             UNTIL AUDIT-AT-EOF
041600         CLOSE NUMGEN-AUDIT-FILE
041700     ELSE
041800         DISPLAY "WARNING - NUMGEN.AUDIT NOT FOUND - NO "
041900             "RECENT GENERATIONS TO REPLAY FROM THE AUDIT "
042000             "TRAIL"
042100     END-IF.
042200 3000-REPLAY-AUDIT-TRAIL-EXIT.
042300     EXIT.
042400
042500 3100-REPLAY-ONE-AUDIT-RECORD.
042600     IF RV-FILE-IS-ARCHIVE
042700         READ NUMGEN-AUDARCH-FILE INTO NG-AUDIT-RECORD
042800             AT END
042900                 SET AUDIT-AT-EOF TO TRUE
043000                 GO TO 3100-REPLAY-ONE-AUDIT-RECORD-EXIT
043100         END-READ
043200     ELSE
043300         READ NUMGEN-AUDIT-FILE INTO NG-AUDIT-RECORD
043400             AT END
043500                 SET AUDIT-AT-EOF TO TRUE
043600                 GO TO 3100-REPLAY-ONE-AUDIT-RECORD-EXIT
043700         END-READ
043800     END-IF.
043900     ADD 1 TO RV-AUDIT-READ-COUNT.
044000
044100     IF NOT NGA-ACTION-GENERATE OR
044200             NGA-RUN-DATE < RV-REPLAY-FROM
044300         GO TO 3100-REPLAY-ONE-AUDIT-RECORD-EXIT
044400     END-IF.
044500
044600     MOVE NGA-PREFIX TO RV-I-PREFIX.
044700     MOVE NGA-SUFFIX TO RV-I-SUFFIX.
044800     MOVE NGA-START-NUMBER TO RV-I-START-NUMBER.
044900     MOVE NGA-END-NUMBER TO RV-I-END-NUMBER.
045000     MOVE NGA-RUN-DATE TO RV-I-BATCH-DATE.
045100     ADD 1 TO RV-AUDIT-APPLIED-COUNT.
045200     PERFORM 6000-APPLY-IMAGE
045300         THRU 6000-APPLY-IMAGE-EXIT.
045400 3100-REPLAY-ONE-AUDIT-RECORD-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------*
045800* 3500-REPLAY-DISPOSITIONS - EVERY COMPLETE DISPOSITION     *
045900* DATED ON OR AFTER RV-REPLAY-FROM.  ITS AUDIT RECORD       *
046000* NORMALLY PUT THE SAME RECORD ON ALREADY; THIS CATCHES A   *
046100* BATCH WHOSE AUDIT RECORD WAS LOST.                        *
046200*-----------------------------------------------------------*
046300 3500-REPLAY-DISPOSITIONS.
046400     OPEN INPUT NUMGEN-DISP-FILE.
046500     IF NOT NG-DISP-FILE-OK
046600         DISPLAY "WARNING - NUMGEN.DISP NOT FOUND - NO "
046700             "COMPLETED BATCHES TO REPLAY FROM IT"
046800         GO TO 3500-REPLAY-DISPOSITIONS-EXIT
046900     END-IF.
047000     SET DISP-NOT-AT-EOF TO TRUE.
047100     PERFORM 3600-REPLAY-ONE-DISPOSITION
047200         THRU 3600-REPLAY-ONE-DISPOSITION-EXIT
047300         UNTIL DISP-AT-EOF.
047400     CLOSE NUMGEN-DISP-FILE.
047500 3500-REPLAY-DISPOSITIONS-EXIT.
047600     EXIT.
047700
047800 3600-REPLAY-ONE-DISPOSITION.
047900     READ NUMGEN-DISP-FILE
048000         AT END
048100             SET DISP-AT-EOF TO TRUE
048200             GO TO 3600-REPLAY-ONE-DISPOSITION-EXIT
048300     END-READ.
048400     ADD 1 TO RV-DISP-READ-COUNT.
048500
048600     IF NOT NGB-COMPLETED OR
048700             NGB-RUN-DATE < RV-REPLAY-FROM
048800         GO TO 3600-REPLAY-ONE-DISPOSITION-EXIT
048900     END-IF.
049000
049100     MOVE NGB-PREFIX TO RV-I-PREFIX.
049200     MOVE NGB-SUFFIX TO RV-I-SUFFIX.
049300     MOVE NGB-START-NUMBER TO RV-I-START-NUMBER.
049400     MOVE NGB-END-NUMBER TO RV-I-END-NUMBER.
049500     MOVE NGB-RUN-DATE TO RV-I-BATCH-DATE.
049600     ADD 1 TO RV-DISP-APPLIED-COUNT.
049700     PERFORM 6000-APPLY-IMAGE
049800         THRU 6000-APPLY-IMAGE-EXIT.
049900 3600-REPLAY-ONE-DISPOSITION-EXIT.
050000     EXIT.
050100
050200*-----------------------------------------------------------*
050300* 3800-REAPPLY-REISSUES - A REISSUED ("R") NUMGEN.VOID      *
050400* RECORD MEANS MAIN WROTE A LEDGER RECORD FOR THE VOIDED    *
050500* RANGE ON ITS REISSUE DATE (SEE 4100 AND 4300 IN MAIN).    *
050600* RE-APPLY IT, SO THE REISSUE TRAIL NUMGENLEDGCHK EXPECTS   *
050700* IS THERE EVEN IF THE REISSUE'S OWN RECORDS WERE LOST.     *
050800*-----------------------------------------------------------*
050900 3800-REAPPLY-REISSUES.
051000     OPEN INPUT NUMGEN-VOID-FILE.
051100     IF NOT NG-VOID-FILE-OK
051200         GO TO 3800-REAPPLY-REISSUES-EXIT
051300     END-IF.
051400     SET VOID-NOT-AT-EOF TO TRUE.
051500     PERFORM 3900-REAPPLY-ONE-REISSUE
051600         THRU 3900-REAPPLY-ONE-REISSUE-EXIT
051700         UNTIL VOID-AT-EOF.
051800     CLOSE NUMGEN-VOID-FILE.
051900 3800-REAPPLY-REISSUES-EXIT.
052000     EXIT.
052100
052200 3900-REAPPLY-ONE-REISSUE.
052300     READ NUMGEN-VOID-FILE
052400         AT END
052500             SET VOID-AT-EOF TO TRUE
052600             GO TO 3900-REAPPLY-ONE-REISSUE-EXIT
052700     END-READ.
052800     ADD 1 TO RV-VOID-READ-COUNT.
052900
053000     IF NOT NGV-REISSUED OR
053100             NGV-REISSUE-DATE < RV-REPLAY-FROM
053200         GO TO 3900-REAPPLY-ONE-REISSUE-EXIT
053300     END-IF.
053400
053500     MOVE NGV-PREFIX TO RV-I-PREFIX.
053600     MOVE NGV-SUFFIX TO RV-I-SUFFIX.
053700     MOVE NGV-START-NUMBER TO RV-I-START-NUMBER.
053800     MOVE NGV-END-NUMBER TO RV-I-END-NUMBER.
053900     MOVE NGV-REISSUE-DATE TO RV-I-BATCH-DATE.
054000     ADD 1 TO RV-VOID-APPLIED-COUNT.
054100     PERFORM 6000-APPLY-IMAGE
054200         THRU 6000-APPLY-IMAGE-EXIT.
054300 3900-REAPPLY-ONE-REISSUE-EXIT.
054400     EXIT.
054500
054600*-----------------------------------------------------------*
054700* 4000-APPLY-ARCHIVE-PURGES - A RECORD NUMGENARCH MOVED TO  *
054800* NUMGEN.LEDGARCH LEFT THE ONLINE LEDGER, SO IT LEAVES THE  *
054900* REBUILD TOO - UNLESS THE REBUILT RECORD IS NEWER THAN THE *
055000* ARCHIVED IMAGE, WHICH MEANS THE KEY WAS ISSUED AGAIN      *
055100* AFTER THE PURGE.                                          *
055200*-----------------------------------------------------------*
055300 4000-APPLY-ARCHIVE-PURGES.
055400     OPEN INPUT NUMGEN-LEDGARCH-FILE.
055500     IF NOT RV-LEDGARCH-FILE-OK
055600         GO TO 4000-APPLY-ARCHIVE-PURGES-EXIT
055700     END-IF.
055800     SET RV-SEQ-NOT-AT-EOF TO TRUE.
055900     PERFORM 4100-APPLY-ONE-PURGE
056000         THRU 4100-APPLY-ONE-PURGE-EXIT
056100         UNTIL RV-SEQ-AT-EOF.
056200     CLOSE NUMGEN-LEDGARCH-FILE.
056300 4000-APPLY-ARCHIVE-PURGES-EXIT.
056400     EXIT.
056500
056600 4100-APPLY-ONE-PURGE.
056700     READ NUMGEN-LEDGARCH-FILE
056800         AT END
056900             SET RV-SEQ-AT-EOF TO TRUE
057000             GO TO 4100-APPLY-ONE-PURGE-EXIT
057100     END-READ.
057200     ADD 1 TO RV-ARCH-READ-COUNT.
057300     MOVE RV-LEDGARCH-RECORD TO RV-IMAGE.
057400
057500     MOVE RV-I-KEY TO RV-NEW-KEY.
057600     READ NUMGEN-LEDGNEW-FILE
057700         INVALID KEY
057800             GO TO 4100-APPLY-ONE-PURGE-EXIT
057900     END-READ.
058000     IF RV-NEW-BATCH-DATE > RV-I-BATCH-DATE
058100         GO TO 4100-APPLY-ONE-PURGE-EXIT
058200     END-IF.
058300     DELETE NUMGEN-LEDGNEW-FILE
058400         INVALID KEY
058500             DISPLAY "ERROR - COULD NOT REMOVE AN ARCHIVED "
058600                 "RECORD FROM NUMGEN.LEDGNEW - STATUS "
058700                 RV-LEDGNEW-FILE-STATUS
058800             ADD 1 TO RV-APPLY-ERROR-COUNT
058900             GO TO 4100-APPLY-ONE-PURGE-EXIT
059000     END-DELETE.
059100     ADD 1 TO RV-ARCH-REMOVED-COUNT.
059200 4100-APPLY-ONE-PURGE-EXIT.
059300     EXIT.
059400
059500*-----------------------------------------------------------*
059600* 5000-COMPARE-LEDGERS - FIRST SWEEP THE DAMAGED LEDGER AND *
059700* LOOK EACH KEY UP IN THE REBUILD (SAME OR CHANGED, OR      *
059800* MISSING FROM THE REBUILD), THEN SWEEP THE REBUILD AND     *
059900* LOOK EACH KEY UP IN THE DAMAGED LEDGER (ADDED).  A        *
060000* DAMAGED LEDGER THAT STOPS READING PART WAY IS COMPARED AS *
060100* FAR AS IT GOES, AND THE REPORT SAYS SO.                   *
060200*-----------------------------------------------------------*
060300 5000-COMPARE-LEDGERS.
060400     OPEN INPUT NUMGEN-LEDGNEW-FILE.
060500     IF NOT RV-LEDGNEW-FILE-OK
060600         DISPLAY "ERROR - COULD NOT READ BACK NUMGEN.LEDGNEW "
060700             "- STATUS " RV-LEDGNEW-FILE-STATUS
060800         MOVE 8 TO RETURN-CODE
060900         STOP RUN
061000     END-IF.
061100
061200     DISPLAY " ".
061300     DISPLAY "COMPARISON OF THE REBUILD WITH NUMGEN.LEDGER".
061400
061500     SET RV-OLD-LEDGER-NOT-OPEN TO TRUE.
061600     OPEN INPUT NUMGEN-LEDGER-FILE.
061700     IF NG-LEDGER-FILE-OK
061800         SET RV-OLD-LEDGER-IS-OPEN TO TRUE
061900         SET LEDGER-NOT-AT-EOF TO TRUE
062000         PERFORM 5100-COMPARE-ONE-OLD-RECORD
062100             THRU 5100-COMPARE-ONE-OLD-RECORD-EXIT
062200             UNTIL LEDGER-AT-EOF
062300     ELSE
062400         DISPLAY "NUMGEN.LEDGER NOT FOUND OR NOT READABLE - "
062500             "STATUS " NG-LEDGER-FILE-STATUS " - EVERY "
062600             "REBUILT KEY IS LISTED AS ADDED"
062700     END-IF.
062800
062900     SET RV-SEQ-NOT-AT-EOF TO TRUE.
063000     MOVE LOW-VALUES TO RV-NEW-KEY.
063100     START NUMGEN-LEDGNEW-FILE KEY >= RV-NEW-KEY
063200         INVALID KEY
063300             SET RV-SEQ-AT-EOF TO TRUE
063400     END-START.
063500     PERFORM 5200-CHECK-ONE-NEW-RECORD
063600         THRU 5200-CHECK-ONE-NEW-RECORD-EXIT
063700         UNTIL RV-SEQ-AT-EOF.
063800
063900     IF RV-OLD-LEDGER-IS-OPEN
064000         CLOSE NUMGEN-LEDGER-FILE
064100     END-IF.
064200     CLOSE NUMGEN-LEDGNEW-FILE.
064300 5000-COMPARE-LEDGERS-EXIT.
064400     EXIT.
064500
064600 5100-COMPARE-ONE-OLD-RECORD.
064700     READ NUMGEN-LEDGER-FILE NEXT RECORD
064800         AT END
064900             SET LEDGER-AT-EOF TO TRUE
065000             GO TO 5100-COMPARE-ONE-OLD-RECORD-EXIT
065100     END-READ.
065200     IF NOT NG-LEDGER-FILE-OK
065300         DISPLAY "WARNING - NUMGEN.LEDGER STOPPED READING "
065400             "AFTER RECORD " RV-OLD-READ-COUNT " - STATUS "
065500             NG-LEDGER-FILE-STATUS " - THE REST OF IT IS "
065600             "NOT COMPARED"
065700         SET LEDGER-AT-EOF TO TRUE
065800         GO TO 5100-COMPARE-ONE-OLD-RECORD-EXIT
065900     END-IF.
066000     ADD 1 TO RV-OLD-READ-COUNT.
066100
066200     MOVE NGL-KEY TO RV-NEW-KEY.
066300     READ NUMGEN-LEDGNEW-FILE
066400         INVALID KEY
066500             ADD 1 TO RV-MISSING-COUNT
066600             DISPLAY " "
066700             DISPLAY "MISSING - ON NUMGEN.LEDGER, NOT IN THE "
066800                 "REBUILD:"
066900             PERFORM 5300-PRINT-OLD-RECORD
067000                 THRU 5300-PRINT-OLD-RECORD-EXIT
067100             GO TO 5100-COMPARE-ONE-OLD-RECORD-EXIT
067200     END-READ.
067300
067400     IF RV-NEW-END-NUMBER = NGL-END-NUMBER AND
067500             RV-NEW-BATCH-DATE = NGL-BATCH-DATE
067600         ADD 1 TO RV-SAME-COUNT
067700         GO TO 5100-COMPARE-ONE-OLD-RECORD-EXIT
067800     END-IF.
067900
068000     ADD 1 TO RV-CHANGED-COUNT.
068100     DISPLAY " ".
068200     DISPLAY "CHANGED - END NUMBER OR BATCH DATE DIFFERS:".
068300     PERFORM 5300-PRINT-OLD-RECORD
068400         THRU 5300-PRINT-OLD-RECORD-EXIT.
068500     MOVE RV-NEW-END-NUMBER TO RV-EDIT-FIELD.
068600     DISPLAY "   REBUILT END:  " RV-EDIT-FIELD.
068700     DISPLAY "   REBUILT DATE: " RV-NEW-BATCH-DATE.
068800 5100-COMPARE-ONE-OLD-RECORD-EXIT.
068900     EXIT.
069000
069100*-----------------------------------------------------------*
069200* 5200-CHECK-ONE-NEW-RECORD - THE REBUILD IS READ IN KEY    *
069300* ORDER FROM ITS FIRST KEY.  THE RANDOM READS 5100 MADE OF  *
069400* THIS FILE MOVED ITS POSITION, SO 5000 STARTS IT AT LOW-   *
069500* VALUES BEFORE THE SWEEP.  THE RANDOM READ OF THE DAMAGED  *
069600* LEDGER HERE MOVES ONLY THAT FILE'S POSITION.              *
069700*-----------------------------------------------------------*
069800 5200-CHECK-ONE-NEW-RECORD.
069900     READ NUMGEN-LEDGNEW-FILE NEXT RECORD
070000         AT END
070100             SET RV-SEQ-AT-EOF TO TRUE
070200             GO TO 5200-CHECK-ONE-NEW-RECORD-EXIT
070300     END-READ.
070400     ADD 1 TO RV-REBUILT-COUNT.
070500
070600     IF RV-OLD-LEDGER-IS-OPEN
070700         MOVE RV-NEW-KEY TO NGL-KEY
070800         READ NUMGEN-LEDGER-FILE
070900             INVALID KEY
071000                 CONTINUE
071100             NOT INVALID KEY
071200                 GO TO 5200-CHECK-ONE-NEW-RECORD-EXIT
071300         END-READ
071400     END-IF.
071500
071600     ADD 1 TO RV-ADDED-COUNT.
071700     DISPLAY " ".
071800     DISPLAY "ADDED - IN THE REBUILD, NOT ON NUMGEN.LEDGER:".
071900     DISPLAY "   PREFIX: " RV-NEW-PREFIX(1:30)
072000         " SUFFIX: " RV-NEW-SUFFIX(1:30).
072100     MOVE RV-NEW-START-NUMBER TO RV-EDIT-FIELD.
072200     DISPLAY "   START:        " RV-EDIT-FIELD.
072300     MOVE RV-NEW-END-NUMBER TO RV-EDIT-FIELD.
072400     DISPLAY "   REBUILT END:  " RV-EDIT-FIELD.
072500     DISPLAY "   REBUILT DATE: " RV-NEW-BATCH-DATE.
072600 5200-CHECK-ONE-NEW-RECORD-EXIT.
072700     EXIT.
072800
072900 5300-PRINT-OLD-RECORD.
073000     DISPLAY "   PREFIX: " NGL-PREFIX(1:30)
073100         " SUFFIX: " NGL-SUFFIX(1:30).
073200     MOVE NGL-START-NUMBER TO RV-EDIT-FIELD.
073300     DISPLAY "   START:        " RV-EDIT-FIELD.
073400     MOVE NGL-END-NUMBER TO RV-EDIT-FIELD.
073500     DISPLAY "   LEDGER END:   " RV-EDIT-FIELD.
073600     DISPLAY "   LEDGER DATE:  " NGL-BATCH-DATE.
073700 5300-PRINT-OLD-RECORD-EXIT.
073800     EXIT.
073900
074000*-----------------------------------------------------------*
074100* 6000-APPLY-IMAGE - PUT RV-IMAGE ON NUMGEN.LEDGNEW.  A KEY *
074200* ALREADY THERE IS MERGED AS MAIN'S 4110 MERGES A REISSUE:  *
074300* THE HIGHER END NUMBER, SO NO RANGE THE OVERLAP CHECK      *
074400* GUARDS CAN SHRINK, AND THE NEWER BATCH DATE - NEWER, NOT  *
074500* LATEST READ, BECAUSE THE SOURCES ARE REPLAYED ONE AFTER   *
074600* ANOTHER RATHER THAN IN DATE ORDER.                        *
074700*-----------------------------------------------------------*
074800 6000-APPLY-IMAGE.
074900     MOVE RV-IMAGE TO RV-NEW-RECORD.
075000     WRITE RV-NEW-RECORD
075100         INVALID KEY
075200             PERFORM 6100-MERGE-IMAGE
075300                 THRU 6100-MERGE-IMAGE-EXIT
075400         NOT INVALID KEY
075500             ADD 1 TO RV-NEW-KEY-COUNT
075600     END-WRITE.
075700 6000-APPLY-IMAGE-EXIT.
075800     EXIT.
075900
076000 6100-MERGE-IMAGE.
076100     READ NUMGEN-LEDGNEW-FILE
076200         INVALID KEY
076300             DISPLAY "ERROR - COULD NOT READ A NUMGEN.LEDGNEW "
076400                 "RECORD BACK FOR THE MERGE - STATUS "
076500                 RV-LEDGNEW-FILE-STATUS
076600             ADD 1 TO RV-APPLY-ERROR-COUNT
076700             GO TO 6100-MERGE-IMAGE-EXIT
076800     END-READ.
076900
077000     IF RV-I-END-NUMBER > RV-NEW-END-NUMBER
077100         MOVE RV-I-END-NUMBER TO RV-NEW-END-NUMBER
077200     END-IF.
077300     IF RV-I-BATCH-DATE > RV-NEW-BATCH-DATE
077400         MOVE RV-I-BATCH-DATE TO RV-NEW-BATCH-DATE
077500     END-IF.
077600     REWRITE RV-NEW-RECORD
077700         INVALID KEY
077800             DISPLAY "ERROR - COULD NOT REWRITE THE MERGED "
077900                 "RECORD - STATUS " RV-LEDGNEW-FILE-STATUS
078000             ADD 1 TO RV-APPLY-ERROR-COUNT
078100             GO TO 6100-MERGE-IMAGE-EXIT
078200     END-REWRITE.
078300     ADD 1 TO RV-MERGED-COUNT.
078400 6100-MERGE-IMAGE-EXIT.
078500     EXIT.
078600
078700*-----------------------------------------------------------*
078800* 7000-PRINT-SUMMARY - WHERE THE REBUILD CAME FROM AND HOW  *
078900* IT COMPARES, FOR THE OPERATOR TO SIGN OFF BEFORE          *
079000* NUMGEN.LEDGNEW REPLACES NUMGEN.LEDGER.                    *
079100*-----------------------------------------------------------*
079200 7000-PRINT-SUMMARY.
079300     DISPLAY " ".
079400     DISPLAY "REBUILD CONTROL TOTALS".
079500     IF RV-STARTED-FROM-SAVE
079600         MOVE RV-SAVE-READ-COUNT TO RV-EDIT-FIELD-SMALL
079700         DISPLAY "   STARTED FROM NUMGEN.LEDGSAVE:  "
079800             RV-EDIT-FIELD-SMALL " RECORDS"
079900         DISPLAY "   REPLAYED FROM BATCH DATE:      "
080000             RV-REPLAY-FROM
080100     ELSE
080200         DISPLAY "   STARTED FROM AN EMPTY LEDGER"
080300     END-IF.
080400     MOVE RV-AUDIT-APPLIED-COUNT TO RV-EDIT-FIELD-SMALL.
080500     DISPLAY "   AUDIT GENERATIONS REPLAYED:    "
080600         RV-EDIT-FIELD-SMALL.
080700     MOVE RV-DISP-APPLIED-COUNT TO RV-EDIT-FIELD-SMALL.
080800     DISPLAY "   COMPLETED BATCHES REPLAYED:    "
080900         RV-EDIT-FIELD-SMALL.
081000     MOVE RV-VOID-APPLIED-COUNT TO RV-EDIT-FIELD-SMALL.
081100     DISPLAY "   VOID REISSUES RE-APPLIED:      "
081200         RV-EDIT-FIELD-SMALL.
081300     MOVE RV-NEW-KEY-COUNT TO RV-EDIT-FIELD-SMALL.
081400     DISPLAY "   KEYS WRITTEN:                  "
081500         RV-EDIT-FIELD-SMALL.
081600     MOVE RV-MERGED-COUNT TO RV-EDIT-FIELD-SMALL.
081700     DISPLAY "   MERGED INTO A KEY ALREADY ON:  "
081800         RV-EDIT-FIELD-SMALL.
081900     MOVE RV-ARCH-REMOVED-COUNT TO RV-EDIT-FIELD-SMALL.
082000     DISPLAY "   REMOVED AS ARCHIVED:           "
082100         RV-EDIT-FIELD-SMALL.
082200     MOVE RV-REBUILT-COUNT TO RV-EDIT-FIELD-SMALL.
082300     DISPLAY "   RECORDS ON NUMGEN.LEDGNEW:     "
082400         RV-EDIT-FIELD-SMALL.
082500     IF RV-APPLY-ERROR-COUNT > 0
082600         MOVE RV-APPLY-ERROR-COUNT TO RV-EDIT-FIELD-SMALL
082700         DISPLAY "   *** ERRORS BUILDING THE FILE:  "
082800             RV-EDIT-FIELD-SMALL " ***"
082900     END-IF.
083000
083100     DISPLAY " ".
083200     DISPLAY "COMPARISON TOTALS".
083300     MOVE RV-OLD-READ-COUNT TO RV-EDIT-FIELD-SMALL.
083400     DISPLAY "   RECORDS READ FROM NUMGEN.LEDGER: "
083500         RV-EDIT-FIELD-SMALL.
083600     MOVE RV-SAME-COUNT TO RV-EDIT-FIELD-SMALL.
083700     DISPLAY "   KEYS THE SAME:                 "
083800         RV-EDIT-FIELD-SMALL.
083900     MOVE RV-CHANGED-COUNT TO RV-EDIT-FIELD-SMALL.
084000     DISPLAY "   KEYS CHANGED:                  "
084100         RV-EDIT-FIELD-SMALL.
084200     MOVE RV-MISSING-COUNT TO RV-EDIT-FIELD-SMALL.
084300     DISPLAY "   KEYS MISSING FROM THE REBUILD: "
084400         RV-EDIT-FIELD-SMALL.
084500     MOVE RV-ADDED-COUNT TO RV-EDIT-FIELD-SMALL.
084600     DISPLAY "   KEYS ADDED BY THE REBUILD:     "
084700         RV-EDIT-FIELD-SMALL.
084800
084900     IF RV-CHANGED-COUNT = 0 AND RV-MISSING-COUNT = 0 AND
085000             RV-ADDED-COUNT = 0 AND RV-APPLY-ERROR-COUNT = 0
085100         DISPLAY "   THE REBUILD MATCHES NUMGEN.LEDGER KEY "
085200             "FOR KEY."
085300     ELSE
085400         DISPLAY "   REVIEW EVERY DIFFERENCE ABOVE.  AFTER "
085500             "SIGN-OFF, REPLACE NUMGEN.LEDGER WITH"
085600         DISPLAY "   NUMGEN.LEDGNEW AND RUN NUMGENLEDGCHK "
085700             "BEFORE THE NEXT GENERATOR RUN."
085800     END-IF.
085900 7000-PRINT-SUMMARY-EXIT.
086000     EXIT.
086100
086200 END PROGRAM NUMGENLEDGRCV.
