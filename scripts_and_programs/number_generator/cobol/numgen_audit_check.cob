000100*****************************************************************
000200* PROGRAM:      NUMGENAUDCHK
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      VERIFIES THE AUDIT CHAIN ON NUMGEN.AUDARCH AND
000800*               NUMGEN.AUDIT.  EVERY AUDIT RECORD CARRIES A
000900*               SEQUENCE NUMBER AND A CHAIN VALUE COMPUTED BY
001000*               NUMGENACHAIN FROM THE RECORD BEFORE IT (SEE
001100*               NGAUDIT AND NUMGENASTAMP), SO A TRAIL EDITED BY
001200*               HAND NO LONGER LOOKS LIKE A GOOD ONE.  THIS
001300*               PROGRAM RECOMPUTES THE CHAIN RECORD BY RECORD
001400*               AND REPORTS, WITH THE FILE, LINE, SEQUENCE
001500*               NUMBER, OPERATOR, DATE, AND ACTION:
001600*                 - RECORDS ALTERED SINCE THEY WERE WRITTEN
001700*                 - RECORDS INSERTED BY HAND, INCLUDING ONE
001800*                   WITH NO SEQUENCE NUMBER AFTER THE CHAIN
001900*                   HAS STARTED AND ONE REPEATING A SEQUENCE
002000*                   NUMBER ALREADY PASSED
002100*                 - RECORDS MOVED OUT OF SEQUENCE
002200*                 - SEQUENCE NUMBERS MISSING ALTOGETHER, I.E.
002300*                   RECORDS DELETED
002400*
002500*               NUMGEN.AUDARCH IS CHECKED FIRST, WHEN PRESENT.
002600*               A PURGED NUMGEN.AUDIT STARTS WITH THE CHAINFWD
002700*               LINK RECORD NUMGENARCH WROTE, WHICH IS CHECKED
002800*               AGAINST THE LAST RECORD OF THE ARCHIVE AND
002900*               THEN ANCHORS THE REST OF THE FILE, SO THE
003000*               PURGED FILE VERIFIES FROM ITS NEW START.
003100*               RECORDS WRITTEN BEFORE THE CHAIN EXISTED CANNOT
003200*               BE VERIFIED AND ARE COUNTED AS SUCH.
003300*
003400*               THE CHAIN SHOWS THE TRAIL WAS NOT EDITED BY
003500*               HAND; IT IS NOT A SIGNATURE AND DOES NOT
003600*               REPLACE THE DIRECTORY SECURITY ON THE FILES.
003700*
003800*               AN INTACT CHAIN SAYS SO IN ONE LINE AND ENDS
003900*               WITH RETURN CODE 0; ANY FINDING ENDS WITH
004000*               RETURN CODE 8.
004100*
004200* MODIFICATION HISTORY
004300*   2026-10-15  RO   ORIGINAL VERSION.
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. NUMGENAUDCHK.
004700 AUTHOR. R. OKONKWO.
004800 INSTALLATION. DATA PROCESSING DEPT.
004900 DATE-WRITTEN. 2026-10-15.
005000 DATE-COMPILED.
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT NUMGEN-AUDARCH-FILE ASSIGN TO "NUMGEN.AUDARCH"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS CK-AUDARCH-FILE-STATUS.
005800
005900     SELECT NUMGEN-AUDIT-FILE ASSIGN TO "NUMGEN.AUDIT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS NG-AUDIT-FILE-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*-----------------------------------------------------------*
006600*    AUDIT ARCHIVE - IMAGE OF EACH PURGED AUDIT RECORD      *
006700*-----------------------------------------------------------*
006800 FD  NUMGEN-AUDARCH-FILE.
006900 01  CK-AUDARCH-RECORD            PIC X(213).
007000
007100*-----------------------------------------------------------*
007200*    AUDIT TRAIL OF EVERY RUN-NUMGEN CALL - SEE NGAUDIT     *
007300*-----------------------------------------------------------*
007400 FD  NUMGEN-AUDIT-FILE.
007500 01  CK-AUDIT-RECORD              PIC X(213).
007600
007700 WORKING-STORAGE SECTION.
007800 77  CK-AUDARCH-FILE-STATUS       PIC X(02).
007900     88  CK-AUDARCH-FILE-OK            VALUE "00".
008000     88  CK-AUDARCH-FILE-NOT-FOUND      VALUE "35".
008100
008200 77  NG-AUDIT-FILE-STATUS         PIC X(02).
008300     88  NG-AUDIT-FILE-OK              VALUE "00".
008400     88  NG-AUDIT-FILE-NOT-FOUND       VALUE "35".
008500
008600 77  AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
008700     88  AUDIT-AT-EOF                  VALUE "Y".
008800     88  AUDIT-NOT-AT-EOF               VALUE "N".
008900
009000 77  CK-FILE-SWITCH               PIC X(01) VALUE "A".
009100     88  CK-FILE-IS-ARCHIVE            VALUE "A".
009200     88  CK-FILE-IS-AUDIT              VALUE "L".
009300
009400 77  CK-ARCHIVE-SWITCH            PIC X(01) VALUE "N".
009500     88  CK-ARCHIVE-PRESENT            VALUE "Y".
009600     88  CK-ARCHIVE-ABSENT              VALUE "N".
009700
009800 77  CK-TAIL-SWITCH               PIC X(01) VALUE "N".
009900     88  CK-ARCH-TAIL-PRESENT          VALUE "Y".
010000     88  CK-ARCH-TAIL-ABSENT            VALUE "N".
010100
010200 77  CK-CHAIN-SWITCH              PIC X(01) VALUE "N".
010300     88  CK-CHAIN-STARTED              VALUE "Y".
010400     88  CK-CHAIN-NOT-STARTED           VALUE "N".
010500
010600 77  CK-BACK-SWITCH               PIC X(01) VALUE "N".
010700     88  CK-BACK-PRESENT               VALUE "Y".
010800     88  CK-BACK-ABSENT                 VALUE "N".
010900
011000 77  CK-GAP-FOUND-SWITCH          PIC X(01) VALUE "N".
011100     88  CK-GAP-IS-FOUND               VALUE "Y".
011200     88  CK-GAP-NOT-FOUND               VALUE "N".
011300
011400 77  CK-GAP-FULL-SWITCH           PIC X(01) VALUE "N".
011500     88  CK-GAP-TABLE-IS-FULL          VALUE "Y".
011600     88  CK-GAP-TABLE-NOT-FULL          VALUE "N".
011700
011800 77  CK-FILE-NAME                 PIC X(14).
011900 77  CK-LINE-NUMBER               PIC 9(07) COMP VALUE ZERO.
012000 77  CK-EXPECT-SEQ                PIC 9(09) VALUE ZERO.
012100 77  CK-PRIOR-CHAIN               PIC 9(10) VALUE ZERO.
012200 77  CK-COMPUTED-CHAIN            PIC 9(10) VALUE ZERO.
012300 77  CK-ARCH-TAIL-SEQ             PIC 9(09) VALUE ZERO.
012400 77  CK-ARCH-TAIL-CHAIN           PIC 9(10) VALUE ZERO.
012500 77  CK-BACK-SEQ                  PIC 9(09) VALUE ZERO.
012600 77  CK-BACK-CHAIN                PIC 9(10) VALUE ZERO.
012700 77  CK-BACK-LINE                 PIC 9(07) COMP VALUE ZERO.
012800 77  CK-GAP-MISSING               PIC 9(09) VALUE ZERO.
012900
013000 77  CK-ARCH-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
013100 77  CK-AUDIT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
013200 77  CK-LINK-COUNT                PIC 9(07) COMP VALUE ZERO.
013300 77  CK-LEGACY-COUNT              PIC 9(07) COMP VALUE ZERO.
013400 77  CK-VERIFIED-COUNT            PIC 9(07) COMP VALUE ZERO.
013500 77  CK-RESUMED-COUNT             PIC 9(07) COMP VALUE ZERO.
013600 77  CK-ALTERED-COUNT             PIC 9(07) COMP VALUE ZERO.
013700 77  CK-INSERTED-COUNT            PIC 9(07) COMP VALUE ZERO.
013800 77  CK-OUT-OF-SEQ-COUNT          PIC 9(07) COMP VALUE ZERO.
013900 77  CK-DELETED-COUNT             PIC 9(09) COMP VALUE ZERO.
014000 77  CK-LINK-BAD-COUNT            PIC 9(07) COMP VALUE ZERO.
014100 77  CK-DAMAGE-COUNT              PIC 9(09) COMP VALUE ZERO.
014200
014300 77  CK-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
014400 77  CK-EDIT-FIELD-SEQ            PIC ZZZZZZZZ9.
014500 77  CK-EDIT-FIELD-SEQ-2          PIC ZZZZZZZZ9.
014600
014700 77  CK-GAP-COUNT                 PIC 9(03) COMP VALUE ZERO.
014800 77  CK-GAP-SUB                   PIC 9(03) COMP VALUE ZERO.
014900
015000*-----------------------------------------------------------*
015100* CK-GAP-TABLE - EVERY RUN OF SEQUENCE NUMBERS SKIPPED OVER *
015200* WHERE THE CHAIN JUMPED AHEAD.  A SKIPPED NUMBER THAT      *
015300* TURNS UP LATER WAS MOVED OUT OF SEQUENCE; ONE THAT NEVER  *
015400* TURNS UP WAS DELETED.                                     *
015500*-----------------------------------------------------------*
015600 01  CK-GAP-TABLE.
015700     05  CK-GAP-ENTRY OCCURS 1 TO 200 TIMES
015800             DEPENDING ON CK-GAP-COUNT
015900             INDEXED BY CK-GAP-IDX.
016000         10  CK-GAP-LOW            PIC 9(09).
016100         10  CK-GAP-HIGH           PIC 9(09).
016200         10  CK-GAP-FOUND          PIC 9(09) COMP.
016300
016400*-----------------------------------------------------------*
016500*    THE RECORD IN HAND, FROM EITHER FILE - SEE NGAUDIT     *
016600*-----------------------------------------------------------*
016700     COPY NGAUDIT.
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     DISPLAY " ".
017200     DISPLAY "AUDIT TRAIL CHAIN VERIFICATION".
017300
017400     PERFORM 1000-CHECK-AUDIT-ARCHIVE
017500         THRU 1000-CHECK-AUDIT-ARCHIVE-EXIT.
017600
017700     PERFORM 2000-CHECK-AUDIT-TRAIL
017800         THRU 2000-CHECK-AUDIT-TRAIL-EXIT.
017900
018000     PERFORM 4000-PRINT-SUMMARY
018100         THRU 4000-PRINT-SUMMARY-EXIT.
018200
018300     IF CK-DAMAGE-COUNT = 0
018400         MOVE 0 TO RETURN-CODE
018500     ELSE
018600         MOVE 8 TO RETURN-CODE
018700     END-IF.
018800     STOP RUN.
018900
019000*-----------------------------------------------------------*
019100* 0500-START-FILE - EACH FILE IS VERIFIED FROM ITS OWN      *
019200* START: SEQUENCE 1 FROM A CHAIN VALUE OF ZERO, UNLESS A    *
019300* CHAINFWD LINK RECORD SAYS OTHERWISE.                      *
019400*-----------------------------------------------------------*
019500 0500-START-FILE.
019600     MOVE ZERO TO CK-LINE-NUMBER.
019700     MOVE 1 TO CK-EXPECT-SEQ.
019800     MOVE ZERO TO CK-PRIOR-CHAIN.
019900     SET CK-CHAIN-NOT-STARTED TO TRUE.
020000     SET CK-BACK-ABSENT TO TRUE.
020100     SET AUDIT-NOT-AT-EOF TO TRUE.
020200 0500-START-FILE-EXIT.
020300     EXIT.
020400
020500*-----------------------------------------------------------*
020600* 1000-CHECK-AUDIT-ARCHIVE - VERIFY NUMGEN.AUDARCH AND KEEP *
020700* ITS LAST RECORD'S LINK FOR THE CHAINFWD CROSS-CHECK.      *
020800*-----------------------------------------------------------*
020900 1000-CHECK-AUDIT-ARCHIVE.
021000     SET CK-FILE-IS-ARCHIVE TO TRUE.
021100     MOVE "NUMGEN.AUDARCH" TO CK-FILE-NAME.
021200     SET CK-ARCH-TAIL-ABSENT TO TRUE.
021300     OPEN INPUT NUMGEN-AUDARCH-FILE.
021400     IF NOT CK-AUDARCH-FILE-OK
021500         SET CK-ARCHIVE-ABSENT TO TRUE
021600         DISPLAY "NUMGEN.AUDARCH NOT FOUND - NO ARCHIVED "
021700             "AUDIT RECORDS TO VERIFY"
021800         GO TO 1000-CHECK-AUDIT-ARCHIVE-EXIT
021900     END-IF.
022000     SET CK-ARCHIVE-PRESENT TO TRUE.
022100
022200     PERFORM 0500-START-FILE
022300         THRU 0500-START-FILE-EXIT.
022400     PERFORM 1100-READ-ONE-ARCHIVE-RECORD
022500         THRU 1100-READ-ONE-ARCHIVE-RECORD-EXIT
022600         UNTIL AUDIT-AT-EOF.
022700     CLOSE NUMGEN-AUDARCH-FILE.
022800 1000-CHECK-AUDIT-ARCHIVE-EXIT.
022900     EXIT.
023000
023100 1100-READ-ONE-ARCHIVE-RECORD.
023200     READ NUMGEN-AUDARCH-FILE INTO NG-AUDIT-RECORD
023300         AT END
023400             SET AUDIT-AT-EOF TO TRUE
023500             GO TO 1100-READ-ONE-ARCHIVE-RECORD-EXIT
023600     END-READ.
023700     ADD 1 TO CK-ARCH-READ-COUNT.
023800
023900     IF NGA-SEQUENCE-RAW IS NUMERIC AND
024000             NGA-CHAIN-VALUE IS NUMERIC
024100         SET CK-ARCH-TAIL-PRESENT TO TRUE
024200         MOVE NGA-SEQUENCE TO CK-ARCH-TAIL-SEQ
024300         MOVE NGA-CHAIN-VALUE TO CK-ARCH-TAIL-CHAIN
024400     ELSE
024500         SET CK-ARCH-TAIL-ABSENT TO TRUE
024600     END-IF.
024700
024800     PERFORM 3000-CHECK-ONE-RECORD
024900         THRU 3000-CHECK-ONE-RECORD-EXIT.
025000 1100-READ-ONE-ARCHIVE-RECORD-EXIT.
025100     EXIT.
025200
025300*-----------------------------------------------------------*
025400* 2000-CHECK-AUDIT-TRAIL - VERIFY THE LIVE NUMGEN.AUDIT.    *
025500*-----------------------------------------------------------*
025600 2000-CHECK-AUDIT-TRAIL.
025700     SET CK-FILE-IS-AUDIT TO TRUE.
025800     MOVE "NUMGEN.AUDIT" TO CK-FILE-NAME.
025900     OPEN INPUT NUMGEN-AUDIT-FILE.
026000     IF NOT NG-AUDIT-FILE-OK
026100         DISPLAY "NUMGEN.AUDIT NOT FOUND - NO CURRENT AUDIT "
026200             "RECORDS TO VERIFY"
026300         GO TO 2000-CHECK-AUDIT-TRAIL-EXIT
026400     END-IF.
026500
026600     PERFORM 0500-START-FILE
026700         THRU 0500-START-FILE-EXIT.
026800     PERFORM 2100-READ-ONE-AUDIT-RECORD
026900         THRU 2100-READ-ONE-AUDIT-RECORD-EXIT
027000         UNTIL AUDIT-AT-EOF.
027100     CLOSE NUMGEN-AUDIT-FILE.
027200 2000-CHECK-AUDIT-TRAIL-EXIT.
027300     EXIT.
027400
027500 2100-READ-ONE-AUDIT-RECORD.
027600     READ NUMGEN-AUDIT-FILE INTO NG-AUDIT-RECORD
027700         AT END
027800             SET AUDIT-AT-EOF TO TRUE
027900             GO TO 2100-READ-ONE-AUDIT-RECORD-EXIT
028000     END-READ.
028100     ADD 1 TO CK-AUDIT-READ-COUNT.
028200
028300     PERFORM 3000-CHECK-ONE-RECORD
028400         THRU 3000-CHECK-ONE-RECORD-EXIT.
028500 2100-READ-ONE-AUDIT-RECORD-EXIT.
028600     EXIT.
028700
028800*-----------------------------------------------------------*
028900* 3000-CHECK-ONE-RECORD - CLASSIFY THE RECORD IN HAND.  A   *
029000* CHAINFWD LINK ANCHORS THE FILE; A RECORD WITH NO SEQUENCE *
029100* NUMBER PREDATES THE CHAIN (OR, ONCE THE CHAIN HAS         *
029200* STARTED, WAS INSERTED); ANY OTHER RECORD IS CHECKED       *
029300* AGAINST THE CHAIN IN 3200.                                *
029400*-----------------------------------------------------------*
029500 3000-CHECK-ONE-RECORD.
029600     ADD 1 TO CK-LINE-NUMBER.
029700
029800     IF NGA-ACTION-CHAIN-FWD
029900         PERFORM 3100-CHECK-CHAIN-LINK
030000             THRU 3100-CHECK-CHAIN-LINK-EXIT
030100         GO TO 3000-CHECK-ONE-RECORD-EXIT
030200     END-IF.
030300
030400     IF NGA-SEQUENCE-RAW IS NOT NUMERIC OR
030500             NGA-CHAIN-VALUE IS NOT NUMERIC
030600         IF CK-CHAIN-NOT-STARTED
030700             ADD 1 TO CK-LEGACY-COUNT
030800         ELSE
030900             ADD 1 TO CK-INSERTED-COUNT
031000             DISPLAY " "
031100             DISPLAY "DAMAGED - INSERTED: NO SEQUENCE NUMBER "
031200                 "OR CHAIN VALUE AFTER THE CHAIN HAS STARTED:"
031300             PERFORM 3500-PRINT-CURRENT-RECORD
031400                 THRU 3500-PRINT-CURRENT-RECORD-EXIT
031500         END-IF
031600         GO TO 3000-CHECK-ONE-RECORD-EXIT
031700     END-IF.
031800
031900     IF CK-CHAIN-NOT-STARTED
032000         SET CK-CHAIN-STARTED TO TRUE
032100         IF CK-FILE-IS-AUDIT AND CK-ARCH-TAIL-PRESENT AND
032200                 NGA-SEQUENCE NOT = 1 AND
032300                 NGA-SEQUENCE = CK-ARCH-TAIL-SEQ + 1
032400             ADD 1 TO CK-LINK-BAD-COUNT
032500             DISPLAY " "
032600             DISPLAY "DAMAGED - CHAINFWD LINK RECORD MISSING "
032700                 "FROM THE HEAD OF NUMGEN.AUDIT - CHECKING "
032800                 "ON FROM THE LAST RECORD OF NUMGEN.AUDARCH:"
032900             PERFORM 3500-PRINT-CURRENT-RECORD
033000                 THRU 3500-PRINT-CURRENT-RECORD-EXIT
033100             MOVE NGA-SEQUENCE TO CK-EXPECT-SEQ
033200             MOVE CK-ARCH-TAIL-CHAIN TO CK-PRIOR-CHAIN
033300         END-IF
033400     END-IF.
033500
033600     PERFORM 3200-CHECK-CHAINED-RECORD
033700         THRU 3200-CHECK-CHAINED-RECORD-EXIT.
033800 3000-CHECK-ONE-RECORD-EXIT.
033900     EXIT.
034000
034100*-----------------------------------------------------------*
034200* 3100-CHECK-CHAIN-LINK - A CHAINFWD RECORD BELONGS ONLY AT *
034300* THE HEAD OF A FILE.  THERE ITS SEQUENCE NUMBER AND CHAIN  *
034400* VALUE BECOME THE PREDECESSOR OF THE NEXT RECORD, AND ON   *
034500* NUMGEN.AUDIT THEY MUST MATCH THE LAST RECORD ARCHIVED.    *
034600*-----------------------------------------------------------*
034700 3100-CHECK-CHAIN-LINK.
034800     IF CK-LINE-NUMBER NOT = 1
034900         ADD 1 TO CK-LINK-BAD-COUNT
035000         DISPLAY " "
035100         DISPLAY "DAMAGED - CHAINFWD LINK RECORD FOUND AWAY "
035200             "FROM THE HEAD OF THE FILE:"
035300         PERFORM 3500-PRINT-CURRENT-RECORD
035400             THRU 3500-PRINT-CURRENT-RECORD-EXIT
035500         GO TO 3100-CHECK-CHAIN-LINK-EXIT
035600     END-IF.
035700
035800     IF NGA-SEQUENCE-RAW IS NOT NUMERIC OR
035900             NGA-CHAIN-VALUE IS NOT NUMERIC
036000         ADD 1 TO CK-LINK-BAD-COUNT
036100         DISPLAY " "
036200         DISPLAY "DAMAGED - CHAINFWD LINK RECORD CARRIES NO "
036300             "SEQUENCE NUMBER OR CHAIN VALUE:"
036400         PERFORM 3500-PRINT-CURRENT-RECORD
036500             THRU 3500-PRINT-CURRENT-RECORD-EXIT
036600         GO TO 3100-CHECK-CHAIN-LINK-EXIT
036700     END-IF.
036800
036900     ADD 1 TO CK-LINK-COUNT.
037000     SET CK-CHAIN-STARTED TO TRUE.
037100     COMPUTE CK-EXPECT-SEQ = NGA-SEQUENCE + 1.
037200     MOVE NGA-CHAIN-VALUE TO CK-PRIOR-CHAIN.
037300
037400     IF CK-FILE-IS-ARCHIVE
037500         GO TO 3100-CHECK-CHAIN-LINK-EXIT
037600     END-IF.
037700
037800     IF CK-ARCHIVE-ABSENT
037900         MOVE NGA-SEQUENCE TO CK-EDIT-FIELD-SEQ
038000         DISPLAY " "
038100         DISPLAY "NOTE - NUMGEN.AUDARCH NOT FOUND - THE "
038200             "CHAINFWD LINK FROM SEQUENCE " CK-EDIT-FIELD-SEQ
038300             " WAS NOT CROSS-CHECKED"
038400         GO TO 3100-CHECK-CHAIN-LINK-EXIT
038500     END-IF.
038600
038700     IF CK-ARCH-TAIL-ABSENT OR
038800             CK-ARCH-TAIL-SEQ NOT = NGA-SEQUENCE OR
038900             CK-ARCH-TAIL-CHAIN NOT = NGA-CHAIN-VALUE
039000         ADD 1 TO CK-LINK-BAD-COUNT
039100         DISPLAY " "
039200         DISPLAY "DAMAGED - CHAINFWD LINK DOES NOT MATCH THE "
039300             "LAST RECORD OF NUMGEN.AUDARCH:"
039400         PERFORM 3500-PRINT-CURRENT-RECORD
039500             THRU 3500-PRINT-CURRENT-RECORD-EXIT
039600         IF CK-ARCH-TAIL-PRESENT
039700             MOVE CK-ARCH-TAIL-SEQ TO CK-EDIT-FIELD-SEQ
039800             DISPLAY "   ARCHIVE ENDS AT SEQUENCE "
039900                 CK-EDIT-FIELD-SEQ " CHAIN VALUE "
040000                 CK-ARCH-TAIL-CHAIN
040100         ELSE
040200             DISPLAY "   ARCHIVE DOES NOT END WITH A CHAINED "
040300                 "RECORD"
040400         END-IF
040500     END-IF.
040600 3100-CHECK-CHAIN-LINK-EXIT.
040700     EXIT.
040800
040900*-----------------------------------------------------------*
041000* 3200-CHECK-CHAINED-RECORD - CK-EXPECT-SEQ IS THE SEQUENCE *
041100* NUMBER DUE NEXT AND CK-PRIOR-CHAIN THE CHAIN VALUE IT     *
041200* MUST FOLLOW FROM.                                         *
041300*   - THE DUE NUMBER, CHAIN RECOMPUTES: GOOD.               *
041400*   - THE DUE NUMBER, CHAIN DOES NOT: ALTERED - UNLESS THE  *
041500*     NEXT RECORD CARRIES THE SAME NUMBER AND FOLLOWS ON    *
041600*     FROM THE CHAIN BEFORE IT, WHICH PROVES THIS ONE WAS   *
041700*     INSERTED.  EITHER WAY CHECKING CARRIES ON FROM THE    *
041800*     STORED CHAIN VALUE, SO ONE BAD RECORD IS ONE FINDING. *
041900*   - A HIGHER NUMBER: THE NUMBERS SKIPPED ARE NOTED AS A   *
042000*     GAP AND CHECKING CARRIES ON FROM THIS RECORD.         *
042100*   - A LOWER NUMBER: OUT OF SEQUENCE IF IT FILLS A GAP,    *
042200*     OTHERWISE INSERTED (A REPEATED NUMBER).               *
042300*-----------------------------------------------------------*
042400 3200-CHECK-CHAINED-RECORD.
042500     IF CK-BACK-PRESENT AND NGA-SEQUENCE = CK-BACK-SEQ
042600         CALL "NUMGENACHAIN" USING CK-BACK-CHAIN,
042700                                   NG-AUDIT-RECORD,
042800                                   CK-COMPUTED-CHAIN
042900         IF CK-COMPUTED-CHAIN = NGA-CHAIN-VALUE
043000             SUBTRACT 1 FROM CK-ALTERED-COUNT
043100             ADD 1 TO CK-INSERTED-COUNT
043200             ADD 1 TO CK-VERIFIED-COUNT
043300             SET CK-BACK-ABSENT TO TRUE
043400             MOVE CK-BACK-LINE TO CK-EDIT-FIELD-SMALL
043500             DISPLAY " "
043600             DISPLAY "DAMAGED - INSERTED: THE RECORD AT LINE "
043700                 CK-EDIT-FIELD-SMALL " ABOVE WAS ADDED - "
043800                 "THIS ONE CHAINS ON WITHOUT IT:"
043900             PERFORM 3500-PRINT-CURRENT-RECORD
044000                 THRU 3500-PRINT-CURRENT-RECORD-EXIT
044100             MOVE NGA-CHAIN-VALUE TO CK-PRIOR-CHAIN
044200             COMPUTE CK-EXPECT-SEQ = NGA-SEQUENCE + 1
044300             GO TO 3200-CHECK-CHAINED-RECORD-EXIT
044400         END-IF
044500     END-IF.
044600     SET CK-BACK-ABSENT TO TRUE.
044700
044800     IF NGA-SEQUENCE = CK-EXPECT-SEQ
044900         CALL "NUMGENACHAIN" USING CK-PRIOR-CHAIN,
045000                                   NG-AUDIT-RECORD,
045100                                   CK-COMPUTED-CHAIN
045200         IF CK-COMPUTED-CHAIN = NGA-CHAIN-VALUE
045300             ADD 1 TO CK-VERIFIED-COUNT
045400         ELSE
045500             ADD 1 TO CK-ALTERED-COUNT
045600             SET CK-BACK-PRESENT TO TRUE
045700             MOVE NGA-SEQUENCE TO CK-BACK-SEQ
045800             MOVE CK-PRIOR-CHAIN TO CK-BACK-CHAIN
045900             MOVE CK-LINE-NUMBER TO CK-BACK-LINE
046000             DISPLAY " "
046100             DISPLAY "DAMAGED - ALTERED: CHAIN VALUE DOES NOT "
046200                 "FOLLOW FROM THE RECORD BEFORE:"
046300             PERFORM 3500-PRINT-CURRENT-RECORD
046400                 THRU 3500-PRINT-CURRENT-RECORD-EXIT
046500         END-IF
046600         MOVE NGA-CHAIN-VALUE TO CK-PRIOR-CHAIN
046700         COMPUTE CK-EXPECT-SEQ = NGA-SEQUENCE + 1
046800         GO TO 3200-CHECK-CHAINED-RECORD-EXIT
046900     END-IF.
047000
047100     IF NGA-SEQUENCE > CK-EXPECT-SEQ
047200         PERFORM 3300-RECORD-GAP
047300             THRU 3300-RECORD-GAP-EXIT
047400         ADD 1 TO CK-RESUMED-COUNT
047500         MOVE NGA-CHAIN-VALUE TO CK-PRIOR-CHAIN
047600         COMPUTE CK-EXPECT-SEQ = NGA-SEQUENCE + 1
047700         GO TO 3200-CHECK-CHAINED-RECORD-EXIT
047800     END-IF.
047900
048000     PERFORM 3400-FIND-GAP
048100         THRU 3400-FIND-GAP-EXIT.
048200     DISPLAY " ".
048300     IF CK-GAP-IS-FOUND
048400         ADD 1 TO CK-GAP-FOUND(CK-GAP-SUB)
048500         ADD 1 TO CK-OUT-OF-SEQ-COUNT
048600         DISPLAY "DAMAGED - OUT OF SEQUENCE: MOVED FROM "
048700             "WHERE A GAP WAS FOUND EARLIER:"
048800     ELSE
048900         ADD 1 TO CK-INSERTED-COUNT
049000         DISPLAY "DAMAGED - INSERTED: REPEATS A SEQUENCE "
049100             "NUMBER ALREADY PASSED:"
049200     END-IF.
049300     PERFORM 3500-PRINT-CURRENT-RECORD
049400         THRU 3500-PRINT-CURRENT-RECORD-EXIT.
049500 3200-CHECK-CHAINED-RECORD-EXIT.
049600     EXIT.
049700
049800*-----------------------------------------------------------*
049900* 3300-RECORD-GAP - NOTE THE SEQUENCE NUMBERS SKIPPED.      *
050000* WHETHER THEY WERE DELETED OR MOVED IS SETTLED AT THE END, *
050100* SO THE BREAK ITSELF IS PRINTED HERE WITHOUT A VERDICT.    *
050200* IF THE TABLE IS FULL THE NUMBERS ARE COUNTED AS DELETED   *
050300* STRAIGHT AWAY.                                            *
050400*-----------------------------------------------------------*
050500 3300-RECORD-GAP.
050600     MOVE CK-EXPECT-SEQ TO CK-EDIT-FIELD-SEQ.
050700     DISPLAY " ".
050800     DISPLAY "SEQUENCE BREAK - EXPECTED SEQUENCE "
050900         CK-EDIT-FIELD-SEQ ", FOUND:".
051000     PERFORM 3500-PRINT-CURRENT-RECORD
051100         THRU 3500-PRINT-CURRENT-RECORD-EXIT.
051200
051300     IF CK-GAP-COUNT >= 200
051400         SET CK-GAP-TABLE-IS-FULL TO TRUE
051500         COMPUTE CK-DELETED-COUNT = CK-DELETED-COUNT
051600             + NGA-SEQUENCE - CK-EXPECT-SEQ
051700         GO TO 3300-RECORD-GAP-EXIT
051800     END-IF.
051900
052000     ADD 1 TO CK-GAP-COUNT.
052100     MOVE CK-EXPECT-SEQ TO CK-GAP-LOW(CK-GAP-COUNT).
052200     COMPUTE CK-GAP-HIGH(CK-GAP-COUNT) = NGA-SEQUENCE - 1.
052300     MOVE ZERO TO CK-GAP-FOUND(CK-GAP-COUNT).
052400 3300-RECORD-GAP-EXIT.
052500     EXIT.
052600
052700*-----------------------------------------------------------*
052800* 3400-FIND-GAP - DOES THE CURRENT SEQUENCE NUMBER FALL IN  *
052900* A GAP NOTED EARLIER?  CK-GAP-SUB POINTS AT IT IF SO.      *
053000*-----------------------------------------------------------*
053100 3400-FIND-GAP.
053200     SET CK-GAP-NOT-FOUND TO TRUE.
053300     PERFORM 3410-MATCH-ONE-GAP
053400         THRU 3410-MATCH-ONE-GAP-EXIT
053500         VARYING CK-GAP-IDX FROM 1 BY 1
053600         UNTIL CK-GAP-IDX > CK-GAP-COUNT
053700             OR CK-GAP-IS-FOUND.
053800 3400-FIND-GAP-EXIT.
053900     EXIT.
054000
054100 3410-MATCH-ONE-GAP.
054200     IF NGA-SEQUENCE >= CK-GAP-LOW(CK-GAP-IDX) AND
054300             NGA-SEQUENCE <= CK-GAP-HIGH(CK-GAP-IDX)
054400         SET CK-GAP-IS-FOUND TO TRUE
054500         SET CK-GAP-SUB TO CK-GAP-IDX
054600     END-IF.
054700 3410-MATCH-ONE-GAP-EXIT.
054800     EXIT.
054900
055000 3500-PRINT-CURRENT-RECORD.
055100     MOVE CK-LINE-NUMBER TO CK-EDIT-FIELD-SMALL.
055200     IF NGA-SEQUENCE-RAW IS NUMERIC
055300         MOVE NGA-SEQUENCE TO CK-EDIT-FIELD-SEQ
055400         DISPLAY "   " CK-FILE-NAME " LINE " CK-EDIT-FIELD-SMALL
055500             "  SEQUENCE " CK-EDIT-FIELD-SEQ
055600     ELSE
055700         DISPLAY "   " CK-FILE-NAME " LINE " CK-EDIT-FIELD-SMALL
055800             "  NO SEQUENCE NUMBER"
055900     END-IF.
056000     DISPLAY "   OPERATOR: " NGA-OPERATOR-ID
056100         " RUN: " NGA-RUN-DATE " " NGA-RUN-TIME
056200         " ACTION: " NGA-ACTION.
056300 3500-PRINT-CURRENT-RECORD-EXIT.
056400     EXIT.
056500
056600*-----------------------------------------------------------*
056700* 4000-PRINT-SUMMARY - SETTLE EVERY GAP, THEN THE CHECK IN  *
056800* FIGURES.  AN INTACT CHAIN SAYS SO IN ONE LINE.            *
056900*-----------------------------------------------------------*
057000 4000-PRINT-SUMMARY.
057100     PERFORM 4100-SETTLE-ONE-GAP
057200         THRU 4100-SETTLE-ONE-GAP-EXIT
057300         VARYING CK-GAP-SUB FROM 1 BY 1
057400         UNTIL CK-GAP-SUB > CK-GAP-COUNT.
057500     IF CK-GAP-TABLE-IS-FULL
057600         DISPLAY " "
057700         DISPLAY "WARNING - MORE THAN 200 SEQUENCE BREAKS - "
057800             "LATER BREAKS ARE COUNTED AS DELETED RECORDS "
057900             "AND A RECORD MOVED INTO ONE SHOWS AS INSERTED"
058000     END-IF.
058100
058200     COMPUTE CK-DAMAGE-COUNT = CK-ALTERED-COUNT
058300         + CK-INSERTED-COUNT + CK-OUT-OF-SEQ-COUNT
058400         + CK-DELETED-COUNT + CK-LINK-BAD-COUNT.
058500
058600     DISPLAY " ".
058700     DISPLAY "AUDIT CHAIN VERIFICATION SUMMARY".
058800     MOVE CK-ARCH-READ-COUNT TO CK-EDIT-FIELD-SMALL.
058900     DISPLAY "   NUMGEN.AUDARCH RECORDS READ:    "
059000         CK-EDIT-FIELD-SMALL.
059100     MOVE CK-AUDIT-READ-COUNT TO CK-EDIT-FIELD-SMALL.
059200     DISPLAY "   NUMGEN.AUDIT RECORDS READ:      "
059300         CK-EDIT-FIELD-SMALL.
059400     MOVE CK-LINK-COUNT TO CK-EDIT-FIELD-SMALL.
059500     DISPLAY "   CHAINFWD LINK RECORDS:          "
059600         CK-EDIT-FIELD-SMALL.
059700     MOVE CK-LEGACY-COUNT TO CK-EDIT-FIELD-SMALL.
059800     DISPLAY "   WRITTEN BEFORE THE CHAIN:       "
059900         CK-EDIT-FIELD-SMALL.
060000     MOVE CK-VERIFIED-COUNT TO CK-EDIT-FIELD-SMALL.
060100     DISPLAY "   CHAINED CORRECTLY:              "
060200         CK-EDIT-FIELD-SMALL.
060300     MOVE CK-RESUMED-COUNT TO CK-EDIT-FIELD-SMALL.
060400     DISPLAY "   RESUMING AFTER A BREAK:         "
060500         CK-EDIT-FIELD-SMALL.
060600     MOVE CK-ALTERED-COUNT TO CK-EDIT-FIELD-SMALL.
060700     DISPLAY "   ALTERED:                        "
060800         CK-EDIT-FIELD-SMALL.
060900     MOVE CK-INSERTED-COUNT TO CK-EDIT-FIELD-SMALL.
061000     DISPLAY "   INSERTED:                       "
061100         CK-EDIT-FIELD-SMALL.
061200     MOVE CK-OUT-OF-SEQ-COUNT TO CK-EDIT-FIELD-SMALL.
061300     DISPLAY "   OUT OF SEQUENCE:                "
061400         CK-EDIT-FIELD-SMALL.
061500     MOVE CK-DELETED-COUNT TO CK-EDIT-FIELD-SEQ.
061600     DISPLAY "   DELETED (SEQUENCES MISSING):  "
061700         CK-EDIT-FIELD-SEQ.
061800     MOVE CK-LINK-BAD-COUNT TO CK-EDIT-FIELD-SMALL.
061900     DISPLAY "   CHAINFWD LINKS MISSING OR BAD:  "
062000         CK-EDIT-FIELD-SMALL.
062100     DISPLAY " ".
062200     IF CK-DAMAGE-COUNT = 0
062300         DISPLAY "AUDIT CHAIN INTACT - NO RECORD HAS BEEN "
062400             "ALTERED, INSERTED, MOVED, OR DELETED."
062500     ELSE
062600         MOVE CK-DAMAGE-COUNT TO CK-EDIT-FIELD-SEQ
062700         DISPLAY "*** AUDIT CHAIN BROKEN - " CK-EDIT-FIELD-SEQ
062800             " FINDINGS - RECOVER THE TRAIL FROM BACKUP AND "
062900             "REPORT TO THE AUDITORS ***"
063000     END-IF.
063100 4000-PRINT-SUMMARY-EXIT.
063200     EXIT.
063300
063400*-----------------------------------------------------------*
063500* 4100-SETTLE-ONE-GAP - WHATEVER IN A GAP NEVER TURNED UP   *
063600* OUT OF SEQUENCE WAS DELETED.                              *
063700*-----------------------------------------------------------*
063800 4100-SETTLE-ONE-GAP.
063900     COMPUTE CK-GAP-MISSING = CK-GAP-HIGH(CK-GAP-SUB)
064000         - CK-GAP-LOW(CK-GAP-SUB) + 1
064100         - CK-GAP-FOUND(CK-GAP-SUB).
064200     IF CK-GAP-MISSING = 0
064300         GO TO 4100-SETTLE-ONE-GAP-EXIT
064400     END-IF.
064500     ADD CK-GAP-MISSING TO CK-DELETED-COUNT.
064600     MOVE CK-GAP-LOW(CK-GAP-SUB) TO CK-EDIT-FIELD-SEQ.
064700     MOVE CK-GAP-HIGH(CK-GAP-SUB) TO CK-EDIT-FIELD-SEQ-2.
064800     DISPLAY " ".
064900     DISPLAY "DAMAGED - DELETED: SEQUENCES "
065000         CK-EDIT-FIELD-SEQ " THRU " CK-EDIT-FIELD-SEQ-2.
065100     MOVE CK-GAP-MISSING TO CK-EDIT-FIELD-SEQ.
065200     DISPLAY "   RECORDS NEVER FOUND: " CK-EDIT-FIELD-SEQ.
065300 4100-SETTLE-ONE-GAP-EXIT.
065400     EXIT.
065500
065600 END PROGRAM NUMGENAUDCHK.
