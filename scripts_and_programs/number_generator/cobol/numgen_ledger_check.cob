003700*               CODE 8 SO THE SCHEDULER CAN HOLD THE GENERATOR
003800*               JOB.
003900*
004000*               A CLEAN RUN ALSO UNLOADS THE LEDGER, IN KEY
004100*               ORDER AND IN THE NGLEDG LAYOUT, TO
004200*               NUMGEN.LEDGSAVE - THE LAST GOOD COPY THAT
004300*               NUMGENLEDGRCV STARTS FROM WHEN THE LEDGER HAS
004400*               TO BE REBUILT.
004500*
004600* MODIFICATION HISTORY
004700*   2026-09-02  RO   ORIGINAL VERSION.
004800*   2026-09-02  RO   A REISSUE WRITES ITS OWN LEDGER RECORD
004900*                    INSIDE THE ORIGINAL ISSUED RANGE (SEE
005000*                    MAIN'S 4100-RECORD-BATCH-IN-LEDGER), SO
005100*                    AN OVERLAP COVERED BY A REISSUED VOID
005200*                    RECORD IS EXPECTED HISTORY, NOT DAMAGE -
005300*                    IT NO LONGER RAISES THE DAMAGED RETURN
005400*                    CODE THAT WOULD HOLD THE GENERATOR JOB.
005500*   2026-10-15  RO   A CLEAN CHECK UNLOADS THE LEDGER TO
005600*                    NUMGEN.LEDGSAVE, THE LAST GOOD COPY
005700*                    NUMGENLEDGRCV REBUILDS A DAMAGED LEDGER
005800*                    FROM.  A DAMAGED RUN LEAVES THE PREVIOUS
005900*                    COPY ALONE.
006000*****************************************************************
006100 IDENTIFICATION DIVISION.
006200 PROGRAM-ID. NUMGENLEDGCHK.
006300 AUTHOR. R. OKONKWO.
006400 INSTALLATION. DATA PROCESSING DEPT.
006500 DATE-WRITTEN. 2026-09-02.
006600 DATE-COMPILED.
006700
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS NGL-KEY
007500         FILE STATUS IS NG-LEDGER-FILE-STATUS.
007600
007700     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS NG-VOID-FILE-STATUS.
008000
008100     SELECT NUMGEN-LEDGSAVE-FILE ASSIGN TO "NUMGEN.LEDGSAVE"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS LC-LEDGSAVE-FILE-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700*-----------------------------------------------------------*
008800*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
008900*-----------------------------------------------------------*
009000 FD  NUMGEN-LEDGER-FILE.
009100     COPY NGLEDG.
009200
009300*-----------------------------------------------------------*
009400*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
009500*-----------------------------------------------------------*
009600 FD  NUMGEN-VOID-FILE.
009700     COPY NGVOID.
009800
009900*-----------------------------------------------------------*
010000*    LAST GOOD COPY OF THE LEDGER, FOR NUMGENLEDGRCV        *
010100*-----------------------------------------------------------*
010200 FD  NUMGEN-LEDGSAVE-FILE.
010300 01  LC-LEDGSAVE-RECORD           PIC X(158).
010400
010500 WORKING-STORAGE SECTION.
010600 77  NG-LEDGER-FILE-STATUS        PIC X(02).
010700     88  NG-LEDGER-FILE-OK             VALUE "00".
010800     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
010900
011000 77  NG-VOID-FILE-STATUS          PIC X(02).
011100     88  NG-VOID-FILE-OK               VALUE "00".
011200     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
011300
011400 77  LC-LEDGSAVE-FILE-STATUS      PIC X(02).
011500     88  LC-LEDGSAVE-FILE-OK           VALUE "00".
011600
011700 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
011800     88  LEDGER-AT-EOF                 VALUE "Y".
011900     88  LEDGER-NOT-AT-EOF              VALUE "N".
012000
012100 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
012200     88  VOID-AT-EOF                   VALUE "Y".
012300     88  VOID-NOT-AT-EOF                VALUE "N".
012400
012500 77  LC-COVERED-SWITCH            PIC X(01) VALUE "N".
012600     88  LC-VOID-IS-COVERED            VALUE "Y".
012700     88  LC-VOID-NOT-COVERED            VALUE "N".
012800
012900 77  LC-DATE-VALID-SWITCH         PIC X(01) VALUE "N".
013000     88  LC-DATE-IS-VALID              VALUE "Y".
013100     88  LC-DATE-NOT-VALID              VALUE "N".
013200
013300 77  LC-SERIES-OPEN-SWITCH        PIC X(01) VALUE "N".
013400     88  LC-SERIES-IN-HAND             VALUE "Y".
013500     88  LC-NO-SERIES-IN-HAND           VALUE "N".
013600
013700 77  LEDGER-OPEN-SWITCH           PIC X(01) VALUE "N".
013800     88  LEDGER-IS-OPEN                VALUE "Y".
013900     88  LEDGER-NOT-OPEN                VALUE "N".
014000
014100 77  LC-REISS-MATCH-SWITCH        PIC X(01) VALUE "N".
014200     88  LC-OVERLAP-IS-REISSUE         VALUE "Y".
014300     88  LC-OVERLAP-NOT-REISSUE         VALUE "N".
014400
014500 77  LC-REISS-FULL-SWITCH         PIC X(01) VALUE "N".
014600     88  LC-REISS-TABLE-IS-FULL        VALUE "Y".
014700     88  LC-REISS-TABLE-NOT-FULL        VALUE "N".
014800
014900 77  LC-REISS-TABLE-COUNT         PIC 9(03) COMP VALUE ZERO.
015000 77  LC-REISSUE-OVLP-COUNT        PIC 9(07) COMP VALUE ZERO.
015100
015200*-----------------------------------------------------------*
015300* LC-REISS-TABLE - EVERY REISSUED ("R") NUMGEN.VOID RECORD, *
015400* LOADED BEFORE THE LEDGER SWEEP.  AN OVERLAPPING LEDGER    *
015500* RECORD WHOSE RANGE LIES FULLY INSIDE ONE OF THESE IS THE  *
015600* TRAIL OF A LEGITIMATE VOID-AND-REISSUE, NOT DAMAGE.       *
015700*-----------------------------------------------------------*
015800 01  LC-REISS-TABLE.
015900     05  LC-REISS-ENTRY OCCURS 1 TO 500 TIMES
016000             DEPENDING ON LC-REISS-TABLE-COUNT
016100             INDEXED BY LC-REISS-IDX.
016200         10  LC-R-PREFIX           PIC X(50).
016300         10  LC-R-SUFFIX           PIC X(50).
016400         10  LC-R-START            PIC 9(25).
016500         10  LC-R-END              PIC 9(25).
016600
016700 77  LC-LEDGER-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
016800 77  LC-VOID-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
016900 77  LC-SAVED-COUNT               PIC 9(07) COMP VALUE ZERO.
017000 77  LC-OVERLAP-COUNT             PIC 9(07) COMP VALUE ZERO.
017100 77  LC-BAD-RANGE-COUNT           PIC 9(07) COMP VALUE ZERO.
017200 77  LC-BAD-DATE-COUNT            PIC 9(07) COMP VALUE ZERO.
017300 77  LC-UNCOVERED-COUNT           PIC 9(07) COMP VALUE ZERO.
017400 77  LC-DAMAGE-COUNT              PIC 9(07) COMP VALUE ZERO.
017500 77  LC-EDIT-FIELD                PIC Z(24)9.
017600 77  LC-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
017700
017800 77  LC-WORK-DATE                 PIC 9(08).
017900 77  LC-WORK-YEAR                 PIC 9(04).
018000 77  LC-WORK-MONTH                PIC 9(02).
018100 77  LC-WORK-DAY                  PIC 9(02).
018200 77  LC-MONTH-DAYS                PIC 9(02).
018300 77  LC-LEAP-QUOTIENT             PIC 9(04).
018400 77  LC-LEAP-REMAINDER            PIC 9(04).
018500
018600*-----------------------------------------------------------*
018700* LC-PREV-RECORD - THE LEDGER RECORD THAT CURRENTLY EXTENDS *
018800* FURTHEST UNDER THE SERIES IN HAND.  THE LEDGER IS KEYED   *
018900* ON PREFIX/SUFFIX/START, SO A RECORD WHOSE START IS NOT    *
019000* ABOVE THIS ONE'S END OVERLAPS IT - AND THE PAIR CAN BE    *
019100* PRINTED TOGETHER.                                         *
019200*-----------------------------------------------------------*
019300 01  LC-PREV-RECORD.
019400     05  LC-PREV-PREFIX           PIC X(50).
019500     05  LC-PREV-SUFFIX           PIC X(50).
019600     05  LC-PREV-START            PIC 9(25).
019700     05  LC-PREV-END              PIC 9(25).
019800     05  LC-PREV-DATE             PIC 9(08).
019900
020000 PROCEDURE DIVISION.
020100 0000-MAINLINE.
020200     DISPLAY " ".
020300     DISPLAY "LEDGER AND VOID REGISTER INTEGRITY CHECK".
020400
020500     PERFORM 0500-LOAD-REISSUED-VOIDS
020600         THRU 0500-LOAD-REISSUED-VOIDS-EXIT.
020700
020800     PERFORM 1000-SWEEP-LEDGER
020900         THRU 1000-SWEEP-LEDGER-EXIT.
021000
021100     PERFORM 2000-CHECK-VOID-REGISTER
021200         THRU 2000-CHECK-VOID-REGISTER-EXIT.
021300
021400     PERFORM 3000-PRINT-SUMMARY
021500         THRU 3000-PRINT-SUMMARY-EXIT.
021600
021700     IF LC-DAMAGE-COUNT = 0 AND LC-LEDGER-READ-COUNT > 0
021800         PERFORM 4000-SAVE-GOOD-COPY
021900             THRU 4000-SAVE-GOOD-COPY-EXIT
022000     END-IF.
022100
022200     IF LC-DAMAGE-COUNT = 0
022300         MOVE 0 TO RETURN-CODE
022400     ELSE
022500         MOVE 8 TO RETURN-CODE
022600     END-IF.
022700     STOP RUN.
022800
022900*-----------------------------------------------------------*
023000* 0500-LOAD-REISSUED-VOIDS - LOAD EVERY REISSUED ("R")      *
023100* NUMGEN.VOID RECORD SO THE SWEEP CAN TELL A LEGITIMATE     *
023200* VOID-AND-REISSUE OVERLAP FROM REAL DAMAGE.  NO FILE, NO   *
023300* REISSUES, EVERY OVERLAP IS DAMAGE - THE WAY THE LEDGER    *
023400* WORKED BEFORE THE VOID REGISTER EXISTED.                  *
023500*-----------------------------------------------------------*
023600 0500-LOAD-REISSUED-VOIDS.
023700     MOVE ZERO TO LC-REISS-TABLE-COUNT.
023800     SET LC-REISS-TABLE-NOT-FULL TO TRUE.
023900     OPEN INPUT NUMGEN-VOID-FILE.
024000     IF NG-VOID-FILE-NOT-FOUND
024100         GO TO 0500-LOAD-REISSUED-VOIDS-EXIT
024200     END-IF.
024300     SET VOID-NOT-AT-EOF TO TRUE.
024400     PERFORM 0510-LOAD-ONE-REISSUED-VOID
024500         THRU 0510-LOAD-ONE-REISSUED-VOID-EXIT
024600         UNTIL VOID-AT-EOF.
024700     CLOSE NUMGEN-VOID-FILE.
024800
024900     IF LC-REISS-TABLE-IS-FULL
025000         DISPLAY "WARNING - MORE THAN 500 REISSUED VOID "
025100             "RECORDS - OVERLAPS COVERED BY THE REST WILL "
025200             "BE REPORTED AS DAMAGE - ARCHIVE THE REGISTER"
025300     END-IF.
025400 0500-LOAD-REISSUED-VOIDS-EXIT.
025500     EXIT.
025600
025700 0510-LOAD-ONE-REISSUED-VOID.
025800     READ NUMGEN-VOID-FILE
025900         AT END
026000             SET VOID-AT-EOF TO TRUE
026100             GO TO 0510-LOAD-ONE-REISSUED-VOID-EXIT
026200     END-READ.
026300
026400     IF NOT NGV-REISSUED
026500         GO TO 0510-LOAD-ONE-REISSUED-VOID-EXIT
026600     END-IF.
026700
026800     IF LC-REISS-TABLE-COUNT >= 500
026900         SET LC-REISS-TABLE-IS-FULL TO TRUE
027000         GO TO 0510-LOAD-ONE-REISSUED-VOID-EXIT
027100     END-IF.
027200
027300     ADD 1 TO LC-REISS-TABLE-COUNT.
027400     MOVE NGV-PREFIX TO LC-R-PREFIX(LC-REISS-TABLE-COUNT).
027500     MOVE NGV-SUFFIX TO LC-R-SUFFIX(LC-REISS-TABLE-COUNT).
027600     MOVE NGV-START-NUMBER
027700         TO LC-R-START(LC-REISS-TABLE-COUNT).
027800     MOVE NGV-END-NUMBER
027900         TO LC-R-END(LC-REISS-TABLE-COUNT).
028000 0510-LOAD-ONE-REISSUED-VOID-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------*
028400* 1000-SWEEP-LEDGER - READ THE WHOLE LEDGER IN KEY ORDER    *
028500* AND CHECK EVERY RECORD FOR A REVERSED RANGE, AN INVALID   *
028600* BATCH DATE, AND AN OVERLAP WITH THE RECORD THAT EXTENDS   *
028700* FURTHEST SO FAR UNDER THE SAME PREFIX/SUFFIX.             *
028800*-----------------------------------------------------------*
028900 1000-SWEEP-LEDGER.
029000     SET LC-NO-SERIES-IN-HAND TO TRUE.
029100     OPEN INPUT NUMGEN-LEDGER-FILE.
029200     IF NOT NG-LEDGER-FILE-OK
029300         DISPLAY "NUMGEN.LEDGER NOT FOUND OR NOT READABLE - "
029400             "STATUS " NG-LEDGER-FILE-STATUS " - NOTHING TO "
029500             "CHECK ON THE LEDGER"
029600         GO TO 1000-SWEEP-LEDGER-EXIT
029700     END-IF.
029800
029900     SET LEDGER-NOT-AT-EOF TO TRUE.
030000     PERFORM 1100-CHECK-ONE-LEDGER-RECORD
030100         THRU 1100-CHECK-ONE-LEDGER-RECORD-EXIT
030200         UNTIL LEDGER-AT-EOF.
030300     CLOSE NUMGEN-LEDGER-FILE.
030400 1000-SWEEP-LEDGER-EXIT.
030500     EXIT.
030600
030700 1100-CHECK-ONE-LEDGER-RECORD.
030800     READ NUMGEN-LEDGER-FILE NEXT RECORD
030900         AT END
031000             SET LEDGER-AT-EOF TO TRUE
031100             GO TO 1100-CHECK-ONE-LEDGER-RECORD-EXIT
031200     END-READ.
031300     ADD 1 TO LC-LEDGER-READ-COUNT.
031400
031500     IF NGL-END-NUMBER < NGL-START-NUMBER
031600         ADD 1 TO LC-BAD-RANGE-COUNT
031700         ADD 1 TO LC-DAMAGE-COUNT
031800         DISPLAY " "
031900         DISPLAY "DAMAGED - END NUMBER BELOW START NUMBER:"
032000         PERFORM 1500-PRINT-CURRENT-LEDGER-RECORD
032100             THRU 1500-PRINT-CURRENT-LEDGER-RECORD-EXIT
032200     END-IF.
032300
032400     MOVE NGL-BATCH-DATE TO LC-WORK-DATE.
032500     PERFORM 7000-VALIDATE-DATE
032600         THRU 7000-VALIDATE-DATE-EXIT.
032700     IF LC-DATE-NOT-VALID
032800         ADD 1 TO LC-BAD-DATE-COUNT
032900         ADD 1 TO LC-DAMAGE-COUNT
033000         DISPLAY " "
033100         DISPLAY "DAMAGED - BATCH DATE IS NOT A VALID "
033200             "CALENDAR DATE:"
033300         PERFORM 1500-PRINT-CURRENT-LEDGER-RECORD
033400             THRU 1500-PRINT-CURRENT-LEDGER-RECORD-EXIT
033500     END-IF.
033600
033700     IF LC-NO-SERIES-IN-HAND OR
033800             NGL-PREFIX NOT = LC-PREV-PREFIX OR
033900             NGL-SUFFIX NOT = LC-PREV-SUFFIX
034000         PERFORM 1300-START-NEW-SERIES
034100             THRU 1300-START-NEW-SERIES-EXIT
034200         GO TO 1100-CHECK-ONE-LEDGER-RECORD-EXIT
034300     END-IF.
034400
034500     IF NGL-START-NUMBER <= LC-PREV-END
034600         PERFORM 1400-CHECK-REISSUE-EXEMPTION
034700             THRU 1400-CHECK-REISSUE-EXEMPTION-EXIT
034800         IF LC-OVERLAP-IS-REISSUE
034900             ADD 1 TO LC-REISSUE-OVLP-COUNT
035000             DISPLAY " "
035100             DISPLAY "REISSUE OVERLAP - EXPECTED: THE INNER "
035200                 "RANGE LIES INSIDE A REISSUED VOID RECORD "
035300                 "- NOT DAMAGE:"
035400             PERFORM 1500-PRINT-CURRENT-LEDGER-RECORD
035500                 THRU 1500-PRINT-CURRENT-LEDGER-RECORD-EXIT
035600         ELSE
035700             ADD 1 TO LC-OVERLAP-COUNT
035800             ADD 1 TO LC-DAMAGE-COUNT
035900             DISPLAY " "
036000             DISPLAY "DAMAGED - RANGES OVERLAP UNDER ONE "
036100                 "PREFIX/SUFFIX - THE CONFLICTING PAIR:"
036200             DISPLAY "   PREFIX: " LC-PREV-PREFIX(1:30)
036300                 " SUFFIX: " LC-PREV-SUFFIX(1:30)
036400             MOVE LC-PREV-START TO LC-EDIT-FIELD
036500             DISPLAY "   RECORD 1 START: " LC-EDIT-FIELD
036600             MOVE LC-PREV-END TO LC-EDIT-FIELD
036700             DISPLAY "   RECORD 1 END:   " LC-EDIT-FIELD
036800             DISPLAY "   RECORD 1 DATE:  " LC-PREV-DATE
036900             MOVE NGL-START-NUMBER TO LC-EDIT-FIELD
037000             DISPLAY "   RECORD 2 START: " LC-EDIT-FIELD
037100             MOVE NGL-END-NUMBER TO LC-EDIT-FIELD
037200             DISPLAY "   RECORD 2 END:   " LC-EDIT-FIELD
037300             DISPLAY "   RECORD 2 DATE:  " NGL-BATCH-DATE
037400         END-IF
037500     END-IF.
037600
037700     IF NGL-END-NUMBER > LC-PREV-END
037800         MOVE NGL-START-NUMBER TO LC-PREV-START
037900         MOVE NGL-END-NUMBER TO LC-PREV-END
038000         MOVE NGL-BATCH-DATE TO LC-PREV-DATE
038100     END-IF.
038200 1100-CHECK-ONE-LEDGER-RECORD-EXIT.
038300     EXIT.
038400
038500 1300-START-NEW-SERIES.
038600     SET LC-SERIES-IN-HAND TO TRUE.
038700     MOVE NGL-PREFIX TO LC-PREV-PREFIX.
038800     MOVE NGL-SUFFIX TO LC-PREV-SUFFIX.
038900     MOVE NGL-START-NUMBER TO LC-PREV-START.
039000     MOVE NGL-END-NUMBER TO LC-PREV-END.
039100     MOVE NGL-BATCH-DATE TO LC-PREV-DATE.
039200 1300-START-NEW-SERIES-EXIT.
039300     EXIT.
039400
039500*-----------------------------------------------------------*
039600* 1400-CHECK-REISSUE-EXEMPTION - DOES THE CURRENT (INNER)   *
039700* LEDGER RECORD'S RANGE LIE FULLY INSIDE A REISSUED VOID    *
039800* RECORD UNDER THE SAME PREFIX/SUFFIX?  IF SO THE OVERLAP   *
039900* IS THE TRAIL MAIN LEAVES WHEN A VOIDED SUB-RANGE IS       *
040000* REISSUED, NOT DAMAGE.                                     *
040100*-----------------------------------------------------------*
040200 1400-CHECK-REISSUE-EXEMPTION.
040300     SET LC-OVERLAP-NOT-REISSUE TO TRUE.
040400     IF LC-REISS-TABLE-COUNT = ZERO
040500         GO TO 1400-CHECK-REISSUE-EXEMPTION-EXIT
040600     END-IF.
040700     PERFORM 1410-MATCH-ONE-REISSUED-VOID
040800         THRU 1410-MATCH-ONE-REISSUED-VOID-EXIT
040900         VARYING LC-REISS-IDX FROM 1 BY 1
041000         UNTIL LC-REISS-IDX > LC-REISS-TABLE-COUNT
041100             OR LC-OVERLAP-IS-REISSUE.
041200 1400-CHECK-REISSUE-EXEMPTION-EXIT.
041300     EXIT.
041400
041500 1410-MATCH-ONE-REISSUED-VOID.
041600     IF LC-R-PREFIX(LC-REISS-IDX) = NGL-PREFIX AND
041700             LC-R-SUFFIX(LC-REISS-IDX) = NGL-SUFFIX AND
041800             LC-R-START(LC-REISS-IDX) <= NGL-START-NUMBER
041900             AND LC-R-END(LC-REISS-IDX) >= NGL-END-NUMBER
042000         SET LC-OVERLAP-IS-REISSUE TO TRUE
042100     END-IF.
042200 1410-MATCH-ONE-REISSUED-VOID-EXIT.
042300     EXIT.
042400
042500 1500-PRINT-CURRENT-LEDGER-RECORD.
042600     DISPLAY "   PREFIX: " NGL-PREFIX(1:30)
042700         " SUFFIX: " NGL-SUFFIX(1:30).
042800     MOVE NGL-START-NUMBER TO LC-EDIT-FIELD.
042900     DISPLAY "   START:  " LC-EDIT-FIELD.
043000     MOVE NGL-END-NUMBER TO LC-EDIT-FIELD.
043100     DISPLAY "   END:    " LC-EDIT-FIELD.
043200     DISPLAY "   DATE:   " NGL-BATCH-DATE.
043300 1500-PRINT-CURRENT-LEDGER-RECORD-EXIT.
043400     EXIT.
043500
043600*-----------------------------------------------------------*
043700* 2000-CHECK-VOID-REGISTER - EVERY NUMGEN.VOID RECORD'S     *
043800* RANGE MUST LIE ENTIRELY INSIDE SOME ISSUED LEDGER RANGE   *
043900* UNDER ITS PREFIX/SUFFIX - THAT IS THE RULE NUMGENVOID     *
044000* ENFORCED WHEN THE VOID WAS KEYED, SO A RECORD OUTSIDE IT  *
044100* MEANS THE LEDGER LOST A RANGE (OR THE VOID RECORD WAS     *
044200* DAMAGED).                                                 *
044300*-----------------------------------------------------------*
044400 2000-CHECK-VOID-REGISTER.
044500     OPEN INPUT NUMGEN-VOID-FILE.
044600     IF NG-VOID-FILE-NOT-FOUND
044700         DISPLAY " "
044800         DISPLAY "NUMGEN.VOID NOT FOUND - NO VOID RECORDS "
044900             "TO CHECK."
045000         GO TO 2000-CHECK-VOID-REGISTER-EXIT
045100     END-IF.
045200
045300*    THE OPEN-SUCCEEDED SWITCH IS TESTED INSTEAD OF THE LIVE
045400*    FILE STATUS, WHICH GOES TO "10" AT END OF FILE AFTER A
045500*    SEARCH AND WOULD SKIP EVERY LATER VOID RECORD'S SEARCH.
045600     OPEN INPUT NUMGEN-LEDGER-FILE.
045700     IF NG-LEDGER-FILE-OK
045800         SET LEDGER-IS-OPEN TO TRUE
045900     ELSE
046000         SET LEDGER-NOT-OPEN TO TRUE
046100     END-IF.
046200     SET VOID-NOT-AT-EOF TO TRUE.
046300     PERFORM 2100-CHECK-ONE-VOID-RECORD
046400         THRU 2100-CHECK-ONE-VOID-RECORD-EXIT
046500         UNTIL VOID-AT-EOF.
046600     IF LEDGER-IS-OPEN
046700         CLOSE NUMGEN-LEDGER-FILE
046800     END-IF.
046900     CLOSE NUMGEN-VOID-FILE.
047000 2000-CHECK-VOID-REGISTER-EXIT.
047100     EXIT.
047200
047300 2100-CHECK-ONE-VOID-RECORD.
047400     READ NUMGEN-VOID-FILE
047500         AT END
047600             SET VOID-AT-EOF TO TRUE
047700             GO TO 2100-CHECK-ONE-VOID-RECORD-EXIT
047800     END-READ.
047900     ADD 1 TO LC-VOID-READ-COUNT.
048000
048100     PERFORM 2200-LOOK-FOR-COVERING-RANGE
048200         THRU 2200-LOOK-FOR-COVERING-RANGE-EXIT.
048300
048400     IF LC-VOID-NOT-COVERED
048500         ADD 1 TO LC-UNCOVERED-COUNT
048600         ADD 1 TO LC-DAMAGE-COUNT
048700         DISPLAY " "
048800         DISPLAY "DAMAGED - VOID RECORD NOT FULLY INSIDE "
048900             "ANY ISSUED LEDGER RANGE:"
049000         DISPLAY "   PREFIX: " NGV-PREFIX(1:30)
049100             " SUFFIX: " NGV-SUFFIX(1:30)
049200         MOVE NGV-START-NUMBER TO LC-EDIT-FIELD
049300         DISPLAY "   START:  " LC-EDIT-FIELD
049400         MOVE NGV-END-NUMBER TO LC-EDIT-FIELD
049500         DISPLAY "   END:    " LC-EDIT-FIELD
049600         DISPLAY "   VOIDED: " NGV-VOID-DATE
049700             " STATUS " NGV-STATUS
049800     END-IF.
049900 2100-CHECK-ONE-VOID-RECORD-EXIT.
050000     EXIT.
050100
050200*-----------------------------------------------------------*
050300* 2200-LOOK-FOR-COVERING-RANGE - KEYED SEARCH OF THE LEDGER *
050400* FOR A RANGE FULLY COVERING THE CURRENT VOID RECORD.  THE  *
050500* LEDGER IS INDEXED ON PREFIX/SUFFIX/START, SO THE SEARCH   *
050600* STARTS DIRECTLY ON THE PREFIX/SUFFIX AND STOPS WHEN THE   *
050700* RECORDS MOVE PAST IT.                                     *
050800*-----------------------------------------------------------*
050900 2200-LOOK-FOR-COVERING-RANGE.
051000     SET LC-VOID-NOT-COVERED TO TRUE.
051100     IF LEDGER-NOT-OPEN
051200         GO TO 2200-LOOK-FOR-COVERING-RANGE-EXIT
051300     END-IF.
051400     SET LEDGER-NOT-AT-EOF TO TRUE.
051500     MOVE NGV-PREFIX TO NGL-PREFIX.
051600     MOVE NGV-SUFFIX TO NGL-SUFFIX.
051700     MOVE ZERO TO NGL-START-NUMBER.
051800     START NUMGEN-LEDGER-FILE KEY >= NGL-KEY
051900         INVALID KEY
052000             SET LEDGER-AT-EOF TO TRUE
052100     END-START.
052200     PERFORM 2210-CHECK-ONE-COVER-RECORD
052300         THRU 2210-CHECK-ONE-COVER-RECORD-EXIT
052400         UNTIL LEDGER-AT-EOF OR LC-VOID-IS-COVERED.
052500 2200-LOOK-FOR-COVERING-RANGE-EXIT.
052600     EXIT.
052700
052800 2210-CHECK-ONE-COVER-RECORD.
052900     READ NUMGEN-LEDGER-FILE NEXT RECORD
053000         AT END
053100             SET LEDGER-AT-EOF TO TRUE
053200             GO TO 2210-CHECK-ONE-COVER-RECORD-EXIT
053300     END-READ.
053400
053500     IF NGL-PREFIX NOT = NGV-PREFIX OR
053600             NGL-SUFFIX NOT = NGV-SUFFIX
053700         SET LEDGER-AT-EOF TO TRUE
053800         GO TO 2210-CHECK-ONE-COVER-RECORD-EXIT
053900     END-IF.
054000
054100     IF NGL-START-NUMBER <= NGV-START-NUMBER AND
054200             NGL-END-NUMBER >= NGV-END-NUMBER
054300         SET LC-VOID-IS-COVERED TO TRUE
054400     END-IF.
054500 2210-CHECK-ONE-COVER-RECORD-EXIT.
054600     EXIT.
054700
054800*-----------------------------------------------------------*
054900* 3000-PRINT-SUMMARY - THE CHECK IN SIX FIGURES.  A CLEAN   *
055000* RUN SAYS SO IN ONE LINE.                                  *
055100*-----------------------------------------------------------*
055200 3000-PRINT-SUMMARY.
055300     DISPLAY " ".
055400     DISPLAY "INTEGRITY CHECK SUMMARY".
055500     MOVE LC-LEDGER-READ-COUNT TO LC-EDIT-FIELD-SMALL.
055600     DISPLAY "   LEDGER RECORDS READ:           "
055700         LC-EDIT-FIELD-SMALL.
055800     MOVE LC-VOID-READ-COUNT TO LC-EDIT-FIELD-SMALL.
055900     DISPLAY "   VOID RECORDS READ:             "
056000         LC-EDIT-FIELD-SMALL.
056100     MOVE LC-OVERLAP-COUNT TO LC-EDIT-FIELD-SMALL.
056200     DISPLAY "   OVERLAPPING RANGE PAIRS:       "
056300         LC-EDIT-FIELD-SMALL.
056400     MOVE LC-REISSUE-OVLP-COUNT TO LC-EDIT-FIELD-SMALL.
056500     DISPLAY "   REISSUE OVERLAPS (EXPECTED):   "
056600         LC-EDIT-FIELD-SMALL.
056700     MOVE LC-BAD-RANGE-COUNT TO LC-EDIT-FIELD-SMALL.
056800     DISPLAY "   END BELOW START:               "
056900         LC-EDIT-FIELD-SMALL.
057000     MOVE LC-BAD-DATE-COUNT TO LC-EDIT-FIELD-SMALL.
057100     DISPLAY "   INVALID BATCH DATES:           "
057200         LC-EDIT-FIELD-SMALL.
057300     MOVE LC-UNCOVERED-COUNT TO LC-EDIT-FIELD-SMALL.
057400     DISPLAY "   VOIDS OUTSIDE ANY LEDGER RANGE:"
057500         LC-EDIT-FIELD-SMALL.
057600     DISPLAY " ".
057700     IF LC-DAMAGE-COUNT = 0
057800         DISPLAY "LEDGER AND VOID REGISTER CHECK CLEAN - "
057900             "THE NIGHTLY RUN MAY TRUST THE FILES."
058000     ELSE
058100         MOVE LC-DAMAGE-COUNT TO LC-EDIT-FIELD-SMALL
058200         DISPLAY "*** " LC-EDIT-FIELD-SMALL " DAMAGED "
058300             "RECORDS - HOLD THE GENERATOR JOB AND REBUILD "
058400             "THE LEDGER WITH NUMGENLEDGRCV ***"
058500     END-IF.
058600 3000-PRINT-SUMMARY-EXIT.
058700     EXIT.
058800
058900*-----------------------------------------------------------*
059000* 4000-SAVE-GOOD-COPY - THE CHECK CAME UP CLEAN, SO UNLOAD  *
059100* THE LEDGER TO NUMGEN.LEDGSAVE, REPLACING THE LAST COPY.   *
059200* IF THE LEDGER WILL NOT READ BACK, THE NEW COPY IS         *
059300* INCOMPLETE AND THE OPERATOR IS TOLD NOT TO RELY ON IT.    *
059400*-----------------------------------------------------------*
059500 4000-SAVE-GOOD-COPY.
059600     OPEN INPUT NUMGEN-LEDGER-FILE.
059700     IF NOT NG-LEDGER-FILE-OK
059800         DISPLAY "WARNING - COULD NOT REOPEN NUMGEN.LEDGER TO "
059900             "SAVE A GOOD COPY - STATUS " NG-LEDGER-FILE-STATUS
060000             " - NUMGEN.LEDGSAVE LEFT AS IT WAS"
060100         GO TO 4000-SAVE-GOOD-COPY-EXIT
060200     END-IF.
060300     OPEN OUTPUT NUMGEN-LEDGSAVE-FILE.
060400     IF NOT LC-LEDGSAVE-FILE-OK
060500         DISPLAY "WARNING - COULD NOT WRITE NUMGEN.LEDGSAVE - "
060600             "STATUS " LC-LEDGSAVE-FILE-STATUS
060700         CLOSE NUMGEN-LEDGER-FILE
060800         GO TO 4000-SAVE-GOOD-COPY-EXIT
060900     END-IF.
061000
061100     SET LEDGER-NOT-AT-EOF TO TRUE.
061200     PERFORM 4100-SAVE-ONE-LEDGER-RECORD
061300         THRU 4100-SAVE-ONE-LEDGER-RECORD-EXIT
061400         UNTIL LEDGER-AT-EOF.
061500     CLOSE NUMGEN-LEDGSAVE-FILE.
061600     CLOSE NUMGEN-LEDGER-FILE.
061700
061800     MOVE LC-SAVED-COUNT TO LC-EDIT-FIELD-SMALL.
061900     IF LC-SAVED-COUNT = LC-LEDGER-READ-COUNT
062000         DISPLAY "GOOD COPY SAVED TO NUMGEN.LEDGSAVE - "
062100             LC-EDIT-FIELD-SMALL " RECORDS."
062200     ELSE
062300         DISPLAY "*** NUMGEN.LEDGSAVE HOLDS " LC-EDIT-FIELD-SMALL
062400             " RECORDS, NOT THE NUMBER CHECKED - DO NOT "
062500             "REBUILD FROM IT ***"
062600     END-IF.
062700 4000-SAVE-GOOD-COPY-EXIT.
062800     EXIT.
062900
063000 4100-SAVE-ONE-LEDGER-RECORD.
063100     READ NUMGEN-LEDGER-FILE NEXT RECORD
063200         AT END
063300             SET LEDGER-AT-EOF TO TRUE
063400             GO TO 4100-SAVE-ONE-LEDGER-RECORD-EXIT
063500     END-READ.
063600     MOVE NG-LEDGER-RECORD TO LC-LEDGSAVE-RECORD.
063700     WRITE LC-LEDGSAVE-RECORD.
063800     ADD 1 TO LC-SAVED-COUNT.
063900 4100-SAVE-ONE-LEDGER-RECORD-EXIT.
064000     EXIT.
064100
064200*-----------------------------------------------------------*
064300* 7000-VALIDATE-DATE - IS THE YYYYMMDD DATE IN LC-WORK-DATE *
064400* A REAL CALENDAR DATE?  MONTH 1-12, DAY 1 THROUGH THE      *
064500* MONTH'S LENGTH, WITH THE USUAL LEAP-YEAR RULE FOR         *
064600* FEBRUARY (DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE  *
064700* BY 400).                                                  *
064800*-----------------------------------------------------------*
064900 7000-VALIDATE-DATE.
065000     SET LC-DATE-NOT-VALID TO TRUE.
065100     IF LC-WORK-DATE IS NOT NUMERIC
065200         GO TO 7000-VALIDATE-DATE-EXIT
065300     END-IF.
065400     MOVE LC-WORK-DATE(1:4) TO LC-WORK-YEAR.
065500     MOVE LC-WORK-DATE(5:2) TO LC-WORK-MONTH.
065600     MOVE LC-WORK-DATE(7:2) TO LC-WORK-DAY.
065700
065800     IF LC-WORK-MONTH < 1 OR LC-WORK-MONTH > 12
065900         GO TO 7000-VALIDATE-DATE-EXIT
066000     END-IF.
066100     IF LC-WORK-DAY < 1
066200         GO TO 7000-VALIDATE-DATE-EXIT
066300     END-IF.
066400
066500     EVALUATE LC-WORK-MONTH
066600         WHEN 1
066700         WHEN 3
066800         WHEN 5
066900         WHEN 7
067000         WHEN 8
067100         WHEN 10
067200         WHEN 12
067300             MOVE 31 TO LC-MONTH-DAYS
067400         WHEN 4
067500         WHEN 6
067600         WHEN 9
067700         WHEN 11
067800             MOVE 30 TO LC-MONTH-DAYS
067900         WHEN 2
068000             MOVE 28 TO LC-MONTH-DAYS
068100             PERFORM 7100-CHECK-LEAP-YEAR
068200                 THRU 7100-CHECK-LEAP-YEAR-EXIT
068300     END-EVALUATE.
068400
068500     IF LC-WORK-DAY > LC-MONTH-DAYS
068600         GO TO 7000-VALIDATE-DATE-EXIT
068700     END-IF.
068800     SET LC-DATE-IS-VALID TO TRUE.
068900 7000-VALIDATE-DATE-EXIT.
069000     EXIT.
069100
069200 7100-CHECK-LEAP-YEAR.
069300     DIVIDE LC-WORK-YEAR BY 400
069400         GIVING LC-LEAP-QUOTIENT
069500         REMAINDER LC-LEAP-REMAINDER.
069600     IF LC-LEAP-REMAINDER = 0
069700         MOVE 29 TO LC-MONTH-DAYS
069800         GO TO 7100-CHECK-LEAP-YEAR-EXIT
069900     END-IF.
070000     DIVIDE LC-WORK-YEAR BY 100
070100         GIVING LC-LEAP-QUOTIENT
070200         REMAINDER LC-LEAP-REMAINDER.
070300     IF LC-LEAP-REMAINDER = 0
070400         GO TO 7100-CHECK-LEAP-YEAR-EXIT
070500     END-IF.
070600     DIVIDE LC-WORK-YEAR BY 4
070700         GIVING LC-LEAP-QUOTIENT
070800         REMAINDER LC-LEAP-REMAINDER.
070900     IF LC-LEAP-REMAINDER = 0
071000         MOVE 29 TO LC-MONTH-DAYS
071100     END-IF.
071200 7100-CHECK-LEAP-YEAR-EXIT.
071300     EXIT.
071400
071500 END PROGRAM NUMGENLEDGCHK.
