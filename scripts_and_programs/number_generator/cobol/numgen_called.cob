009300*                    THE RUNNING HASH RIDES ON THE CHECKPOINT
009400*                    RECORD SO A RESUMED BATCH STILL HASHES
009500*                    THE WHOLE RANGE.
009600*   2026-10-15  RO   RUN MODE "S" (SIMULATE) COUNTS WHAT A
009700*                    BATCH WOULD GENERATE AND EXCLUDE UNDER
009800*                    THE NUMGEN.EXCL RULES WITHOUT OPENING THE
009900*                    OUTPUT FILE, TOUCHING NUMGEN.CKPT, OR
010000*                    REGISTERING A DELIVERY - FOR MAIN'S DRY
010100*                    RUN OF A NUMGEN.PARM DECK.
010200*****************************************************************
010300 IDENTIFICATION DIVISION.
010400 PROGRAM-ID. NUMGENCALLED.
010500 AUTHOR. R. OKONKWO.
010600 INSTALLATION. DATA PROCESSING DEPT.
010700 DATE-WRITTEN. 2026-08-08.
010800 DATE-COMPILED.
010900
011000 ENVIRONMENT DIVISION.
011100 INPUT-OUTPUT SECTION.
011200 FILE-CONTROL.
011300     SELECT NUMGEN-OUT-FILE ASSIGN USING NG-OUT-ASSIGN-NAME
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS NG-OUT-FILE-STATUS.
011600
011700     SELECT NUMGEN-EXCL-FILE ASSIGN TO "NUMGEN.EXCL"
011800         ORGANIZATION IS LINE SEQUENTIAL
011900         FILE STATUS IS NG-EXCL-FILE-STATUS.
012000
012100     SELECT NUMGEN-CKPT-FILE ASSIGN TO "NUMGEN.CKPT"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS NG-CKPT-FILE-STATUS.
012400
012500     SELECT NUMGEN-DLVR-FILE ASSIGN TO "NUMGEN.DLVR"
012600         ORGANIZATION IS LINE SEQUENTIAL
012700         FILE STATUS IS NG-DLVR-FILE-STATUS.
012800
012900 DATA DIVISION.
013000 FILE SECTION.
013100*-----------------------------------------------------------*
013200*    NUMBER GENERATOR OUTPUT FILE - ONE LINE PER SERIAL     *
013300*-----------------------------------------------------------*
013400 FD  NUMGEN-OUT-FILE.
013500 01  NUMGEN-OUT-RECORD            PIC X(250).
013600
013700*-----------------------------------------------------------*
013800*    CHECKPOINT FILE - SEE COPYBOOK NGCKPT                  *
013900*-----------------------------------------------------------*
014000 FD  NUMGEN-CKPT-FILE.
014100     COPY NGCKPT.
014200
014300*-----------------------------------------------------------*
014400*    EXCLUSION RULES - SEE COPYBOOK NGEXCL                  *
014500*-----------------------------------------------------------*
014600 FD  NUMGEN-EXCL-FILE.
014700     COPY NGEXCL.
014800
014900*-----------------------------------------------------------*
015000*    DELIVERY REGISTER - SEE COPYBOOK NGDLVR                *
015100*-----------------------------------------------------------*
015200 FD  NUMGEN-DLVR-FILE.
015300     COPY NGDLVR.
015400
015500 WORKING-STORAGE SECTION.
015600 77  NG-OUT-FILE-STATUS           PIC X(02).
015700     88  NG-OUT-FILE-OK                VALUE "00".
015800     88  NG-OUT-FILE-NOT-FOUND          VALUE "35".
015900
016000 77  NG-CKPT-FILE-STATUS          PIC X(02).
016100     88  NG-CKPT-FILE-OK               VALUE "00".
016200     88  NG-CKPT-FILE-NOT-FOUND         VALUE "35".
016300
016400 77  NG-DLVR-FILE-STATUS          PIC X(02).
016500     88  NG-DLVR-FILE-OK               VALUE "00".
016600     88  NG-DLVR-FILE-NOT-FOUND         VALUE "35".
016700
016800 77  NG-DLVR-DATE-TODAY           PIC 9(08) VALUE ZERO.
016900
017000 77  NG-CURRENT-NUMBER            PIC 9(25).
017100 77  NG-CURRENT-NUMBER-EDIT       PIC Z(24)9.
017200 77  NG-LEADING-SPACE-COUNT       PIC 9(02) COMP.
017300 77  NG-NUMBER-START              PIC 9(02) COMP.
017400 77  NG-NUMBER-LENGTH             PIC 9(02) COMP.
017500 77  NG-ACTUAL-COUNT              PIC 9(25) VALUE ZERO.
017600 77  NG-EDIT-FIELD                PIC Z(24)9.
017700 77  NG-CHECK-DIGIT               PIC 9(01).
017800 77  NG-CHECK-DIGIT-TEXT          PIC X(01).
017900 77  NG-SCHEME-TEXT               PIC X(05).
018000 77  NG-OUT-ASSIGN-NAME           PIC X(50).
018100 77  NG-FORMAT-CODE               PIC X(03).
018200     88  NG-FORMAT-STD                 VALUE "STD".
018300     88  NG-FORMAT-CSV                 VALUE "CSV".
018400     88  NG-FORMAT-FIX                 VALUE "FIX".
018500 77  NG-SERIAL-TEXT               PIC X(130).
018600 77  NG-STRIP-NUMBER              PIC 9(25).
018700 77  NG-STRIP-TEXT                PIC X(25).
018800 77  NG-STRIP-TEXT-2              PIC X(25).
018900 77  NG-QUOTE                     PIC X(01) VALUE QUOTE.
019000
019100*-----------------------------------------------------------*
019200* NG-FIX-RECORD - THE FIXED-COLUMN LABEL PRESS LAYOUT: THE  *
019300* PREFIX, THE NUMBER ZERO-FILLED TO ALL 25 DIGITS, THE      *
019400* CHECK DIGIT COLUMN (SPACE WHEN THE BATCH CARRIES NONE),   *
019500* AND THE SUFFIX, EACH IN ITS FULL FIELD WIDTH.             *
019600*-----------------------------------------------------------*
019700 01  NG-FIX-RECORD.
019800     05  NG-FIX-PREFIX            PIC X(50).
019900     05  NG-FIX-NUMBER            PIC 9(25).
020000     05  NG-FIX-CHECK-DIGIT       PIC X(01).
020100     05  NG-FIX-SUFFIX            PIC X(50).
020200
020300 77  NG-CKPT-INTERVAL             PIC 9(05) COMP VALUE 1000.
020400 77  NG-CKPT-COUNTER              PIC 9(05) COMP VALUE ZERO.
020500 77  NG-RESUME-FROM-NUMBER        PIC 9(25) VALUE ZERO.
020600 77  NG-CKPT-DATE-TODAY           PIC 9(08) VALUE ZERO.
020700 77  NG-SKIPPED-COUNT             PIC 9(25) VALUE ZERO.
020800 77  NG-HASH-TOTAL                PIC 9(25) VALUE ZERO.
020900 77  NG-HASH-WORK                 PIC 9(27) VALUE ZERO.
021000
021100 77  NG-EXCL-FILE-STATUS          PIC X(02).
021200     88  NG-EXCL-FILE-OK               VALUE "00".
021300     88  NG-EXCL-FILE-NOT-FOUND         VALUE "35".
021400
021500 77  NG-EXCL-EOF-SWITCH           PIC X(01) VALUE "N".
021600     88  NG-EXCL-AT-EOF                VALUE "Y".
021700     88  NG-EXCL-NOT-AT-EOF             VALUE "N".
021800
021900 77  NG-EXCLUDED-SWITCH           PIC X(01) VALUE "N".
022000     88  NG-NUMBER-EXCLUDED            VALUE "Y".
022100     88  NG-NUMBER-NOT-EXCLUDED         VALUE "N".
022200
022300 77  NG-EXCL-RULE-COUNT           PIC 9(03) COMP VALUE ZERO.
022400 77  NG-EXCL-RULE-SUB             PIC 9(03) COMP VALUE ZERO.
022500 77  NG-PATTERN-LENGTH            PIC 9(02) COMP VALUE ZERO.
022600 77  NG-SKIPPED-EDIT-FIELD        PIC Z(24)9.
022700
022800 01  NG-EXCL-NUMBER-WORK.
022900     05  NG-EXCL-NUMBER-X         PIC 9(25).
023000
023100 77  NG-RESUME-SWITCH             PIC X(01) VALUE "N".
023200     88  NG-RESUME-FROM-CKPT            VALUE "Y".
023300     88  NG-NO-RESUME                   VALUE "N".
023400
023500 77  NG-HEADER-OVERFLOW-SWITCH    PIC X(01) VALUE "N".
023600     88  NG-HEADER-OVERFLOWED           VALUE "Y".
023700
023800 77  NG-CKPT-EOF-SWITCH           PIC X(01) VALUE "N".
023900     88  NG-CKPT-AT-EOF                 VALUE "Y".
024000     88  NG-CKPT-NOT-AT-EOF              VALUE "N".
024100
024200 77  NG-CKPT-TABLE-COUNT          PIC 9(03) COMP VALUE ZERO.
024300
024400*-----------------------------------------------------------*
024500* NG-CKPT-TABLE - HOLDS EVERY OTHER IN-PROGRESS BATCH'S      *
024600* CHECKPOINT RECORD WHILE THIS BATCH'S OWN RECORD IS BEING   *
024700* ADDED, UPDATED, OR REMOVED, SO THE WHOLE SET CAN BE        *
024800* REWRITTEN TO NUMGEN.CKPT IN ONE PASS.                      *
024900*-----------------------------------------------------------*
025000 01  NG-CKPT-TABLE.
025100     05  NG-CKPT-ENTRY OCCURS 1 TO 50 TIMES
025200             DEPENDING ON NG-CKPT-TABLE-COUNT
025300             INDEXED BY NG-CKPT-IDX.
025400         10  NG-CKPT-T-PREFIX      PIC X(50).
025500         10  NG-CKPT-T-SUFFIX      PIC X(50).
025600         10  NG-CKPT-T-START       PIC 9(25).
025700         10  NG-CKPT-T-END         PIC 9(25).
025800         10  NG-CKPT-T-LAST        PIC 9(25).
025900         10  NG-CKPT-T-COUNT       PIC 9(25).
026000         10  NG-CKPT-T-DATE        PIC 9(08).
026100         10  NG-CKPT-T-SKIPPED     PIC 9(25).
026200         10  NG-CKPT-T-HASH        PIC 9(25).
026300
026400*-----------------------------------------------------------*
026500* NG-EXCL-RULE-TABLE - THE NUMGEN.EXCL RULES THAT APPLY TO  *
026600* THIS BATCH'S PREFIX/SUFFIX, LOADED ONCE AT INITIALIZE SO  *
026700* THE PER-NUMBER CHECK NEVER REREADS THE FILE.  THE PATTERN *
026800* LENGTH IS WORKED OUT AT LOAD TIME.                        *
026900*-----------------------------------------------------------*
027000 01  NG-EXCL-RULE-TABLE.
027100     05  NG-EXCL-RULE-ENTRY OCCURS 1 TO 100 TIMES
027200             DEPENDING ON NG-EXCL-RULE-COUNT
027300             INDEXED BY NG-EXCL-RULE-IDX.
027400         10  NG-EXCL-T-TYPE        PIC X(01).
027500         10  NG-EXCL-T-START       PIC 9(25).
027600         10  NG-EXCL-T-END         PIC 9(25).
027700         10  NG-EXCL-T-PATTERN     PIC X(10).
027800         10  NG-EXCL-T-PAT-LEN     PIC 9(02) COMP.
027900
028000 LINKAGE SECTION.
028100 01  STARTNUMBER                  PIC 9(25).
028200 01  ENDNUMBER                    PIC 9(25).
028300 01  PREFIX                       PIC X(50).
028400 01  SUFFIX                       PIC X(50).
028500 01  ACTUAL-COUNT                 PIC 9(25).
028600 01  CHECK-SCHEME                 PIC X(03).
028700 01  OUT-FORMAT                   PIC X(03).
028800 01  OUT-FILE-NAME                PIC X(50).
028900 01  SKIPPED-COUNT                PIC 9(25).
029000 01  RUN-MODE                     PIC X(01).
029100     88  RUN-MODE-REPRINT              VALUE "P".
029200     88  RUN-MODE-SIMULATE             VALUE "S".
029300 01  HASH-TOTAL                   PIC 9(25).
029400
029500 PROCEDURE DIVISION USING STARTNUMBER, ENDNUMBER, PREFIX,
029600         SUFFIX, ACTUAL-COUNT, CHECK-SCHEME, OUT-FORMAT,
029700         OUT-FILE-NAME, SKIPPED-COUNT, RUN-MODE, HASH-TOTAL.
029800
029900 0000-MAINLINE.
030000     IF RUN-MODE-SIMULATE
030100         PERFORM 3000-SIMULATE-BATCH
030200             THRU 3000-SIMULATE-BATCH-EXIT
030300         MOVE NG-ACTUAL-COUNT TO ACTUAL-COUNT
030400         MOVE NG-SKIPPED-COUNT TO SKIPPED-COUNT
030500         MOVE NG-HASH-TOTAL TO HASH-TOTAL
030600         GOBACK
030700     END-IF.
030800
030900     PERFORM 1000-INITIALIZE
031000         THRU 1000-INITIALIZE-EXIT.
031100
031200     IF NG-NO-RESUME
031300         PERFORM 1100-WRITE-HEADER
031400             THRU 1100-WRITE-HEADER-EXIT
031500     END-IF.
031600
031700     PERFORM 2000-GENERATE-NUMBERS
031800         THRU 2000-GENERATE-NUMBERS-EXIT.
031900
032000     IF NOT RUN-MODE-REPRINT
032100         PERFORM 2250-REMOVE-CHECKPOINT
032200             THRU 2250-REMOVE-CHECKPOINT-EXIT
032300     END-IF.
032400
032500     PERFORM 8000-WRITE-TRAILER
032600         THRU 8000-WRITE-TRAILER-EXIT.
032700
032800     PERFORM 9000-TERMINATE
032900         THRU 9000-TERMINATE-EXIT.
033000
033100     MOVE NG-ACTUAL-COUNT TO ACTUAL-COUNT.
033200     MOVE NG-SKIPPED-COUNT TO SKIPPED-COUNT.
033300     MOVE NG-HASH-TOTAL TO HASH-TOTAL.
033400
033500     GOBACK.
033600
033700*-----------------------------------------------------------*
033800* 1000-INITIALIZE - RESOLVE THE BATCH'S OUTPUT FORMAT AND   *
033900* DESTINATION, THEN OPEN THE OUTPUT FILE.  A BLANK OUTPUT   *
034000* FILE NAME MEANS NUMGEN.OUT, AND A BLANK FORMAT MEANS STD, *
034100* THE WAY EVERY BATCH RAN BEFORE FORMATS EXISTED.  THE FILE *
034200* IS OPENED EXTEND SO SUCCESSIVE CALLS WITHIN ONE MAIN RUN  *
034300* (MULTIPLE BATCHES) ACCUMULATE IN THE SAME FILE; IF THE    *
034400* FILE DOES NOT YET EXIST, EXTEND FAILS WITH STATUS 35 AND  *
034500* WE FALL BACK TO OPEN OUTPUT TO CREATE IT.  THEN SEE       *
034600* WHETHER A CHECKPOINT LEFT BY AN INTERRUPTED RUN OF THIS   *
034700* SAME BATCH EXISTS SO GENERATION CAN PICK UP WHERE IT LEFT *
034800* OFF.                                                      *
034900*-----------------------------------------------------------*
035000 1000-INITIALIZE.
035100     MOVE ZERO TO NG-ACTUAL-COUNT.
035200     MOVE ZERO TO NG-SKIPPED-COUNT.
035300     MOVE ZERO TO NG-HASH-TOTAL.
035400     EVALUATE CHECK-SCHEME
035500         WHEN "M10"
035600             MOVE "MOD10" TO NG-SCHEME-TEXT
035700         WHEN "M11"
035800             MOVE "MOD11" TO NG-SCHEME-TEXT
035900         WHEN OTHER
036000             MOVE "NONE" TO NG-SCHEME-TEXT
036100     END-EVALUATE.
036200
036300     IF OUT-FORMAT = "CSV" OR OUT-FORMAT = "FIX"
036400         MOVE OUT-FORMAT TO NG-FORMAT-CODE
036500     ELSE
036600         MOVE "STD" TO NG-FORMAT-CODE
036700     END-IF.
036800     IF OUT-FILE-NAME = SPACES
036900         MOVE "NUMGEN.OUT" TO NG-OUT-ASSIGN-NAME
037000     ELSE
037100         MOVE OUT-FILE-NAME TO NG-OUT-ASSIGN-NAME
037200     END-IF.
037300
037400     OPEN EXTEND NUMGEN-OUT-FILE.
037500     IF NG-OUT-FILE-NOT-FOUND
037600         OPEN OUTPUT NUMGEN-OUT-FILE
037700     END-IF.
037800     PERFORM 1300-LOAD-EXCLUSION-RULES
037900         THRU 1300-LOAD-EXCLUSION-RULES-EXIT.
038000     IF NOT RUN-MODE-REPRINT
038100         PERFORM 1200-CHECK-FOR-CHECKPOINT
038200             THRU 1200-CHECK-FOR-CHECKPOINT-EXIT
038300     END-IF.
038400 1000-INITIALIZE-EXIT.
038500     EXIT.
038600
038700*-----------------------------------------------------------*
038800* 1200-CHECK-FOR-CHECKPOINT - SCAN NUMGEN.CKPT FOR A LEFTOVER*
038900* CHECKPOINT RECORD FROM AN INTERRUPTED RUN OF THIS EXACT    *
039000* PREFIX/SUFFIX/START/END BATCH.  THE FILE MAY HOLD RECORDS  *
039100* FOR OTHER BATCHES LEFT UNFINISHED BY EARLIER RUNS, SO EVERY*
039200* RECORD IS CHECKED RATHER THAN JUST THE FIRST ONE.  IF A    *
039300* MATCH IS FOUND AND IS NOT ALREADY COMPLETE, REMEMBER WHERE *
039400* IT LEFT OFF SO 2000-GENERATE-NUMBERS CAN RESUME FROM THERE *
039500* INSTEAD OF FROM STARTNUMBER.                               *
039600*-----------------------------------------------------------*
039700 1200-CHECK-FOR-CHECKPOINT.
039800     SET NG-NO-RESUME TO TRUE.
039900     OPEN INPUT NUMGEN-CKPT-FILE.
040000     IF NG-CKPT-FILE-NOT-FOUND
040100         GO TO 1200-CHECK-FOR-CHECKPOINT-EXIT
040200     END-IF.
040300
040400     SET NG-CKPT-NOT-AT-EOF TO TRUE.
040500     PERFORM 1210-SCAN-ONE-CKPT-RECORD
040600         THRU 1210-SCAN-ONE-CKPT-RECORD-EXIT
040700         UNTIL NG-CKPT-AT-EOF OR NG-RESUME-FROM-CKPT.
040800     CLOSE NUMGEN-CKPT-FILE.
040900 1200-CHECK-FOR-CHECKPOINT-EXIT.
041000     EXIT.
041100
041200 1210-SCAN-ONE-CKPT-RECORD.
041300     READ NUMGEN-CKPT-FILE
041400         AT END
041500             SET NG-CKPT-AT-EOF TO TRUE
041600             GO TO 1210-SCAN-ONE-CKPT-RECORD-EXIT
041700     END-READ.
041800
041900     IF NGC-PREFIX = PREFIX
042000             AND NGC-SUFFIX = SUFFIX
042100             AND NGC-START-NUMBER = STARTNUMBER
042200             AND NGC-END-NUMBER = ENDNUMBER
042300             AND NGC-LAST-COMPLETED < ENDNUMBER
042400         SET NG-RESUME-FROM-CKPT TO TRUE
042500         MOVE NGC-LAST-COMPLETED TO NG-RESUME-FROM-NUMBER
042600         MOVE NGC-COMPLETED-COUNT TO NG-ACTUAL-COUNT
042700         IF NGC-SKIPPED-COUNT IS NUMERIC
042800             MOVE NGC-SKIPPED-COUNT TO NG-SKIPPED-COUNT
042900         ELSE
043000             MOVE ZERO TO NG-SKIPPED-COUNT
043100         END-IF
043200         IF NGC-HASH-TOTAL IS NUMERIC
043300             MOVE NGC-HASH-TOTAL TO NG-HASH-TOTAL
043400         ELSE
043500             MOVE ZERO TO NG-HASH-TOTAL
043600         END-IF
043700     END-IF.
043800 1210-SCAN-ONE-CKPT-RECORD-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------*
044200* 1300-LOAD-EXCLUSION-RULES - LOAD THE NUMGEN.EXCL RULES    *
044300* THAT NAME THIS BATCH'S PREFIX/SUFFIX.  NO FILE, NO RULES, *
044400* NOTHING SKIPPED - THE WAY EVERY BATCH RAN BEFORE THE      *
044500* EXCLUSION LIST EXISTED.                                   *
044600*-----------------------------------------------------------*
044700 1300-LOAD-EXCLUSION-RULES.
044800     MOVE ZERO TO NG-EXCL-RULE-COUNT.
044900     OPEN INPUT NUMGEN-EXCL-FILE.
045000     IF NG-EXCL-FILE-NOT-FOUND
045100         GO TO 1300-LOAD-EXCLUSION-RULES-EXIT
045200     END-IF.
045300
045400     SET NG-EXCL-NOT-AT-EOF TO TRUE.
045500     PERFORM 1310-LOAD-ONE-EXCLUSION-RULE
045600         THRU 1310-LOAD-ONE-EXCLUSION-RULE-EXIT
045700         UNTIL NG-EXCL-AT-EOF.
045800     CLOSE NUMGEN-EXCL-FILE.
045900 1300-LOAD-EXCLUSION-RULES-EXIT.
046000     EXIT.
046100
046200 1310-LOAD-ONE-EXCLUSION-RULE.
046300     READ NUMGEN-EXCL-FILE
046400         AT END
046500             SET NG-EXCL-AT-EOF TO TRUE
046600             GO TO 1310-LOAD-ONE-EXCLUSION-RULE-EXIT
046700     END-READ.
046800
046900     IF NGX-PREFIX NOT = PREFIX OR NGX-SUFFIX NOT = SUFFIX
047000         GO TO 1310-LOAD-ONE-EXCLUSION-RULE-EXIT
047100     END-IF.
047200
047300     IF NOT (NGX-RULE-SINGLE OR NGX-RULE-RANGE OR
047400             NGX-RULE-PATTERN)
047500         DISPLAY "WARNING - NUMGEN.EXCL RULE WITH AN UNKNOWN "
047600             "TYPE PASSED OVER FOR THIS PREFIX/SUFFIX"
047700         GO TO 1310-LOAD-ONE-EXCLUSION-RULE-EXIT
047800     END-IF.
047900
048000     IF (NGX-RULE-SINGLE OR NGX-RULE-RANGE) AND
048100             NGX-START-NUMBER IS NOT NUMERIC
048200         DISPLAY "WARNING - NUMGEN.EXCL RULE WITH A BLANK OR "
048300             "NON-NUMERIC START NUMBER PASSED OVER FOR THIS "
048400             "PREFIX/SUFFIX"
048500         GO TO 1310-LOAD-ONE-EXCLUSION-RULE-EXIT
048600     END-IF.
048700
048800     IF NGX-RULE-RANGE AND NGX-END-NUMBER IS NOT NUMERIC
048900         DISPLAY "WARNING - NUMGEN.EXCL RANGE RULE WITH A "
049000             "BLANK OR NON-NUMERIC END NUMBER PASSED OVER "
049100             "FOR THIS PREFIX/SUFFIX"
049200         GO TO 1310-LOAD-ONE-EXCLUSION-RULE-EXIT
049300     END-IF.
049400
049500     IF NG-EXCL-RULE-COUNT >= 100
049600         DISPLAY "WARNING - MORE THAN 100 EXCLUSION RULES "
049700             "FOR THIS PREFIX/SUFFIX - THE REST ARE NOT "
049800             "APPLIED - CONSOLIDATE NUMGEN.EXCL"
049900         GO TO 1310-LOAD-ONE-EXCLUSION-RULE-EXIT
050000     END-IF.
050100
050200     ADD 1 TO NG-EXCL-RULE-COUNT.
050300     MOVE NGX-RULE-TYPE
050400         TO NG-EXCL-T-TYPE(NG-EXCL-RULE-COUNT).
050500     MOVE NGX-START-NUMBER
050600         TO NG-EXCL-T-START(NG-EXCL-RULE-COUNT).
050700     MOVE NGX-END-NUMBER
050800         TO NG-EXCL-T-END(NG-EXCL-RULE-COUNT).
050900     MOVE NGX-PATTERN
051000         TO NG-EXCL-T-PATTERN(NG-EXCL-RULE-COUNT).
051100     MOVE ZERO TO NG-PATTERN-LENGTH.
051200     INSPECT NGX-PATTERN
051300         TALLYING NG-PATTERN-LENGTH FOR CHARACTERS
051400             BEFORE INITIAL SPACE.
051500     MOVE NG-PATTERN-LENGTH
051600         TO NG-EXCL-T-PAT-LEN(NG-EXCL-RULE-COUNT).
051700
051800     IF NGX-RULE-PATTERN
051900         IF NG-PATTERN-LENGTH = ZERO OR
052000                 NGX-PATTERN(1:NG-PATTERN-LENGTH)
052100                     IS NOT NUMERIC
052200             DISPLAY "WARNING - NUMGEN.EXCL PATTERN RULE "
052300                 "WITH A BLANK OR NON-NUMERIC PATTERN "
052400                 "PASSED OVER FOR THIS PREFIX/SUFFIX"
052500             SUBTRACT 1 FROM NG-EXCL-RULE-COUNT
052600         END-IF
052700     END-IF.
052800 1310-LOAD-ONE-EXCLUSION-RULE-EXIT.
052900     EXIT.
053000
053100*-----------------------------------------------------------*
053200* 1100-WRITE-HEADER - WRITE THE BATCH HEADER SHOWING THE    *
053300* PREFIX, SUFFIX, AND RANGE REQUESTED FOR THIS BATCH, SO    *
053400* THE RUN CAN BE RECONCILED AGAINST WHAT WAS ASKED FOR.  A  *
053500* CSV BATCH GETS A "BATCHHDR" ROW INSTEAD OF THE *** LINES. *
053600* A REPRINT IS MARKED BY AN EXTRA LEADING HEADER LINE (OR   *
053700* "BATCHHDR" ROW) SO THE FILE CAN NEVER PASS FOR A NEW      *
053800* ISSUE.                                                    *
053900*-----------------------------------------------------------*
054000 1100-WRITE-HEADER.
054100     IF NG-FORMAT-CSV
054200         IF RUN-MODE-REPRINT
054300             MOVE SPACES TO NUMGEN-OUT-RECORD
054400             STRING
054500                 NG-QUOTE              DELIMITED BY SIZE
054600                 "BATCHHDR"            DELIMITED BY SIZE
054700                 NG-QUOTE              DELIMITED BY SIZE
054800                 ","                   DELIMITED BY SIZE
054900                 NG-QUOTE              DELIMITED BY SIZE
055000                 "REPRINT OF AN ISSUED RANGE"
055100                                       DELIMITED BY SIZE
055200                 NG-QUOTE              DELIMITED BY SIZE
055300                 INTO NUMGEN-OUT-RECORD
055400             END-STRING
055500             WRITE NUMGEN-OUT-RECORD
055600         END-IF
055700         PERFORM 1110-WRITE-CSV-HEADER
055800             THRU 1110-WRITE-CSV-HEADER-EXIT
055900         GO TO 1100-WRITE-HEADER-EXIT
056000     END-IF.
056100
056200     IF RUN-MODE-REPRINT
056300         MOVE SPACES TO NUMGEN-OUT-RECORD
056400         STRING
056500             "*** REPRINT OF AN ISSUED RANGE - "
056600                                       DELIMITED BY SIZE
056700             "NOT A NEW ISSUE ***"     DELIMITED BY SIZE
056800             INTO NUMGEN-OUT-RECORD
056900         END-STRING
057000         WRITE NUMGEN-OUT-RECORD
057100     END-IF.
057200
057300     MOVE SPACES TO NUMGEN-OUT-RECORD.
057400     MOVE STARTNUMBER TO NG-EDIT-FIELD.
057500     MOVE "N" TO NG-HEADER-OVERFLOW-SWITCH.
057600     STRING
057700         "*** BATCH HEADER - PREFIX=" DELIMITED BY SIZE
057800         PREFIX                       DELIMITED BY SPACE
057900         " SUFFIX="                   DELIMITED BY SIZE
058000         SUFFIX                       DELIMITED BY SPACE
058100         " START="                    DELIMITED BY SIZE
058200         NG-EDIT-FIELD                DELIMITED BY SIZE
058300         INTO NUMGEN-OUT-RECORD
058400         ON OVERFLOW
058500             SET NG-HEADER-OVERFLOWED TO TRUE
058600     END-STRING.
058700     WRITE NUMGEN-OUT-RECORD.
058800     IF NG-HEADER-OVERFLOWED
058900         DISPLAY "WARNING - BATCH HEADER LINE TRUNCATED - "
059000             "PREFIX/SUFFIX TOO LONG TO SHOW START NUMBER"
059100     END-IF.
059200
059300     MOVE SPACES TO NUMGEN-OUT-RECORD.
059400     MOVE ENDNUMBER TO NG-EDIT-FIELD.
059500     STRING
059600         "*** BATCH HEADER - END="    DELIMITED BY SIZE
059700         NG-EDIT-FIELD                DELIMITED BY SIZE
059800         " CHECKDIGIT="               DELIMITED BY SIZE
059900         NG-SCHEME-TEXT               DELIMITED BY SPACE
060000         " ***"                       DELIMITED BY SIZE
060100         INTO NUMGEN-OUT-RECORD
060200     END-STRING.
060300     WRITE NUMGEN-OUT-RECORD.
060400 1100-WRITE-HEADER-EXIT.
060500     EXIT.
060600
060700*-----------------------------------------------------------*
060800* 1110-WRITE-CSV-HEADER - ONE QUOTED "BATCHHDR" ROW NAMING  *
060900* THE PREFIX, SUFFIX, RANGE, AND CHECK DIGIT SCHEME.  THE   *
061000* CHECKDIGIT= TAG RIDES IN THE LAST COLUMN SO NUMGENVERIFY  *
061100* PICKS THE SCHEME UP FROM A CSV FILE TOO.                  *
061200*-----------------------------------------------------------*
061300 1110-WRITE-CSV-HEADER.
061400     MOVE STARTNUMBER TO NG-STRIP-NUMBER.
061500     PERFORM 7000-STRIP-NUMBER-TO-TEXT
061600         THRU 7000-STRIP-NUMBER-TO-TEXT-EXIT.
061700     MOVE SPACES TO NUMGEN-OUT-RECORD.
061800     STRING
061900         NG-QUOTE              DELIMITED BY SIZE
062000         "BATCHHDR"            DELIMITED BY SIZE
062100         NG-QUOTE              DELIMITED BY SIZE
062200         ","                   DELIMITED BY SIZE
062300         NG-QUOTE              DELIMITED BY SIZE
062400         PREFIX                DELIMITED BY SPACE
062500         NG-QUOTE              DELIMITED BY SIZE
062600         ","                   DELIMITED BY SIZE
062700         NG-QUOTE              DELIMITED BY SIZE
062800         SUFFIX                DELIMITED BY SPACE
062900         NG-QUOTE              DELIMITED BY SIZE
063000         ","                   DELIMITED BY SIZE
063100         NG-QUOTE              DELIMITED BY SIZE
063200         NG-STRIP-TEXT         DELIMITED BY SPACE
063300         NG-QUOTE              DELIMITED BY SIZE
063400         INTO NUMGEN-OUT-RECORD
063500     END-STRING.
063600     WRITE NUMGEN-OUT-RECORD.
063700
063800     MOVE ENDNUMBER TO NG-STRIP-NUMBER.
063900     PERFORM 7000-STRIP-NUMBER-TO-TEXT
064000         THRU 7000-STRIP-NUMBER-TO-TEXT-EXIT.
064100     MOVE SPACES TO NUMGEN-OUT-RECORD.
064200     STRING
064300         NG-QUOTE              DELIMITED BY SIZE
064400         "BATCHHDR"            DELIMITED BY SIZE
064500         NG-QUOTE              DELIMITED BY SIZE
064600         ","                   DELIMITED BY SIZE
064700         NG-QUOTE              DELIMITED BY SIZE
064800         "END="                DELIMITED BY SIZE
064900         NG-STRIP-TEXT         DELIMITED BY SPACE
065000         NG-QUOTE              DELIMITED BY SIZE
065100         ","                   DELIMITED BY SIZE
065200         NG-QUOTE              DELIMITED BY SIZE
065300         "CHECKDIGIT="         DELIMITED BY SIZE
065400         NG-SCHEME-TEXT        DELIMITED BY SPACE
065500         NG-QUOTE              DELIMITED BY SIZE
065600         INTO NUMGEN-OUT-RECORD
065700     END-STRING.
065800     WRITE NUMGEN-OUT-RECORD.
065900 1110-WRITE-CSV-HEADER-EXIT.
066000     EXIT.
066100
066200*-----------------------------------------------------------*
066300* 2000-GENERATE-NUMBERS - WRITE ONE OUTPUT LINE PER NUMBER  *
066400* IN THE REQUESTED RANGE, EACH LINE BEING THE PREFIX, THE   *
066500* NUMBER, AND THE SUFFIX RUN TOGETHER.  IF A CHECKPOINT WAS *
066600* FOUND FOR THIS BATCH, GENERATION PICKS UP RIGHT AFTER THE *
066700* LAST NUMBER THE CHECKPOINT RECORDED INSTEAD OF STARTING   *
066800* OVER AT STARTNUMBER.                                      *
066900*-----------------------------------------------------------*
067000 2000-GENERATE-NUMBERS.
067100     IF NG-RESUME-FROM-CKPT
067200         COMPUTE NG-CURRENT-NUMBER = NG-RESUME-FROM-NUMBER + 1
067300         DISPLAY "*** RESUMING BATCH AFTER CHECKPOINTED "
067400             "NUMBER " NG-RESUME-FROM-NUMBER " ***"
067500     ELSE
067600         MOVE STARTNUMBER TO NG-CURRENT-NUMBER
067700     END-IF.
067800     PERFORM 2100-WRITE-ONE-NUMBER
067900         THRU 2100-WRITE-ONE-NUMBER-EXIT
068000         UNTIL NG-CURRENT-NUMBER > ENDNUMBER.
068100 2000-GENERATE-NUMBERS-EXIT.
068200     EXIT.
068300
068400*-----------------------------------------------------------*
068500* 2100-WRITE-ONE-NUMBER - SKIP THE CURRENT NUMBER (COUNTED, *
068600* NOT WRITTEN) WHEN AN EXCLUSION RULE MATCHES IT;          *
068700* OTHERWISE EDIT IT, STRIP                                 *
068800* ITS LEADING ZERO-SUPPRESSED SPACES, APPEND THE CHECK      *
068900* DIGIT WHEN THE BATCH CARRIES ONE, AND WRITE THE SERIAL    *
069000* IN THE BATCH'S OUTPUT FORMAT - THE CLASSIC RUN-TOGETHER   *
069100* LINE, A QUOTED CSV ROW WITH THE BATCH COLUMNS, OR THE     *
069200* FIXED-COLUMN PRESS LAYOUT.  THE CHECK DIGIT FIELD IS A    *
069300* SPACE WHEN NO SCHEME IS IN FORCE, SO DELIMITING IT BY     *
069400* SPACE DROPS IT FROM THE LINE.                             *
069500*-----------------------------------------------------------*
069600 2100-WRITE-ONE-NUMBER.
069700     PERFORM 2150-CHECK-EXCLUSION
069800         THRU 2150-CHECK-EXCLUSION-EXIT.
069900     IF NG-NUMBER-EXCLUDED
070000         ADD 1 TO NG-SKIPPED-COUNT
070100         GO TO 2100-WRITE-ONE-NUMBER-COUNT
070200     END-IF.
070300
070400     MOVE SPACES TO NUMGEN-OUT-RECORD.
070500     MOVE NG-CURRENT-NUMBER TO NG-CURRENT-NUMBER-EDIT.
070600     MOVE ZERO TO NG-LEADING-SPACE-COUNT.
070700     INSPECT NG-CURRENT-NUMBER-EDIT
070800         TALLYING NG-LEADING-SPACE-COUNT FOR LEADING SPACE.
070900     COMPUTE NG-NUMBER-START = NG-LEADING-SPACE-COUNT + 1.
071000     COMPUTE NG-NUMBER-LENGTH = 25 - NG-LEADING-SPACE-COUNT.
071100     MOVE SPACE TO NG-CHECK-DIGIT-TEXT.
071200     IF CHECK-SCHEME = "M10" OR CHECK-SCHEME = "M11"
071300         CALL "NUMGENCKDIG"
071400            USING
071500              CHECK-SCHEME,
071600              NG-CURRENT-NUMBER,
071700              NG-CHECK-DIGIT
071800         MOVE NG-CHECK-DIGIT TO NG-CHECK-DIGIT-TEXT
071900     END-IF.
072000
072100     MOVE SPACES TO NG-SERIAL-TEXT.
072200     STRING
072300         PREFIX DELIMITED BY SPACE
072400         NG-CURRENT-NUMBER-EDIT
072500             (NG-NUMBER-START : NG-NUMBER-LENGTH)
072600             DELIMITED BY SIZE
072700         NG-CHECK-DIGIT-TEXT DELIMITED BY SPACE
072800         SUFFIX DELIMITED BY SPACE
072900         INTO NG-SERIAL-TEXT
073000     END-STRING.
073100
073200     EVALUATE TRUE
073300         WHEN NG-FORMAT-CSV
073400             STRING
073500                 NG-QUOTE        DELIMITED BY SIZE
073600                 NG-SERIAL-TEXT  DELIMITED BY SPACE
073700                 NG-QUOTE        DELIMITED BY SIZE
073800                 ","             DELIMITED BY SIZE
073900                 NG-QUOTE        DELIMITED BY SIZE
074000                 PREFIX          DELIMITED BY SPACE
074100                 NG-QUOTE        DELIMITED BY SIZE
074200                 ","             DELIMITED BY SIZE
074300                 NG-QUOTE        DELIMITED BY SIZE
074400                 SUFFIX          DELIMITED BY SPACE
074500                 NG-QUOTE        DELIMITED BY SIZE
074600                 INTO NUMGEN-OUT-RECORD
074700             END-STRING
074800         WHEN NG-FORMAT-FIX
074900             MOVE PREFIX TO NG-FIX-PREFIX
075000             MOVE NG-CURRENT-NUMBER TO NG-FIX-NUMBER
075100             MOVE NG-CHECK-DIGIT-TEXT TO NG-FIX-CHECK-DIGIT
075200             MOVE SUFFIX TO NG-FIX-SUFFIX
075300             MOVE NG-FIX-RECORD TO NUMGEN-OUT-RECORD
075400         WHEN OTHER
075500             MOVE NG-SERIAL-TEXT TO NUMGEN-OUT-RECORD
075600     END-EVALUATE.
075700     WRITE NUMGEN-OUT-RECORD.
075800     ADD 1 TO NG-ACTUAL-COUNT.
075900*    THE HASH TOTAL KEEPS ONLY THE LOW-ORDER 25 DIGITS - THE
076000*    TRUNCATING MOVE FROM THE WIDER WORK FIELD IS THE POINT.
076100     COMPUTE NG-HASH-WORK = NG-HASH-TOTAL + NG-CURRENT-NUMBER.
076200     MOVE NG-HASH-WORK TO NG-HASH-TOTAL.
076300
076400*-----------------------------------------------------------*
076500* 2100-WRITE-ONE-NUMBER-COUNT - WRITTEN OR SKIPPED, THE     *
076600* NUMBER IS DONE: STEP PAST IT AND CHECKPOINT ON THE USUAL  *
076700* INTERVAL, SO A RESUMED BATCH NEVER REVISITS A SKIPPED     *
076800* NUMBER EITHER.                                            *
076900*-----------------------------------------------------------*
077000 2100-WRITE-ONE-NUMBER-COUNT.
077100     ADD 1 TO NG-CURRENT-NUMBER.
077200     ADD 1 TO NG-CKPT-COUNTER.
077300     IF NG-CKPT-COUNTER >= NG-CKPT-INTERVAL AND
077400             NOT RUN-MODE-REPRINT
077500         PERFORM 2200-WRITE-CHECKPOINT
077600             THRU 2200-WRITE-CHECKPOINT-EXIT
077700         MOVE ZERO TO NG-CKPT-COUNTER
077800     END-IF.
077900 2100-WRITE-ONE-NUMBER-EXIT.
078000     EXIT.
078100
078200*-----------------------------------------------------------*
078300* 2150-CHECK-EXCLUSION - SEE WHETHER ANY LOADED RULE        *
078400* EXCLUDES THE CURRENT NUMBER.  THE PATTERN TEST COMPARES   *
078500* THE TRAILING DIGITS OF THE FULL ZERO-FILLED NUMBER, SO    *
078600* PATTERN 13 CATCHES 13, 113, 213, AND SO ON.               *
078700*-----------------------------------------------------------*
078800 2150-CHECK-EXCLUSION.
078900     SET NG-NUMBER-NOT-EXCLUDED TO TRUE.
079000     IF NG-EXCL-RULE-COUNT = ZERO
079100         GO TO 2150-CHECK-EXCLUSION-EXIT
079200     END-IF.
079300     MOVE NG-CURRENT-NUMBER TO NG-EXCL-NUMBER-X.
079400     PERFORM 2160-CHECK-ONE-RULE
079500         THRU 2160-CHECK-ONE-RULE-EXIT
079600         VARYING NG-EXCL-RULE-IDX FROM 1 BY 1
079700         UNTIL NG-EXCL-RULE-IDX > NG-EXCL-RULE-COUNT
079800             OR NG-NUMBER-EXCLUDED.
079900 2150-CHECK-EXCLUSION-EXIT.
080000     EXIT.
080100
080200 2160-CHECK-ONE-RULE.
080300     EVALUATE NG-EXCL-T-TYPE(NG-EXCL-RULE-IDX)
080400         WHEN "S"
080500             IF NG-CURRENT-NUMBER =
080600                     NG-EXCL-T-START(NG-EXCL-RULE-IDX)
080700                 SET NG-NUMBER-EXCLUDED TO TRUE
080800             END-IF
080900         WHEN "R"
081000             IF NG-CURRENT-NUMBER >=
081100                     NG-EXCL-T-START(NG-EXCL-RULE-IDX)
081200                     AND NG-CURRENT-NUMBER <=
081300                     NG-EXCL-T-END(NG-EXCL-RULE-IDX)
081400                 SET NG-NUMBER-EXCLUDED TO TRUE
081500             END-IF
081600         WHEN "P"
081700             MOVE NG-EXCL-T-PAT-LEN(NG-EXCL-RULE-IDX)
081800                 TO NG-PATTERN-LENGTH
081900             IF NG-EXCL-NUMBER-WORK
082000                     (26 - NG-PATTERN-LENGTH :
082100                         NG-PATTERN-LENGTH) =
082200                     NG-EXCL-T-PATTERN(NG-EXCL-RULE-IDX)
082300                         (1:NG-PATTERN-LENGTH)
082400                 SET NG-NUMBER-EXCLUDED TO TRUE
082500             END-IF
082600     END-EVALUATE.
082700 2160-CHECK-ONE-RULE-EXIT.
082800     EXIT.
082900
083000*-----------------------------------------------------------*
083100* 2200-WRITE-CHECKPOINT - RECORD THE LAST NUMBER SUCCESSFULLY*
083200* WRITTEN AND THE COUNT SO FAR TO NUMGEN.CKPT.  NUMGEN.CKPT  *
083300* CAN HOLD ONE RECORD PER IN-PROGRESS BATCH, SO THE WHOLE    *
083400* FILE IS RELOADED MINUS THIS BATCH'S OLD RECORD, THIS       *
083500* BATCH'S CURRENT PROGRESS IS ADDED BACK IN, AND THE SET IS  *
083600* REWRITTEN - LEAVING EVERY OTHER BATCH'S CHECKPOINT INTACT. *
083700*-----------------------------------------------------------*
083800 2200-WRITE-CHECKPOINT.
083900     PERFORM 2210-LOAD-CKPT-TABLE-EXCEPT-SELF
084000         THRU 2210-LOAD-CKPT-TABLE-EXCEPT-SELF-EXIT.
084100
084200     IF NG-CKPT-TABLE-COUNT >= 50
084300         DISPLAY "WARNING - CHECKPOINT TABLE FULL - THIS "
084400             "BATCH'S PROGRESS WILL NOT BE CHECKPOINTED"
084500     ELSE
084600         ADD 1 TO NG-CKPT-TABLE-COUNT
084700         MOVE PREFIX TO NG-CKPT-T-PREFIX(NG-CKPT-TABLE-COUNT)
084800         MOVE SUFFIX TO NG-CKPT-T-SUFFIX(NG-CKPT-TABLE-COUNT)
084900         MOVE STARTNUMBER
085000             TO NG-CKPT-T-START(NG-CKPT-TABLE-COUNT)
085100         MOVE ENDNUMBER
085200             TO NG-CKPT-T-END(NG-CKPT-TABLE-COUNT)
085300         IF NG-CURRENT-NUMBER > ENDNUMBER
085400             MOVE ENDNUMBER
085500                 TO NG-CKPT-T-LAST(NG-CKPT-TABLE-COUNT)
085600         ELSE
085700             COMPUTE NG-CKPT-T-LAST(NG-CKPT-TABLE-COUNT) =
085800                 NG-CURRENT-NUMBER - 1
085900         END-IF
086000         MOVE NG-ACTUAL-COUNT
086100             TO NG-CKPT-T-COUNT(NG-CKPT-TABLE-COUNT)
086200         ACCEPT NG-CKPT-DATE-TODAY FROM DATE YYYYMMDD
086300         MOVE NG-CKPT-DATE-TODAY
086400             TO NG-CKPT-T-DATE(NG-CKPT-TABLE-COUNT)
086500         MOVE NG-SKIPPED-COUNT
086600             TO NG-CKPT-T-SKIPPED(NG-CKPT-TABLE-COUNT)
086700         MOVE NG-HASH-TOTAL
086800             TO NG-CKPT-T-HASH(NG-CKPT-TABLE-COUNT)
086900     END-IF.
087000
087100     PERFORM 2290-REWRITE-CKPT-FILE
087200         THRU 2290-REWRITE-CKPT-FILE-EXIT.
087300 2200-WRITE-CHECKPOINT-EXIT.
087400     EXIT.
087500
087600*-----------------------------------------------------------*
087700* 2210-LOAD-CKPT-TABLE-EXCEPT-SELF - READ EVERY RECORD      *
087800* CURRENTLY IN NUMGEN.CKPT INTO NG-CKPT-TABLE, DROPPING ANY  *
087900* RECORD THAT MATCHES THIS EXACT BATCH (IT WILL BE REPLACED  *
088000* OR REMOVED BY THE CALLER).                                 *
088100*-----------------------------------------------------------*
088200 2210-LOAD-CKPT-TABLE-EXCEPT-SELF.
088300     MOVE ZERO TO NG-CKPT-TABLE-COUNT.
088400     OPEN INPUT NUMGEN-CKPT-FILE.
088500     IF NG-CKPT-FILE-NOT-FOUND
088600         GO TO 2210-LOAD-CKPT-TABLE-EXCEPT-SELF-EXIT
088700     END-IF.
088800
088900     SET NG-CKPT-NOT-AT-EOF TO TRUE.
089000     PERFORM 2220-LOAD-ONE-CKPT-RECORD
089100         THRU 2220-LOAD-ONE-CKPT-RECORD-EXIT
089200         UNTIL NG-CKPT-AT-EOF.
089300     CLOSE NUMGEN-CKPT-FILE.
089400 2210-LOAD-CKPT-TABLE-EXCEPT-SELF-EXIT.
089500     EXIT.
089600
089700 2220-LOAD-ONE-CKPT-RECORD.
089800     READ NUMGEN-CKPT-FILE
089900         AT END
090000             SET NG-CKPT-AT-EOF TO TRUE
090100             GO TO 2220-LOAD-ONE-CKPT-RECORD-EXIT
090200     END-READ.
090300
090400     IF NGC-PREFIX = PREFIX
090500             AND NGC-SUFFIX = SUFFIX
090600             AND NGC-START-NUMBER = STARTNUMBER
090700             AND NGC-END-NUMBER = ENDNUMBER
090800         GO TO 2220-LOAD-ONE-CKPT-RECORD-EXIT
090900     END-IF.
091000
091100     IF NG-CKPT-TABLE-COUNT >= 50
091200         DISPLAY "WARNING - CHECKPOINT TABLE FULL - DROPPING "
091300             "AN UNRELATED IN-PROGRESS CHECKPOINT RECORD"
091400         GO TO 2220-LOAD-ONE-CKPT-RECORD-EXIT
091500     END-IF.
091600
091700     ADD 1 TO NG-CKPT-TABLE-COUNT.
091800     MOVE NGC-PREFIX TO NG-CKPT-T-PREFIX(NG-CKPT-TABLE-COUNT).
091900     MOVE NGC-SUFFIX TO NG-CKPT-T-SUFFIX(NG-CKPT-TABLE-COUNT).
092000     MOVE NGC-START-NUMBER
092100         TO NG-CKPT-T-START(NG-CKPT-TABLE-COUNT).
092200     MOVE NGC-END-NUMBER
092300         TO NG-CKPT-T-END(NG-CKPT-TABLE-COUNT).
092400     MOVE NGC-LAST-COMPLETED
092500         TO NG-CKPT-T-LAST(NG-CKPT-TABLE-COUNT).
092600     MOVE NGC-COMPLETED-COUNT
092700         TO NG-CKPT-T-COUNT(NG-CKPT-TABLE-COUNT).
092800     IF NGC-CKPT-DATE IS NUMERIC
092900         MOVE NGC-CKPT-DATE
093000             TO NG-CKPT-T-DATE(NG-CKPT-TABLE-COUNT)
093100     ELSE
093200         MOVE ZERO TO NG-CKPT-T-DATE(NG-CKPT-TABLE-COUNT)
093300     END-IF.
093400     IF NGC-SKIPPED-COUNT IS NUMERIC
093500         MOVE NGC-SKIPPED-COUNT
093600             TO NG-CKPT-T-SKIPPED(NG-CKPT-TABLE-COUNT)
093700     ELSE
093800         MOVE ZERO TO NG-CKPT-T-SKIPPED(NG-CKPT-TABLE-COUNT)
093900     END-IF.
094000     IF NGC-HASH-TOTAL IS NUMERIC
094100         MOVE NGC-HASH-TOTAL
094200             TO NG-CKPT-T-HASH(NG-CKPT-TABLE-COUNT)
094300     ELSE
094400         MOVE ZERO TO NG-CKPT-T-HASH(NG-CKPT-TABLE-COUNT)
094500     END-IF.
094600 2220-LOAD-ONE-CKPT-RECORD-EXIT.
094700     EXIT.
094800
094900*-----------------------------------------------------------*
095000* 2250-REMOVE-CHECKPOINT - DROP THIS BATCH'S CHECKPOINT      *
095100* RECORD (IF IT HAS ONE) NOW THAT THE BATCH HAS FINISHED,    *
095200* LEAVING EVERY OTHER IN-PROGRESS BATCH'S RECORD IN PLACE.   *
095300*-----------------------------------------------------------*
095400 2250-REMOVE-CHECKPOINT.
095500     PERFORM 2210-LOAD-CKPT-TABLE-EXCEPT-SELF
095600         THRU 2210-LOAD-CKPT-TABLE-EXCEPT-SELF-EXIT.
095700     PERFORM 2290-REWRITE-CKPT-FILE
095800         THRU 2290-REWRITE-CKPT-FILE-EXIT.
095900 2250-REMOVE-CHECKPOINT-EXIT.
096000     EXIT.
096100
096200*-----------------------------------------------------------*
096300* 2290-REWRITE-CKPT-FILE - WRITE NG-CKPT-TABLE BACK OUT TO   *
096400* NUMGEN.CKPT, REPLACING WHATEVER WAS THERE BEFORE.          *
096500*-----------------------------------------------------------*
096600 2290-REWRITE-CKPT-FILE.
096700     OPEN OUTPUT NUMGEN-CKPT-FILE.
096800     IF NG-CKPT-TABLE-COUNT > 0
096900         PERFORM 2291-WRITE-ONE-CKPT-RECORD
097000             THRU 2291-WRITE-ONE-CKPT-RECORD-EXIT
097100             VARYING NG-CKPT-IDX FROM 1 BY 1
097200             UNTIL NG-CKPT-IDX > NG-CKPT-TABLE-COUNT
097300     END-IF.
097400     CLOSE NUMGEN-CKPT-FILE.
097500 2290-REWRITE-CKPT-FILE-EXIT.
097600     EXIT.
097700
097800 2291-WRITE-ONE-CKPT-RECORD.
097900     MOVE SPACES TO NG-CKPT-RECORD.
098000     MOVE NG-CKPT-T-PREFIX(NG-CKPT-IDX) TO NGC-PREFIX.
098100     MOVE NG-CKPT-T-SUFFIX(NG-CKPT-IDX) TO NGC-SUFFIX.
098200     MOVE NG-CKPT-T-START(NG-CKPT-IDX)  TO NGC-START-NUMBER.
098300     MOVE NG-CKPT-T-END(NG-CKPT-IDX)    TO NGC-END-NUMBER.
098400     MOVE NG-CKPT-T-LAST(NG-CKPT-IDX)   TO NGC-LAST-COMPLETED.
098500     MOVE NG-CKPT-T-COUNT(NG-CKPT-IDX)  TO NGC-COMPLETED-COUNT.
098600     MOVE NG-CKPT-T-DATE(NG-CKPT-IDX)   TO NGC-CKPT-DATE.
098700     MOVE NG-CKPT-T-SKIPPED(NG-CKPT-IDX) TO NGC-SKIPPED-COUNT.
098800     MOVE NG-CKPT-T-HASH(NG-CKPT-IDX)   TO NGC-HASH-TOTAL.
098900     WRITE NG-CKPT-RECORD.
099000 2291-WRITE-ONE-CKPT-RECORD-EXIT.
099100     EXIT.
099200
099300*-----------------------------------------------------------*
099400* 3000-SIMULATE-BATCH - RUN MODE "S": PUT EVERY NUMBER IN   *
099500* THE RANGE THROUGH THE SAME EXCLUSION CHECK 2100 USES AND  *
099600* COUNT THE ONES THAT WOULD BE WRITTEN AND THE ONES THAT    *
099700* WOULD BE SKIPPED, SO THE CALLER'S DRY RUN SHOWS THE SAME  *
099800* FIGURES THE REAL BATCH WILL.  NOTHING IS OPENED BUT       *
099900* NUMGEN.EXCL: NO OUTPUT FILE, NO CHECKPOINT, AND NO        *
100000* DELIVERY REGISTER RECORD.                                 *
100100*-----------------------------------------------------------*
100200 3000-SIMULATE-BATCH.
100300     MOVE ZERO TO NG-ACTUAL-COUNT.
100400     MOVE ZERO TO NG-SKIPPED-COUNT.
100500     MOVE ZERO TO NG-HASH-TOTAL.
100600     PERFORM 1300-LOAD-EXCLUSION-RULES
100700         THRU 1300-LOAD-EXCLUSION-RULES-EXIT.
100800     MOVE STARTNUMBER TO NG-CURRENT-NUMBER.
100900     PERFORM 3100-COUNT-ONE-NUMBER
101000         THRU 3100-COUNT-ONE-NUMBER-EXIT
101100         UNTIL NG-CURRENT-NUMBER > ENDNUMBER.
101200 3000-SIMULATE-BATCH-EXIT.
101300     EXIT.
101400
101500 3100-COUNT-ONE-NUMBER.
101600     PERFORM 2150-CHECK-EXCLUSION
101700         THRU 2150-CHECK-EXCLUSION-EXIT.
101800     IF NG-NUMBER-EXCLUDED
101900         ADD 1 TO NG-SKIPPED-COUNT
102000     ELSE
102100         ADD 1 TO NG-ACTUAL-COUNT
102200         COMPUTE NG-HASH-WORK =
102300             NG-HASH-TOTAL + NG-CURRENT-NUMBER
102400         MOVE NG-HASH-WORK TO NG-HASH-TOTAL
102500     END-IF.
102600     ADD 1 TO NG-CURRENT-NUMBER.
102700 3100-COUNT-ONE-NUMBER-EXIT.
102800     EXIT.
102900
103000*-----------------------------------------------------------*
103100* 7000-STRIP-NUMBER-TO-TEXT - EDIT NG-STRIP-NUMBER WITH     *
103200* ZERO SUPPRESSION AND LEFT-JUSTIFY THE DIGITS INTO         *
103300* NG-STRIP-TEXT, THE SAME TRIM 2100-WRITE-ONE-NUMBER DOES   *
103400* FOR THE SERIAL ITSELF.                                    *
103500*-----------------------------------------------------------*
103600 7000-STRIP-NUMBER-TO-TEXT.
103700     MOVE NG-STRIP-NUMBER TO NG-CURRENT-NUMBER-EDIT.
103800     MOVE ZERO TO NG-LEADING-SPACE-COUNT.
103900     INSPECT NG-CURRENT-NUMBER-EDIT
104000         TALLYING NG-LEADING-SPACE-COUNT FOR LEADING SPACE.
104100     COMPUTE NG-NUMBER-START = NG-LEADING-SPACE-COUNT + 1.
104200     COMPUTE NG-NUMBER-LENGTH = 25 - NG-LEADING-SPACE-COUNT.
104300     MOVE SPACES TO NG-STRIP-TEXT.
104400     MOVE NG-CURRENT-NUMBER-EDIT
104500         (NG-NUMBER-START : NG-NUMBER-LENGTH)
104600         TO NG-STRIP-TEXT.
104700 7000-STRIP-NUMBER-TO-TEXT-EXIT.
104800     EXIT.
104900
105000*-----------------------------------------------------------*
105100* 8000-WRITE-TRAILER - WRITE A TRAILER SHOWING HOW MANY     *
105200* NUMBERS WERE ACTUALLY PRODUCED FOR THIS BATCH.  A CSV     *
105300* BATCH GETS A "BATCHTRL" ROW INSTEAD OF THE *** LINE.      *
105400*-----------------------------------------------------------*
105500 8000-WRITE-TRAILER.
105600     MOVE SPACES TO NUMGEN-OUT-RECORD.
105700     IF NG-FORMAT-CSV
105800         MOVE NG-ACTUAL-COUNT TO NG-STRIP-NUMBER
105900         PERFORM 7000-STRIP-NUMBER-TO-TEXT
106000             THRU 7000-STRIP-NUMBER-TO-TEXT-EXIT
106100         MOVE NG-STRIP-TEXT TO NG-STRIP-TEXT-2
106200         MOVE NG-SKIPPED-COUNT TO NG-STRIP-NUMBER
106300         PERFORM 7000-STRIP-NUMBER-TO-TEXT
106400             THRU 7000-STRIP-NUMBER-TO-TEXT-EXIT
106500         STRING
106600             NG-QUOTE              DELIMITED BY SIZE
106700             "BATCHTRL"            DELIMITED BY SIZE
106800             NG-QUOTE              DELIMITED BY SIZE
106900             ","                   DELIMITED BY SIZE
107000             NG-QUOTE              DELIMITED BY SIZE
107100             NG-STRIP-TEXT-2       DELIMITED BY SPACE
107200             NG-QUOTE              DELIMITED BY SIZE
107300             ","                   DELIMITED BY SIZE
107400             NG-QUOTE              DELIMITED BY SIZE
107500             "SKIPPED="            DELIMITED BY SIZE
107600             NG-STRIP-TEXT         DELIMITED BY SPACE
107700             NG-QUOTE              DELIMITED BY SIZE
107800             INTO NUMGEN-OUT-RECORD
107900         END-STRING
108000         WRITE NUMGEN-OUT-RECORD
108100         GO TO 8000-WRITE-TRAILER-EXIT
108200     END-IF.
108300
108400     MOVE NG-ACTUAL-COUNT TO NG-EDIT-FIELD.
108500     MOVE NG-SKIPPED-COUNT TO NG-SKIPPED-EDIT-FIELD.
108600     STRING
108700         "*** BATCH TRAILER - COUNT GENERATED="
108800                                      DELIMITED BY SIZE
108900         NG-EDIT-FIELD                DELIMITED BY SIZE
109000         " SKIPPED="                  DELIMITED BY SIZE
109100         NG-SKIPPED-EDIT-FIELD        DELIMITED BY SIZE
109200         " ***"                       DELIMITED BY SIZE
109300         INTO NUMGEN-OUT-RECORD
109400     END-STRING.
109500     WRITE NUMGEN-OUT-RECORD.
109600 8000-WRITE-TRAILER-EXIT.
109700     EXIT.
109800
109900*-----------------------------------------------------------*
110000* 9000-TERMINATE - CLOSE THE OUTPUT FILE AND REGISTER THE   *
110100* DELIVERY.                                                 *
110200*-----------------------------------------------------------*
110300 9000-TERMINATE.
110400     CLOSE NUMGEN-OUT-FILE.
110500     PERFORM 9100-REGISTER-DELIVERY
110600         THRU 9100-REGISTER-DELIVERY-EXIT.
110700 9000-TERMINATE-EXIT.
110800     EXIT.
110900
111000*-----------------------------------------------------------*
111100* 9100-REGISTER-DELIVERY - APPEND THE BATCH'S DELIVERY      *
111200* RECORD TO NUMGEN.DLVR, BORN UNCONFIRMED, NOW THAT ITS     *
111300* OUTPUT FILE IS CLOSED.  NUMGENRECON FLIPS THE RECORD TO   *
111400* CONFIRMED WHEN THE VENDOR CONFIRMATION RECONCILES CLEAN,  *
111500* AND NUMGENDLVAGE REPORTS WHATEVER STAYS UNCONFIRMED TOO   *
111600* LONG.  THE FILE IS OPENED EXTEND SO RECORDS ACCUMULATE    *
111700* ACROSS RUNS; IF IT DOES NOT YET EXIST, EXTEND FAILS WITH  *
111800* STATUS 35 AND WE FALL BACK TO OPEN OUTPUT TO CREATE IT.   *
111900*-----------------------------------------------------------*
112000 9100-REGISTER-DELIVERY.
112100     OPEN EXTEND NUMGEN-DLVR-FILE.
112200     IF NG-DLVR-FILE-NOT-FOUND
112300         OPEN OUTPUT NUMGEN-DLVR-FILE
112400     END-IF.
112500     MOVE SPACES TO NG-DLVR-RECORD.
112600     MOVE NG-OUT-ASSIGN-NAME TO NGD-OUT-FILE.
112700     MOVE PREFIX TO NGD-PREFIX.
112800     MOVE SUFFIX TO NGD-SUFFIX.
112900     MOVE STARTNUMBER TO NGD-START-NUMBER.
113000     MOVE ENDNUMBER TO NGD-END-NUMBER.
113100     MOVE NG-ACTUAL-COUNT TO NGD-COUNT.
113200     ACCEPT NG-DLVR-DATE-TODAY FROM DATE YYYYMMDD.
113300     MOVE NG-DLVR-DATE-TODAY TO NGD-DELIVERY-DATE.
113400     MOVE "U" TO NGD-STATUS.
113500     MOVE ZERO TO NGD-CONFIRM-DATE.
113600     WRITE NG-DLVR-RECORD.
113700     CLOSE NUMGEN-DLVR-FILE.
113800 9100-REGISTER-DELIVERY-EXIT.
113900     EXIT.
114000
114100 END PROGRAM NUMGENCALLED.
