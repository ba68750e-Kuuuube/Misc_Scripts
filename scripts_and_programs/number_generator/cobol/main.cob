015100*                    HERE, SO THE OVERLAP HANDLING ITSELF IS
015200*                    UNCHANGED - A PENDING VOID DOES NOT LET A
015300*                    BATCH THROUGH.
015400*   2026-10-15  RO   EVERY NEW-ISSUE BATCH NOW NAMES THE
015500*                    CUSTOMER ORDER IT FILLS (NUMGEN.PARM COLS
015600*                    233-252 OR THE ORDER NUMBER PROMPT).  THE
015700*                    ORDER MUST BE ON NUMGEN.ORDER, OPEN, AND
015800*                    FOR THE BATCH'S PREFIX/SUFFIX, AND THE
015900*                    BATCH MAY NOT ISSUE MORE THAN THE ORDER
016000*                    HAS OUTSTANDING - WHAT IS ALREADY ISSUED
016100*                    IS TOTALLED FROM THE COMPLETED NUMGEN.DISP
016200*                    DISPOSITIONS CARRYING THE ORDER NUMBER.
016300*                    A REFUSED BATCH IS SKIPPED AS SKIPORDR
016400*                    AND COUNTED ON NUMGEN.RUNSTAT.  A REISSUE
016500*                    OF VOIDED SERIALS MAY LEAVE THE ORDER
016600*                    BLANK AND IS NEVER COUNTED AGAINST ONE.
016700*   2026-10-15  RO   AUTOMATIC ALLOCATION HONORS NUMGEN.RESV
016800*                    RANGE RESERVATIONS (SEE NUMGENRSVM): A
016900*                    BATCH WHOSE ORDER'S CUSTOMER HOLDS A LIVE
017000*                    RESERVATION OF THE SERIES IS DRAWN FROM
017100*                    IT FIRST, AND OTHERWISE 4500 STEPS OVER
017200*                    EVERY LIVE RESERVED BLOCK.  RANGES DRAWN
017300*                    INSIDE A BLOCK NO LONGER RAISE THE
017400*                    SERIES' NEXT GENERAL STARTING NUMBER.
017500*   2026-10-15  RO   THE VOID-REGISTER REWRITE CARRIES THE NEW
017600*                    NGVOID SOURCE BYTE THROUGH UNTOUCHED, SO A
017700*                    SPOILAGE VOID RAISED BY NUMGENSPOIL STAYS
017800*                    MARKED AS ONE AFTER ITS REISSUE.
017900*   2026-10-15  RO   AUDIT RECORDS ARE NOW BUILT IN WORKING-
018000*                    STORAGE AND HANDED TO NUMGENASTAMP, WHICH
018100*                    GIVES EACH ITS SEQUENCE NUMBER AND CHAIN
018200*                    VALUE AND APPENDS IT TO NUMGEN.AUDIT.  THE
018300*                    AUDIT FILE IS NO LONGER OPENED HERE.
018400*   2026-10-15  RO   EVERY BATCH IS CHECKED AGAINST NUMGEN.AUTH
018500*                    THROUGH NUMGENAUTH BEFORE ANYTHING ELSE IS
018600*                    DONE WITH IT: A RANGE-GIVEN BATCH NEEDS
018700*                    GENERATE, AN AUTOMATIC ONE AUTOMATIC
018800*                    ALLOCATE, A REPRINT REPRINT.  A REFUSED
018900*                    CARD IS SKIPPED AS SKIPAUTH AND COUNTED
019000*                    ON NUMGEN.RUNSTAT; A REFUSED INTERACTIVE
019100*                    BATCH IS DROPPED.  NUMGENAUTH RECORDS THE
019200*                    REFUSAL ON NUMGEN.AUDIT.
019300*   2026-10-15  RO   EVERY DISPOSITION NOW CARRIES THE OPERATOR
019400*                    ID AND THE RUN START (THE TIME THE LOCK
019500*                    WAS TAKEN), SO THE OPERATOR ACTIVITY
019600*                    REVIEW CAN TELL WHO RAN A RUN THAT SKIPPED
019700*                    BATCHES.
019800*   2026-10-15  RO   ADDED A DRY RUN: WITH NUMGENDRYRUN=Y IN
019900*                    THE ENVIRONMENT, EVERY NUMGEN.PARM CARD
020000*                    GOES THROUGH THE SAME CHECKS, ALLOCATION,
020100*                    AND EXCLUSION RULES AS A LIVE RUN, BUT
020200*                    NOTHING IS ISSUED - NO OUTPUT FILE,
020300*                    LEDGER, AUDIT, CHECKPOINT, DELIVERY
020400*                    REGISTER, VOID, DISPOSITION, MANIFEST,
020500*                    RUNSTAT, OR LOCK RECORD IS WRITTEN.  A
020600*                    CARD-BY-CARD PRE-RUN REPORT SHOWS THE
020700*                    RANGE EACH CARD WOULD ISSUE, ITS EXPECTED
020800*                    GENERATED AND EXCLUDED COUNTS, ITS OUTPUT
020900*                    FILE, OR WHY IT WOULD BE SKIPPED, SO A
021000*                    DECK CAN BE SIGNED OFF BEFORE THE NIGHT
021100*                    WINDOW.
021200*   2026-10-15  RO   CEILING ROLLOVER: AN AUTOMATIC BATCH THAT
021300*                    RUNS PAST ITS SERIES' CEILING ISSUES WHAT
021400*                    FITS, CARRIES THE REST INTO THE SUCCESSOR
021500*                    SERIES NAMED ON NUMGEN.SERIES, AND CLOSES
021600*                    THE FULL SERIES.  BOTH HALVES CARRY THE
021700*                    CARD'S NUMBER AND A HALF MARKER ON
021800*                    NUMGEN.DISP AND ARE FLAGGED ON THE
021900*                    MANIFEST.  WITH NO SUCCESSOR, OR NO ROOM
022000*                    IN IT, THE CARD IS SKIPPED AS BEFORE.
022100*   2026-10-15  RO   THE SKIPDONE CHECK ALSO MATCHES THE
022200*                    CUSTOMER ORDER AND STANDING ORDER NUMBER,
022300*                    SO A RESUBMITTED DECK WHOSE CARDS HAVE
022400*                    SHIFTED CANNOT SKIP THE WRONG CARD.  THE
022500*                    STANDING ORDER NUMBER IS CARRIED FROM THE
022600*                    CARD TO NUMGEN.DISP.
022700 IDENTIFICATION DIVISION.
022800 PROGRAM-ID. MAIN.
022900
023000 ENVIRONMENT DIVISION.
023100 INPUT-OUTPUT SECTION.
023200 FILE-CONTROL.
023300     SELECT NUMGEN-PARM-FILE ASSIGN TO "NUMGEN.PARM"
023400         ORGANIZATION IS LINE SEQUENTIAL
023500         FILE STATUS IS NG-PARM-FILE-STATUS.
023600
023700     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
023800         ORGANIZATION IS INDEXED
023900         ACCESS MODE IS DYNAMIC
024000         RECORD KEY IS NGL-KEY
024100         FILE STATUS IS NG-LEDGER-FILE-STATUS.
024200
024300     SELECT NUMGEN-RUNSTAT-FILE ASSIGN TO "NUMGEN.RUNSTAT"
024400         ORGANIZATION IS LINE SEQUENTIAL
024500         FILE STATUS IS NG-RUNSTAT-FILE-STATUS.
024600
024700     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
024800         ORGANIZATION IS LINE SEQUENTIAL
024900         FILE STATUS IS NG-VOID-FILE-STATUS.
025000
025100     SELECT NUMGEN-SERIES-FILE ASSIGN TO "NUMGEN.SERIES"
025200         ORGANIZATION IS LINE SEQUENTIAL
025300         FILE STATUS IS NG-SERIES-FILE-STATUS.
025400
025500     SELECT NUMGEN-LOCK-FILE ASSIGN TO "NUMGEN.LOCK"
025600         ORGANIZATION IS LINE SEQUENTIAL
025700         FILE STATUS IS NG-LOCK-FILE-STATUS.
025800
025900     SELECT NUMGEN-DISP-FILE ASSIGN TO "NUMGEN.DISP"
026000         ORGANIZATION IS LINE SEQUENTIAL
026100         FILE STATUS IS NG-DISP-FILE-STATUS.
026200
026300     SELECT NUMGEN-MANIFEST-FILE ASSIGN TO "NUMGEN.MANIFEST"
026400         ORGANIZATION IS LINE SEQUENTIAL
026500         FILE STATUS IS MF-MANIFEST-FILE-STATUS.
026600
026700     SELECT NUMGEN-ORDER-FILE ASSIGN TO "NUMGEN.ORDER"
026800         ORGANIZATION IS LINE SEQUENTIAL
026900         FILE STATUS IS NG-ORDER-FILE-STATUS.
027000
027100     SELECT NUMGEN-RESV-FILE ASSIGN TO "NUMGEN.RESV"
027200         ORGANIZATION IS LINE SEQUENTIAL
027300         FILE STATUS IS NG-RESV-FILE-STATUS.
027400
027500 DATA DIVISION.
027600 FILE SECTION.
027700*-----------------------------------------------------------*
027800*    UNATTENDED RUN CONTROL CARD FILE - SEE COPYBOOK NGPARM *
027900*-----------------------------------------------------------*
028000 FD  NUMGEN-PARM-FILE.
028100     COPY NGPARM.
028200
028300*-----------------------------------------------------------*
028400*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
028500*-----------------------------------------------------------*
028600 FD  NUMGEN-LEDGER-FILE.
028700     COPY NGLEDG.
028800
028900*-----------------------------------------------------------*
029000*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
029100*-----------------------------------------------------------*
029200 FD  NUMGEN-VOID-FILE.
029300     COPY NGVOID.
029400
029500*-----------------------------------------------------------*
029600*    SERIES MASTER FILE - SEE COPYBOOK NGSERIES             *
029700*-----------------------------------------------------------*
029800 FD  NUMGEN-SERIES-FILE.
029900     COPY NGSERIES.
030000
030100*-----------------------------------------------------------*
030200*    RUN INTERLOCK - SEE COPYBOOK NGLOCK                    *
030300*-----------------------------------------------------------*
030400 FD  NUMGEN-LOCK-FILE.
030500     COPY NGLOCK.
030600
030700*-----------------------------------------------------------*
030800*    BATCH DISPOSITION FILE - SEE COPYBOOK NGDISP           *
030900*-----------------------------------------------------------*
031000 FD  NUMGEN-DISP-FILE.
031100     COPY NGDISP.
031200
031300*-----------------------------------------------------------*
031400*    CUSTOMER ORDER MASTER - SEE COPYBOOK NGORDER           *
031500*-----------------------------------------------------------*
031600 FD  NUMGEN-ORDER-FILE.
031700     COPY NGORDER.
031800
031900*-----------------------------------------------------------*
032000*    RANGE RESERVATION FILE - SEE COPYBOOK NGRESV           *
032100*-----------------------------------------------------------*
032200 FD  NUMGEN-RESV-FILE.
032300     COPY NGRESV.
032400
032500*-----------------------------------------------------------*
032600*    DELIVERY MANIFEST - ONE DOCUMENT PER RUN, ONE SECTION  *
032700*    PER OUTPUT FILE, WITH CONTROL TOTALS                   *
032800*-----------------------------------------------------------*
032900 FD  NUMGEN-MANIFEST-FILE.
033000 01  MF-MANIFEST-LINE             PIC X(132).
033100
033200*-----------------------------------------------------------*
033300*    ONE-RECORD RUN SUMMARY FOR THE SCHEDULER - SEE NGRSTAT *
033400*-----------------------------------------------------------*
033500 FD  NUMGEN-RUNSTAT-FILE.
033600     COPY NGRSTAT.
033700
033800 WORKING-STORAGE SECTION.
033900 77  PREFIX                       PIC X(50).
034000 77  SUFFIX                       PIC X(50).
034100 77  ALLOCMODE                    PIC X(01).
034200     88  ALLOC-MODE-AUTO               VALUE "A".
034300     88  ALLOC-MODE-RANGE              VALUE "R" SPACE.
034400     88  ALLOC-MODE-REPRINT            VALUE "P".
034500     88  ALLOC-MODE-VALID              VALUE "A" "R" "P"
034600                                             SPACE.
034700 77  QUANTITY                     PIC 9(25).
034800 77  OUTFORMAT                    PIC X(03).
034900     88  OUT-FORMAT-STD                VALUE "STD" SPACES.
035000     88  OUT-FORMAT-CSV                VALUE "CSV".
035100     88  OUT-FORMAT-FIX                VALUE "FIX".
035200     88  OUT-FORMAT-VALID              VALUE "STD" SPACES
035300                                             "CSV" "FIX".
035400 77  OUTFILENAME                  PIC X(50).
035500 77  ORDERNUMBER                  PIC X(20).
035600 77  STANDINGNUMBER               PIC X(10).
035700 77  CHECKSCHEME                  PIC X(03).
035800     88  CHECK-SCHEME-NONE             VALUE "NO " SPACES.
035900     88  CHECK-SCHEME-MOD10            VALUE "M10".
036000     88  CHECK-SCHEME-MOD11            VALUE "M11".
036100     88  CHECK-SCHEME-VALID            VALUE "NO " SPACES
036200                                             "M10" "M11".
036300 77  STARTNUMBERSTRING            PIC X(25).
036400 77  ENDNUMBERSTRING              PIC X(25).
036500 77  STARTNUMBER                  PIC 9(25).
036600 77  ENDNUMBER                    PIC 9(25).
036700 77  ACTUALCOUNT                  PIC 9(25).
036800 77  SKIPPEDCOUNT                 PIC 9(25).
036900
037000 77  NG-RUNSTAT-FILE-STATUS       PIC X(02).
037100     88  NG-RUNSTAT-FILE-OK            VALUE "00".
037200
037300 77  RS-RUN-MODE                  PIC X(01) VALUE "I".
037400 77  RS-CARDS-READ                PIC 9(07) VALUE ZERO.
037500 77  RS-BATCHES-DONE              PIC 9(07) VALUE ZERO.
037600 77  RS-SKIP-OVERLAP              PIC 9(07) VALUE ZERO.
037700 77  RS-SKIP-BAD-RANGE            PIC 9(07) VALUE ZERO.
037800 77  RS-SKIP-BAD-CARD             PIC 9(07) VALUE ZERO.
037900 77  RS-SKIP-NO-ROOM              PIC 9(07) VALUE ZERO.
038000 77  RS-SKIP-NO-SERIES            PIC 9(07) VALUE ZERO.
038100 77  RS-SKIP-ALREADY-DONE         PIC 9(07) VALUE ZERO.
038200 77  RS-SKIP-NO-ORDER             PIC 9(07) VALUE ZERO.
038300 77  RS-SKIP-NO-AUTH              PIC 9(07) VALUE ZERO.
038400 77  RS-BATCHES-SKIPPED           PIC 9(07) VALUE ZERO.
038500 77  RS-SERIALS-WRITTEN           PIC 9(25) VALUE ZERO.
038600 77  RS-SERIALS-EXCLUDED          PIC 9(25) VALUE ZERO.
038700 77  NG-RETURN-CODE               PIC 9(02) VALUE ZERO.
038800
038900 77  HARD-FAIL-SWITCH             PIC X(01) VALUE "N".
039000     88  RUN-HAD-HARD-FAILURE          VALUE "Y".
039100     88  RUN-NO-HARD-FAILURE            VALUE "N".
039200 77  REQUESTEDCOUNT               PIC 9(25).
039300
039400 77  STARTNUMBER-RAW              PIC X(30).
039500 77  CHECKSCHEME-RAW              PIC X(05).
039600 77  ALLOCMODE-RAW                PIC X(03).
039700 77  OUTFORMAT-RAW                PIC X(05).
039800 77  QUANTITY-RAW                 PIC X(30).
039900 77  ENDNUMBER-RAW                PIC X(30).
040000 77  NG-TOKEN-LEN                 PIC 9(02) COMP.
040100
040200 77  NG-PARM-FILE-STATUS          PIC X(02).
040300     88  NG-PARM-FILE-OK               VALUE "00".
040400     88  NG-PARM-FILE-NOT-FOUND        VALUE "35".
040500
040600 77  PARM-FILE-SWITCH             PIC X(01) VALUE "N".
040700     88  PARM-FILE-IS-PRESENT          VALUE "Y".
040800     88  PARM-FILE-NOT-PRESENT         VALUE "N".
040900
041000 77  PARM-EOF-SWITCH              PIC X(01) VALUE "N".
041100     88  PARM-AT-EOF                   VALUE "Y".
041200     88  PARM-NOT-AT-EOF                VALUE "N".
041300
041400 77  NG-LEDGER-FILE-STATUS        PIC X(02).
041500     88  NG-LEDGER-FILE-OK             VALUE "00".
041600     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
041700
041800 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
041900     88  LEDGER-AT-EOF                 VALUE "Y".
042000     88  LEDGER-NOT-AT-EOF              VALUE "N".
042100
042200 77  LEDGER-OVERLAP-SWITCH        PIC X(01) VALUE "N".
042300     88  LEDGER-HAS-OVERLAP            VALUE "Y".
042400     88  LEDGER-NO-OVERLAP              VALUE "N".
042500
042600 77  NG-TODAYS-DATE               PIC 9(08).
042700 77  NG-HIGHEST-USED              PIC 9(25).
042800
042900 77  NG-VOID-FILE-STATUS          PIC X(02).
043000     88  NG-VOID-FILE-OK               VALUE "00".
043100     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
043200
043300 77  NG-SERIES-FILE-STATUS        PIC X(02).
043400     88  NG-SERIES-FILE-OK             VALUE "00".
043500     88  NG-SERIES-FILE-NOT-FOUND      VALUE "35".
043600
043700 77  SERIES-EOF-SWITCH            PIC X(01) VALUE "N".
043800     88  SERIES-AT-EOF                 VALUE "Y".
043900     88  SERIES-NOT-AT-EOF              VALUE "N".
044000
044100 77  SERIES-FOUND-SWITCH          PIC X(01) VALUE "N".
044200     88  SERIES-IS-REGISTERED          VALUE "Y".
044300     88  SERIES-NOT-REGISTERED          VALUE "N".
044400
044500 77  SERIES-CLOSED-SWITCH         PIC X(01) VALUE "N".
044600     88  SERIES-IS-CLOSED              VALUE "Y".
044700     88  SERIES-NOT-CLOSED              VALUE "N".
044800
044900 77  NG-SERIES-DEF-SCHEME         PIC X(03).
045000 77  NG-SERIES-DEF-FORMAT         PIC X(03).
045100 77  NG-SERIES-DEF-FILE           PIC X(50).
045200 77  NG-SERIES-CEILING            PIC 9(25).
045300 77  NG-SERIES-SUCC-PREFIX        PIC X(50).
045400 77  NG-SERIES-SUCC-SUFFIX        PIC X(50).
045500
045600 77  NG-GIVEN-SCHEME              PIC X(03).
045700 77  NG-GIVEN-FORMAT              PIC X(03).
045800 77  NG-GIVEN-FILE                PIC X(50).
045900
046000*-----------------------------------------------------------*
046100*    CEILING ROLLOVER - SEE 4400.  THE NG-ROLL- FIELDS HOLD *
046200*    THE TWO HALVES OF A CARD SPLIT BETWEEN A SERIES FILLED *
046300*    TO ITS CEILING AND ITS SUCCESSOR.  NG-SERIES-TABLE     *
046400*    HOLDS NUMGEN.SERIES WHILE THE FULL SERIES IS CLOSED,   *
046500*    THE SAME ONE-PASS REWRITE AS NG-VOID-TABLE.            *
046600*-----------------------------------------------------------*
046700 77  ROLLOVER-SWITCH              PIC X(01) VALUE "N".
046800     88  BATCH-ROLLS-OVER              VALUE "Y".
046900     88  BATCH-DOES-NOT-ROLL            VALUE "N".
047000
047100 77  NG-ROLLOVER-HALF             PIC X(01) VALUE SPACE.
047200 77  NG-ROLL-REFUSAL              PIC X(08) VALUE SPACES.
047300 77  NG-ROLL-CARD-QTY             PIC 9(25).
047400 77  NG-ROLL-OLD-PREFIX           PIC X(50).
047500 77  NG-ROLL-OLD-SUFFIX           PIC X(50).
047600 77  NG-ROLL-OLD-CEILING          PIC 9(25).
047700 77  NG-ROLL-OLD-SCHEME           PIC X(03).
047800 77  NG-ROLL-OLD-FORMAT           PIC X(03).
047900 77  NG-ROLL-OLD-FILE             PIC X(50).
048000 77  NG-ROLL-FIRST-START          PIC 9(25).
048100 77  NG-ROLL-FIRST-END            PIC 9(25).
048200 77  NG-ROLL-FIRST-QTY            PIC 9(25).
048300 77  NG-ROLL-REST-QTY             PIC 9(25).
048400 77  NG-ROLL-NEW-PREFIX           PIC X(50).
048500 77  NG-ROLL-NEW-SUFFIX           PIC X(50).
048600 77  NG-ROLL-NEW-START            PIC 9(25).
048700 77  NG-ROLL-NEW-END              PIC 9(25).
048800 77  NG-ROLL-NEW-SCHEME           PIC X(03).
048900 77  NG-ROLL-NEW-FORMAT           PIC X(03).
049000 77  NG-ROLL-NEW-FILE             PIC X(50).
049100
049200 77  NG-SERIES-TABLE-COUNT        PIC 9(03) COMP VALUE ZERO.
049300
049400 77  SERIES-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
049500     88  SERIES-TABLE-IS-FULL          VALUE "Y".
049600     88  SERIES-TABLE-NOT-FULL          VALUE "N".
049700
049800 01  NG-SERIES-TABLE.
049900     05  NG-SERIES-ENTRY OCCURS 1 TO 500 TIMES
050000             DEPENDING ON NG-SERIES-TABLE-COUNT
050100             INDEXED BY NG-SERIES-IDX.
050200         10  NG-SERIES-T-PREFIX    PIC X(50).
050300         10  NG-SERIES-T-SUFFIX    PIC X(50).
050400         10  NG-SERIES-T-CEILING   PIC 9(25).
050500         10  NG-SERIES-T-SCHEME    PIC X(03).
050600         10  NG-SERIES-T-FORMAT    PIC X(03).
050700         10  NG-SERIES-T-OUT-FILE  PIC X(50).
050800         10  NG-SERIES-T-VENDOR    PIC X(30).
050900         10  NG-SERIES-T-STATUS    PIC X(01).
051000         10  NG-SERIES-T-OPEN-DATE PIC 9(08).
051100         10  NG-SERIES-T-CLOSE-DATE
051200                                   PIC 9(08).
051300         10  NG-SERIES-T-SUCC-PREFIX
051400                                   PIC X(50).
051500         10  NG-SERIES-T-SUCC-SUFFIX
051600                                   PIC X(50).
051700
051800 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
051900     88  VOID-AT-EOF                   VALUE "Y".
052000     88  VOID-NOT-AT-EOF                VALUE "N".
052100
052200 77  REISSUE-SWITCH               PIC X(01) VALUE "N".
052300     88  BATCH-IS-REISSUE              VALUE "Y".
052400     88  BATCH-NOT-REISSUE              VALUE "N".
052500
052600 77  NG-REISSUE-START             PIC 9(25).
052700 77  NG-REISSUE-END               PIC 9(25).
052800 77  NG-VOID-TABLE-COUNT          PIC 9(03) COMP VALUE ZERO.
052900
053000 77  VOID-TABLE-FULL-SWITCH       PIC X(01) VALUE "N".
053100     88  VOID-TABLE-IS-FULL            VALUE "Y".
053200     88  VOID-TABLE-NOT-FULL            VALUE "N".
053300
053400*-----------------------------------------------------------*
053500* NG-VOID-TABLE - HOLDS THE WHOLE VOID REGISTER WHILE THE    *
053600* REISSUED RANGE'S RECORD IS FLIPPED FROM "V" TO "R", SO THE *
053700* SET CAN BE REWRITTEN TO NUMGEN.VOID IN ONE PASS, THE SAME  *
053800* WAY NUMGENCALLED REWRITES NUMGEN.CKPT.                     *
053900*-----------------------------------------------------------*
054000 01  NG-VOID-TABLE.
054100     05  NG-VOID-ENTRY OCCURS 1 TO 500 TIMES
054200             DEPENDING ON NG-VOID-TABLE-COUNT
054300             INDEXED BY NG-VOID-IDX.
054400         10  NG-VOID-T-PREFIX      PIC X(50).
054500         10  NG-VOID-T-SUFFIX      PIC X(50).
054600         10  NG-VOID-T-START       PIC 9(25).
054700         10  NG-VOID-T-END         PIC 9(25).
054800         10  NG-VOID-T-REASON      PIC X(10).
054900         10  NG-VOID-T-VOID-DATE   PIC 9(08).
055000         10  NG-VOID-T-STATUS      PIC X(01).
055100         10  NG-VOID-T-REISS-DATE  PIC 9(08).
055200         10  NG-VOID-T-KEYED-BY    PIC X(20).
055300         10  NG-VOID-T-APPR-BY     PIC X(20).
055400         10  NG-VOID-T-APPR-DATE   PIC 9(08).
055500         10  NG-VOID-T-SOURCE      PIC X(01).
055600
055700 77  ALLOC-FAILED-SWITCH          PIC X(01) VALUE "N".
055800     88  ALLOC-FAILED                  VALUE "Y".
055900     88  ALLOC-NOT-FAILED               VALUE "N".
056000
056100 77  NG-DISP-FILE-STATUS          PIC X(02).
056200     88  NG-DISP-FILE-OK               VALUE "00".
056300     88  NG-DISP-FILE-NOT-FOUND        VALUE "35".
056400
056500 77  NG-DISP-OUTCOME              PIC X(08) VALUE SPACES.
056600
056700 77  DISP-EOF-SWITCH              PIC X(01) VALUE "N".
056800     88  DISP-AT-EOF                   VALUE "Y".
056900     88  DISP-NOT-AT-EOF                VALUE "N".
057000
057100 77  CARD-DONE-SWITCH             PIC X(01) VALUE "N".
057200     88  CARD-ALREADY-DONE             VALUE "Y".
057300     88  CARD-NOT-DONE                  VALUE "N".
057400
057500 77  NG-CARD-SATISFIED-QTY        PIC 9(26).
057600
057700 77  NG-ORDER-FILE-STATUS         PIC X(02).
057800     88  NG-ORDER-FILE-OK              VALUE "00".
057900     88  NG-ORDER-FILE-NOT-FOUND       VALUE "35".
058000
058100 77  ORDER-EOF-SWITCH             PIC X(01) VALUE "N".
058200     88  ORDER-AT-EOF                  VALUE "Y".
058300     88  ORDER-NOT-AT-EOF               VALUE "N".
058400
058500 77  ORDER-FOUND-SWITCH           PIC X(01) VALUE "N".
058600     88  ORDER-IS-ON-FILE              VALUE "Y".
058700     88  ORDER-NOT-ON-FILE              VALUE "N".
058800
058900 77  ORDER-CHECK-SWITCH           PIC X(01) VALUE "N".
059000     88  ORDER-IS-ACCEPTED             VALUE "Y".
059100     88  ORDER-IS-REFUSED               VALUE "N".
059200
059300 77  NG-ORDER-STATUS              PIC X(01).
059400 77  NG-ORDER-PREFIX              PIC X(50).
059500 77  NG-ORDER-SUFFIX              PIC X(50).
059600 77  NG-ORDER-QUANTITY            PIC 9(25).
059700 77  NG-ORDER-ISSUED              PIC 9(26).
059800 77  NG-ORDER-OUTSTANDING         PIC 9(26).
059900 77  NG-ORDER-BATCH-QTY           PIC 9(26).
060000 77  NG-ORDER-CUSTOMER            PIC X(30).
060100
060200 77  NG-RESV-FILE-STATUS          PIC X(02).
060300     88  NG-RESV-FILE-OK               VALUE "00".
060400     88  NG-RESV-FILE-NOT-FOUND        VALUE "35".
060500
060600 77  RESV-EOF-SWITCH              PIC X(01) VALUE "N".
060700     88  RESV-AT-EOF                   VALUE "Y".
060800     88  RESV-NOT-AT-EOF                VALUE "N".
060900
061000 77  RESV-DRAWN-SWITCH            PIC X(01) VALUE "N".
061100     88  RESV-WAS-DRAWN                VALUE "Y".
061200     88  RESV-NOT-DRAWN                 VALUE "N".
061300
061400 77  RESV-HELD-SWITCH             PIC X(01) VALUE "N".
061500     88  RESV-IS-HELD                  VALUE "Y".
061600     88  RESV-NOT-HELD                  VALUE "N".
061700
061800 77  RESV-STEP-SWITCH             PIC X(01) VALUE "N".
061900     88  RESV-STEPPED-OVER             VALUE "Y".
062000     88  RESV-NOT-STEPPED-OVER          VALUE "N".
062100
062200 77  LEDGER-RESERVED-SWITCH       PIC X(01) VALUE "N".
062300     88  LEDGER-REC-IS-RESERVED        VALUE "Y".
062400     88  LEDGER-REC-NOT-RESERVED        VALUE "N".
062500
062600 77  RESV-TABLE-FULL-SWITCH       PIC X(01) VALUE "N".
062700     88  RESV-TABLE-IS-FULL            VALUE "Y".
062800     88  RESV-TABLE-NOT-FULL            VALUE "N".
062900
063000 77  NG-RESV-NEXT                 PIC 9(26).
063100 77  NG-RESV-LAST                 PIC 9(26).
063200 77  NG-RESV-TABLE-COUNT          PIC 9(03) COMP VALUE ZERO.
063300
063400*-----------------------------------------------------------*
063500* NG-RESV-TABLE - THE LIVE NUMGEN.RESV RESERVATIONS OF THE   *
063600* CURRENT PREFIX/SUFFIX, LOADED BY 4520 FOR EACH AUTOMATIC   *
063700* ALLOCATION.                                                *
063800*-----------------------------------------------------------*
063900 01  NG-RESV-TABLE.
064000     05  NG-RESV-ENTRY OCCURS 1 TO 500 TIMES
064100             DEPENDING ON NG-RESV-TABLE-COUNT
064200             INDEXED BY NG-RESV-IDX.
064300         10  NG-RESV-T-START       PIC 9(25).
064400         10  NG-RESV-T-END         PIC 9(25).
064500         10  NG-RESV-T-CUSTOMER    PIC X(30).
064600
064700 77  HASHTOTAL                    PIC 9(25).
064800
064900 77  MF-MANIFEST-FILE-STATUS      PIC X(02).
065000     88  MF-MANIFEST-FILE-OK           VALUE "00".
065100
065200 77  MF-BATCH-REPRINT-FLAG        PIC X(01) VALUE "N".
065300 77  MF-GROUP-FILE                PIC X(50).
065400 77  MF-GROUP-SUB                 PIC 9(03) COMP VALUE ZERO.
065500 77  MF-FILE-LINES                PIC 9(25) VALUE ZERO.
065600 77  MF-FILE-HASH                 PIC 9(25) VALUE ZERO.
065700 77  MF-GRAND-LINES               PIC 9(25) VALUE ZERO.
065800 77  MF-HASH-WORK                 PIC 9(27) VALUE ZERO.
065900 77  MF-EDIT-FIELD                PIC Z(24)9.
066000 77  MF-CARD-EDIT                 PIC ZZZZZZ9.
066100
066200 77  MF-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
066300     88  MF-TABLE-IS-FULL              VALUE "Y".
066400     88  MF-TABLE-NOT-FULL              VALUE "N".
066500
066600 77  MF-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
066700
066800*-----------------------------------------------------------*
066900* MF-BATCH-TABLE - ONE ENTRY PER BATCH THAT PRODUCED OUTPUT *
067000* THIS RUN, HELD SO 9300 CAN WRITE THE DELIVERY MANIFEST    *
067100* GROUPED BY OUTPUT FILE WITH CONTROL TOTALS AT END OF RUN. *
067200*-----------------------------------------------------------*
067300 01  MF-BATCH-TABLE.
067400     05  MF-BATCH-ENTRY OCCURS 1 TO 100 TIMES
067500             DEPENDING ON MF-TABLE-COUNT
067600             INDEXED BY MF-IDX.
067700         10  MF-T-OUT-FILE         PIC X(50).
067800         10  MF-T-PREFIX           PIC X(50).
067900         10  MF-T-SUFFIX           PIC X(50).
068000         10  MF-T-START            PIC 9(25).
068100         10  MF-T-END              PIC 9(25).
068200         10  MF-T-SCHEME           PIC X(03).
068300         10  MF-T-GENERATED        PIC 9(25).
068400         10  MF-T-SKIPPED          PIC 9(25).
068500         10  MF-T-HASH             PIC 9(25).
068600         10  MF-T-REPRINT          PIC X(01).
068700         10  MF-T-PRINTED          PIC X(01).
068800         10  MF-T-ROLLOVER         PIC X(01).
068900         10  MF-T-CARD             PIC 9(07).
069000
069100 77  NG-LOCK-FILE-STATUS          PIC X(02).
069200     88  NG-LOCK-FILE-OK               VALUE "00".
069300     88  NG-LOCK-FILE-NOT-FOUND        VALUE "35".
069400
069500 77  NG-LOCK-OPERATOR             PIC X(20) VALUE SPACES.
069600 77  NG-LOCK-RUN-DATE             PIC 9(08) VALUE ZERO.
069700 77  NG-LOCK-RUN-TIME             PIC 9(08) VALUE ZERO.
069800
069900 77  LOCK-BLOCKED-SWITCH          PIC X(01) VALUE "N".
070000     88  RUN-IS-BLOCKED                VALUE "Y".
070100     88  RUN-NOT-BLOCKED                VALUE "N".
070200
070300*-----------------------------------------------------------*
070400*    DRY RUN - SEE 0050.  DR-SIM-TABLE HOLDS THE RANGES THE *
070500*    DECK'S EARLIER CARDS WOULD HAVE ISSUED, SINCE THEY ARE *
070600*    NOT ON THE LEDGER OR NUMGEN.DISP FOR LATER CARDS TO    *
070700*    SEE.                                                   *
070800*-----------------------------------------------------------*
070900 77  DRY-RUN-SWITCH               PIC X(01) VALUE "N".
071000     88  RUN-IS-DRY-RUN                VALUE "Y".
071100     88  RUN-IS-LIVE                    VALUE "N".
071200
071300 77  DR-REQUEST                   PIC X(01) VALUE SPACE.
071400 77  DR-MODE                      PIC X(01).
071500 77  DR-CARD-EDIT                 PIC ZZZZZZ9.
071600 77  DR-EDIT-FIELD                PIC Z(24)9.
071700 77  DR-EDIT-FIELD-2              PIC Z(24)9.
071800 77  DR-REASON                    PIC X(40).
071900
072000 77  DR-SIM-MOVED-SWITCH          PIC X(01) VALUE "N".
072100     88  DR-SIM-MOVED                  VALUE "Y".
072200     88  DR-SIM-NOT-MOVED               VALUE "N".
072300
072400 77  DR-SIM-FULL-SWITCH           PIC X(01) VALUE "N".
072500     88  DR-SIM-TABLE-IS-FULL          VALUE "Y".
072600     88  DR-SIM-TABLE-NOT-FULL          VALUE "N".
072700
072800 77  DR-SIM-COUNT                 PIC 9(03) COMP VALUE ZERO.
072900
073000 01  DR-SIM-TABLE.
073100     05  DR-SIM-ENTRY OCCURS 1 TO 500 TIMES
073200             DEPENDING ON DR-SIM-COUNT
073300             INDEXED BY DR-SIM-IDX.
073400         10  DR-S-PREFIX           PIC X(50).
073500         10  DR-S-SUFFIX           PIC X(50).
073600         10  DR-S-START            PIC 9(25).
073700         10  DR-S-END              PIC 9(25).
073800         10  DR-S-ORDER            PIC X(20).
073900         10  DR-S-REISSUE          PIC X(01).
074000
074100*    A SERIES THE DECK WOULD HAVE FILLED AND CLOSED (SEE 4470)
074200*    IS STILL ACTIVE ON NUMGEN.SERIES, SO 4600 LOOKS HERE TOO.
074300 77  DR-CLOSED-COUNT              PIC 9(03) COMP VALUE ZERO.
074400
074500 01  DR-CLOSED-TABLE.
074600     05  DR-CLOSED-ENTRY OCCURS 1 TO 100 TIMES
074700             DEPENDING ON DR-CLOSED-COUNT
074800             INDEXED BY DR-CLOSED-IDX.
074900         10  DR-C-PREFIX           PIC X(50).
075000         10  DR-C-SUFFIX           PIC X(50).
075100
075200 77  NG-CALL-MODE                 PIC X(01) VALUE SPACE.
075300 77  NG-AUDIT-ACTION              PIC X(08) VALUE SPACES.
075400
075500 77  REPRINT-BATCH-SWITCH         PIC X(01) VALUE "N".
075600     88  BATCH-IS-REPRINT              VALUE "Y".
075700     88  BATCH-NOT-REPRINT              VALUE "N".
075800
075900 77  RANGE-ON-LEDGER-SWITCH       PIC X(01) VALUE "N".
076000     88  RANGE-IS-ON-LEDGER            VALUE "Y".
076100     88  RANGE-NOT-ON-LEDGER            VALUE "N".
076200
076300 77  NG-OPERATOR-ID                PIC X(20).
076400 77  NG-CURRENT-TIME               PIC 9(08).
076500 77  NG-RUN-START-DATE            PIC 9(08) VALUE ZERO.
076600 77  NG-RUN-START-TIME            PIC 9(08) VALUE ZERO.
076700
076800*-----------------------------------------------------------*
076900*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH.  THE FUNCTION CODE *
077000*    FOLLOWS THE BATCH'S ALLOCATION MODE.                   *
077100*-----------------------------------------------------------*
077200 77  NG-AUTH-FUNCTION             PIC X(01).
077300 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "MAIN".
077400 77  NG-AUTH-OPERATOR-ID          PIC X(20).
077500 77  NG-AUTH-RESULT               PIC X(01).
077600     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
077700     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
077800
077900 77  BATCH-REFUSED-SWITCH         PIC X(01) VALUE "N".
078000     88  BATCH-IS-REFUSED              VALUE "Y".
078100     88  BATCH-NOT-REFUSED              VALUE "N".
078200
078300 77  MORE-BATCHES-SWITCH          PIC X(01) VALUE "Y".
078400     88  MORE-BATCHES                  VALUE "Y".
078500     88  NO-MORE-BATCHES                VALUE "N".
078600
078700 77  ANOTHER-BATCH-RESPONSE       PIC X(01).
078800
078900 77  RANGE-VALID-SWITCH           PIC X(01) VALUE "N".
079000     88  RANGE-IS-VALID               VALUE "Y".
079100     88  RANGE-NOT-VALID               VALUE "N".
079200
079300 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
079400     88  ENTRY-IS-VALID               VALUE "Y".
079500     88  ENTRY-NOT-VALID               VALUE "N".
079600
079700*-----------------------------------------------------------*
079800*    AUDIT RECORD UNDER CONSTRUCTION - SEE NGAUDIT.  IT IS  *
079900*    WRITTEN TO NUMGEN.AUDIT BY NUMGENASTAMP, NOT HERE.     *
080000*-----------------------------------------------------------*
080100     COPY NGAUDIT.
080200
080300 PROCEDURE DIVISION.
080400 0000-MAINLINE.
080500     DISPLAY "This is running in main.cob"
080600
080700     PERFORM 0050-CHECK-FOR-DRY-RUN
080800         THRU 0050-CHECK-FOR-DRY-RUN-EXIT.
080900
081000     PERFORM 0100-ACQUIRE-RUN-LOCK
081100         THRU 0100-ACQUIRE-RUN-LOCK-EXIT.
081200     IF RUN-IS-BLOCKED
081300         MOVE 8 TO RETURN-CODE
081400         STOP RUN
081500     END-IF.
081600
081700     PERFORM 1000-CHECK-FOR-PARM-FILE
081800         THRU 1000-CHECK-FOR-PARM-FILE-EXIT.
081900
082000     IF RUN-IS-DRY-RUN AND PARM-FILE-NOT-PRESENT
082100         DISPLAY "DRY RUN REQUESTED BUT THERE IS NO "
082200             "NUMGEN.PARM DECK TO SIMULATE - NOTHING DONE"
082300         MOVE 8 TO RETURN-CODE
082400         STOP RUN
082500     END-IF.
082600
082700     IF PARM-FILE-IS-PRESENT
082800         MOVE "P" TO RS-RUN-MODE
082900         PERFORM 2000-PROCESS-PARM-BATCHES
083000             THRU 2000-PROCESS-PARM-BATCHES-EXIT
083100     ELSE
083200         MOVE "I" TO RS-RUN-MODE
083300         PERFORM 3000-PROCESS-INTERACTIVE-BATCHES
083400             THRU 3000-PROCESS-INTERACTIVE-BATCHES-EXIT
083500     END-IF.
083600
083700     PERFORM 9000-WRAP-UP-RUN
083800         THRU 9000-WRAP-UP-RUN-EXIT.
083900
084000     DISPLAY "Back to running in main.cob".
084100
084200     MOVE NG-RETURN-CODE TO RETURN-CODE.
084300     STOP RUN.
084400
084500*-----------------------------------------------------------*
084600* 0050-CHECK-FOR-DRY-RUN - NUMGENDRYRUN=Y IN THE            *
084700* ENVIRONMENT MAKES THIS A DRY RUN OF THE NUMGEN.PARM DECK: *
084800* EVERY CARD IS PROCESSED EXACTLY AS A LIVE RUN WOULD       *
084900* PROCESS IT, BUT THE PLACES THAT ISSUE OR RECORD ANYTHING  *
085000* - 5000, 5300, 5500, 0100, 9000, AND THE NUMGENAUTH        *
085100* REFUSAL RECORD - PRINT OR COUNT INSTEAD.  THE SCHEDULER   *
085200* OR A SUPERVISOR RUNS IT TO SIGN OFF A DECK BEFORE THE     *
085300* NIGHT WINDOW.  ANY OTHER VALUE, OR NONE, IS A LIVE RUN.   *
085400*-----------------------------------------------------------*
085500 0050-CHECK-FOR-DRY-RUN.
085600     SET RUN-IS-LIVE TO TRUE.
085700     MOVE SPACE TO DR-REQUEST.
085800     ACCEPT DR-REQUEST FROM ENVIRONMENT "NUMGENDRYRUN".
085900     IF DR-REQUEST = "Y"
086000         SET RUN-IS-DRY-RUN TO TRUE
086100         MOVE ZERO TO DR-SIM-COUNT
086200         SET DR-SIM-TABLE-NOT-FULL TO TRUE
086300     END-IF.
086400 0050-CHECK-FOR-DRY-RUN-EXIT.
086500     EXIT.
086600
086700*-----------------------------------------------------------*
086800* 0100-ACQUIRE-RUN-LOCK - ONLY ONE MAIN MAY GENERATE AT A   *
086900* TIME: THE OVERLAP CHECK, THE AUTOMATIC ALLOCATION, AND    *
087000* THE WHOLE-FILE NUMGEN.CKPT REWRITE ALL ASSUME THE FILES   *
087100* ARE THEIRS ALONE, AND TWO CONCURRENT RUNS CAN DOUBLE-     *
087200* ISSUE A RANGE.  AN ACTIVE NUMGEN.LOCK RECORD MEANS A RUN  *
087300* IS IN PROGRESS - THIS RUN ENDS AT ONCE WITH A MESSAGE     *
087400* SHOWING WHO STARTED THE OTHER RUN AND WHEN, AND WHAT TO   *
087500* DO IF THAT RUN ABENDED.  OTHERWISE AN ACTIVE LOCK IS      *
087600* WRITTEN BEFORE A SINGLE BATCH IS PROCESSED AND RELEASED   *
087700* BY 9200 AS THE RUN'S LAST ACT.                            *
087800*-----------------------------------------------------------*
087900 0100-ACQUIRE-RUN-LOCK.
088000     SET RUN-NOT-BLOCKED TO TRUE.
088100     OPEN INPUT NUMGEN-LOCK-FILE.
088200     IF NG-LOCK-FILE-OK
088300         READ NUMGEN-LOCK-FILE
088400             AT END
088500                 CONTINUE
088600             NOT AT END
088700                 IF NGK-LOCK-ACTIVE
088800                     SET RUN-IS-BLOCKED TO TRUE
088900*                    SAVED BEFORE THE CLOSE - THE FD RECORD
089000*                    AREA IS UNDEFINED ONCE THE FILE CLOSES
089100                     MOVE NGK-OPERATOR-ID TO NG-LOCK-OPERATOR
089200                     MOVE NGK-RUN-DATE TO NG-LOCK-RUN-DATE
089300                     MOVE NGK-RUN-TIME TO NG-LOCK-RUN-TIME
089400                 END-IF
089500         END-READ
089600         CLOSE NUMGEN-LOCK-FILE
089700     END-IF.
089800
089900     IF RUN-IS-BLOCKED
090000         DISPLAY "ANOTHER NUMBER GENERATOR RUN IS IN "
090100             "PROGRESS - STARTED " NG-LOCK-RUN-DATE " "
090200             NG-LOCK-RUN-TIME " BY " NG-LOCK-OPERATOR
090300         DISPLAY "THIS RUN ENDS WITHOUT PROCESSING A BATCH. "
090400             "IF THAT RUN ABENDED, CONFIRM IT IS DEAD, "
090500             "DELETE NUMGEN.LOCK, AND RESUBMIT - THE "
090600             "NUMGEN.CKPT CHECKPOINT RESUMES ANY "
090700             "INTERRUPTED BATCH"
090800         GO TO 0100-ACQUIRE-RUN-LOCK-EXIT
090900     END-IF.
091000
091100     MOVE SPACES TO NG-OPERATOR-ID.
091200     ACCEPT NG-OPERATOR-ID FROM ENVIRONMENT "USER".
091300     IF NG-OPERATOR-ID = SPACES
091400         ACCEPT NG-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
091500     END-IF.
091600
091700*    A DRY RUN STILL WAITS ITS TURN BEHIND A LIVE RUN - THE
091800*    FILES IT READS ARE CHANGING UNDER THAT RUN - BUT TAKES
091900*    NO LOCK OF ITS OWN, SINCE IT CHANGES NOTHING.
092000     IF RUN-IS-DRY-RUN
092100         ACCEPT NG-RUN-START-DATE FROM DATE YYYYMMDD
092200         ACCEPT NG-CURRENT-TIME FROM TIME
092300         MOVE NG-CURRENT-TIME TO NG-RUN-START-TIME
092400         GO TO 0100-ACQUIRE-RUN-LOCK-EXIT
092500     END-IF.
092600
092700     OPEN OUTPUT NUMGEN-LOCK-FILE.
092800     MOVE SPACES TO NG-LOCK-RECORD.
092900     MOVE "A" TO NGK-STATUS.
093000     MOVE NG-OPERATOR-ID TO NGK-OPERATOR-ID.
093100     ACCEPT NGK-RUN-DATE FROM DATE YYYYMMDD.
093200     ACCEPT NG-CURRENT-TIME FROM TIME.
093300     MOVE NG-CURRENT-TIME TO NGK-RUN-TIME.
093400     MOVE NGK-RUN-DATE TO NG-RUN-START-DATE.
093500     MOVE NGK-RUN-TIME TO NG-RUN-START-TIME.
093600     WRITE NG-LOCK-RECORD.
093700     CLOSE NUMGEN-LOCK-FILE.
093800 0100-ACQUIRE-RUN-LOCK-EXIT.
093900     EXIT.
094000
094100*-----------------------------------------------------------*
094200* 1000-CHECK-FOR-PARM-FILE - SEE WHETHER NUMGEN.PARM EXISTS *
094300* SO AN UNATTENDED RUN CAN PICK UP ITS BATCHES FROM THERE   *
094400* INSTEAD OF FROM THE OPERATOR'S TERMINAL.                  *
094500*-----------------------------------------------------------*
094600 1000-CHECK-FOR-PARM-FILE.
094700     OPEN INPUT NUMGEN-PARM-FILE.
094800     IF NG-PARM-FILE-OK
094900         SET PARM-FILE-IS-PRESENT TO TRUE
095000     ELSE
095100         SET PARM-FILE-NOT-PRESENT TO TRUE
095200     END-IF.
095300 1000-CHECK-FOR-PARM-FILE-EXIT.
095400     EXIT.
095500
095600*-----------------------------------------------------------*
095700* 2000-PROCESS-PARM-BATCHES - RUN EVERY BATCH CONTROL CARD  *
095800* IN NUMGEN.PARM, ONE AFTER ANOTHER, WITH NO OPERATOR       *
095900* PROMPTS.                                                   *
096000*-----------------------------------------------------------*
096100 2000-PROCESS-PARM-BATCHES.
096200     IF RUN-IS-DRY-RUN
096300         DISPLAY "*** DRY RUN OF NUMGEN.PARM - NOTHING WILL "
096400             "BE ISSUED OR RECORDED ***"
096500         DISPLAY "*** PRE-RUN REPORT FOR OPERATOR "
096600             NG-OPERATOR-ID " ON " NG-RUN-START-DATE " ***"
096700     END-IF.
096800     SET PARM-NOT-AT-EOF TO TRUE.
096900     PERFORM 2100-GET-BATCH-FROM-PARM
097000         THRU 2100-GET-BATCH-FROM-PARM-EXIT
097100         UNTIL PARM-AT-EOF.
097200     CLOSE NUMGEN-PARM-FILE.
097300 2000-PROCESS-PARM-BATCHES-EXIT.
097400     EXIT.
097500
097600*-----------------------------------------------------------*
097700* 2100-GET-BATCH-FROM-PARM - READ ONE BATCH CONTROL CARD    *
097800* FROM NUMGEN.PARM AND VALIDATE ITS RANGE.  THERE IS NO     *
097900* OPERATOR TO RE-PROMPT IN AN UNATTENDED RUN, SO A BAD CARD *
098000* SIMPLY CAUSES THAT ONE BATCH TO BE SKIPPED AND THE NEXT   *
098100* CARD TO BE READ.                                           *
098200*-----------------------------------------------------------*
098300 2100-GET-BATCH-FROM-PARM.
098400     READ NUMGEN-PARM-FILE
098500         AT END
098600             SET PARM-AT-EOF TO TRUE
098700             GO TO 2100-GET-BATCH-FROM-PARM-EXIT
098800     END-READ.
098900     ADD 1 TO RS-CARDS-READ.
099000     SET BATCH-DOES-NOT-ROLL TO TRUE.
099100     MOVE SPACE TO NG-ROLLOVER-HALF.
099200
099300     MOVE NGP-PREFIX       TO PREFIX.
099400     MOVE NGP-SUFFIX       TO SUFFIX.
099500     MOVE NGP-CHECK-SCHEME TO CHECKSCHEME.
099600     MOVE NGP-ALLOC-MODE   TO ALLOCMODE.
099700     MOVE NGP-OUT-FORMAT   TO OUTFORMAT.
099800     MOVE NGP-OUT-FILE     TO OUTFILENAME.
099900     MOVE NGP-ORDER-NUMBER TO ORDERNUMBER.
100000     MOVE NGP-STANDING-NUMBER TO STANDINGNUMBER.
100100
100200     IF NOT CHECK-SCHEME-VALID
100300         DISPLAY "ERROR - NUMGEN.PARM CHECK DIGIT SCHEME IS "
100400             "NOT M10, M11, NO, OR BLANK - BATCH SKIPPED"
100500         ADD 1 TO RS-SKIP-BAD-CARD
100600         MOVE ZERO TO STARTNUMBER
100700         MOVE ZERO TO ENDNUMBER
100800         MOVE "SKIPCARD" TO NG-DISP-OUTCOME
100900         PERFORM 5300-WRITE-DISPOSITION
101000             THRU 5300-WRITE-DISPOSITION-EXIT
101100         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
101200     END-IF.
101300
101400     IF NOT OUT-FORMAT-VALID
101500         DISPLAY "ERROR - NUMGEN.PARM OUTPUT FORMAT IS NOT "
101600             "STD, CSV, FIX, OR BLANK - BATCH SKIPPED"
101700         ADD 1 TO RS-SKIP-BAD-CARD
101800         MOVE ZERO TO STARTNUMBER
101900         MOVE ZERO TO ENDNUMBER
102000         MOVE "SKIPCARD" TO NG-DISP-OUTCOME
102100         PERFORM 5300-WRITE-DISPOSITION
102200             THRU 5300-WRITE-DISPOSITION-EXIT
102300         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
102400     END-IF.
102500
102600     IF NOT ALLOC-MODE-VALID
102700         DISPLAY "ERROR - NUMGEN.PARM ALLOCATION MODE IS NOT "
102800             "R, A, P, OR BLANK - BATCH SKIPPED"
102900         ADD 1 TO RS-SKIP-BAD-CARD
103000         MOVE ZERO TO STARTNUMBER
103100         MOVE ZERO TO ENDNUMBER
103200         MOVE "SKIPCARD" TO NG-DISP-OUTCOME
103300         PERFORM 5300-WRITE-DISPOSITION
103400             THRU 5300-WRITE-DISPOSITION-EXIT
103500         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
103600     END-IF.
103700
103800     PERFORM 4950-CHECK-OPERATOR-AUTHORITY
103900         THRU 4950-CHECK-OPERATOR-AUTHORITY-EXIT.
104000     IF OPERATOR-NOT-AUTHORIZED
104100         DISPLAY "BATCH SKIPPED - OPERATOR NOT AUTHORIZED ON "
104200             "NUMGEN.AUTH"
104300         ADD 1 TO RS-SKIP-NO-AUTH
104400         MOVE ZERO TO STARTNUMBER
104500         MOVE ZERO TO ENDNUMBER
104600         MOVE "SKIPAUTH" TO NG-DISP-OUTCOME
104700         PERFORM 5300-WRITE-DISPOSITION
104800             THRU 5300-WRITE-DISPOSITION-EXIT
104900         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
105000     END-IF.
105100
105200     IF ALLOC-MODE-REPRINT
105300         PERFORM 2300-REPRINT-BATCH-FROM-CARD
105400             THRU 2300-REPRINT-BATCH-FROM-CARD-EXIT
105500         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
105600     END-IF.
105700
105800     PERFORM 4600-LOOK-UP-SERIES
105900         THRU 4600-LOOK-UP-SERIES-EXIT.
106000     IF SERIES-NOT-REGISTERED
106100         DISPLAY "ERROR - NUMGEN.PARM PREFIX/SUFFIX IS NOT "
106200             "REGISTERED ON NUMGEN.SERIES - BATCH SKIPPED"
106300         ADD 1 TO RS-SKIP-NO-SERIES
106400         MOVE ZERO TO STARTNUMBER
106500         MOVE ZERO TO ENDNUMBER
106600         MOVE "SKIPSERS" TO NG-DISP-OUTCOME
106700         PERFORM 5300-WRITE-DISPOSITION
106800             THRU 5300-WRITE-DISPOSITION-EXIT
106900         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
107000     END-IF.
107100     IF SERIES-IS-CLOSED
107200         DISPLAY "ERROR - THIS NUMBER SERIES IS CLOSED ON "
107300             "NUMGEN.SERIES - BATCH SKIPPED"
107400         ADD 1 TO RS-SKIP-NO-SERIES
107500         MOVE ZERO TO STARTNUMBER
107600         MOVE ZERO TO ENDNUMBER
107700         MOVE "SKIPSERS" TO NG-DISP-OUTCOME
107800         PERFORM 5300-WRITE-DISPOSITION
107900             THRU 5300-WRITE-DISPOSITION-EXIT
108000         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
108100     END-IF.
108200     PERFORM 4650-APPLY-SERIES-DEFAULTS
108300         THRU 4650-APPLY-SERIES-DEFAULTS-EXIT.
108400
108500     IF ALLOC-MODE-AUTO
108600         PERFORM 2200-ALLOCATE-BATCH-FROM-CARD
108700             THRU 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
108800         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
108900     END-IF.
109000
109100     MOVE NGP-START-NUMBER TO STARTNUMBER.
109200     MOVE NGP-END-NUMBER   TO ENDNUMBER.
109300
109400     IF STARTNUMBER > ENDNUMBER
109500         DISPLAY "ERROR - NUMGEN.PARM START NUMBER EXCEEDS "
109600             "END NUMBER - BATCH SKIPPED"
109700         ADD 1 TO RS-SKIP-BAD-RANGE
109800         MOVE "SKIPRNGE" TO NG-DISP-OUTCOME
109900         PERFORM 5300-WRITE-DISPOSITION
110000             THRU 5300-WRITE-DISPOSITION-EXIT
110100         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
110200     END-IF.
110300
110400     PERFORM 4000-CHECK-LEDGER-FOR-OVERLAP
110500         THRU 4000-CHECK-LEDGER-FOR-OVERLAP-EXIT.
110600     IF LEDGER-HAS-OVERLAP
110700         DISPLAY "ERROR - NUMGEN.PARM RANGE OVERLAPS A RANGE "
110800             "ALREADY ISSUED UNDER THIS PREFIX/SUFFIX - "
110900             "BATCH SKIPPED"
111000         ADD 1 TO RS-SKIP-OVERLAP
111100         MOVE "SKIPOVLP" TO NG-DISP-OUTCOME
111200         PERFORM 5300-WRITE-DISPOSITION
111300             THRU 5300-WRITE-DISPOSITION-EXIT
111400         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
111500     END-IF.
111600
111700     PERFORM 4900-CHECK-CUSTOMER-ORDER
111800         THRU 4900-CHECK-CUSTOMER-ORDER-EXIT.
111900     IF ORDER-IS-REFUSED
112000         DISPLAY "BATCH SKIPPED FOR ITS CUSTOMER ORDER"
112100         ADD 1 TO RS-SKIP-NO-ORDER
112200         MOVE "SKIPORDR" TO NG-DISP-OUTCOME
112300         PERFORM 5300-WRITE-DISPOSITION
112400             THRU 5300-WRITE-DISPOSITION-EXIT
112500         GO TO 2100-GET-BATCH-FROM-PARM-EXIT
112600     END-IF.
112700
112800     PERFORM 5000-RUN-NUMGEN-AND-RECONCILE
112900         THRU 5000-RUN-NUMGEN-AND-RECONCILE-EXIT.
113000 2100-GET-BATCH-FROM-PARM-EXIT.
113100     EXIT.
113200
113300*-----------------------------------------------------------*
113400* 2200-ALLOCATE-BATCH-FROM-CARD - AN AUTOMATIC CARD NAMES   *
113500* ONLY PREFIX, SUFFIX, AND QUANTITY.  FIND THE NEXT UNUSED  *
113600* RANGE UNDER THAT PREFIX/SUFFIX FROM NUMGEN.LEDGER, RECORD *
113700* WHAT WAS ALLOCATED ON THE RUN LOG, AND RUN THE BATCH.  A  *
113800* RANGE THAT RUNS PAST THE SERIES' CEILING IS SPLIT WITH    *
113900* THE SUCCESSOR SERIES INSTEAD (SEE 4400).                  *
114000*-----------------------------------------------------------*
114100 2200-ALLOCATE-BATCH-FROM-CARD.
114200     IF NGP-QUANTITY IS NOT NUMERIC OR NGP-QUANTITY = ZERO
114300         DISPLAY "ERROR - NUMGEN.PARM QUANTITY MISSING OR "
114400             "ZERO ON AN AUTOMATIC CARD - BATCH SKIPPED"
114500         ADD 1 TO RS-SKIP-BAD-CARD
114600         MOVE ZERO TO STARTNUMBER
114700         MOVE ZERO TO ENDNUMBER
114800         MOVE "SKIPCARD" TO NG-DISP-OUTCOME
114900         PERFORM 5300-WRITE-DISPOSITION
115000             THRU 5300-WRITE-DISPOSITION-EXIT
115100         GO TO 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
115200     END-IF.
115300     MOVE NGP-QUANTITY TO QUANTITY.
115400
115500     PERFORM 4800-CHECK-CARD-ALREADY-DONE
115600         THRU 4800-CHECK-CARD-ALREADY-DONE-EXIT.
115700     IF CARD-ALREADY-DONE
115800         DISPLAY "CARD ALREADY SATISFIED IN AN EARLIER "
115900             "ATTEMPT OF THIS RUN - BATCH SKIPPED, NOT "
116000             "GENERATED AGAIN"
116100         ADD 1 TO RS-SKIP-ALREADY-DONE
116200         MOVE ZERO TO STARTNUMBER
116300         MOVE ZERO TO ENDNUMBER
116400         MOVE "SKIPDONE" TO NG-DISP-OUTCOME
116500         PERFORM 5300-WRITE-DISPOSITION
116600             THRU 5300-WRITE-DISPOSITION-EXIT
116700         GO TO 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
116800     END-IF.
116900
117000     PERFORM 4500-FIND-NEXT-AVAILABLE-RANGE
117100         THRU 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT.
117200     IF ALLOC-FAILED
117300         DISPLAY "ERROR - NO ROOM LEFT IN THIS PREFIX/SUFFIX "
117400             "NUMBER SERIES FOR THE QUANTITY ASKED - "
117500             "BATCH SKIPPED"
117600         ADD 1 TO RS-SKIP-NO-ROOM
117700         MOVE ZERO TO STARTNUMBER
117800         MOVE ZERO TO ENDNUMBER
117900         MOVE "SKIPROOM" TO NG-DISP-OUTCOME
118000         PERFORM 5300-WRITE-DISPOSITION
118100             THRU 5300-WRITE-DISPOSITION-EXIT
118200         GO TO 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
118300     END-IF.
118400
118500     IF NG-SERIES-CEILING > ZERO AND
118600             ENDNUMBER > NG-SERIES-CEILING
118700         PERFORM 4400-PLAN-CEILING-ROLLOVER
118800             THRU 4400-PLAN-CEILING-ROLLOVER-EXIT
118900         IF BATCH-ROLLS-OVER
119000             PERFORM 4450-RUN-ROLLOVER-HALVES
119100                 THRU 4450-RUN-ROLLOVER-HALVES-EXIT
119200             GO TO 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
119300         END-IF
119400         DISPLAY "BATCH SKIPPED AT THE SERIES CEILING"
119500         EVALUATE NG-ROLL-REFUSAL
119600             WHEN "SKIPOVLP"
119700                 ADD 1 TO RS-SKIP-OVERLAP
119800             WHEN "SKIPORDR"
119900                 ADD 1 TO RS-SKIP-NO-ORDER
120000             WHEN OTHER
120100                 ADD 1 TO RS-SKIP-NO-ROOM
120200         END-EVALUATE
120300         MOVE ZERO TO STARTNUMBER
120400         MOVE ZERO TO ENDNUMBER
120500         MOVE NG-ROLL-REFUSAL TO NG-DISP-OUTCOME
120600         PERFORM 5300-WRITE-DISPOSITION
120700             THRU 5300-WRITE-DISPOSITION-EXIT
120800         GO TO 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
120900     END-IF.
121000
121100     PERFORM 4000-CHECK-LEDGER-FOR-OVERLAP
121200         THRU 4000-CHECK-LEDGER-FOR-OVERLAP-EXIT.
121300     IF LEDGER-HAS-OVERLAP
121400         DISPLAY "ERROR - ALLOCATED RANGE OVERLAPS A RANGE "
121500             "ALREADY ISSUED UNDER THIS PREFIX/SUFFIX - "
121600             "BATCH SKIPPED"
121700         ADD 1 TO RS-SKIP-OVERLAP
121800         MOVE "SKIPOVLP" TO NG-DISP-OUTCOME
121900         PERFORM 5300-WRITE-DISPOSITION
122000             THRU 5300-WRITE-DISPOSITION-EXIT
122100         GO TO 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
122200     END-IF.
122300
122400     PERFORM 4900-CHECK-CUSTOMER-ORDER
122500         THRU 4900-CHECK-CUSTOMER-ORDER-EXIT.
122600     IF ORDER-IS-REFUSED
122700         DISPLAY "BATCH SKIPPED FOR ITS CUSTOMER ORDER"
122800         ADD 1 TO RS-SKIP-NO-ORDER
122900         MOVE "SKIPORDR" TO NG-DISP-OUTCOME
123000         PERFORM 5300-WRITE-DISPOSITION
123100             THRU 5300-WRITE-DISPOSITION-EXIT
123200         GO TO 2200-ALLOCATE-BATCH-FROM-CARD-EXIT
123300     END-IF.
123400
123500     DISPLAY "Allocated start number: " STARTNUMBER.
123600     DISPLAY "Allocated end number:   " ENDNUMBER.
123700
123800     PERFORM 5000-RUN-NUMGEN-AND-RECONCILE
123900         THRU 5000-RUN-NUMGEN-AND-RECONCILE-EXIT.
124000 2200-ALLOCATE-BATCH-FROM-CARD-EXIT.
124100     EXIT.
124200
124300*-----------------------------------------------------------*
124400* 2300-REPRINT-BATCH-FROM-CARD - A REPRINT CARD NAMES A     *
124500* START/END RANGE ALREADY ON NUMGEN.LEDGER AND AN OUTPUT    *
124600* FILE OF ITS OWN.  THE OUTPUT LINES ARE REGENERATED THERE, *
124700* CHARACTER IDENTICAL, AND THE LEDGER IS NEVER TOUCHED.     *
124800* THE SERIES MASTER IS READ ONLY FOR ITS DEFAULTS - A       *
124900* CLOSED OR UNREGISTERED SERIES MAY STILL LEGITIMATELY NEED *
125000* AN OLD RANGE REPRINTED.                                   *
125100*-----------------------------------------------------------*
125200 2300-REPRINT-BATCH-FROM-CARD.
125300*    A REPRINT ISSUES NOTHING NEW, SO IT FILLS NO ORDER.
125400     MOVE SPACES TO ORDERNUMBER.
125500     MOVE NGP-START-NUMBER TO STARTNUMBER.
125600     MOVE NGP-END-NUMBER   TO ENDNUMBER.
125700
125800     IF STARTNUMBER > ENDNUMBER
125900         DISPLAY "ERROR - NUMGEN.PARM START NUMBER EXCEEDS "
126000             "END NUMBER - REPRINT SKIPPED"
126100         ADD 1 TO RS-SKIP-BAD-RANGE
126200         MOVE "SKIPRNGE" TO NG-DISP-OUTCOME
126300         PERFORM 5300-WRITE-DISPOSITION
126400             THRU 5300-WRITE-DISPOSITION-EXIT
126500         GO TO 2300-REPRINT-BATCH-FROM-CARD-EXIT
126600     END-IF.
126700
126800*    THE BLANK TEST COMES BEFORE THE SERIES DEFAULTS ON
126900*    PURPOSE: THE SERIES' DEFAULT OUTPUT FILE IS THE VENDOR'S
127000*    REGULAR DELIVERY FILE, AND A REPRINT MUST NEVER BE
127100*    APPENDED THERE BY DEFAULT.
127200     IF OUTFILENAME = SPACES
127300         DISPLAY "ERROR - A REPRINT CARD MUST NAME AN OUTPUT "
127400             "FILE OF ITS OWN - REPRINT SKIPPED"
127500         ADD 1 TO RS-SKIP-BAD-CARD
127600         MOVE "SKIPCARD" TO NG-DISP-OUTCOME
127700         PERFORM 5300-WRITE-DISPOSITION
127800             THRU 5300-WRITE-DISPOSITION-EXIT
127900         GO TO 2300-REPRINT-BATCH-FROM-CARD-EXIT
128000     END-IF.
128100
128200     PERFORM 4600-LOOK-UP-SERIES
128300         THRU 4600-LOOK-UP-SERIES-EXIT.
128400     PERFORM 4650-APPLY-SERIES-DEFAULTS
128500         THRU 4650-APPLY-SERIES-DEFAULTS-EXIT.
128600
128700     PERFORM 4700-CHECK-RANGE-ON-LEDGER
128800         THRU 4700-CHECK-RANGE-ON-LEDGER-EXIT.
128900     IF RANGE-NOT-ON-LEDGER
129000         DISPLAY "ERROR - THIS RANGE IS NOT INSIDE ANY RANGE "
129100             "ISSUED UNDER THIS PREFIX/SUFFIX IN "
129200             "NUMGEN.LEDGER - NOTHING TO REPRINT - "
129300             "REPRINT SKIPPED"
129400         ADD 1 TO RS-SKIP-BAD-RANGE
129500         MOVE "SKIPRNGE" TO NG-DISP-OUTCOME
129600         PERFORM 5300-WRITE-DISPOSITION
129700             THRU 5300-WRITE-DISPOSITION-EXIT
129800         GO TO 2300-REPRINT-BATCH-FROM-CARD-EXIT
129900     END-IF.
130000
130100     PERFORM 5500-RUN-REPRINT
130200         THRU 5500-RUN-REPRINT-EXIT.
130300 2300-REPRINT-BATCH-FROM-CARD-EXIT.
130400     EXIT.
130500
130600*-----------------------------------------------------------*
130700* 3000-PROCESS-INTERACTIVE-BATCHES - COLLECT AND RUN        *
130800* BATCHES AT THE TERMINAL, ASKING AFTER EACH ONE WHETHER    *
130900* THERE IS ANOTHER TO DO.                                    *
131000*-----------------------------------------------------------*
131100 3000-PROCESS-INTERACTIVE-BATCHES.
131200     SET MORE-BATCHES TO TRUE.
131300     PERFORM 3100-PROCESS-ONE-INTERACTIVE-BATCH
131400         THRU 3100-PROCESS-ONE-INTERACTIVE-BATCH-EXIT
131500         UNTIL NO-MORE-BATCHES.
131600 3000-PROCESS-INTERACTIVE-BATCHES-EXIT.
131700     EXIT.
131800
131900 3100-PROCESS-ONE-INTERACTIVE-BATCH.
132000     SET RANGE-NOT-VALID TO TRUE.
132100     PERFORM 3300-COLLECT-BATCH-PARAMETERS
132200         THRU 3300-COLLECT-BATCH-PARAMETERS-EXIT
132300         UNTIL RANGE-IS-VALID.
132400
132500     EVALUATE TRUE
132600         WHEN BATCH-IS-REFUSED
132700             DISPLAY "BATCH DROPPED - OPERATOR NOT AUTHORIZED "
132800                 "ON NUMGEN.AUTH"
132900         WHEN BATCH-IS-REPRINT
133000             PERFORM 5500-RUN-REPRINT
133100                 THRU 5500-RUN-REPRINT-EXIT
133200         WHEN BATCH-ROLLS-OVER
133300             PERFORM 4450-RUN-ROLLOVER-HALVES
133400                 THRU 4450-RUN-ROLLOVER-HALVES-EXIT
133500         WHEN OTHER
133600             PERFORM 5000-RUN-NUMGEN-AND-RECONCILE
133700                 THRU 5000-RUN-NUMGEN-AND-RECONCILE-EXIT
133800     END-EVALUATE.
133900
134000     PERFORM 3200-ASK-ANOTHER-BATCH
134100         THRU 3200-ASK-ANOTHER-BATCH-EXIT.
134200 3100-PROCESS-ONE-INTERACTIVE-BATCH-EXIT.
134300     EXIT.
134400
134500*-----------------------------------------------------------*
134600* 3200-ASK-ANOTHER-BATCH - FIND OUT WHETHER THE OPERATOR HAS*
134700* ANOTHER BATCH TO RUN BEFORE MAIN STOPS.                   *
134800*-----------------------------------------------------------*
134900 3200-ASK-ANOTHER-BATCH.
135000     DISPLAY "Another batch? (Y/N):"
135100     ACCEPT ANOTHER-BATCH-RESPONSE.
135200     IF ANOTHER-BATCH-RESPONSE = "Y" OR
135300             ANOTHER-BATCH-RESPONSE = "y"
135400         SET MORE-BATCHES TO TRUE
135500     ELSE
135600         SET NO-MORE-BATCHES TO TRUE
135700     END-IF.
135800 3200-ASK-ANOTHER-BATCH-EXIT.
135900     EXIT.
136000
136100*-----------------------------------------------------------*
136200* 3300-COLLECT-BATCH-PARAMETERS - ASK WHETHER THE OPERATOR  *
136300* IS GIVING A RANGE OR WANTS ONE ALLOCATED.  IN AUTOMATIC   *
136400* MODE THE BATCH IS COLLECTED BY 3400-COLLECT-AUTO-BATCH;   *
136500* OTHERWISE PROMPT FOR THE START AND                        *
136600* END OF THE RANGE, THE PREFIX, AND THE SUFFIX; MAKE SURE   *
136700* START IS NOT GREATER THAN END; AND MAKE SURE THE RANGE    *
136800* DOES NOT OVERLAP ONE ALREADY ISSUED UNDER THIS            *
136900* PREFIX/SUFFIX.  ON ANY FAILURE THE WHOLE BATCH IS         *
137000* RE-PROMPTED.  AN OPERATOR NOT AUTHORIZED FOR THE MODE     *
137100* CHOSEN IS NOT RE-PROMPTED - THE BATCH IS REFUSED AND      *
137200* 3100 DROPS IT.                                             *
137300*-----------------------------------------------------------*
137400 3300-COLLECT-BATCH-PARAMETERS.
137500     SET BATCH-NOT-REPRINT TO TRUE.
137600     SET BATCH-NOT-REFUSED TO TRUE.
137700     SET BATCH-DOES-NOT-ROLL TO TRUE.
137800     MOVE SPACE TO NG-ROLLOVER-HALF.
137900     MOVE SPACES TO ORDERNUMBER.
138000     MOVE SPACES TO STANDINGNUMBER.
138100     SET ENTRY-NOT-VALID TO TRUE.
138200     PERFORM 3305-GET-ALLOC-MODE
138300         THRU 3305-GET-ALLOC-MODE-EXIT
138400         UNTIL ENTRY-IS-VALID.
138500
138600     PERFORM 4950-CHECK-OPERATOR-AUTHORITY
138700         THRU 4950-CHECK-OPERATOR-AUTHORITY-EXIT.
138800     IF OPERATOR-NOT-AUTHORIZED
138900         SET BATCH-IS-REFUSED TO TRUE
139000         SET RANGE-IS-VALID TO TRUE
139100         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
139200     END-IF.
139300
139400     IF ALLOC-MODE-AUTO
139500         PERFORM 3400-COLLECT-AUTO-BATCH
139600             THRU 3400-COLLECT-AUTO-BATCH-EXIT
139700         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
139800     END-IF.
139900
140000     IF ALLOC-MODE-REPRINT
140100         PERFORM 3500-COLLECT-REPRINT-BATCH
140200             THRU 3500-COLLECT-REPRINT-BATCH-EXIT
140300         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
140400     END-IF.
140500
140600     SET ENTRY-NOT-VALID TO TRUE.
140700     PERFORM 3310-GET-STARTNUMBER
140800         THRU 3310-GET-STARTNUMBER-EXIT
140900         UNTIL ENTRY-IS-VALID.
141000
141100     SET ENTRY-NOT-VALID TO TRUE.
141200     PERFORM 3320-GET-ENDNUMBER
141300         THRU 3320-GET-ENDNUMBER-EXIT
141400         UNTIL ENTRY-IS-VALID.
141500
141600     MOVE STARTNUMBERSTRING TO STARTNUMBER.
141700     MOVE ENDNUMBERSTRING TO ENDNUMBER.
141800
141900     IF STARTNUMBER > ENDNUMBER
142000         DISPLAY "ERROR - START NUMBER IS GREATER THAN END "
142100             "NUMBER - PLEASE ENTER THE WHOLE BATCH AGAIN"
142200         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
142300     END-IF.
142400
142500     DISPLAY "Enter prefix:"
142600     ACCEPT PREFIX.
142700     DISPLAY "Enter suffix:"
142800     ACCEPT SUFFIX.
142900
143000     PERFORM 4600-LOOK-UP-SERIES
143100         THRU 4600-LOOK-UP-SERIES-EXIT.
143200     IF SERIES-NOT-REGISTERED
143300         DISPLAY "ERROR - THIS PREFIX/SUFFIX IS NOT "
143400             "REGISTERED ON NUMGEN.SERIES - PLEASE ENTER "
143500             "THE WHOLE BATCH AGAIN"
143600         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
143700     END-IF.
143800     IF SERIES-IS-CLOSED
143900         DISPLAY "ERROR - THIS NUMBER SERIES IS CLOSED ON "
144000             "NUMGEN.SERIES - PLEASE ENTER THE WHOLE BATCH "
144100             "AGAIN"
144200         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
144300     END-IF.
144400
144500     SET ENTRY-NOT-VALID TO TRUE.
144600     PERFORM 3330-GET-CHECK-SCHEME
144700         THRU 3330-GET-CHECK-SCHEME-EXIT
144800         UNTIL ENTRY-IS-VALID.
144900
145000     SET ENTRY-NOT-VALID TO TRUE.
145100     PERFORM 3340-GET-OUT-FORMAT
145200         THRU 3340-GET-OUT-FORMAT-EXIT
145300         UNTIL ENTRY-IS-VALID.
145400
145500     PERFORM 3350-GET-OUT-FILE
145600         THRU 3350-GET-OUT-FILE-EXIT.
145700
145800     PERFORM 3360-GET-ORDER-NUMBER
145900         THRU 3360-GET-ORDER-NUMBER-EXIT.
146000
146100     PERFORM 4650-APPLY-SERIES-DEFAULTS
146200         THRU 4650-APPLY-SERIES-DEFAULTS-EXIT.
146300
146400     PERFORM 4000-CHECK-LEDGER-FOR-OVERLAP
146500         THRU 4000-CHECK-LEDGER-FOR-OVERLAP-EXIT.
146600     IF LEDGER-HAS-OVERLAP
146700         DISPLAY "ERROR - THIS RANGE OVERLAPS A RANGE "
146800             "ALREADY ISSUED UNDER THIS PREFIX/SUFFIX - "
146900             "PLEASE ENTER THE WHOLE BATCH AGAIN"
147000         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
147100     END-IF.
147200
147300     PERFORM 4900-CHECK-CUSTOMER-ORDER
147400         THRU 4900-CHECK-CUSTOMER-ORDER-EXIT.
147500     IF ORDER-IS-REFUSED
147600         DISPLAY "PLEASE ENTER THE WHOLE BATCH AGAIN"
147700         GO TO 3300-COLLECT-BATCH-PARAMETERS-EXIT
147800     END-IF.
147900
148000     SET RANGE-IS-VALID TO TRUE.
148100 3300-COLLECT-BATCH-PARAMETERS-EXIT.
148200     EXIT.
148300
148400*-----------------------------------------------------------*
148500* 3305-GET-ALLOC-MODE - ASK WHETHER THE OPERATOR IS GIVING  *
148600* THE RANGE (R), WANTS THE SYSTEM TO ALLOCATE THE NEXT      *
148700* UNUSED RANGE UNDER THE PREFIX/SUFFIX (A), OR WANTS AN     *
148800* ALREADY-ISSUED RANGE'S OUTPUT REPRINTED (P).  A BLANK     *
148900* ENTRY MEANS R, THE WAY EVERY BATCH RAN BEFORE THIS MODE   *
149000* EXISTED.                                                  *
149100*-----------------------------------------------------------*
149200 3305-GET-ALLOC-MODE.
149300     DISPLAY "Allocation mode (R=range given, A=automatic, "
149400         "P=reprint, blank for R):"
149500     MOVE SPACES TO ALLOCMODE-RAW.
149600     ACCEPT ALLOCMODE-RAW.
149700     IF ALLOCMODE-RAW(2:2) NOT = SPACES
149800         DISPLAY "ERROR - MODE MUST BE R, A, P, OR BLANK - "
149900             "ENTER AGAIN"
150000         SET ENTRY-NOT-VALID TO TRUE
150100         GO TO 3305-GET-ALLOC-MODE-EXIT
150200     END-IF.
150300     MOVE ALLOCMODE-RAW(1:1) TO ALLOCMODE.
150400     IF ALLOC-MODE-VALID
150500         SET ENTRY-IS-VALID TO TRUE
150600     ELSE
150700         DISPLAY "ERROR - MODE MUST BE R, A, P, OR BLANK - "
150800             "ENTER AGAIN"
150900         SET ENTRY-NOT-VALID TO TRUE
151000     END-IF.
151100 3305-GET-ALLOC-MODE-EXIT.
151200     EXIT.
151300
151400*-----------------------------------------------------------*
151500* 3310-GET-STARTNUMBER - ACCEPT THE START NUMBER INTO A     *
151600* FIELD WIDER THAN THE 25-DIGIT WORKING FIELD SO AN         *
151700* OVERSIZED ENTRY CAN BE DETECTED, THEN REJECT BLANK,       *
151800* OVERSIZED, AND NON-NUMERIC ENTRIES BEFORE THEY REACH      *
151900* STARTNUMBERSTRING.                                         *
152000*-----------------------------------------------------------*
152100 3310-GET-STARTNUMBER.
152200     DISPLAY "Enter start number:"
152300     MOVE SPACES TO STARTNUMBER-RAW.
152400     ACCEPT STARTNUMBER-RAW.
152500     MOVE ZERO TO NG-TOKEN-LEN.
152600     INSPECT STARTNUMBER-RAW
152700         TALLYING NG-TOKEN-LEN FOR CHARACTERS
152800             BEFORE INITIAL SPACE.
152900     SET ENTRY-NOT-VALID TO TRUE.
153000
153100     IF NG-TOKEN-LEN = 0
153200         DISPLAY "ERROR - START NUMBER MUST NOT BE BLANK - "
153300             "ENTER AGAIN"
153400         GO TO 3310-GET-STARTNUMBER-EXIT
153500     END-IF.
153600
153700     IF NG-TOKEN-LEN > 25
153800         DISPLAY "ERROR - START NUMBER MAY NOT EXCEED 25 "
153900             "DIGITS - ENTER AGAIN"
154000         GO TO 3310-GET-STARTNUMBER-EXIT
154100     END-IF.
154200
154300     IF STARTNUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
154400         DISPLAY "ERROR - START NUMBER MUST BE NUMERIC - "
154500             "ENTER AGAIN"
154600         GO TO 3310-GET-STARTNUMBER-EXIT
154700     END-IF.
154800
154900     MOVE SPACES TO STARTNUMBERSTRING.
155000     MOVE STARTNUMBER-RAW(1:NG-TOKEN-LEN) TO STARTNUMBERSTRING.
155100     SET ENTRY-IS-VALID TO TRUE.
155200 3310-GET-STARTNUMBER-EXIT.
155300     EXIT.
155400
155500*-----------------------------------------------------------*
155600* 3320-GET-ENDNUMBER - SAME VALIDATION AS 3310-GET-START-   *
155700* NUMBER, FOR THE END OF THE RANGE.                          *
155800*-----------------------------------------------------------*
155900 3320-GET-ENDNUMBER.
156000     DISPLAY "Enter end number:"
156100     MOVE SPACES TO ENDNUMBER-RAW.
156200     ACCEPT ENDNUMBER-RAW.
156300     MOVE ZERO TO NG-TOKEN-LEN.
156400     INSPECT ENDNUMBER-RAW
156500         TALLYING NG-TOKEN-LEN FOR CHARACTERS
156600             BEFORE INITIAL SPACE.
156700     SET ENTRY-NOT-VALID TO TRUE.
156800
156900     IF NG-TOKEN-LEN = 0
157000         DISPLAY "ERROR - END NUMBER MUST NOT BE BLANK - "
157100             "ENTER AGAIN"
157200         GO TO 3320-GET-ENDNUMBER-EXIT
157300     END-IF.
157400
157500     IF NG-TOKEN-LEN > 25
157600         DISPLAY "ERROR - END NUMBER MAY NOT EXCEED 25 "
157700             "DIGITS - ENTER AGAIN"
157800         GO TO 3320-GET-ENDNUMBER-EXIT
157900     END-IF.
158000
158100     IF ENDNUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
158200         DISPLAY "ERROR - END NUMBER MUST BE NUMERIC - "
158300             "ENTER AGAIN"
158400         GO TO 3320-GET-ENDNUMBER-EXIT
158500     END-IF.
158600
158700     MOVE SPACES TO ENDNUMBERSTRING.
158800     MOVE ENDNUMBER-RAW(1:NG-TOKEN-LEN) TO ENDNUMBERSTRING.
158900     SET ENTRY-IS-VALID TO TRUE.
159000 3320-GET-ENDNUMBER-EXIT.
159100     EXIT.
159200
159300*-----------------------------------------------------------*
159400* 3330-GET-CHECK-SCHEME - ASK WHICH CHECK DIGIT SCHEME THIS *
159500* BATCH SHOULD CARRY.  M10 SELECTS MOD-10, M11 SELECTS      *
159600* MOD-11, NO MEANS EXPLICITLY NO CHECK DIGIT, AND A BLANK   *
159700* ENTRY TAKES THE SERIES' DEFAULT SCHEME WHEN ONE IS        *
159800* REGISTERED (SEE 4650) - NO CHECK DIGIT, AS ALWAYS, WHEN   *
159900* NONE IS.                                                  *
160000*-----------------------------------------------------------*
160100 3330-GET-CHECK-SCHEME.
160200     DISPLAY "Check digit scheme (M10/M11/NO, blank for the "
160300         "series default, NO if none):"
160400     MOVE SPACES TO CHECKSCHEME-RAW.
160500     ACCEPT CHECKSCHEME-RAW.
160600     IF CHECKSCHEME-RAW(4:2) NOT = SPACES
160700         DISPLAY "ERROR - SCHEME MUST BE M10, M11, NO, OR "
160800             "BLANK - ENTER AGAIN"
160900         SET ENTRY-NOT-VALID TO TRUE
161000         GO TO 3330-GET-CHECK-SCHEME-EXIT
161100     END-IF.
161200     MOVE CHECKSCHEME-RAW(1:3) TO CHECKSCHEME.
161300     IF CHECK-SCHEME-VALID
161400         SET ENTRY-IS-VALID TO TRUE
161500     ELSE
161600         DISPLAY "ERROR - SCHEME MUST BE M10, M11, NO, OR "
161700             "BLANK - ENTER AGAIN"
161800         SET ENTRY-NOT-VALID TO TRUE
161900     END-IF.
162000 3330-GET-CHECK-SCHEME-EXIT.
162100     EXIT.
162200
162300*-----------------------------------------------------------*
162400* 3340-GET-OUT-FORMAT - ASK WHICH OUTPUT LAYOUT THIS BATCH  *
162500* SHOULD BE WRITTEN IN.  STD IS THE CLASSIC PREFIX+NUMBER+  *
162600* SUFFIX LINE, CSV IS THE QUOTED COMMA-SEPARATED LAYOUT,    *
162700* FIX IS THE FIXED-COLUMN LABEL PRESS LAYOUT.  A BLANK      *
162800* ENTRY TAKES THE SERIES' DEFAULT FORMAT WHEN ONE IS        *
162900* REGISTERED (SEE 4650) - STD, AS ALWAYS, WHEN NONE IS.     *
163000*-----------------------------------------------------------*
163100 3340-GET-OUT-FORMAT.
163200     DISPLAY "Output format (STD/CSV/FIX, blank for the "
163300         "series default, STD if none):"
163400     MOVE SPACES TO OUTFORMAT-RAW.
163500     ACCEPT OUTFORMAT-RAW.
163600     IF OUTFORMAT-RAW(4:2) NOT = SPACES
163700         DISPLAY "ERROR - FORMAT MUST BE STD, CSV, FIX, OR "
163800             "BLANK - ENTER AGAIN"
163900         SET ENTRY-NOT-VALID TO TRUE
164000         GO TO 3340-GET-OUT-FORMAT-EXIT
164100     END-IF.
164200     MOVE OUTFORMAT-RAW(1:3) TO OUTFORMAT.
164300     IF OUT-FORMAT-VALID
164400         SET ENTRY-IS-VALID TO TRUE
164500     ELSE
164600         DISPLAY "ERROR - FORMAT MUST BE STD, CSV, FIX, OR "
164700             "BLANK - ENTER AGAIN"
164800         SET ENTRY-NOT-VALID TO TRUE
164900     END-IF.
165000 3340-GET-OUT-FORMAT-EXIT.
165100     EXIT.
165200
165300*-----------------------------------------------------------*
165400* 3350-GET-OUT-FILE - ASK WHERE THIS BATCH'S OUTPUT SHOULD  *
165500* LAND.  A BLANK ENTRY TAKES THE SERIES' DEFAULT OUTPUT     *
165600* FILE WHEN ONE IS REGISTERED (SEE 4650), AND NUMGEN.OUT -  *
165700* AS ALWAYS - WHEN NONE IS.                                 *
165800*-----------------------------------------------------------*
165900 3350-GET-OUT-FILE.
166000     DISPLAY "Output file (blank for the series default, "
166100         "NUMGEN.OUT if none):"
166200     MOVE SPACES TO OUTFILENAME.
166300     ACCEPT OUTFILENAME.
166400 3350-GET-OUT-FILE-EXIT.
166500     EXIT.
166600
166700*-----------------------------------------------------------*
166800* 3360-GET-ORDER-NUMBER - ASK WHICH CUSTOMER ORDER ON       *
166900* NUMGEN.ORDER THIS BATCH FILLS.  4900 CHECKS IT ONCE THE   *
167000* RANGE IS KNOWN; ONLY A REISSUE OF VOIDED SERIALS MAY      *
167100* LEAVE IT BLANK.                                           *
167200*-----------------------------------------------------------*
167300 3360-GET-ORDER-NUMBER.
167400     DISPLAY "Customer order number (blank only for a "
167500         "reissue of voided serials):"
167600     MOVE SPACES TO ORDERNUMBER.
167700     ACCEPT ORDERNUMBER.
167800 3360-GET-ORDER-NUMBER-EXIT.
167900     EXIT.
168000
168100*-----------------------------------------------------------*
168200* 3400-COLLECT-AUTO-BATCH - COLLECT AN AUTOMATIC BATCH: THE *
168300* OPERATOR GIVES ONLY THE QUANTITY, PREFIX, SUFFIX, AND     *
168400* CHECK DIGIT SCHEME, AND THE SYSTEM FINDS THE NEXT UNUSED  *
168500* RANGE UNDER THAT PREFIX/SUFFIX FROM NUMGEN.LEDGER.  ON    *
168600* ANY FAILURE THE WHOLE BATCH IS RE-PROMPTED.               *
168700*-----------------------------------------------------------*
168800 3400-COLLECT-AUTO-BATCH.
168900     SET ENTRY-NOT-VALID TO TRUE.
169000     PERFORM 3410-GET-QUANTITY
169100         THRU 3410-GET-QUANTITY-EXIT
169200         UNTIL ENTRY-IS-VALID.
169300
169400     DISPLAY "Enter prefix:"
169500     ACCEPT PREFIX.
169600     DISPLAY "Enter suffix:"
169700     ACCEPT SUFFIX.
169800
169900     PERFORM 4600-LOOK-UP-SERIES
170000         THRU 4600-LOOK-UP-SERIES-EXIT.
170100     IF SERIES-NOT-REGISTERED
170200         DISPLAY "ERROR - THIS PREFIX/SUFFIX IS NOT "
170300             "REGISTERED ON NUMGEN.SERIES - PLEASE ENTER "
170400             "THE WHOLE BATCH AGAIN"
170500         GO TO 3400-COLLECT-AUTO-BATCH-EXIT
170600     END-IF.
170700     IF SERIES-IS-CLOSED
170800         DISPLAY "ERROR - THIS NUMBER SERIES IS CLOSED ON "
170900             "NUMGEN.SERIES - PLEASE ENTER THE WHOLE BATCH "
171000             "AGAIN"
171100         GO TO 3400-COLLECT-AUTO-BATCH-EXIT
171200     END-IF.
171300
171400     SET ENTRY-NOT-VALID TO TRUE.
171500     PERFORM 3330-GET-CHECK-SCHEME
171600         THRU 3330-GET-CHECK-SCHEME-EXIT
171700         UNTIL ENTRY-IS-VALID.
171800
171900     SET ENTRY-NOT-VALID TO TRUE.
172000     PERFORM 3340-GET-OUT-FORMAT
172100         THRU 3340-GET-OUT-FORMAT-EXIT
172200         UNTIL ENTRY-IS-VALID.
172300
172400     PERFORM 3350-GET-OUT-FILE
172500         THRU 3350-GET-OUT-FILE-EXIT.
172600
172700     PERFORM 3360-GET-ORDER-NUMBER
172800         THRU 3360-GET-ORDER-NUMBER-EXIT.
172900
173000     PERFORM 4650-APPLY-SERIES-DEFAULTS
173100         THRU 4650-APPLY-SERIES-DEFAULTS-EXIT.
173200
173300     PERFORM 4500-FIND-NEXT-AVAILABLE-RANGE
173400         THRU 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT.
173500     IF ALLOC-FAILED
173600         DISPLAY "ERROR - NO ROOM LEFT IN THIS PREFIX/SUFFIX "
173700             "NUMBER SERIES FOR THE QUANTITY ASKED - "
173800             "PLEASE ENTER THE WHOLE BATCH AGAIN"
173900         GO TO 3400-COLLECT-AUTO-BATCH-EXIT
174000     END-IF.
174100
174200     IF NG-SERIES-CEILING > ZERO AND
174300             ENDNUMBER > NG-SERIES-CEILING
174400         PERFORM 4400-PLAN-CEILING-ROLLOVER
174500             THRU 4400-PLAN-CEILING-ROLLOVER-EXIT
174600         IF BATCH-DOES-NOT-ROLL
174700             DISPLAY "PLEASE ENTER THE WHOLE BATCH AGAIN"
174800             GO TO 3400-COLLECT-AUTO-BATCH-EXIT
174900         END-IF
175000         SET RANGE-IS-VALID TO TRUE
175100         GO TO 3400-COLLECT-AUTO-BATCH-EXIT
175200     END-IF.
175300
175400     PERFORM 4000-CHECK-LEDGER-FOR-OVERLAP
175500         THRU 4000-CHECK-LEDGER-FOR-OVERLAP-EXIT.
175600     IF LEDGER-HAS-OVERLAP
175700         DISPLAY "ERROR - ALLOCATED RANGE OVERLAPS A RANGE "
175800             "ALREADY ISSUED UNDER THIS PREFIX/SUFFIX - "
175900             "PLEASE ENTER THE WHOLE BATCH AGAIN"
176000         GO TO 3400-COLLECT-AUTO-BATCH-EXIT
176100     END-IF.
176200
176300     PERFORM 4900-CHECK-CUSTOMER-ORDER
176400         THRU 4900-CHECK-CUSTOMER-ORDER-EXIT.
176500     IF ORDER-IS-REFUSED
176600         DISPLAY "PLEASE ENTER THE WHOLE BATCH AGAIN"
176700         GO TO 3400-COLLECT-AUTO-BATCH-EXIT
176800     END-IF.
176900
177000     DISPLAY "Allocated start number: " STARTNUMBER.
177100     DISPLAY "Allocated end number:   " ENDNUMBER.
177200     SET RANGE-IS-VALID TO TRUE.
177300 3400-COLLECT-AUTO-BATCH-EXIT.
177400     EXIT.
177500
177600*-----------------------------------------------------------*
177700* 3410-GET-QUANTITY - ACCEPT THE QUANTITY WANTED INTO A     *
177800* FIELD WIDER THAN THE 25-DIGIT WORKING FIELD SO AN         *
177900* OVERSIZED ENTRY CAN BE DETECTED, THEN REJECT BLANK,       *
178000* OVERSIZED, NON-NUMERIC, AND ZERO ENTRIES.                 *
178100*-----------------------------------------------------------*
178200 3410-GET-QUANTITY.
178300     DISPLAY "Enter quantity wanted:"
178400     MOVE SPACES TO QUANTITY-RAW.
178500     ACCEPT QUANTITY-RAW.
178600     MOVE ZERO TO NG-TOKEN-LEN.
178700     INSPECT QUANTITY-RAW
178800         TALLYING NG-TOKEN-LEN FOR CHARACTERS
178900             BEFORE INITIAL SPACE.
179000     SET ENTRY-NOT-VALID TO TRUE.
179100
179200     IF NG-TOKEN-LEN = 0
179300         DISPLAY "ERROR - QUANTITY MUST NOT BE BLANK - "
179400             "ENTER AGAIN"
179500         GO TO 3410-GET-QUANTITY-EXIT
179600     END-IF.
179700
179800     IF NG-TOKEN-LEN > 25
179900         DISPLAY "ERROR - QUANTITY MAY NOT EXCEED 25 "
180000             "DIGITS - ENTER AGAIN"
180100         GO TO 3410-GET-QUANTITY-EXIT
180200     END-IF.
180300
180400     IF QUANTITY-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
180500         DISPLAY "ERROR - QUANTITY MUST BE NUMERIC - "
180600             "ENTER AGAIN"
180700         GO TO 3410-GET-QUANTITY-EXIT
180800     END-IF.
180900
181000     MOVE QUANTITY-RAW(1:NG-TOKEN-LEN) TO QUANTITY.
181100     IF QUANTITY = ZERO
181200         DISPLAY "ERROR - QUANTITY MUST BE AT LEAST ONE - "
181300             "ENTER AGAIN"
181400         GO TO 3410-GET-QUANTITY-EXIT
181500     END-IF.
181600     SET ENTRY-IS-VALID TO TRUE.
181700 3410-GET-QUANTITY-EXIT.
181800     EXIT.
181900
182000*-----------------------------------------------------------*
182100* 3500-COLLECT-REPRINT-BATCH - COLLECT A REPRINT: THE       *
182200* OPERATOR GIVES THE START/END OF A RANGE ALREADY ON        *
182300* NUMGEN.LEDGER, THE PREFIX AND SUFFIX, THE SCHEME AND      *
182400* FORMAT THE ORIGINAL RUN USED, AND AN OUTPUT FILE OF ITS   *
182500* OWN.  THE SERIES MASTER IS READ ONLY FOR ITS DEFAULTS - A *
182600* CLOSED OR UNREGISTERED SERIES MAY STILL LEGITIMATELY NEED *
182700* AN OLD RANGE REPRINTED.  ON ANY FAILURE THE WHOLE BATCH   *
182800* IS RE-PROMPTED.                                           *
182900*-----------------------------------------------------------*
183000 3500-COLLECT-REPRINT-BATCH.
183100     SET ENTRY-NOT-VALID TO TRUE.
183200     PERFORM 3310-GET-STARTNUMBER
183300         THRU 3310-GET-STARTNUMBER-EXIT
183400         UNTIL ENTRY-IS-VALID.
183500
183600     SET ENTRY-NOT-VALID TO TRUE.
183700     PERFORM 3320-GET-ENDNUMBER
183800         THRU 3320-GET-ENDNUMBER-EXIT
183900         UNTIL ENTRY-IS-VALID.
184000
184100     MOVE STARTNUMBERSTRING TO STARTNUMBER.
184200     MOVE ENDNUMBERSTRING TO ENDNUMBER.
184300
184400     IF STARTNUMBER > ENDNUMBER
184500         DISPLAY "ERROR - START NUMBER IS GREATER THAN END "
184600             "NUMBER - PLEASE ENTER THE WHOLE BATCH AGAIN"
184700         GO TO 3500-COLLECT-REPRINT-BATCH-EXIT
184800     END-IF.
184900
185000     DISPLAY "Enter prefix:"
185100     ACCEPT PREFIX.
185200     DISPLAY "Enter suffix:"
185300     ACCEPT SUFFIX.
185400
185500     PERFORM 4600-LOOK-UP-SERIES
185600         THRU 4600-LOOK-UP-SERIES-EXIT.
185700
185800     SET ENTRY-NOT-VALID TO TRUE.
185900     PERFORM 3330-GET-CHECK-SCHEME
186000         THRU 3330-GET-CHECK-SCHEME-EXIT
186100         UNTIL ENTRY-IS-VALID.
186200
186300     SET ENTRY-NOT-VALID TO TRUE.
186400     PERFORM 3340-GET-OUT-FORMAT
186500         THRU 3340-GET-OUT-FORMAT-EXIT
186600         UNTIL ENTRY-IS-VALID.
186700
186800     DISPLAY "Output file for the reprint (must not be "
186900         "blank):"
187000     MOVE SPACES TO OUTFILENAME.
187100     ACCEPT OUTFILENAME.
187200
187300*    THE BLANK TEST COMES BEFORE THE SERIES DEFAULTS ON
187400*    PURPOSE: THE SERIES' DEFAULT OUTPUT FILE IS THE VENDOR'S
187500*    REGULAR DELIVERY FILE, AND A REPRINT MUST NEVER BE
187600*    APPENDED THERE BY DEFAULT.
187700     IF OUTFILENAME = SPACES
187800         DISPLAY "ERROR - A REPRINT MUST NAME AN OUTPUT FILE "
187900             "OF ITS OWN - PLEASE ENTER THE WHOLE BATCH "
188000             "AGAIN"
188100         GO TO 3500-COLLECT-REPRINT-BATCH-EXIT
188200     END-IF.
188300
188400     PERFORM 4650-APPLY-SERIES-DEFAULTS
188500         THRU 4650-APPLY-SERIES-DEFAULTS-EXIT.
188600
188700     PERFORM 4700-CHECK-RANGE-ON-LEDGER
188800         THRU 4700-CHECK-RANGE-ON-LEDGER-EXIT.
188900     IF RANGE-NOT-ON-LEDGER
189000         DISPLAY "ERROR - THIS RANGE IS NOT INSIDE ANY RANGE "
189100             "ISSUED UNDER THIS PREFIX/SUFFIX IN "
189200             "NUMGEN.LEDGER - NOTHING TO REPRINT - PLEASE "
189300             "ENTER THE WHOLE BATCH AGAIN"
189400         GO TO 3500-COLLECT-REPRINT-BATCH-EXIT
189500     END-IF.
189600
189700     SET BATCH-IS-REPRINT TO TRUE.
189800     SET RANGE-IS-VALID TO TRUE.
189900 3500-COLLECT-REPRINT-BATCH-EXIT.
190000     EXIT.
190100
190200*-----------------------------------------------------------*
190300* 4000-CHECK-LEDGER-FOR-OVERLAP - SEE WHETHER THE CURRENT   *
190400* STARTNUMBER/ENDNUMBER RANGE OVERLAPS A RANGE ALREADY      *
190500* RECORDED IN NUMGEN.LEDGER UNDER THE SAME PREFIX/SUFFIX.   *
190600* THE LEDGER IS INDEXED ON PREFIX/SUFFIX/START, SO THE      *
190700* CHECK STARTS DIRECTLY ON THIS PREFIX/SUFFIX AND STOPS AS  *
190800* SOON AS THE RECORDS MOVE PAST IT, INSTEAD OF READING THE  *
190900* WHOLE LEDGER.  IF NUMGEN.LEDGER DOES NOT EXIST YET THERE  *
191000* IS NOTHING TO OVERLAP WITH.  AN OVERLAPPING RANGE THAT    *
191100* LIES ENTIRELY INSIDE A STILL-VOIDED NUMGEN.VOID RECORD IS *
191200* ALLOWED THROUGH AS A REISSUE - THE BATCH IS FLAGGED SO    *
191300* THE VOID RECORD CAN BE FLIPPED TO REISSUED WHEN IT        *
191400* COMPLETES.                                                *
191500*-----------------------------------------------------------*
191600 4000-CHECK-LEDGER-FOR-OVERLAP.
191700     SET LEDGER-NO-OVERLAP TO TRUE.
191800     SET BATCH-NOT-REISSUE TO TRUE.
191900     OPEN INPUT NUMGEN-LEDGER-FILE.
192000     IF NG-LEDGER-FILE-OK
192100         SET LEDGER-NOT-AT-EOF TO TRUE
192200         MOVE PREFIX TO NGL-PREFIX
192300         MOVE SUFFIX TO NGL-SUFFIX
192400         MOVE ZERO TO NGL-START-NUMBER
192500         START NUMGEN-LEDGER-FILE KEY >= NGL-KEY
192600             INVALID KEY
192700                 SET LEDGER-AT-EOF TO TRUE
192800         END-START
192900         PERFORM 4010-CHECK-ONE-LEDGER-RECORD
193000             THRU 4010-CHECK-ONE-LEDGER-RECORD-EXIT
193100             UNTIL LEDGER-AT-EOF OR LEDGER-HAS-OVERLAP
193200         CLOSE NUMGEN-LEDGER-FILE
193300     END-IF.
193400
193500     IF LEDGER-HAS-OVERLAP
193600         PERFORM 4200-CHECK-VOID-FOR-REISSUE
193700             THRU 4200-CHECK-VOID-FOR-REISSUE-EXIT
193800         IF BATCH-IS-REISSUE
193900             SET LEDGER-NO-OVERLAP TO TRUE
194000             DISPLAY "*** RANGE IS A REISSUE OF A VOIDED "
194100                 "SUB-RANGE - BATCH ALLOWED ***"
194200         END-IF
194300     END-IF.
194400
194500*    IN A DRY RUN AN EARLIER CARD'S RANGE IS NOT ON THE
194600*    LEDGER, AND A VOID IT REISSUED IS STILL "V" - SO ANY
194700*    OVERLAP WITH ONE IS AN OVERLAP, REISSUE OR NOT.
194800     IF RUN-IS-DRY-RUN AND DR-SIM-COUNT > 0
194900         PERFORM 4050-CHECK-ONE-SIMULATED-RANGE
195000             THRU 4050-CHECK-ONE-SIMULATED-RANGE-EXIT
195100             VARYING DR-SIM-IDX FROM 1 BY 1
195200             UNTIL DR-SIM-IDX > DR-SIM-COUNT
195300     END-IF.
195400 4000-CHECK-LEDGER-FOR-OVERLAP-EXIT.
195500     EXIT.
195600
195700 4010-CHECK-ONE-LEDGER-RECORD.
195800     READ NUMGEN-LEDGER-FILE NEXT RECORD
195900         AT END
196000             SET LEDGER-AT-EOF TO TRUE
196100             GO TO 4010-CHECK-ONE-LEDGER-RECORD-EXIT
196200     END-READ.
196300
196400     IF NGL-PREFIX NOT = PREFIX OR NGL-SUFFIX NOT = SUFFIX
196500         SET LEDGER-AT-EOF TO TRUE
196600         GO TO 4010-CHECK-ONE-LEDGER-RECORD-EXIT
196700     END-IF.
196800
196900     IF NOT (ENDNUMBER < NGL-START-NUMBER OR
197000             STARTNUMBER > NGL-END-NUMBER)
197100         SET LEDGER-HAS-OVERLAP TO TRUE
197200     END-IF.
197300 4010-CHECK-ONE-LEDGER-RECORD-EXIT.
197400     EXIT.
197500
197600 4050-CHECK-ONE-SIMULATED-RANGE.
197700     IF DR-S-PREFIX(DR-SIM-IDX) NOT = PREFIX OR
197800             DR-S-SUFFIX(DR-SIM-IDX) NOT = SUFFIX
197900         GO TO 4050-CHECK-ONE-SIMULATED-RANGE-EXIT
198000     END-IF.
198100     IF NOT (ENDNUMBER < DR-S-START(DR-SIM-IDX) OR
198200             STARTNUMBER > DR-S-END(DR-SIM-IDX))
198300         SET LEDGER-HAS-OVERLAP TO TRUE
198400         SET BATCH-NOT-REISSUE TO TRUE
198500     END-IF.
198600 4050-CHECK-ONE-SIMULATED-RANGE-EXIT.
198700     EXIT.
198800
198900*-----------------------------------------------------------*
199000* 4200-CHECK-VOID-FOR-REISSUE - SEE WHETHER THE WHOLE       *
199100* REQUESTED RANGE LIES INSIDE ONE STILL-VOIDED ("V") RECORD *
199200* ON NUMGEN.VOID UNDER THIS PREFIX/SUFFIX.  IF SO THE BATCH *
199300* IS A LEGITIMATE REISSUE; REMEMBER WHICH RECORD SO IT CAN  *
199400* BE FLIPPED TO REISSUED WHEN THE BATCH COMPLETES.          *
199500*-----------------------------------------------------------*
199600 4200-CHECK-VOID-FOR-REISSUE.
199700     SET BATCH-NOT-REISSUE TO TRUE.
199800     OPEN INPUT NUMGEN-VOID-FILE.
199900     IF NG-VOID-FILE-OK
200000         SET VOID-NOT-AT-EOF TO TRUE
200100         PERFORM 4210-CHECK-ONE-VOID-RECORD
200200             THRU 4210-CHECK-ONE-VOID-RECORD-EXIT
200300             UNTIL VOID-AT-EOF OR BATCH-IS-REISSUE
200400         CLOSE NUMGEN-VOID-FILE
200500     END-IF.
200600 4200-CHECK-VOID-FOR-REISSUE-EXIT.
200700     EXIT.
200800
200900 4210-CHECK-ONE-VOID-RECORD.
201000     READ NUMGEN-VOID-FILE
201100         AT END
201200             SET VOID-AT-EOF TO TRUE
201300             GO TO 4210-CHECK-ONE-VOID-RECORD-EXIT
201400     END-READ.
201500
201600     IF NGV-PREFIX = PREFIX AND NGV-SUFFIX = SUFFIX
201700             AND NGV-VOIDED
201800         IF NGV-START-NUMBER <= STARTNUMBER AND
201900                 NGV-END-NUMBER >= ENDNUMBER
202000             SET BATCH-IS-REISSUE TO TRUE
202100             MOVE NGV-START-NUMBER TO NG-REISSUE-START
202200             MOVE NGV-END-NUMBER TO NG-REISSUE-END
202300         END-IF
202400     END-IF.
202500 4210-CHECK-ONE-VOID-RECORD-EXIT.
202600     EXIT.
202700
202800*-----------------------------------------------------------*
202900* 4300-MARK-VOID-REISSUED - FLIP THE VOID RECORD THE BATCH  *
203000* REISSUED FROM "V" TO "R" WITH TODAY'S DATE.  THE WHOLE    *
203100* REGISTER IS RELOADED, THE ONE RECORD IS FLIPPED IN THE    *
203200* TABLE, AND THE SET IS REWRITTEN - THE SAME ONE-PASS       *
203300* REWRITE NUMGENCALLED USES FOR NUMGEN.CKPT.  IF THE        *
203400* REGISTER HAS OUTGROWN THE TABLE THE FILE IS LEFT EXACTLY  *
203500* AS IT WAS - A TRUNCATED REWRITE WOULD DESTROY VOID        *
203600* HISTORY - AND THE REISSUE GOES UNMARKED WITH A WARNING.   *
203700*-----------------------------------------------------------*
203800 4300-MARK-VOID-REISSUED.
203900     MOVE ZERO TO NG-VOID-TABLE-COUNT.
204000     SET VOID-TABLE-NOT-FULL TO TRUE.
204100     OPEN INPUT NUMGEN-VOID-FILE.
204200     IF NG-VOID-FILE-NOT-FOUND
204300         GO TO 4300-MARK-VOID-REISSUED-EXIT
204400     END-IF.
204500     SET VOID-NOT-AT-EOF TO TRUE.
204600     PERFORM 4310-LOAD-ONE-VOID-RECORD
204700         THRU 4310-LOAD-ONE-VOID-RECORD-EXIT
204800         UNTIL VOID-AT-EOF.
204900     CLOSE NUMGEN-VOID-FILE.
205000
205100     IF VOID-TABLE-IS-FULL
205200         DISPLAY "WARNING - VOID REGISTER TOO LARGE TO "
205300             "REWRITE - NUMGEN.VOID LEFT UNTOUCHED AND THE "
205400             "REISSUE NOT MARKED - ARCHIVE THE REGISTER"
205500         GO TO 4300-MARK-VOID-REISSUED-EXIT
205600     END-IF.
205700
205800     PERFORM 4320-FLIP-MATCHING-ENTRY
205900         THRU 4320-FLIP-MATCHING-ENTRY-EXIT
206000         VARYING NG-VOID-IDX FROM 1 BY 1
206100         UNTIL NG-VOID-IDX > NG-VOID-TABLE-COUNT.
206200
206300     OPEN OUTPUT NUMGEN-VOID-FILE.
206400     IF NG-VOID-TABLE-COUNT > 0
206500         PERFORM 4330-WRITE-ONE-VOID-RECORD
206600             THRU 4330-WRITE-ONE-VOID-RECORD-EXIT
206700             VARYING NG-VOID-IDX FROM 1 BY 1
206800             UNTIL NG-VOID-IDX > NG-VOID-TABLE-COUNT
206900     END-IF.
207000     CLOSE NUMGEN-VOID-FILE.
207100 4300-MARK-VOID-REISSUED-EXIT.
207200     EXIT.
207300
207400 4310-LOAD-ONE-VOID-RECORD.
207500     READ NUMGEN-VOID-FILE
207600         AT END
207700             SET VOID-AT-EOF TO TRUE
207800             GO TO 4310-LOAD-ONE-VOID-RECORD-EXIT
207900     END-READ.
208000
208100     IF NG-VOID-TABLE-COUNT >= 500
208200         SET VOID-TABLE-IS-FULL TO TRUE
208300         GO TO 4310-LOAD-ONE-VOID-RECORD-EXIT
208400     END-IF.
208500
208600     ADD 1 TO NG-VOID-TABLE-COUNT.
208700     MOVE NGV-PREFIX TO NG-VOID-T-PREFIX(NG-VOID-TABLE-COUNT).
208800     MOVE NGV-SUFFIX TO NG-VOID-T-SUFFIX(NG-VOID-TABLE-COUNT).
208900     MOVE NGV-START-NUMBER
209000         TO NG-VOID-T-START(NG-VOID-TABLE-COUNT).
209100     MOVE NGV-END-NUMBER
209200         TO NG-VOID-T-END(NG-VOID-TABLE-COUNT).
209300     MOVE NGV-REASON-CODE
209400         TO NG-VOID-T-REASON(NG-VOID-TABLE-COUNT).
209500     MOVE NGV-VOID-DATE
209600         TO NG-VOID-T-VOID-DATE(NG-VOID-TABLE-COUNT).
209700     MOVE NGV-STATUS TO NG-VOID-T-STATUS(NG-VOID-TABLE-COUNT).
209800     MOVE NGV-REISSUE-DATE
209900         TO NG-VOID-T-REISS-DATE(NG-VOID-TABLE-COUNT).
210000     MOVE NGV-KEYED-BY
210100         TO NG-VOID-T-KEYED-BY(NG-VOID-TABLE-COUNT).
210200     MOVE NGV-APPROVED-BY
210300         TO NG-VOID-T-APPR-BY(NG-VOID-TABLE-COUNT).
210400     IF NGV-APPROVE-DATE IS NUMERIC
210500         MOVE NGV-APPROVE-DATE
210600             TO NG-VOID-T-APPR-DATE(NG-VOID-TABLE-COUNT)
210700     ELSE
210800         MOVE ZERO
210900             TO NG-VOID-T-APPR-DATE(NG-VOID-TABLE-COUNT)
211000     END-IF.
211100     MOVE NGV-SOURCE TO NG-VOID-T-SOURCE(NG-VOID-TABLE-COUNT).
211200 4310-LOAD-ONE-VOID-RECORD-EXIT.
211300     EXIT.
211400
211500 4320-FLIP-MATCHING-ENTRY.
211600     IF NG-VOID-T-PREFIX(NG-VOID-IDX) = PREFIX AND
211700             NG-VOID-T-SUFFIX(NG-VOID-IDX) = SUFFIX AND
211800             NG-VOID-T-START(NG-VOID-IDX) = NG-REISSUE-START
211900             AND NG-VOID-T-END(NG-VOID-IDX) = NG-REISSUE-END
212000             AND NG-VOID-T-STATUS(NG-VOID-IDX) = "V"
212100         MOVE "R" TO NG-VOID-T-STATUS(NG-VOID-IDX)
212200         ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD
212300         MOVE NG-TODAYS-DATE
212400             TO NG-VOID-T-REISS-DATE(NG-VOID-IDX)
212500     END-IF.
212600 4320-FLIP-MATCHING-ENTRY-EXIT.
212700     EXIT.
212800
212900 4330-WRITE-ONE-VOID-RECORD.
213000     MOVE SPACES TO NG-VOID-RECORD.
213100     MOVE NG-VOID-T-PREFIX(NG-VOID-IDX) TO NGV-PREFIX.
213200     MOVE NG-VOID-T-SUFFIX(NG-VOID-IDX) TO NGV-SUFFIX.
213300     MOVE NG-VOID-T-START(NG-VOID-IDX) TO NGV-START-NUMBER.
213400     MOVE NG-VOID-T-END(NG-VOID-IDX) TO NGV-END-NUMBER.
213500     MOVE NG-VOID-T-REASON(NG-VOID-IDX) TO NGV-REASON-CODE.
213600     MOVE NG-VOID-T-VOID-DATE(NG-VOID-IDX) TO NGV-VOID-DATE.
213700     MOVE NG-VOID-T-STATUS(NG-VOID-IDX) TO NGV-STATUS.
213800     MOVE NG-VOID-T-REISS-DATE(NG-VOID-IDX)
213900         TO NGV-REISSUE-DATE.
214000     MOVE NG-VOID-T-KEYED-BY(NG-VOID-IDX) TO NGV-KEYED-BY.
214100     MOVE NG-VOID-T-APPR-BY(NG-VOID-IDX) TO NGV-APPROVED-BY.
214200     MOVE NG-VOID-T-APPR-DATE(NG-VOID-IDX)
214300         TO NGV-APPROVE-DATE.
214400     MOVE NG-VOID-T-SOURCE(NG-VOID-IDX) TO NGV-SOURCE.
214500     WRITE NG-VOID-RECORD.
214600 4330-WRITE-ONE-VOID-RECORD-EXIT.
214700     EXIT.
214800
214900*-----------------------------------------------------------*
215000* 4100-RECORD-BATCH-IN-LEDGER - RECORD THE RANGE JUST       *
215100* ISSUED IN NUMGEN.LEDGER SO A LATER RUN CAN BE CHECKED     *
215200* AGAINST IT.  THE FILE IS OPENED I-O SO RECORDS ACCUMULATE *
215300* ACROSS RUNS; IF IT DOES NOT YET EXIST, I-O FAILS WITH     *
215400* STATUS 35 AND WE FALL BACK TO OPEN OUTPUT TO CREATE IT.   *
215500* A REISSUE WHOSE RANGE STARTS WHERE AN ISSUED RECORD       *
215600* STARTS CARRIES THAT RECORD'S KEY, SO A DUPLICATE KEY      *
215700* MERGES INTO THE EXISTING RECORD INSTEAD: THE RECORD KEEPS *
215800* THE HIGHER OF THE TWO END NUMBERS - A SHORTER REISSUE     *
215900* MUST NEVER SHRINK THE RANGE THE OVERLAP CHECK GUARDS -    *
216000* AND TAKES THE NEW BATCH DATE.  THE ISSUE HISTORY ITSELF   *
216100* LIVES IN NUMGEN.AUDIT AND NUMGEN.VOID.                    *
216200*-----------------------------------------------------------*
216300 4100-RECORD-BATCH-IN-LEDGER.
216400     OPEN I-O NUMGEN-LEDGER-FILE.
216500     IF NG-LEDGER-FILE-NOT-FOUND
216600         OPEN OUTPUT NUMGEN-LEDGER-FILE
216700     END-IF.
216800     MOVE SPACES TO NG-LEDGER-RECORD.
216900     MOVE PREFIX TO NGL-PREFIX.
217000     MOVE SUFFIX TO NGL-SUFFIX.
217100     MOVE STARTNUMBER TO NGL-START-NUMBER.
217200     MOVE ENDNUMBER TO NGL-END-NUMBER.
217300     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
217400     MOVE NG-TODAYS-DATE TO NGL-BATCH-DATE.
217500     WRITE NG-LEDGER-RECORD
217600         INVALID KEY
217700             PERFORM 4110-MERGE-LEDGER-RECORD
217800                 THRU 4110-MERGE-LEDGER-RECORD-EXIT
217900     END-WRITE.
218000     CLOSE NUMGEN-LEDGER-FILE.
218100 4100-RECORD-BATCH-IN-LEDGER-EXIT.
218200     EXIT.
218300
218400*-----------------------------------------------------------*
218500* 4110-MERGE-LEDGER-RECORD - A RECORD WITH THIS BATCH'S KEY *
218600* ALREADY EXISTS.  READ IT BACK, KEEP THE HIGHER END        *
218700* NUMBER, STAMP THE NEW BATCH DATE, AND REWRITE IT.         *
218800*-----------------------------------------------------------*
218900 4110-MERGE-LEDGER-RECORD.
219000     READ NUMGEN-LEDGER-FILE
219100         INVALID KEY
219200             SET RUN-HAD-HARD-FAILURE TO TRUE
219300             DISPLAY "ERROR - COULD NOT RECORD THE BATCH IN "
219400                 "NUMGEN.LEDGER - STATUS "
219500                 NG-LEDGER-FILE-STATUS
219600             GO TO 4110-MERGE-LEDGER-RECORD-EXIT
219700     END-READ.
219800
219900     IF ENDNUMBER > NGL-END-NUMBER
220000         MOVE ENDNUMBER TO NGL-END-NUMBER
220100     END-IF.
220200     MOVE NG-TODAYS-DATE TO NGL-BATCH-DATE.
220300     REWRITE NG-LEDGER-RECORD
220400         INVALID KEY
220500             SET RUN-HAD-HARD-FAILURE TO TRUE
220600             DISPLAY "ERROR - COULD NOT RECORD THE BATCH IN "
220700                 "NUMGEN.LEDGER - STATUS "
220800                 NG-LEDGER-FILE-STATUS
220900     END-REWRITE.
221000 4110-MERGE-LEDGER-RECORD-EXIT.
221100     EXIT.
221200
221300*-----------------------------------------------------------*
221400* 4400-PLAN-CEILING-ROLLOVER - THE RANGE ALLOCATED FOR AN   *
221500* AUTOMATIC BATCH RUNS PAST ITS SERIES' CEILING. THE BATCH  *
221600* IS SPLIT: THE FIRST HALF FILLS THE SERIES UP TO ITS       *
221700* CEILING AND THE REST IS ALLOCATED IN THE SUCCESSOR SERIES *
221800* NAMED ON NUMGEN.SERIES. BOTH HALVES ARE CHECKED HERE      *
221900* BEFORE EITHER IS RUN, SO A CARD IS EITHER ISSUED WHOLE    *
222000* ACROSS THE TWO SERIES OR NOT AT ALL. ON A REFUSAL         *
222100* NG-ROLL-REFUSAL CARRIES THE SKIP CODE AND THE BATCH IS PUT*
222200* BACK AS IT CAME IN, FOR THE CALLER TO SKIP OR RE-PROMPT.  *
222300*-----------------------------------------------------------*
222400 4400-PLAN-CEILING-ROLLOVER.
222500     SET BATCH-ROLLS-OVER TO TRUE.
222600     MOVE SPACES TO NG-ROLL-REFUSAL.
222700     MOVE QUANTITY TO NG-ROLL-CARD-QTY.
222800     MOVE PREFIX TO NG-ROLL-OLD-PREFIX.
222900     MOVE SUFFIX TO NG-ROLL-OLD-SUFFIX.
223000     MOVE NG-SERIES-CEILING TO NG-ROLL-OLD-CEILING.
223100     MOVE CHECKSCHEME TO NG-ROLL-OLD-SCHEME.
223200     MOVE OUTFORMAT TO NG-ROLL-OLD-FORMAT.
223300     MOVE OUTFILENAME TO NG-ROLL-OLD-FILE.
223400
223500     PERFORM 4410-CHECK-ROLLOVER-HALVES
223600         THRU 4410-CHECK-ROLLOVER-HALVES-EXIT.
223700
223800     IF NG-ROLL-REFUSAL NOT = SPACES
223900         MOVE NG-ROLL-OLD-PREFIX TO PREFIX
224000         MOVE NG-ROLL-OLD-SUFFIX TO SUFFIX
224100         MOVE NG-ROLL-OLD-SCHEME TO CHECKSCHEME
224200         MOVE NG-ROLL-OLD-FORMAT TO OUTFORMAT
224300         MOVE NG-ROLL-OLD-FILE TO OUTFILENAME
224400         MOVE NG-ROLL-CARD-QTY TO QUANTITY
224500         SET BATCH-DOES-NOT-ROLL TO TRUE
224600     END-IF.
224700 4400-PLAN-CEILING-ROLLOVER-EXIT.
224800     EXIT.
224900
225000*-----------------------------------------------------------*
225100* 4410-CHECK-ROLLOVER-HALVES - THE FIRST HALF RUNS FROM THE *
225200* ALLOCATED START TO THE CEILING, OR IS EMPTY WHEN THE      *
225300* SERIES WAS ALREADY FULL. IT MUST NOT OVERLAP THE LEDGER,  *
225400* AND THE CARD'S ORDER MUST HAVE THE WHOLE CARD QUANTITY    *
225500* OUTSTANDING - THE ORDER IS FOR THE OLD SERIES AND BOTH    *
225600* HALVES FILL IT. THE SUCCESSOR MUST BE REGISTERED AND      *
225700* ACTIVE; IT TAKES ITS OWN DEFAULTS FOR ANY FIELD THE CARD  *
225800* LEFT BLANK, AND THE REST OF THE QUANTITY MUST FIT UNDER   *
225900* ITS OWN CEILING - A CARD IS NEVER CARRIED ON INTO A THIRD *
226000* SERIES.                                                   *
226100*-----------------------------------------------------------*
226200 4410-CHECK-ROLLOVER-HALVES.
226300     SET BATCH-NOT-REISSUE TO TRUE.
226400     IF NG-SERIES-SUCC-PREFIX = SPACES AND
226500             NG-SERIES-SUCC-SUFFIX = SPACES
226600         DISPLAY "ERROR - THE QUANTITY ASKED RUNS PAST THIS "
226700             "SERIES' CEILING AND NO SUCCESSOR SERIES IS "
226800             "NAMED ON NUMGEN.SERIES"
226900         MOVE "SKIPROOM" TO NG-ROLL-REFUSAL
227000         GO TO 4410-CHECK-ROLLOVER-HALVES-EXIT
227100     END-IF.
227200     MOVE NG-SERIES-SUCC-PREFIX TO NG-ROLL-NEW-PREFIX.
227300     MOVE NG-SERIES-SUCC-SUFFIX TO NG-ROLL-NEW-SUFFIX.
227400
227500     IF STARTNUMBER > NG-ROLL-OLD-CEILING
227600         MOVE ZERO TO NG-ROLL-FIRST-START
227700         MOVE ZERO TO NG-ROLL-FIRST-END
227800         MOVE ZERO TO NG-ROLL-FIRST-QTY
227900     ELSE
228000         MOVE STARTNUMBER TO NG-ROLL-FIRST-START
228100         MOVE NG-ROLL-OLD-CEILING TO NG-ROLL-FIRST-END
228200         COMPUTE NG-ROLL-FIRST-QTY =
228300             NG-ROLL-FIRST-END - NG-ROLL-FIRST-START + 1
228400     END-IF.
228500     COMPUTE NG-ROLL-REST-QTY =
228600         NG-ROLL-CARD-QTY - NG-ROLL-FIRST-QTY.
228700
228800*    AN AUTOMATIC RANGE LIES ABOVE EVERYTHING ISSUED, SO IT
228900*    CANNOT BE A REISSUE OF VOIDED SERIALS; IF THE LEDGER SAYS
229000*    OTHERWISE IT IS TREATED AS THE OVERLAP IT IS.
229100     IF NG-ROLL-FIRST-QTY > ZERO
229200         MOVE NG-ROLL-FIRST-END TO ENDNUMBER
229300         PERFORM 4000-CHECK-LEDGER-FOR-OVERLAP
229400             THRU 4000-CHECK-LEDGER-FOR-OVERLAP-EXIT
229500         IF LEDGER-HAS-OVERLAP OR BATCH-IS-REISSUE
229600             DISPLAY "ERROR - ALLOCATED RANGE OVERLAPS A RANGE "
229700                 "ALREADY ISSUED UNDER THIS PREFIX/SUFFIX"
229800             SET BATCH-NOT-REISSUE TO TRUE
229900             MOVE "SKIPOVLP" TO NG-ROLL-REFUSAL
230000             GO TO 4410-CHECK-ROLLOVER-HALVES-EXIT
230100         END-IF
230200     END-IF.
230300
230400     PERFORM 4900-CHECK-CUSTOMER-ORDER
230500         THRU 4900-CHECK-CUSTOMER-ORDER-EXIT.
230600     IF ORDER-IS-REFUSED
230700         MOVE "SKIPORDR" TO NG-ROLL-REFUSAL
230800         GO TO 4410-CHECK-ROLLOVER-HALVES-EXIT
230900     END-IF.
231000
231100     MOVE NG-ROLL-NEW-PREFIX TO PREFIX.
231200     MOVE NG-ROLL-NEW-SUFFIX TO SUFFIX.
231300     PERFORM 4600-LOOK-UP-SERIES
231400         THRU 4600-LOOK-UP-SERIES-EXIT.
231500     IF SERIES-NOT-REGISTERED OR SERIES-IS-CLOSED
231600         DISPLAY "ERROR - THE SUCCESSOR SERIES IS NOT "
231700             "REGISTERED, OR IS CLOSED, ON NUMGEN.SERIES"
231800         MOVE "SKIPROOM" TO NG-ROLL-REFUSAL
231900         GO TO 4410-CHECK-ROLLOVER-HALVES-EXIT
232000     END-IF.
232100     MOVE NG-GIVEN-SCHEME TO CHECKSCHEME.
232200     MOVE NG-GIVEN-FORMAT TO OUTFORMAT.
232300     MOVE NG-GIVEN-FILE TO OUTFILENAME.
232400     PERFORM 4650-APPLY-SERIES-DEFAULTS
232500         THRU 4650-APPLY-SERIES-DEFAULTS-EXIT.
232600
232700     MOVE NG-ROLL-REST-QTY TO QUANTITY.
232800     PERFORM 4500-FIND-NEXT-AVAILABLE-RANGE
232900         THRU 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT.
233000     IF ALLOC-FAILED OR (NG-SERIES-CEILING > ZERO AND
233100             ENDNUMBER > NG-SERIES-CEILING)
233200         DISPLAY "ERROR - NO ROOM IN THE SUCCESSOR SERIES FOR "
233300             "THE REST OF THE QUANTITY ASKED"
233400         MOVE "SKIPROOM" TO NG-ROLL-REFUSAL
233500         GO TO 4410-CHECK-ROLLOVER-HALVES-EXIT
233600     END-IF.
233700
233800     PERFORM 4000-CHECK-LEDGER-FOR-OVERLAP
233900         THRU 4000-CHECK-LEDGER-FOR-OVERLAP-EXIT.
234000     IF LEDGER-HAS-OVERLAP OR BATCH-IS-REISSUE
234100         DISPLAY "ERROR - ALLOCATED RANGE OVERLAPS A RANGE "
234200             "ALREADY ISSUED UNDER THE SUCCESSOR SERIES"
234300         SET BATCH-NOT-REISSUE TO TRUE
234400         MOVE "SKIPOVLP" TO NG-ROLL-REFUSAL
234500         GO TO 4410-CHECK-ROLLOVER-HALVES-EXIT
234600     END-IF.
234700
234800     MOVE STARTNUMBER TO NG-ROLL-NEW-START.
234900     MOVE ENDNUMBER TO NG-ROLL-NEW-END.
235000     MOVE CHECKSCHEME TO NG-ROLL-NEW-SCHEME.
235100     MOVE OUTFORMAT TO NG-ROLL-NEW-FORMAT.
235200     MOVE OUTFILENAME TO NG-ROLL-NEW-FILE.
235300 4410-CHECK-ROLLOVER-HALVES-EXIT.
235400     EXIT.
235500
235600*-----------------------------------------------------------*
235700* 4450-RUN-ROLLOVER-HALVES - RUN THE TWO HALVES 4400 PLANNED*
235800* AS TWO BATCHES OF THE ONE CARD. EACH GOES THROUGH 5000    *
235900* LIKE ANY OTHER BATCH - ITS OWN AUDIT RECORD, OUTPUT,      *
236000* LEDGER RECORD, DISPOSITION, AND MANIFEST ENTRY - WITH     *
236100* NG-ROLLOVER-HALF MARKING IT "1" (OLD SERIES) OR "2"       *
236200* (SUCCESSOR). THE FULL SERIES IS THEN CLOSED, SO NO LATER  *
236300* BATCH CAN BE DRAWN FROM IT.                               *
236400*-----------------------------------------------------------*
236500 4450-RUN-ROLLOVER-HALVES.
236600     DISPLAY "*** QUANTITY RUNS PAST THE SERIES CEILING - "
236700         "REST CARRIED INTO THE SUCCESSOR SERIES ***".
236800     IF NG-ROLL-FIRST-QTY > ZERO
236900         MOVE NG-ROLL-OLD-PREFIX TO PREFIX
237000         MOVE NG-ROLL-OLD-SUFFIX TO SUFFIX
237100         MOVE NG-ROLL-OLD-SCHEME TO CHECKSCHEME
237200         MOVE NG-ROLL-OLD-FORMAT TO OUTFORMAT
237300         MOVE NG-ROLL-OLD-FILE TO OUTFILENAME
237400         MOVE NG-ROLL-FIRST-START TO STARTNUMBER
237500         MOVE NG-ROLL-FIRST-END TO ENDNUMBER
237600         MOVE "1" TO NG-ROLLOVER-HALF
237700         SET BATCH-NOT-REISSUE TO TRUE
237800         DISPLAY "Allocated start number: " STARTNUMBER
237900         DISPLAY "Allocated end number:   " ENDNUMBER
238000             " (SERIES CEILING)"
238100         PERFORM 5000-RUN-NUMGEN-AND-RECONCILE
238200             THRU 5000-RUN-NUMGEN-AND-RECONCILE-EXIT
238300     END-IF.
238400
238500     MOVE NG-ROLL-NEW-PREFIX TO PREFIX.
238600     MOVE NG-ROLL-NEW-SUFFIX TO SUFFIX.
238700     MOVE NG-ROLL-NEW-SCHEME TO CHECKSCHEME.
238800     MOVE NG-ROLL-NEW-FORMAT TO OUTFORMAT.
238900     MOVE NG-ROLL-NEW-FILE TO OUTFILENAME.
239000     MOVE NG-ROLL-NEW-START TO STARTNUMBER.
239100     MOVE NG-ROLL-NEW-END TO ENDNUMBER.
239200     MOVE "2" TO NG-ROLLOVER-HALF.
239300     SET BATCH-NOT-REISSUE TO TRUE.
239400     DISPLAY "Successor series: " PREFIX.
239500     DISPLAY "                  " SUFFIX.
239600     DISPLAY "Allocated start number: " STARTNUMBER.
239700     DISPLAY "Allocated end number:   " ENDNUMBER.
239800     PERFORM 5000-RUN-NUMGEN-AND-RECONCILE
239900         THRU 5000-RUN-NUMGEN-AND-RECONCILE-EXIT.
240000
240100     MOVE SPACE TO NG-ROLLOVER-HALF.
240200     SET BATCH-DOES-NOT-ROLL TO TRUE.
240300     PERFORM 4470-CLOSE-FULL-SERIES
240400         THRU 4470-CLOSE-FULL-SERIES-EXIT.
240500 4450-RUN-ROLLOVER-HALVES-EXIT.
240600     EXIT.
240700
240800*-----------------------------------------------------------*
240900* 4470-CLOSE-FULL-SERIES - CLOSE THE SERIES A ROLLOVER      *
241000* FILLED, WITH TODAY'S DATE, THE WAY NUMGENSERIES CLOSES    *
241100* ONE: THE WHOLE MASTER IS LOADED, THE ONE RECORD FLIPPED IN*
241200* THE TABLE, AND THE SET REWRITTEN. IF THE MASTER CANNOT BE *
241300* READ OR HAS OUTGROWN THE TABLE IT IS LEFT EXACTLY AS IT   *
241400* WAS AND THE OPERATOR IS TOLD TO CLOSE THE SERIES BY HAND. *
241500* A DRY RUN WRITES NOTHING; IT REMEMBERS THE SERIES AS      *
241600* CLOSED FOR THE REST OF THE DECK.                          *
241700*-----------------------------------------------------------*
241800 4470-CLOSE-FULL-SERIES.
241900     IF RUN-IS-DRY-RUN
242000         IF DR-CLOSED-COUNT < 100
242100             ADD 1 TO DR-CLOSED-COUNT
242200             MOVE NG-ROLL-OLD-PREFIX
242300                 TO DR-C-PREFIX(DR-CLOSED-COUNT)
242400             MOVE NG-ROLL-OLD-SUFFIX
242500                 TO DR-C-SUFFIX(DR-CLOSED-COUNT)
242600         END-IF
242700         DISPLAY "   *** FULL SERIES WOULD BE CLOSED ON "
242800             "NUMGEN.SERIES ***"
242900         GO TO 4470-CLOSE-FULL-SERIES-EXIT
243000     END-IF.
243100
243200     MOVE ZERO TO NG-SERIES-TABLE-COUNT.
243300     SET SERIES-TABLE-NOT-FULL TO TRUE.
243400     OPEN INPUT NUMGEN-SERIES-FILE.
243500     IF NOT NG-SERIES-FILE-OK
243600         DISPLAY "WARNING - NUMGEN.SERIES COULD NOT BE READ - "
243700             "THE FULL SERIES WAS NOT CLOSED - CLOSE IT "
243800             "WITH NUMGENSERIES"
243900         GO TO 4470-CLOSE-FULL-SERIES-EXIT
244000     END-IF.
244100     SET SERIES-NOT-AT-EOF TO TRUE.
244200     PERFORM 4471-LOAD-ONE-SERIES-RECORD
244300         THRU 4471-LOAD-ONE-SERIES-RECORD-EXIT
244400         UNTIL SERIES-AT-EOF.
244500     CLOSE NUMGEN-SERIES-FILE.
244600
244700     IF SERIES-TABLE-IS-FULL
244800         DISPLAY "WARNING - SERIES MASTER TOO LARGE TO "
244900             "REWRITE - NUMGEN.SERIES LEFT UNTOUCHED AND THE "
245000             "FULL SERIES NOT CLOSED - CLOSE IT WITH "
245100             "NUMGENSERIES"
245200         GO TO 4470-CLOSE-FULL-SERIES-EXIT
245300     END-IF.
245400
245500     PERFORM 4472-FLIP-FULL-SERIES
245600         THRU 4472-FLIP-FULL-SERIES-EXIT
245700         VARYING NG-SERIES-IDX FROM 1 BY 1
245800         UNTIL NG-SERIES-IDX > NG-SERIES-TABLE-COUNT.
245900
246000     OPEN OUTPUT NUMGEN-SERIES-FILE.
246100     IF NG-SERIES-TABLE-COUNT > 0
246200         PERFORM 4473-WRITE-ONE-SERIES-RECORD
246300             THRU 4473-WRITE-ONE-SERIES-RECORD-EXIT
246400             VARYING NG-SERIES-IDX FROM 1 BY 1
246500             UNTIL NG-SERIES-IDX > NG-SERIES-TABLE-COUNT
246600     END-IF.
246700     CLOSE NUMGEN-SERIES-FILE.
246800     DISPLAY "*** SERIES FILLED TO ITS CEILING - CLOSED ON "
246900         "NUMGEN.SERIES ***".
247000 4470-CLOSE-FULL-SERIES-EXIT.
247100     EXIT.
247200
247300 4471-LOAD-ONE-SERIES-RECORD.
247400     READ NUMGEN-SERIES-FILE
247500         AT END
247600             SET SERIES-AT-EOF TO TRUE
247700             GO TO 4471-LOAD-ONE-SERIES-RECORD-EXIT
247800     END-READ.
247900
248000     IF NG-SERIES-TABLE-COUNT >= 500
248100         SET SERIES-TABLE-IS-FULL TO TRUE
248200         GO TO 4471-LOAD-ONE-SERIES-RECORD-EXIT
248300     END-IF.
248400
248500     ADD 1 TO NG-SERIES-TABLE-COUNT.
248600     MOVE NGS-PREFIX
248700         TO NG-SERIES-T-PREFIX(NG-SERIES-TABLE-COUNT).
248800     MOVE NGS-SUFFIX
248900         TO NG-SERIES-T-SUFFIX(NG-SERIES-TABLE-COUNT).
249000     MOVE NGS-CEILING
249100         TO NG-SERIES-T-CEILING(NG-SERIES-TABLE-COUNT).
249200     MOVE NGS-CHECK-SCHEME
249300         TO NG-SERIES-T-SCHEME(NG-SERIES-TABLE-COUNT).
249400     MOVE NGS-OUT-FORMAT
249500         TO NG-SERIES-T-FORMAT(NG-SERIES-TABLE-COUNT).
249600     MOVE NGS-OUT-FILE
249700         TO NG-SERIES-T-OUT-FILE(NG-SERIES-TABLE-COUNT).
249800     MOVE NGS-VENDOR
249900         TO NG-SERIES-T-VENDOR(NG-SERIES-TABLE-COUNT).
250000     MOVE NGS-STATUS
250100         TO NG-SERIES-T-STATUS(NG-SERIES-TABLE-COUNT).
250200     MOVE NGS-OPEN-DATE
250300         TO NG-SERIES-T-OPEN-DATE(NG-SERIES-TABLE-COUNT).
250400     MOVE NGS-CLOSE-DATE
250500         TO NG-SERIES-T-CLOSE-DATE(NG-SERIES-TABLE-COUNT).
250600     MOVE NGS-SUCCESSOR-PREFIX
250700         TO NG-SERIES-T-SUCC-PREFIX(NG-SERIES-TABLE-COUNT).
250800     MOVE NGS-SUCCESSOR-SUFFIX
250900         TO NG-SERIES-T-SUCC-SUFFIX(NG-SERIES-TABLE-COUNT).
251000 4471-LOAD-ONE-SERIES-RECORD-EXIT.
251100     EXIT.
251200
251300 4472-FLIP-FULL-SERIES.
251400     IF NG-SERIES-T-PREFIX(NG-SERIES-IDX) = NG-ROLL-OLD-PREFIX
251500             AND NG-SERIES-T-SUFFIX(NG-SERIES-IDX) =
251600                 NG-ROLL-OLD-SUFFIX
251700             AND NG-SERIES-T-STATUS(NG-SERIES-IDX) = "A"
251800         MOVE "C" TO NG-SERIES-T-STATUS(NG-SERIES-IDX)
251900         ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD
252000         MOVE NG-TODAYS-DATE
252100             TO NG-SERIES-T-CLOSE-DATE(NG-SERIES-IDX)
252200     END-IF.
252300 4472-FLIP-FULL-SERIES-EXIT.
252400     EXIT.
252500
252600 4473-WRITE-ONE-SERIES-RECORD.
252700     MOVE SPACES TO NG-SERIES-RECORD.
252800     MOVE NG-SERIES-T-PREFIX(NG-SERIES-IDX) TO NGS-PREFIX.
252900     MOVE NG-SERIES-T-SUFFIX(NG-SERIES-IDX) TO NGS-SUFFIX.
253000     MOVE NG-SERIES-T-CEILING(NG-SERIES-IDX) TO NGS-CEILING.
253100     MOVE NG-SERIES-T-SCHEME(NG-SERIES-IDX) TO NGS-CHECK-SCHEME.
253200     MOVE NG-SERIES-T-FORMAT(NG-SERIES-IDX) TO NGS-OUT-FORMAT.
253300     MOVE NG-SERIES-T-OUT-FILE(NG-SERIES-IDX) TO NGS-OUT-FILE.
253400     MOVE NG-SERIES-T-VENDOR(NG-SERIES-IDX) TO NGS-VENDOR.
253500     MOVE NG-SERIES-T-STATUS(NG-SERIES-IDX) TO NGS-STATUS.
253600     MOVE NG-SERIES-T-OPEN-DATE(NG-SERIES-IDX)
253700         TO NGS-OPEN-DATE.
253800     MOVE NG-SERIES-T-CLOSE-DATE(NG-SERIES-IDX)
253900         TO NGS-CLOSE-DATE.
254000     MOVE NG-SERIES-T-SUCC-PREFIX(NG-SERIES-IDX)
254100         TO NGS-SUCCESSOR-PREFIX.
254200     MOVE NG-SERIES-T-SUCC-SUFFIX(NG-SERIES-IDX)
254300         TO NGS-SUCCESSOR-SUFFIX.
254400     WRITE NG-SERIES-RECORD.
254500 4473-WRITE-ONE-SERIES-RECORD-EXIT.
254600     EXIT.
254700
254800*-----------------------------------------------------------*
254900* 4500-FIND-NEXT-AVAILABLE-RANGE - A BATCH WHOSE CUSTOMER   *
255000* HOLDS A LIVE NUMGEN.RESV RESERVATION OF THIS SERIES WITH  *
255100* ROOM FOR THE QUANTITY IS DRAWN FROM IT (SEE 4530).        *
255200* OTHERWISE FIND THE HIGHEST NUMBER EVER ISSUED UNDER THE   *
255300* CURRENT PREFIX/SUFFIX OUTSIDE THE LIVE RESERVED BLOCKS    *
255400* AND ALLOCATE THE QUANTITY WANTED STARTING JUST ABOVE IT,  *
255500* STEPPING OVER EVERY LIVE BLOCK IT WOULD RUN INTO - EVEN   *
255600* THE CUSTOMER'S OWN, WHICH HAD TOO LITTLE LEFT.  THE       *
255700* LEDGER IS INDEXED, SO THE SEARCH STARTS DIRECTLY ON THE   *
255800* PREFIX/SUFFIX AND STOPS WHEN THE RECORDS MOVE PAST IT.  A *
255900* PREFIX/SUFFIX NEVER SEEN BEFORE STARTS AT 1.  IF THE      *
256000* SERIES CANNOT HOLD THE QUANTITY INSIDE THE 25-DIGIT       *
256100* NUMBER FIELD THE ALLOCATION FAILS AND THE BATCH IS NOT    *
256200* RUN.                                                      *
256300*-----------------------------------------------------------*
256400 4500-FIND-NEXT-AVAILABLE-RANGE.
256500     SET ALLOC-NOT-FAILED TO TRUE.
256600     PERFORM 4520-LOAD-LIVE-RESERVATIONS
256700         THRU 4520-LOAD-LIVE-RESERVATIONS-EXIT.
256800     IF RESV-TABLE-IS-FULL
256900         DISPLAY "ERROR - MORE THAN 500 LIVE RESERVATIONS "
257000             "FOR THIS SERIES ON NUMGEN.RESV - CANNOT "
257100             "ALLOCATE SAFELY"
257200         SET ALLOC-FAILED TO TRUE
257300         GO TO 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT
257400     END-IF.
257500
257600     PERFORM 4530-DRAW-FROM-OWN-RESERVATION
257700         THRU 4530-DRAW-FROM-OWN-RESERVATION-EXIT.
257800     IF RESV-WAS-DRAWN
257900         GO TO 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT
258000     END-IF.
258100
258200     MOVE ZERO TO NG-HIGHEST-USED.
258300     OPEN INPUT NUMGEN-LEDGER-FILE.
258400     IF NG-LEDGER-FILE-OK
258500         SET LEDGER-NOT-AT-EOF TO TRUE
258600         MOVE PREFIX TO NGL-PREFIX
258700         MOVE SUFFIX TO NGL-SUFFIX
258800         MOVE ZERO TO NGL-START-NUMBER
258900         START NUMGEN-LEDGER-FILE KEY >= NGL-KEY
259000             INVALID KEY
259100                 SET LEDGER-AT-EOF TO TRUE
259200         END-START
259300         PERFORM 4510-SCAN-ONE-LEDGER-RECORD
259400             THRU 4510-SCAN-ONE-LEDGER-RECORD-EXIT
259500             UNTIL LEDGER-AT-EOF
259600         CLOSE NUMGEN-LEDGER-FILE
259700     END-IF.
259800     IF RUN-IS-DRY-RUN AND DR-SIM-COUNT > 0
259900         PERFORM 4580-SCAN-ONE-SIMULATED-RANGE
260000             THRU 4580-SCAN-ONE-SIMULATED-RANGE-EXIT
260100             VARYING DR-SIM-IDX FROM 1 BY 1
260200             UNTIL DR-SIM-IDX > DR-SIM-COUNT
260300     END-IF.
260400
260500     COMPUTE STARTNUMBER = NG-HIGHEST-USED + 1
260600         ON SIZE ERROR
260700             SET ALLOC-FAILED TO TRUE
260800             GO TO 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT
260900     END-COMPUTE.
261000     COMPUTE ENDNUMBER = STARTNUMBER + QUANTITY - 1
261100         ON SIZE ERROR
261200             SET ALLOC-FAILED TO TRUE
261300             GO TO 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT
261400     END-COMPUTE.
261500
261600     SET RESV-STEPPED-OVER TO TRUE.
261700     PERFORM 4560-STEP-OVER-RESERVATIONS
261800         THRU 4560-STEP-OVER-RESERVATIONS-EXIT
261900         UNTIL RESV-NOT-STEPPED-OVER OR ALLOC-FAILED.
262000 4500-FIND-NEXT-AVAILABLE-RANGE-EXIT.
262100     EXIT.
262200
262300*-----------------------------------------------------------*
262400* 4510-SCAN-ONE-LEDGER-RECORD - A RANGE LYING WHOLLY INSIDE *
262500* A LIVE RESERVED BLOCK WAS DRAWN BY ITS HOLDER AND DOES    *
262600* NOT RAISE THE GENERAL HIGH-WATER MARK.                    *
262700*-----------------------------------------------------------*
262800 4510-SCAN-ONE-LEDGER-RECORD.
262900     READ NUMGEN-LEDGER-FILE NEXT RECORD
263000         AT END
263100             SET LEDGER-AT-EOF TO TRUE
263200             GO TO 4510-SCAN-ONE-LEDGER-RECORD-EXIT
263300     END-READ.
263400
263500     IF NGL-PREFIX NOT = PREFIX OR NGL-SUFFIX NOT = SUFFIX
263600         SET LEDGER-AT-EOF TO TRUE
263700         GO TO 4510-SCAN-ONE-LEDGER-RECORD-EXIT
263800     END-IF.
263900
264000     SET LEDGER-REC-NOT-RESERVED TO TRUE.
264100     IF NG-RESV-TABLE-COUNT > 0
264200         PERFORM 4515-CHECK-ONE-RESERVED-BLOCK
264300             THRU 4515-CHECK-ONE-RESERVED-BLOCK-EXIT
264400             VARYING NG-RESV-IDX FROM 1 BY 1
264500             UNTIL NG-RESV-IDX > NG-RESV-TABLE-COUNT
264600                 OR LEDGER-REC-IS-RESERVED
264700     END-IF.
264800     IF LEDGER-REC-IS-RESERVED
264900         GO TO 4510-SCAN-ONE-LEDGER-RECORD-EXIT
265000     END-IF.
265100
265200     IF NGL-END-NUMBER > NG-HIGHEST-USED
265300         MOVE NGL-END-NUMBER TO NG-HIGHEST-USED
265400     END-IF.
265500 4510-SCAN-ONE-LEDGER-RECORD-EXIT.
265600     EXIT.
265700
265800 4515-CHECK-ONE-RESERVED-BLOCK.
265900     IF NGL-START-NUMBER >= NG-RESV-T-START(NG-RESV-IDX) AND
266000             NGL-END-NUMBER <= NG-RESV-T-END(NG-RESV-IDX)
266100         SET LEDGER-REC-IS-RESERVED TO TRUE
266200     END-IF.
266300 4515-CHECK-ONE-RESERVED-BLOCK-EXIT.
266400     EXIT.
266500
266600*-----------------------------------------------------------*
266700* 4520-LOAD-LIVE-RESERVATIONS - LOAD EVERY NUMGEN.RESV      *
266800* RESERVATION OF THE CURRENT PREFIX/SUFFIX THAT IS ACTIVE   *
266900* AND NOT PAST ITS EXPIRY DATE.  AN EXPIRED BLOCK IS        *
267000* IGNORED HERE EVEN BEFORE NUMGENRSVR RELEASES IT.  IF      *
267100* NUMGEN.RESV DOES NOT EXIST NOTHING IS RESERVED.           *
267200*-----------------------------------------------------------*
267300 4520-LOAD-LIVE-RESERVATIONS.
267400     MOVE ZERO TO NG-RESV-TABLE-COUNT.
267500     SET RESV-TABLE-NOT-FULL TO TRUE.
267600     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
267700     OPEN INPUT NUMGEN-RESV-FILE.
267800     IF NG-RESV-FILE-OK
267900         SET RESV-NOT-AT-EOF TO TRUE
268000         PERFORM 4525-LOAD-ONE-RESERVATION
268100             THRU 4525-LOAD-ONE-RESERVATION-EXIT
268200             UNTIL RESV-AT-EOF
268300         CLOSE NUMGEN-RESV-FILE
268400     END-IF.
268500 4520-LOAD-LIVE-RESERVATIONS-EXIT.
268600     EXIT.
268700
268800 4525-LOAD-ONE-RESERVATION.
268900     READ NUMGEN-RESV-FILE
269000         AT END
269100             SET RESV-AT-EOF TO TRUE
269200             GO TO 4525-LOAD-ONE-RESERVATION-EXIT
269300     END-READ.
269400
269500     IF NGH-PREFIX NOT = PREFIX OR NGH-SUFFIX NOT = SUFFIX
269600             OR NOT NGH-ACTIVE
269700             OR NGH-EXPIRY-DATE < NG-TODAYS-DATE
269800         GO TO 4525-LOAD-ONE-RESERVATION-EXIT
269900     END-IF.
270000
270100     IF NG-RESV-TABLE-COUNT >= 500
270200         SET RESV-TABLE-IS-FULL TO TRUE
270300         GO TO 4525-LOAD-ONE-RESERVATION-EXIT
270400     END-IF.
270500
270600     ADD 1 TO NG-RESV-TABLE-COUNT.
270700     MOVE NGH-START-NUMBER
270800         TO NG-RESV-T-START(NG-RESV-TABLE-COUNT).
270900     MOVE NGH-END-NUMBER
271000         TO NG-RESV-T-END(NG-RESV-TABLE-COUNT).
271100     MOVE NGH-CUSTOMER
271200         TO NG-RESV-T-CUSTOMER(NG-RESV-TABLE-COUNT).
271300 4525-LOAD-ONE-RESERVATION-EXIT.
271400     EXIT.
271500
271600*-----------------------------------------------------------*
271700* 4530-DRAW-FROM-OWN-RESERVATION - THE BATCH'S CUSTOMER IS  *
271800* THE CUSTOMER ON ITS NUMGEN.ORDER RECORD.  TRY EACH LIVE   *
271900* BLOCK THAT CUSTOMER HOLDS IN TURN AND TAKE THE FIRST ONE  *
272000* WITH ROOM LEFT FOR THE WHOLE QUANTITY.  A BATCH WITH NO   *
272100* ORDER, OR AN ORDER NOT ON FILE, HOLDS NOTHING - 4900      *
272200* DEALS WITH THE ORDER ITSELF AFTERWARDS.                   *
272300*-----------------------------------------------------------*
272400 4530-DRAW-FROM-OWN-RESERVATION.
272500     SET RESV-NOT-DRAWN TO TRUE.
272600     SET RESV-NOT-HELD TO TRUE.
272700     IF NG-RESV-TABLE-COUNT = 0 OR ORDERNUMBER = SPACES
272800         GO TO 4530-DRAW-FROM-OWN-RESERVATION-EXIT
272900     END-IF.
273000
273100     PERFORM 4910-LOOK-UP-ORDER
273200         THRU 4910-LOOK-UP-ORDER-EXIT.
273300     IF ORDER-NOT-ON-FILE
273400         GO TO 4530-DRAW-FROM-OWN-RESERVATION-EXIT
273500     END-IF.
273600
273700     PERFORM 4540-DRAW-FROM-ONE-BLOCK
273800         THRU 4540-DRAW-FROM-ONE-BLOCK-EXIT
273900         VARYING NG-RESV-IDX FROM 1 BY 1
274000         UNTIL NG-RESV-IDX > NG-RESV-TABLE-COUNT
274100             OR RESV-WAS-DRAWN.
274200
274300     IF RESV-WAS-DRAWN
274400         DISPLAY "BATCH DRAWN FROM THE CUSTOMER'S "
274500             "RESERVATION ON NUMGEN.RESV"
274600         GO TO 4530-DRAW-FROM-OWN-RESERVATION-EXIT
274700     END-IF.
274800     IF RESV-IS-HELD
274900         DISPLAY "CUSTOMER'S RESERVATION HAS TOO LITTLE LEFT "
275000             "FOR THIS BATCH - ALLOCATING OUTSIDE IT"
275100     END-IF.
275200 4530-DRAW-FROM-OWN-RESERVATION-EXIT.
275300     EXIT.
275400
275500*-----------------------------------------------------------*
275600* 4540-DRAW-FROM-ONE-BLOCK - FIND THE LOWEST RUN OF UNUSED  *
275700* NUMBERS IN ONE OF THE CUSTOMER'S BLOCKS LONG ENOUGH FOR   *
275800* THE QUANTITY.  THE CANDIDATE RUN STARTS AT THE FOOT OF    *
275900* THE BLOCK AND IS PUSHED PAST EVERY LEDGER RANGE IT RUNS   *
276000* INTO; THE LEDGER IS READ IN START-NUMBER ORDER, SO ONE    *
276100* PASS IS ENOUGH.                                           *
276200*-----------------------------------------------------------*
276300 4540-DRAW-FROM-ONE-BLOCK.
276400     IF NG-RESV-T-CUSTOMER(NG-RESV-IDX) NOT = NG-ORDER-CUSTOMER
276500         GO TO 4540-DRAW-FROM-ONE-BLOCK-EXIT
276600     END-IF.
276700     SET RESV-IS-HELD TO TRUE.
276800
276900     MOVE NG-RESV-T-START(NG-RESV-IDX) TO NG-RESV-NEXT.
277000     COMPUTE NG-RESV-LAST = NG-RESV-NEXT + QUANTITY - 1.
277100
277200     SET DR-SIM-MOVED TO TRUE.
277300     PERFORM 4545-PUSH-PAST-ISSUED-RANGES
277400         THRU 4545-PUSH-PAST-ISSUED-RANGES-EXIT
277500         UNTIL DR-SIM-NOT-MOVED OR
277600             NG-RESV-LAST > NG-RESV-T-END(NG-RESV-IDX).
277700
277800     IF NG-RESV-LAST <= NG-RESV-T-END(NG-RESV-IDX)
277900         MOVE NG-RESV-NEXT TO STARTNUMBER
278000         MOVE NG-RESV-LAST TO ENDNUMBER
278100         SET RESV-WAS-DRAWN TO TRUE
278200     END-IF.
278300 4540-DRAW-FROM-ONE-BLOCK-EXIT.
278400     EXIT.
278500
278600*-----------------------------------------------------------*
278700* 4545-PUSH-PAST-ISSUED-RANGES - ONE PASS OF THE LEDGER,    *
278800* AND IN A DRY RUN ONE PASS OF THE RANGES THE DECK'S        *
278900* EARLIER CARDS WOULD HAVE DRAWN.  THOSE ARE NOT IN START-  *
279000* NUMBER ORDER, SO WHEN ONE MOVES THE CANDIDATE RUN THE     *
279100* CALLER TRIES BOTH AGAIN.  A LIVE RUN NEVER MOVES HERE AND *
279200* MAKES ONE PASS.                                           *
279300*-----------------------------------------------------------*
279400 4545-PUSH-PAST-ISSUED-RANGES.
279500     SET DR-SIM-NOT-MOVED TO TRUE.
279600     OPEN INPUT NUMGEN-LEDGER-FILE.
279700     IF NG-LEDGER-FILE-OK
279800         SET LEDGER-NOT-AT-EOF TO TRUE
279900         MOVE PREFIX TO NGL-PREFIX
280000         MOVE SUFFIX TO NGL-SUFFIX
280100         MOVE ZERO TO NGL-START-NUMBER
280200         START NUMGEN-LEDGER-FILE KEY >= NGL-KEY
280300             INVALID KEY
280400                 SET LEDGER-AT-EOF TO TRUE
280500         END-START
280600         PERFORM 4550-PUSH-PAST-ONE-LEDGER-RANGE
280700             THRU 4550-PUSH-PAST-ONE-LEDGER-RANGE-EXIT
280800             UNTIL LEDGER-AT-EOF
280900         CLOSE NUMGEN-LEDGER-FILE
281000     END-IF.
281100
281200     IF RUN-IS-DRY-RUN AND DR-SIM-COUNT > 0
281300         PERFORM 4555-PUSH-PAST-ONE-SIMULATED
281400             THRU 4555-PUSH-PAST-ONE-SIMULATED-EXIT
281500             VARYING DR-SIM-IDX FROM 1 BY 1
281600             UNTIL DR-SIM-IDX > DR-SIM-COUNT
281700     END-IF.
281800 4545-PUSH-PAST-ISSUED-RANGES-EXIT.
281900     EXIT.
282000
282100 4550-PUSH-PAST-ONE-LEDGER-RANGE.
282200     READ NUMGEN-LEDGER-FILE NEXT RECORD
282300         AT END
282400             SET LEDGER-AT-EOF TO TRUE
282500             GO TO 4550-PUSH-PAST-ONE-LEDGER-RANGE-EXIT
282600     END-READ.
282700
282800     IF NGL-PREFIX NOT = PREFIX OR NGL-SUFFIX NOT = SUFFIX
282900             OR NGL-START-NUMBER > NG-RESV-LAST
283000         SET LEDGER-AT-EOF TO TRUE
283100         GO TO 4550-PUSH-PAST-ONE-LEDGER-RANGE-EXIT
283200     END-IF.
283300
283400     IF NGL-END-NUMBER >= NG-RESV-NEXT
283500         COMPUTE NG-RESV-NEXT = NGL-END-NUMBER + 1
283600         COMPUTE NG-RESV-LAST = NG-RESV-NEXT + QUANTITY - 1
283700     END-IF.
283800     IF NG-RESV-LAST > NG-RESV-T-END(NG-RESV-IDX)
283900         SET LEDGER-AT-EOF TO TRUE
284000     END-IF.
284100 4550-PUSH-PAST-ONE-LEDGER-RANGE-EXIT.
284200     EXIT.
284300
284400 4555-PUSH-PAST-ONE-SIMULATED.
284500     IF DR-S-PREFIX(DR-SIM-IDX) NOT = PREFIX OR
284600             DR-S-SUFFIX(DR-SIM-IDX) NOT = SUFFIX
284700         GO TO 4555-PUSH-PAST-ONE-SIMULATED-EXIT
284800     END-IF.
284900     IF DR-S-START(DR-SIM-IDX) > NG-RESV-LAST OR
285000             DR-S-END(DR-SIM-IDX) < NG-RESV-NEXT
285100         GO TO 4555-PUSH-PAST-ONE-SIMULATED-EXIT
285200     END-IF.
285300     SET DR-SIM-MOVED TO TRUE.
285400     COMPUTE NG-RESV-NEXT = DR-S-END(DR-SIM-IDX) + 1.
285500     COMPUTE NG-RESV-LAST = NG-RESV-NEXT + QUANTITY - 1.
285600 4555-PUSH-PAST-ONE-SIMULATED-EXIT.
285700     EXIT.
285800
285900*-----------------------------------------------------------*
286000* 4560-STEP-OVER-RESERVATIONS - MOVE THE ALLOCATED RANGE    *
286100* PAST ANY LIVE RESERVED BLOCK IT OVERLAPS.  THE CALLER     *
286200* REPEATS THIS UNTIL A PASS MOVES NOTHING, SINCE A RANGE    *
286300* STEPPED PAST ONE BLOCK MAY LAND ON THE NEXT.              *
286400*-----------------------------------------------------------*
286500 4560-STEP-OVER-RESERVATIONS.
286600     SET RESV-NOT-STEPPED-OVER TO TRUE.
286700     IF NG-RESV-TABLE-COUNT > 0
286800         PERFORM 4570-STEP-OVER-ONE-BLOCK
286900             THRU 4570-STEP-OVER-ONE-BLOCK-EXIT
287000             VARYING NG-RESV-IDX FROM 1 BY 1
287100             UNTIL NG-RESV-IDX > NG-RESV-TABLE-COUNT
287200                 OR ALLOC-FAILED
287300     END-IF.
287400 4560-STEP-OVER-RESERVATIONS-EXIT.
287500     EXIT.
287600
287700 4570-STEP-OVER-ONE-BLOCK.
287800     IF NG-RESV-T-START(NG-RESV-IDX) > ENDNUMBER OR
287900             NG-RESV-T-END(NG-RESV-IDX) < STARTNUMBER
288000         GO TO 4570-STEP-OVER-ONE-BLOCK-EXIT
288100     END-IF.
288200
288300     SET RESV-STEPPED-OVER TO TRUE.
288400     COMPUTE STARTNUMBER = NG-RESV-T-END(NG-RESV-IDX) + 1
288500         ON SIZE ERROR
288600             SET ALLOC-FAILED TO TRUE
288700             GO TO 4570-STEP-OVER-ONE-BLOCK-EXIT
288800     END-COMPUTE.
288900     COMPUTE ENDNUMBER = STARTNUMBER + QUANTITY - 1
289000         ON SIZE ERROR
289100             SET ALLOC-FAILED TO TRUE
289200     END-COMPUTE.
289300 4570-STEP-OVER-ONE-BLOCK-EXIT.
289400     EXIT.
289500
289600*-----------------------------------------------------------*
289700* 4580-SCAN-ONE-SIMULATED-RANGE - IN A DRY RUN, A RANGE AN  *
289800* EARLIER CARD OF THE DECK WOULD HAVE ISSUED RAISES THE     *
289900* HIGH-WATER MARK JUST AS ITS LEDGER RECORD WOULD HAVE -    *
290000* UNLESS, LIKE 4510, IT LIES WHOLLY INSIDE A LIVE BLOCK.    *
290100*-----------------------------------------------------------*
290200 4580-SCAN-ONE-SIMULATED-RANGE.
290300     IF DR-S-PREFIX(DR-SIM-IDX) NOT = PREFIX OR
290400             DR-S-SUFFIX(DR-SIM-IDX) NOT = SUFFIX
290500         GO TO 4580-SCAN-ONE-SIMULATED-RANGE-EXIT
290600     END-IF.
290700
290800     SET LEDGER-REC-NOT-RESERVED TO TRUE.
290900     IF NG-RESV-TABLE-COUNT > 0
291000         PERFORM 4585-CHECK-SIMULATED-IN-BLOCK
291100             THRU 4585-CHECK-SIMULATED-IN-BLOCK-EXIT
291200             VARYING NG-RESV-IDX FROM 1 BY 1
291300             UNTIL NG-RESV-IDX > NG-RESV-TABLE-COUNT
291400                 OR LEDGER-REC-IS-RESERVED
291500     END-IF.
291600     IF LEDGER-REC-IS-RESERVED
291700         GO TO 4580-SCAN-ONE-SIMULATED-RANGE-EXIT
291800     END-IF.
291900
292000     IF DR-S-END(DR-SIM-IDX) > NG-HIGHEST-USED
292100         MOVE DR-S-END(DR-SIM-IDX) TO NG-HIGHEST-USED
292200     END-IF.
292300 4580-SCAN-ONE-SIMULATED-RANGE-EXIT.
292400     EXIT.
292500
292600 4585-CHECK-SIMULATED-IN-BLOCK.
292700     IF DR-S-START(DR-SIM-IDX) >= NG-RESV-T-START(NG-RESV-IDX)
292800             AND DR-S-END(DR-SIM-IDX) <=
292900                 NG-RESV-T-END(NG-RESV-IDX)
293000         SET LEDGER-REC-IS-RESERVED TO TRUE
293100     END-IF.
293200 4585-CHECK-SIMULATED-IN-BLOCK-EXIT.
293300     EXIT.
293400
293500*-----------------------------------------------------------*
293600* 4600-LOOK-UP-SERIES - SCAN NUMGEN.SERIES, THE SERIES      *
293700* MASTER MAINTAINED BY NUMGENSERIES, FOR THE CURRENT        *
293800* PREFIX/SUFFIX.  A BATCH FOR A PREFIX/SUFFIX THAT IS NOT   *
293900* REGISTERED, OR WHOSE SERIES IS CLOSED, IS REFUSED BY THE  *
294000* CALLER.  THE SERIES' DEFAULT CHECK SCHEME, OUTPUT FORMAT, *
294100* AND OUTPUT FILE ARE KEPT SO 4650 CAN FILL IN FIELDS THE   *
294200* CARD OR THE OPERATOR LEFT BLANK.  IF NUMGEN.SERIES DOES   *
294300* NOT EXIST, NOTHING IS REGISTERED AND EVERY BATCH IS       *
294400* REFUSED - REGISTER THE SERIES WITH NUMGENSERIES FIRST.    *
294500*-----------------------------------------------------------*
294600 4600-LOOK-UP-SERIES.
294700     SET SERIES-NOT-REGISTERED TO TRUE.
294800     SET SERIES-NOT-CLOSED TO TRUE.
294900     MOVE SPACES TO NG-SERIES-DEF-SCHEME.
295000     MOVE SPACES TO NG-SERIES-DEF-FORMAT.
295100     MOVE SPACES TO NG-SERIES-DEF-FILE.
295200     MOVE ZERO TO NG-SERIES-CEILING.
295300     MOVE SPACES TO NG-SERIES-SUCC-PREFIX.
295400     MOVE SPACES TO NG-SERIES-SUCC-SUFFIX.
295500     OPEN INPUT NUMGEN-SERIES-FILE.
295600     IF NG-SERIES-FILE-OK
295700         SET SERIES-NOT-AT-EOF TO TRUE
295800         PERFORM 4610-CHECK-ONE-SERIES-RECORD
295900             THRU 4610-CHECK-ONE-SERIES-RECORD-EXIT
296000             UNTIL SERIES-AT-EOF OR SERIES-IS-REGISTERED
296100         CLOSE NUMGEN-SERIES-FILE
296200     END-IF.
296300     IF RUN-IS-DRY-RUN AND DR-CLOSED-COUNT > 0
296400         PERFORM 4620-CHECK-ONE-DRY-RUN-CLOSURE
296500             THRU 4620-CHECK-ONE-DRY-RUN-CLOSURE-EXIT
296600             VARYING DR-CLOSED-IDX FROM 1 BY 1
296700             UNTIL DR-CLOSED-IDX > DR-CLOSED-COUNT
296800     END-IF.
296900 4600-LOOK-UP-SERIES-EXIT.
297000     EXIT.
297100
297200 4610-CHECK-ONE-SERIES-RECORD.
297300     READ NUMGEN-SERIES-FILE
297400         AT END
297500             SET SERIES-AT-EOF TO TRUE
297600             GO TO 4610-CHECK-ONE-SERIES-RECORD-EXIT
297700     END-READ.
297800
297900     IF NGS-PREFIX = PREFIX AND NGS-SUFFIX = SUFFIX
298000         SET SERIES-IS-REGISTERED TO TRUE
298100         IF NGS-CLOSED
298200             SET SERIES-IS-CLOSED TO TRUE
298300         END-IF
298400         MOVE NGS-CHECK-SCHEME TO NG-SERIES-DEF-SCHEME
298500         MOVE NGS-OUT-FORMAT TO NG-SERIES-DEF-FORMAT
298600         MOVE NGS-OUT-FILE TO NG-SERIES-DEF-FILE
298700         IF NGS-CEILING IS NUMERIC
298800             MOVE NGS-CEILING TO NG-SERIES-CEILING
298900         END-IF
299000         MOVE NGS-SUCCESSOR-PREFIX TO NG-SERIES-SUCC-PREFIX
299100         MOVE NGS-SUCCESSOR-SUFFIX TO NG-SERIES-SUCC-SUFFIX
299200     END-IF.
299300 4610-CHECK-ONE-SERIES-RECORD-EXIT.
299400     EXIT.
299500
299600 4620-CHECK-ONE-DRY-RUN-CLOSURE.
299700     IF DR-C-PREFIX(DR-CLOSED-IDX) = PREFIX AND
299800             DR-C-SUFFIX(DR-CLOSED-IDX) = SUFFIX
299900         SET SERIES-IS-CLOSED TO TRUE
300000     END-IF.
300100 4620-CHECK-ONE-DRY-RUN-CLOSURE-EXIT.
300200     EXIT.
300300
300400*-----------------------------------------------------------*
300500* 4650-APPLY-SERIES-DEFAULTS - FILL IN THE CHECK SCHEME,    *
300600* OUTPUT FORMAT, AND OUTPUT FILE FROM THE SERIES MASTER     *
300700* WHEN THE CARD OR THE OPERATOR LEFT THEM BLANK.  AN        *
300800* EXPLICIT "NO " OR "STD" ENTRY IS LEFT ALONE - ONLY BLANK  *
300900* FIELDS TAKE THE SERIES DEFAULTS.                          *
301000*-----------------------------------------------------------*
301100 4650-APPLY-SERIES-DEFAULTS.
301200*    THE FIELDS AS GIVEN ARE KEPT SO A CEILING ROLLOVER CAN
301300*    APPLY THE SUCCESSOR SERIES' OWN DEFAULTS (SEE 4410).
301400     MOVE CHECKSCHEME TO NG-GIVEN-SCHEME.
301500     MOVE OUTFORMAT TO NG-GIVEN-FORMAT.
301600     MOVE OUTFILENAME TO NG-GIVEN-FILE.
301700     IF CHECKSCHEME = SPACES AND
301800             NG-SERIES-DEF-SCHEME NOT = SPACES
301900         MOVE NG-SERIES-DEF-SCHEME TO CHECKSCHEME
302000     END-IF.
302100     IF OUTFORMAT = SPACES AND
302200             NG-SERIES-DEF-FORMAT NOT = SPACES
302300         MOVE NG-SERIES-DEF-FORMAT TO OUTFORMAT
302400     END-IF.
302500     IF OUTFILENAME = SPACES AND
302600             NG-SERIES-DEF-FILE NOT = SPACES
302700         MOVE NG-SERIES-DEF-FILE TO OUTFILENAME
302800     END-IF.
302900 4650-APPLY-SERIES-DEFAULTS-EXIT.
303000     EXIT.
303100
303200*-----------------------------------------------------------*
303300* 4700-CHECK-RANGE-ON-LEDGER - A REPRINT RANGE MUST LIE     *
303400* ENTIRELY INSIDE ONE RANGE ALREADY ISSUED UNDER THIS       *
303500* PREFIX/SUFFIX ON NUMGEN.LEDGER - THE SAME COVERAGE RULE   *
303600* NUMGENVOID APPLIES TO A VOID.  THE LEDGER IS INDEXED, SO  *
303700* THE SEARCH STARTS DIRECTLY ON THE PREFIX/SUFFIX AND STOPS *
303800* WHEN THE RECORDS MOVE PAST IT.                            *
303900*-----------------------------------------------------------*
304000 4700-CHECK-RANGE-ON-LEDGER.
304100     SET RANGE-NOT-ON-LEDGER TO TRUE.
304200     OPEN INPUT NUMGEN-LEDGER-FILE.
304300     IF NG-LEDGER-FILE-OK
304400         SET LEDGER-NOT-AT-EOF TO TRUE
304500         MOVE PREFIX TO NGL-PREFIX
304600         MOVE SUFFIX TO NGL-SUFFIX
304700         MOVE ZERO TO NGL-START-NUMBER
304800         START NUMGEN-LEDGER-FILE KEY >= NGL-KEY
304900             INVALID KEY
305000                 SET LEDGER-AT-EOF TO TRUE
305100         END-START
305200         PERFORM 4710-CHECK-ONE-COVERING-RECORD
305300             THRU 4710-CHECK-ONE-COVERING-RECORD-EXIT
305400             UNTIL LEDGER-AT-EOF OR RANGE-IS-ON-LEDGER
305500         CLOSE NUMGEN-LEDGER-FILE
305600     END-IF.
305700 4700-CHECK-RANGE-ON-LEDGER-EXIT.
305800     EXIT.
305900
306000 4710-CHECK-ONE-COVERING-RECORD.
306100     READ NUMGEN-LEDGER-FILE NEXT RECORD
306200         AT END
306300             SET LEDGER-AT-EOF TO TRUE
306400             GO TO 4710-CHECK-ONE-COVERING-RECORD-EXIT
306500     END-READ.
306600
306700     IF NGL-PREFIX NOT = PREFIX OR NGL-SUFFIX NOT = SUFFIX
306800         SET LEDGER-AT-EOF TO TRUE
306900         GO TO 4710-CHECK-ONE-COVERING-RECORD-EXIT
307000     END-IF.
307100
307200     IF NGL-START-NUMBER <= STARTNUMBER AND
307300             NGL-END-NUMBER >= ENDNUMBER
307400         SET RANGE-IS-ON-LEDGER TO TRUE
307500     END-IF.
307600 4710-CHECK-ONE-COVERING-RECORD-EXIT.
307700     EXIT.
307800
307900*-----------------------------------------------------------*
308000* 4800-CHECK-CARD-ALREADY-DONE - AN AUTOMATIC CARD IS       *
308100* DANGEROUS ON A RERUN: A RESUBMITTED DECK'S "A" CARD WOULD *
308200* DRAW A FRESH RANGE AND GENERATE THE QUANTITY ALL OVER     *
308300* AGAIN, AND NO OVERLAP CHECK CAN CATCH IT BECAUSE THE NEW  *
308400* RANGE GENUINELY IS UNUSED.  A NUMGEN.DISP RECORD SHOWING  *
308500* A COMPLETED BATCH FOR THE SAME CARD NUMBER, CUSTOMER      *
308600* ORDER, STANDING ORDER, PREFIX/SUFFIX, AND QUANTITY        *
308700* (GENERATED PLUS EXCLUDED) ON TODAY'S RUN DATE MEANS THE   *
308800* CARD WAS ALREADY SATISFIED IN AN EARLIER ATTEMPT OF THIS  *
308900* SAME RUN - THE CALLER SKIPS IT.  THE ORDERS MUST MATCH    *
309000* TOO: A RESUBMITTED DECK CAN LOSE CARDS ALREADY DONE, AND  *
309100* A DIFFERENT ORDER THAT HAS SHIFTED INTO THE SAME CARD     *
309200* NUMBER MUST STILL GENERATE.  A DECK RESUBMITTED ON A      *
309300* LATER DAY IS A NEW ORDER AND GENERATES AS ALWAYS.         *
309400*-----------------------------------------------------------*
309500 4800-CHECK-CARD-ALREADY-DONE.
309600     SET CARD-NOT-DONE TO TRUE.
309700     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
309800     OPEN INPUT NUMGEN-DISP-FILE.
309900     IF NG-DISP-FILE-OK
310000         SET DISP-NOT-AT-EOF TO TRUE
310100         PERFORM 4810-CHECK-ONE-DISP-RECORD
310200             THRU 4810-CHECK-ONE-DISP-RECORD-EXIT
310300             UNTIL DISP-AT-EOF OR CARD-ALREADY-DONE
310400         CLOSE NUMGEN-DISP-FILE
310500     END-IF.
310600 4800-CHECK-CARD-ALREADY-DONE-EXIT.
310700     EXIT.
310800
310900 4810-CHECK-ONE-DISP-RECORD.
311000     READ NUMGEN-DISP-FILE
311100         AT END
311200             SET DISP-AT-EOF TO TRUE
311300             GO TO 4810-CHECK-ONE-DISP-RECORD-EXIT
311400     END-READ.
311500
311600     IF NOT NGB-COMPLETED
311700         GO TO 4810-CHECK-ONE-DISP-RECORD-EXIT
311800     END-IF.
311900     IF NGB-CARD-NUMBER NOT = RS-CARDS-READ OR
312000             NGB-ORDER-NUMBER NOT = ORDERNUMBER OR
312100             NGB-STANDING-NUMBER NOT = STANDINGNUMBER OR
312200             NGB-PREFIX NOT = PREFIX OR
312300             NGB-SUFFIX NOT = SUFFIX OR
312400             NGB-RUN-DATE NOT = NG-TODAYS-DATE
312500         GO TO 4810-CHECK-ONE-DISP-RECORD-EXIT
312600     END-IF.
312700
312800     COMPUTE NG-CARD-SATISFIED-QTY =
312900         NGB-GENERATED + NGB-EXCLUDED.
313000     IF NG-CARD-SATISFIED-QTY = QUANTITY
313100         SET CARD-ALREADY-DONE TO TRUE
313200     END-IF.
313300 4810-CHECK-ONE-DISP-RECORD-EXIT.
313400     EXIT.
313500
313600*-----------------------------------------------------------*
313700* 4900-CHECK-CUSTOMER-ORDER - A NEW-ISSUE BATCH MUST NAME   *
313800* AN OPEN ORDER ON NUMGEN.ORDER FOR ITS OWN PREFIX/SUFFIX,  *
313900* AND MAY NOT ISSUE MORE THAN THAT ORDER HAS OUTSTANDING.   *
314000* WHAT IS ALREADY ISSUED IS THE TOTAL RANGE OF EVERY        *
314100* COMPLETED NUMGEN.DISP DISPOSITION CARRYING THE ORDER      *
314200* NUMBER, LESS REISSUES - SO A BATCH EARLIER IN THIS SAME   *
314300* RUN COUNTS TOO.  A REISSUE OF VOIDED SERIALS (SEE 4000)   *
314400* REPLACES SERIALS ALREADY COUNTED AGAINST THEIR ORDER: IT  *
314500* MAY LEAVE THE ORDER BLANK, AND IS NOT HELD TO THE         *
314600* OUTSTANDING QUANTITY.  THE REASON FOR A REFUSAL IS        *
314700* DISPLAYED HERE; THE CALLER SKIPS OR RE-PROMPTS.           *
314800*-----------------------------------------------------------*
314900 4900-CHECK-CUSTOMER-ORDER.
315000     SET ORDER-IS-REFUSED TO TRUE.
315100     IF ORDERNUMBER = SPACES
315200         IF BATCH-IS-REISSUE
315300             SET ORDER-IS-ACCEPTED TO TRUE
315400         ELSE
315500             DISPLAY "ERROR - NO CUSTOMER ORDER NUMBER GIVEN "
315600                 "FOR A NEW-ISSUE BATCH"
315700         END-IF
315800         GO TO 4900-CHECK-CUSTOMER-ORDER-EXIT
315900     END-IF.
316000
316100     PERFORM 4910-LOOK-UP-ORDER
316200         THRU 4910-LOOK-UP-ORDER-EXIT.
316300     IF ORDER-NOT-ON-FILE
316400         DISPLAY "ERROR - CUSTOMER ORDER " ORDERNUMBER
316500             " IS NOT ON NUMGEN.ORDER"
316600         GO TO 4900-CHECK-CUSTOMER-ORDER-EXIT
316700     END-IF.
316800     IF NG-ORDER-STATUS NOT = "O"
316900         DISPLAY "ERROR - CUSTOMER ORDER " ORDERNUMBER
317000             " IS CLOSED ON NUMGEN.ORDER"
317100         GO TO 4900-CHECK-CUSTOMER-ORDER-EXIT
317200     END-IF.
317300     IF NG-ORDER-PREFIX NOT = PREFIX OR
317400             NG-ORDER-SUFFIX NOT = SUFFIX
317500         DISPLAY "ERROR - CUSTOMER ORDER " ORDERNUMBER
317600             " IS FOR ANOTHER PREFIX/SUFFIX SERIES"
317700         GO TO 4900-CHECK-CUSTOMER-ORDER-EXIT
317800     END-IF.
317900
318000     IF BATCH-IS-REISSUE
318100         SET ORDER-IS-ACCEPTED TO TRUE
318200         GO TO 4900-CHECK-CUSTOMER-ORDER-EXIT
318300     END-IF.
318400
318500     MOVE ZERO TO NG-ORDER-ISSUED.
318600     OPEN INPUT NUMGEN-DISP-FILE.
318700     IF NG-DISP-FILE-OK
318800         SET DISP-NOT-AT-EOF TO TRUE
318900         PERFORM 4920-ADD-ONE-ORDER-DISPOSITION
319000             THRU 4920-ADD-ONE-ORDER-DISPOSITION-EXIT
319100             UNTIL DISP-AT-EOF
319200         CLOSE NUMGEN-DISP-FILE
319300     END-IF.
319400     IF RUN-IS-DRY-RUN AND DR-SIM-COUNT > 0
319500         PERFORM 4925-ADD-ONE-SIMULATED-BATCH
319600             THRU 4925-ADD-ONE-SIMULATED-BATCH-EXIT
319700             VARYING DR-SIM-IDX FROM 1 BY 1
319800             UNTIL DR-SIM-IDX > DR-SIM-COUNT
319900     END-IF.
320000
320100     IF NG-ORDER-ISSUED >= NG-ORDER-QUANTITY
320200         MOVE ZERO TO NG-ORDER-OUTSTANDING
320300     ELSE
320400         COMPUTE NG-ORDER-OUTSTANDING =
320500             NG-ORDER-QUANTITY - NG-ORDER-ISSUED
320600     END-IF.
320700*    A CARD SPLIT AT ITS SERIES' CEILING FILLS THE ORDER WITH
320800*    BOTH HALVES, SO THE WHOLE CARD QUANTITY IS CHECKED.
320900     IF BATCH-ROLLS-OVER
321000         MOVE NG-ROLL-CARD-QTY TO NG-ORDER-BATCH-QTY
321100     ELSE
321200         COMPUTE NG-ORDER-BATCH-QTY = ENDNUMBER - STARTNUMBER + 1
321300     END-IF.
321400
321500     IF NG-ORDER-BATCH-QTY > NG-ORDER-OUTSTANDING
321600         DISPLAY "ERROR - BATCH OF " NG-ORDER-BATCH-QTY
321700             " EXCEEDS THE " NG-ORDER-OUTSTANDING
321800             " OUTSTANDING ON CUSTOMER ORDER " ORDERNUMBER
321900         GO TO 4900-CHECK-CUSTOMER-ORDER-EXIT
322000     END-IF.
322100     SET ORDER-IS-ACCEPTED TO TRUE.
322200 4900-CHECK-CUSTOMER-ORDER-EXIT.
322300     EXIT.
322400
322500*-----------------------------------------------------------*
322600* 4910-LOOK-UP-ORDER - SCAN NUMGEN.ORDER FOR ORDERNUMBER,   *
322700* KEEPING THE FIELDS 4900 NEEDS BEFORE THE FILE CLOSES.     *
322800* IF NUMGEN.ORDER DOES NOT EXIST, NO ORDER IS ON FILE.      *
322900*-----------------------------------------------------------*
323000 4910-LOOK-UP-ORDER.
323100     SET ORDER-NOT-ON-FILE TO TRUE.
323200     OPEN INPUT NUMGEN-ORDER-FILE.
323300     IF NG-ORDER-FILE-OK
323400         SET ORDER-NOT-AT-EOF TO TRUE
323500         PERFORM 4911-CHECK-ONE-ORDER-RECORD
323600             THRU 4911-CHECK-ONE-ORDER-RECORD-EXIT
323700             UNTIL ORDER-AT-EOF OR ORDER-IS-ON-FILE
323800         CLOSE NUMGEN-ORDER-FILE
323900     END-IF.
324000 4910-LOOK-UP-ORDER-EXIT.
324100     EXIT.
324200
324300 4911-CHECK-ONE-ORDER-RECORD.
324400     READ NUMGEN-ORDER-FILE
324500         AT END
324600             SET ORDER-AT-EOF TO TRUE
324700             GO TO 4911-CHECK-ONE-ORDER-RECORD-EXIT
324800     END-READ.
324900
325000     IF NGO-ORDER-NUMBER = ORDERNUMBER
325100         SET ORDER-IS-ON-FILE TO TRUE
325200         MOVE NGO-STATUS TO NG-ORDER-STATUS
325300         MOVE NGO-PREFIX TO NG-ORDER-PREFIX
325400         MOVE NGO-SUFFIX TO NG-ORDER-SUFFIX
325500         MOVE NGO-QUANTITY TO NG-ORDER-QUANTITY
325600         MOVE NGO-CUSTOMER TO NG-ORDER-CUSTOMER
325700     END-IF.
325800 4911-CHECK-ONE-ORDER-RECORD-EXIT.
325900     EXIT.
326000
326100 4920-ADD-ONE-ORDER-DISPOSITION.
326200     READ NUMGEN-DISP-FILE
326300         AT END
326400             SET DISP-AT-EOF TO TRUE
326500             GO TO 4920-ADD-ONE-ORDER-DISPOSITION-EXIT
326600     END-READ.
326700
326800     IF NGB-COMPLETED AND NGB-ORDER-NUMBER = ORDERNUMBER
326900             AND NOT NGB-WAS-REISSUE
327000         COMPUTE NG-ORDER-ISSUED = NG-ORDER-ISSUED +
327100             NGB-END-NUMBER - NGB-START-NUMBER + 1
327200     END-IF.
327300 4920-ADD-ONE-ORDER-DISPOSITION-EXIT.
327400     EXIT.
327500
327600*    IN A DRY RUN, AN EARLIER CARD OF THE DECK THAT WOULD HAVE
327700*    ISSUED AGAINST THE ORDER COUNTS AS 4920 WOULD COUNT ITS
327800*    COMPLETED DISPOSITION.
327900 4925-ADD-ONE-SIMULATED-BATCH.
328000     IF DR-S-ORDER(DR-SIM-IDX) = ORDERNUMBER AND
328100             DR-S-REISSUE(DR-SIM-IDX) NOT = "Y"
328200         COMPUTE NG-ORDER-ISSUED = NG-ORDER-ISSUED +
328300             DR-S-END(DR-SIM-IDX) - DR-S-START(DR-SIM-IDX)
328400             + 1
328500     END-IF.
328600 4925-ADD-ONE-SIMULATED-BATCH-EXIT.
328700     EXIT.
328800
328900*-----------------------------------------------------------*
329000* 4950-CHECK-OPERATOR-AUTHORITY - ASK NUMGENAUTH WHETHER    *
329100* THE OPERATOR MAY RUN THIS BATCH'S MODE: REPRINT FOR A     *
329200* REPRINT, AUTOMATIC ALLOCATE FOR AN AUTOMATIC BATCH, AND   *
329300* GENERATE FOR A RANGE-GIVEN ONE.  NUMGENAUTH DISPLAYS AND  *
329400* AUDITS A REFUSAL ITSELF.                                  *
329500*-----------------------------------------------------------*
329600 4950-CHECK-OPERATOR-AUTHORITY.
329700     EVALUATE TRUE
329800         WHEN ALLOC-MODE-REPRINT
329900             MOVE "P" TO NG-AUTH-FUNCTION
330000         WHEN ALLOC-MODE-AUTO
330100             MOVE "A" TO NG-AUTH-FUNCTION
330200         WHEN OTHER
330300             MOVE "G" TO NG-AUTH-FUNCTION
330400     END-EVALUATE.
330500*    "Q" ASKS WITHOUT RECORDING A REFUSAL ON NUMGEN.AUDIT.
330600     IF RUN-IS-DRY-RUN
330700         MOVE "Q" TO NG-AUTH-RESULT
330800     ELSE
330900         MOVE SPACE TO NG-AUTH-RESULT
331000     END-IF.
331100     CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
331200                             NG-AUTH-PROGRAM,
331300                             NG-AUTH-OPERATOR-ID,
331400                             NG-AUTH-RESULT.
331500 4950-CHECK-OPERATOR-AUTHORITY-EXIT.
331600     EXIT.
331700
331800*-----------------------------------------------------------*
331900* 5000-RUN-NUMGEN-AND-RECONCILE - CALL NUMGENCALLED FOR THE *
332000* CURRENT BATCH, DISPLAY THE REQUESTED-VS-ACTUAL COUNT, AND *
332100* RECORD THE RANGE ISSUED IN NUMGEN.LEDGER.                 *
332200*-----------------------------------------------------------*
332300 5000-RUN-NUMGEN-AND-RECONCILE.
332400     IF RUN-IS-DRY-RUN
332500         PERFORM 5700-SIMULATE-BATCH
332600             THRU 5700-SIMULATE-BATCH-EXIT
332700         GO TO 5000-RUN-NUMGEN-AND-RECONCILE-EXIT
332800     END-IF.
332900
333000     PERFORM 5100-RUN-NUMGEN
333100         THRU 5100-RUN-NUMGEN-EXIT.
333200
333300     COMPUTE REQUESTEDCOUNT = ENDNUMBER - STARTNUMBER + 1.
333400     DISPLAY "Requested count: " REQUESTEDCOUNT.
333500     DISPLAY "Actual count generated: " ACTUALCOUNT.
333600     IF SKIPPEDCOUNT > ZERO
333700         DISPLAY "Skipped by exclusion rules: " SKIPPEDCOUNT
333800     END-IF.
333900     ADD 1 TO RS-BATCHES-DONE.
334000     ADD ACTUALCOUNT TO RS-SERIALS-WRITTEN.
334100     ADD SKIPPEDCOUNT TO RS-SERIALS-EXCLUDED.
334200
334300     IF ACTUALCOUNT + SKIPPEDCOUNT NOT = REQUESTEDCOUNT
334400         DISPLAY "WARNING - GENERATED PLUS SKIPPED DOES NOT "
334500             "MATCH REQUESTED COUNT - CHECK THE OUTPUT FILE"
334600     END-IF.
334700
334800     PERFORM 4100-RECORD-BATCH-IN-LEDGER
334900         THRU 4100-RECORD-BATCH-IN-LEDGER-EXIT.
335000
335100     IF BATCH-IS-REISSUE
335200         PERFORM 4300-MARK-VOID-REISSUED
335300             THRU 4300-MARK-VOID-REISSUED-EXIT
335400         DISPLAY "*** VOID RECORD MARKED REISSUED ***"
335500     END-IF.
335600
335700     MOVE "COMPLETE" TO NG-DISP-OUTCOME.
335800     PERFORM 5300-WRITE-DISPOSITION
335900         THRU 5300-WRITE-DISPOSITION-EXIT.
336000
336100     MOVE "N" TO MF-BATCH-REPRINT-FLAG.
336200     PERFORM 5400-RECORD-MANIFEST-BATCH
336300         THRU 5400-RECORD-MANIFEST-BATCH-EXIT.
336400 5000-RUN-NUMGEN-AND-RECONCILE-EXIT.
336500     EXIT.
336600
336700 5100-RUN-NUMGEN.
336800     PERFORM 5200-WRITE-AUDIT-RECORD
336900         THRU 5200-WRITE-AUDIT-RECORD-EXIT.
337000
337100     CALL "NUMGENCALLED"
337200        USING
337300          STARTNUMBER,
337400          ENDNUMBER,
337500          PREFIX,
337600          SUFFIX,
337700          ACTUALCOUNT,
337800          CHECKSCHEME,
337900          OUTFORMAT,
338000          OUTFILENAME,
338100          SKIPPEDCOUNT,
338200          NG-CALL-MODE,
338300          HASHTOTAL.
338400 5100-RUN-NUMGEN-EXIT.
338500     EXIT.
338600
338700*-----------------------------------------------------------*
338800* 5200-WRITE-AUDIT-RECORD - APPEND A RECORD TO NUMGEN.AUDIT *
338900* SHOWING WHO IS RUNNING THIS BATCH, WHEN, AND WHAT WAS     *
339000* REQUESTED, BEFORE 5100-RUN-NUMGEN CALLS NUMGENCALLED.     *
339100* NUMGENASTAMP ADDS THE SEQUENCE NUMBER AND CHAIN VALUE AND *
339200* DOES THE APPEND, SO EVERY RECORD JOINS THE CHAIN.         *
339300*-----------------------------------------------------------*
339400 5200-WRITE-AUDIT-RECORD.
339500
339600     MOVE SPACES TO NG-OPERATOR-ID.
339700     ACCEPT NG-OPERATOR-ID FROM ENVIRONMENT "USER".
339800     IF NG-OPERATOR-ID = SPACES
339900         ACCEPT NG-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
340000     END-IF.
340100
340200     ACCEPT NG-CURRENT-TIME FROM TIME.
340300
340400     MOVE SPACES TO NG-AUDIT-RECORD.
340500     MOVE NG-OPERATOR-ID TO NGA-OPERATOR-ID.
340600     ACCEPT NGA-RUN-DATE FROM DATE YYYYMMDD.
340700     MOVE NG-CURRENT-TIME TO NGA-RUN-TIME.
340800     MOVE STARTNUMBER TO NGA-START-NUMBER.
340900     MOVE ENDNUMBER TO NGA-END-NUMBER.
341000     MOVE PREFIX TO NGA-PREFIX.
341100     MOVE SUFFIX TO NGA-SUFFIX.
341200     MOVE NG-AUDIT-ACTION TO NGA-ACTION.
341300     CALL "NUMGENASTAMP" USING NG-AUDIT-RECORD.
341400 5200-WRITE-AUDIT-RECORD-EXIT.
341500     EXIT.
341600
341700*-----------------------------------------------------------*
341800* 5300-WRITE-DISPOSITION - APPEND THE BATCH'S DISPOSITION   *
341900* RECORD TO NUMGEN.DISP AS THE BATCH ENDS, WHATEVER THE     *
342000* OUTCOME (SET IN NG-DISP-OUTCOME BY THE CALLER), SO THE    *
342100* MORNING EXCEPTION REPORT CAN TELL A SKIP FROM AN ABEND    *
342200* WITHOUT READING THE NIGHT'S CONSOLE LOG.  THE GENERATED   *
342300* AND EXCLUDED COUNTS RIDE ONLY ON A COMPLETED OR REPRINTED *
342400* BATCH; A SKIP CARRIES ZEROS.  THE FILE IS OPENED EXTEND   *
342500* SO RECORDS ACCUMULATE ACROSS RUNS; IF IT DOES NOT YET     *
342600* EXIST, EXTEND FAILS WITH STATUS 35 AND WE FALL BACK TO    *
342700* OPEN OUTPUT TO CREATE IT.                                 *
342800*-----------------------------------------------------------*
342900 5300-WRITE-DISPOSITION.
343000     IF RUN-IS-DRY-RUN
343100         PERFORM 5800-PRINT-DRY-RUN-CARD
343200             THRU 5800-PRINT-DRY-RUN-CARD-EXIT
343300         GO TO 5300-WRITE-DISPOSITION-EXIT
343400     END-IF.
343500
343600     OPEN EXTEND NUMGEN-DISP-FILE.
343700     IF NG-DISP-FILE-NOT-FOUND
343800         OPEN OUTPUT NUMGEN-DISP-FILE
343900     END-IF.
344000     MOVE SPACES TO NG-DISP-RECORD.
344100     MOVE PREFIX TO NGB-PREFIX.
344200     MOVE SUFFIX TO NGB-SUFFIX.
344300     MOVE STARTNUMBER TO NGB-START-NUMBER.
344400     MOVE ENDNUMBER TO NGB-END-NUMBER.
344500     MOVE NG-DISP-OUTCOME TO NGB-OUTCOME.
344600     IF NGB-COMPLETED OR NGB-REPRINTED
344700         MOVE ACTUALCOUNT TO NGB-GENERATED
344800         MOVE SKIPPEDCOUNT TO NGB-EXCLUDED
344900     ELSE
345000         MOVE ZERO TO NGB-GENERATED
345100         MOVE ZERO TO NGB-EXCLUDED
345200     END-IF.
345300     IF OUTFILENAME = SPACES
345400         MOVE "NUMGEN.OUT" TO NGB-OUT-FILE
345500     ELSE
345600         MOVE OUTFILENAME TO NGB-OUT-FILE
345700     END-IF.
345800     ACCEPT NGB-RUN-DATE FROM DATE YYYYMMDD.
345900     ACCEPT NG-CURRENT-TIME FROM TIME.
346000     MOVE NG-CURRENT-TIME TO NGB-RUN-TIME.
346100     MOVE RS-CARDS-READ TO NGB-CARD-NUMBER.
346200     MOVE ORDERNUMBER TO NGB-ORDER-NUMBER.
346300     MOVE STANDINGNUMBER TO NGB-STANDING-NUMBER.
346400     IF NGB-COMPLETED AND BATCH-IS-REISSUE
346500         MOVE "Y" TO NGB-REISSUE-FLAG
346600     ELSE
346700         MOVE "N" TO NGB-REISSUE-FLAG
346800     END-IF.
346900     MOVE NG-OPERATOR-ID TO NGB-OPERATOR-ID.
347000     MOVE NG-RUN-START-DATE TO NGB-RUN-START-DATE.
347100     MOVE NG-RUN-START-TIME TO NGB-RUN-START-TIME.
347200     MOVE NG-ROLLOVER-HALF TO NGB-ROLLOVER-HALF.
347300     WRITE NG-DISP-RECORD.
347400     CLOSE NUMGEN-DISP-FILE.
347500 5300-WRITE-DISPOSITION-EXIT.
347600     EXIT.
347700
347800*-----------------------------------------------------------*
347900* 5400-RECORD-MANIFEST-BATCH - REMEMBER A BATCH THAT JUST   *
348000* PRODUCED OUTPUT (NEW ISSUE OR REPRINT, PER                *
348100* MF-BATCH-REPRINT-FLAG) SO 9300 CAN WRITE THE DELIVERY     *
348200* MANIFEST AT END OF RUN FROM THE TRAILER FIGURES           *
348300* NUMGENCALLED RETURNED.                                    *
348400*-----------------------------------------------------------*
348500 5400-RECORD-MANIFEST-BATCH.
348600     IF MF-TABLE-COUNT >= 100
348700         SET MF-TABLE-IS-FULL TO TRUE
348800         DISPLAY "WARNING - MORE THAN 100 BATCHES THIS RUN - "
348900             "THE DELIVERY MANIFEST WILL BE INCOMPLETE"
349000         GO TO 5400-RECORD-MANIFEST-BATCH-EXIT
349100     END-IF.
349200
349300     ADD 1 TO MF-TABLE-COUNT.
349400     IF OUTFILENAME = SPACES
349500         MOVE "NUMGEN.OUT" TO MF-T-OUT-FILE(MF-TABLE-COUNT)
349600     ELSE
349700         MOVE OUTFILENAME TO MF-T-OUT-FILE(MF-TABLE-COUNT)
349800     END-IF.
349900     MOVE PREFIX TO MF-T-PREFIX(MF-TABLE-COUNT).
350000     MOVE SUFFIX TO MF-T-SUFFIX(MF-TABLE-COUNT).
350100     MOVE STARTNUMBER TO MF-T-START(MF-TABLE-COUNT).
350200     MOVE ENDNUMBER TO MF-T-END(MF-TABLE-COUNT).
350300     IF CHECKSCHEME = SPACES
350400         MOVE "NO " TO MF-T-SCHEME(MF-TABLE-COUNT)
350500     ELSE
350600         MOVE CHECKSCHEME TO MF-T-SCHEME(MF-TABLE-COUNT)
350700     END-IF.
350800     MOVE ACTUALCOUNT TO MF-T-GENERATED(MF-TABLE-COUNT).
350900     MOVE SKIPPEDCOUNT TO MF-T-SKIPPED(MF-TABLE-COUNT).
351000     MOVE HASHTOTAL TO MF-T-HASH(MF-TABLE-COUNT).
351100     MOVE MF-BATCH-REPRINT-FLAG
351200         TO MF-T-REPRINT(MF-TABLE-COUNT).
351300     MOVE "N" TO MF-T-PRINTED(MF-TABLE-COUNT).
351400     MOVE NG-ROLLOVER-HALF TO MF-T-ROLLOVER(MF-TABLE-COUNT).
351500     MOVE RS-CARDS-READ TO MF-T-CARD(MF-TABLE-COUNT).
351600 5400-RECORD-MANIFEST-BATCH-EXIT.
351700     EXIT.
351800
351900*-----------------------------------------------------------*
352000* 5500-RUN-REPRINT - REGENERATE AN ALREADY-ISSUED RANGE'S   *
352100* OUTPUT.  THE AUDIT RECORD CARRIES THE REPRINT ACTION SO   *
352200* THE TRAIL SHOWS WHO REPRINTED WHAT; NUMGENCALLED RUNS IN  *
352300* REPRINT MODE, WHICH MARKS THE HEADER AND NEVER TOUCHES    *
352400* NUMGEN.CKPT; AND THE LEDGER IS NOT WRITTEN - THE RANGE    *
352500* WAS ISSUED ONCE AND STAYS ISSUED ONCE.                    *
352600*-----------------------------------------------------------*
352700 5500-RUN-REPRINT.
352800     IF RUN-IS-DRY-RUN
352900         PERFORM 5700-SIMULATE-BATCH
353000             THRU 5700-SIMULATE-BATCH-EXIT
353100         GO TO 5500-RUN-REPRINT-EXIT
353200     END-IF.
353300
353400     MOVE "REPRINT " TO NG-AUDIT-ACTION.
353500     PERFORM 5200-WRITE-AUDIT-RECORD
353600         THRU 5200-WRITE-AUDIT-RECORD-EXIT.
353700     MOVE SPACES TO NG-AUDIT-ACTION.
353800
353900     MOVE "P" TO NG-CALL-MODE.
354000     CALL "NUMGENCALLED"
354100        USING
354200          STARTNUMBER,
354300          ENDNUMBER,
354400          PREFIX,
354500          SUFFIX,
354600          ACTUALCOUNT,
354700          CHECKSCHEME,
354800          OUTFORMAT,
354900          OUTFILENAME,
355000          SKIPPEDCOUNT,
355100          NG-CALL-MODE,
355200          HASHTOTAL.
355300     MOVE SPACE TO NG-CALL-MODE.
355400
355500     DISPLAY "*** REPRINT COMPLETE - LEDGER NOT TOUCHED ***".
355600     DISPLAY "Reprinted count: " ACTUALCOUNT.
355700     IF SKIPPEDCOUNT > ZERO
355800         DISPLAY "Skipped by exclusion rules: " SKIPPEDCOUNT
355900     END-IF.
356000     ADD 1 TO RS-BATCHES-DONE.
356100     ADD ACTUALCOUNT TO RS-SERIALS-WRITTEN.
356200     ADD SKIPPEDCOUNT TO RS-SERIALS-EXCLUDED.
356300
356400     MOVE "REPRINT " TO NG-DISP-OUTCOME.
356500     PERFORM 5300-WRITE-DISPOSITION
356600         THRU 5300-WRITE-DISPOSITION-EXIT.
356700
356800     MOVE "Y" TO MF-BATCH-REPRINT-FLAG.
356900     PERFORM 5400-RECORD-MANIFEST-BATCH
357000         THRU 5400-RECORD-MANIFEST-BATCH-EXIT.
357100 5500-RUN-REPRINT-EXIT.
357200     EXIT.
357300
357400*-----------------------------------------------------------*
357500* 5700-SIMULATE-BATCH - A DRY RUN'S STAND-IN FOR 5000 AND   *
357600* 5500 ONCE A CARD HAS PASSED EVERY CHECK.  NUMGENCALLED    *
357700* RUNS IN SIMULATE MODE, WHICH APPLIES THE EXCLUSION RULES  *
357800* AND COUNTS BUT WRITES NOTHING; NO AUDIT RECORD IS WRITTEN *
357900* AND THE LEDGER, VOID REGISTER, AND MANIFEST ARE NOT       *
358000* TOUCHED.  A NEW-ISSUE RANGE IS KEPT IN DR-SIM-TABLE SO    *
358100* THE DECK'S LATER CARDS ALLOCATE, CHECK FOR OVERLAP, AND   *
358200* COUNT AGAINST THEIR ORDERS AS THEY WOULD IN A LIVE RUN.   *
358300*-----------------------------------------------------------*
358400 5700-SIMULATE-BATCH.
358500     MOVE "S" TO NG-CALL-MODE.
358600     CALL "NUMGENCALLED"
358700        USING
358800          STARTNUMBER,
358900          ENDNUMBER,
359000          PREFIX,
359100          SUFFIX,
359200          ACTUALCOUNT,
359300          CHECKSCHEME,
359400          OUTFORMAT,
359500          OUTFILENAME,
359600          SKIPPEDCOUNT,
359700          NG-CALL-MODE,
359800          HASHTOTAL.
359900     MOVE SPACE TO NG-CALL-MODE.
360000
360100     ADD 1 TO RS-BATCHES-DONE.
360200     ADD ACTUALCOUNT TO RS-SERIALS-WRITTEN.
360300     ADD SKIPPEDCOUNT TO RS-SERIALS-EXCLUDED.
360400
360500     IF ALLOC-MODE-REPRINT
360600         MOVE "REPRINT " TO NG-DISP-OUTCOME
360700         PERFORM 5300-WRITE-DISPOSITION
360800             THRU 5300-WRITE-DISPOSITION-EXIT
360900         GO TO 5700-SIMULATE-BATCH-EXIT
361000     END-IF.
361100
361200     IF DR-SIM-COUNT >= 500
361300         SET DR-SIM-TABLE-IS-FULL TO TRUE
361400     ELSE
361500         ADD 1 TO DR-SIM-COUNT
361600         MOVE PREFIX TO DR-S-PREFIX(DR-SIM-COUNT)
361700         MOVE SUFFIX TO DR-S-SUFFIX(DR-SIM-COUNT)
361800         MOVE STARTNUMBER TO DR-S-START(DR-SIM-COUNT)
361900         MOVE ENDNUMBER TO DR-S-END(DR-SIM-COUNT)
362000         MOVE ORDERNUMBER TO DR-S-ORDER(DR-SIM-COUNT)
362100         IF BATCH-IS-REISSUE
362200             MOVE "Y" TO DR-S-REISSUE(DR-SIM-COUNT)
362300         ELSE
362400             MOVE "N" TO DR-S-REISSUE(DR-SIM-COUNT)
362500         END-IF
362600     END-IF.
362700     MOVE "COMPLETE" TO NG-DISP-OUTCOME.
362800     PERFORM 5300-WRITE-DISPOSITION
362900         THRU 5300-WRITE-DISPOSITION-EXIT.
363000 5700-SIMULATE-BATCH-EXIT.
363100     EXIT.
363200
363300*-----------------------------------------------------------*
363400* 5800-PRINT-DRY-RUN-CARD - A DRY RUN'S STAND-IN FOR THE    *
363500* NUMGEN.DISP RECORD: ONE PRE-RUN REPORT BLOCK PER CARD,    *
363600* SHOWING WHAT THE LIVE RUN WOULD DO WITH IT.  THE RANGE IS *
363700* THE ONE GIVEN, OR THE ONE AUTOMATIC ALLOCATION PICKED; A  *
363800* CARD SKIPPED BEFORE IT HAD A RANGE SHOWS NONE.            *
363900*-----------------------------------------------------------*
364000 5800-PRINT-DRY-RUN-CARD.
364100     MOVE RS-CARDS-READ TO DR-CARD-EDIT.
364200     IF ALLOCMODE = SPACE
364300         MOVE "R" TO DR-MODE
364400     ELSE
364500         MOVE ALLOCMODE TO DR-MODE
364600     END-IF.
364700     DISPLAY " ".
364800     DISPLAY "CARD " DR-CARD-EDIT "  MODE " DR-MODE
364900         "  ORDER " ORDERNUMBER.
365000     DISPLAY "   PREFIX/SUFFIX : " PREFIX.
365100     DISPLAY "                   " SUFFIX.
365200
365300     IF STARTNUMBER = ZERO AND ENDNUMBER = ZERO
365400         DISPLAY "   RANGE         : NONE"
365500     ELSE
365600         MOVE STARTNUMBER TO DR-EDIT-FIELD
365700         MOVE ENDNUMBER TO DR-EDIT-FIELD-2
365800         DISPLAY "   RANGE         : " DR-EDIT-FIELD
365900             " THRU " DR-EDIT-FIELD-2
366000     END-IF.
366100     IF NG-ROLLOVER-HALF = "1"
366200         DISPLAY "   ROLLOVER      : FIRST HALF - FILLS THE "
366300             "SERIES TO ITS CEILING"
366400     END-IF.
366500     IF NG-ROLLOVER-HALF = "2"
366600         DISPLAY "   ROLLOVER      : SECOND HALF - REST OF THE "
366700             "CARD IN THE SUCCESSOR SERIES"
366800     END-IF.
366900
367000     IF NG-DISP-OUTCOME = "COMPLETE" OR
367100             NG-DISP-OUTCOME = "REPRINT "
367200         MOVE ACTUALCOUNT TO DR-EDIT-FIELD
367300         MOVE SKIPPEDCOUNT TO DR-EDIT-FIELD-2
367400         DISPLAY "   GENERATED     : " DR-EDIT-FIELD
367500         DISPLAY "   EXCLUDED      : " DR-EDIT-FIELD-2
367600     END-IF.
367700     IF OUTFILENAME = SPACES
367800         DISPLAY "   OUTPUT FILE   : NUMGEN.OUT"
367900     ELSE
368000         DISPLAY "   OUTPUT FILE   : " OUTFILENAME
368100     END-IF.
368200
368300     EVALUATE NG-DISP-OUTCOME
368400         WHEN "COMPLETE"
368500             IF BATCH-IS-REISSUE
368600                 MOVE "WOULD REISSUE VOIDED SERIALS"
368700                     TO DR-REASON
368800             ELSE
368900                 MOVE "WOULD GENERATE" TO DR-REASON
369000             END-IF
369100         WHEN "REPRINT "
369200             MOVE "WOULD REPRINT" TO DR-REASON
369300         WHEN "SKIPOVLP"
369400             MOVE "SKIPOVLP - OVERLAPS AN ISSUED RANGE"
369500                 TO DR-REASON
369600         WHEN "SKIPCARD"
369700             MOVE "SKIPCARD - BAD CARD FIELD" TO DR-REASON
369800         WHEN "SKIPRNGE"
369900             MOVE "SKIPRNGE - BAD RANGE" TO DR-REASON
370000         WHEN "SKIPROOM"
370100             MOVE "SKIPROOM - NO ROOM LEFT IN SERIES"
370200                 TO DR-REASON
370300         WHEN "SKIPSERS"
370400             MOVE "SKIPSERS - SERIES UNREGISTERED/CLOSED"
370500                 TO DR-REASON
370600         WHEN "SKIPDONE"
370700             MOVE "SKIPDONE - ALREADY DONE TODAY"
370800                 TO DR-REASON
370900         WHEN "SKIPORDR"
371000             MOVE "SKIPORDR - CUSTOMER ORDER REFUSED"
371100                 TO DR-REASON
371200         WHEN "SKIPAUTH"
371300             MOVE "SKIPAUTH - OPERATOR NOT AUTHORIZED"
371400                 TO DR-REASON
371500         WHEN OTHER
371600             MOVE NG-DISP-OUTCOME TO DR-REASON
371700     END-EVALUATE.
371800     IF NG-DISP-OUTCOME = "COMPLETE" OR
371900             NG-DISP-OUTCOME = "REPRINT "
372000         DISPLAY "   RESULT        : " DR-REASON
372100     ELSE
372200         DISPLAY "   RESULT        : WOULD BE SKIPPED - "
372300             DR-REASON
372400     END-IF.
372500 5800-PRINT-DRY-RUN-CARD-EXIT.
372600     EXIT.
372700
372800*-----------------------------------------------------------*
372900* 9000-WRAP-UP-RUN - GRADE THE RUN AND WRITE THE ONE-RECORD *
373000* NUMGEN.RUNSTAT SUMMARY THE SCHEDULER BRANCHES ON.  THE    *
373100* GRADES: 0 CLEAN, 4 COMPLETED WITH SKIPS, 8 NOTHING        *
373200* PRODUCED, 12 HARD FAILURE (A BATCH RAN BUT COULD NOT BE   *
373300* RECORDED - HOLD THE OUTPUT).                              *
373400*-----------------------------------------------------------*
373500 9000-WRAP-UP-RUN.
373600     COMPUTE RS-BATCHES-SKIPPED =
373700         RS-SKIP-OVERLAP + RS-SKIP-BAD-RANGE +
373800         RS-SKIP-BAD-CARD + RS-SKIP-NO-ROOM +
373900         RS-SKIP-NO-SERIES + RS-SKIP-ALREADY-DONE +
374000         RS-SKIP-NO-ORDER + RS-SKIP-NO-AUTH.
374100
374200     EVALUATE TRUE
374300         WHEN RUN-HAD-HARD-FAILURE
374400             MOVE 12 TO NG-RETURN-CODE
374500         WHEN RS-BATCHES-DONE = ZERO
374600             MOVE 8 TO NG-RETURN-CODE
374700         WHEN RS-BATCHES-SKIPPED > ZERO
374800             MOVE 4 TO NG-RETURN-CODE
374900         WHEN OTHER
375000             MOVE ZERO TO NG-RETURN-CODE
375100     END-EVALUATE.
375200
375300     IF RUN-IS-DRY-RUN
375400         PERFORM 9400-PRINT-DRY-RUN-TOTALS
375500             THRU 9400-PRINT-DRY-RUN-TOTALS-EXIT
375600         GO TO 9000-WRAP-UP-RUN-EXIT
375700     END-IF.
375800
375900     DISPLAY "Run complete - return code " NG-RETURN-CODE
376000         " (batches generated " RS-BATCHES-DONE
376100         ", skipped " RS-BATCHES-SKIPPED ")".
376200
376300     PERFORM 9100-WRITE-RUN-STATUS
376400         THRU 9100-WRITE-RUN-STATUS-EXIT.
376500
376600     PERFORM 9300-WRITE-MANIFEST
376700         THRU 9300-WRITE-MANIFEST-EXIT.
376800
376900     PERFORM 9200-RELEASE-RUN-LOCK
377000         THRU 9200-RELEASE-RUN-LOCK-EXIT.
377100 9000-WRAP-UP-RUN-EXIT.
377200     EXIT.
377300
377400*-----------------------------------------------------------*
377500* 9100-WRITE-RUN-STATUS - REWRITE NUMGEN.RUNSTAT WITH THIS  *
377600* RUN'S FIGURES.  ONE RECORD PER RUN; THE SCHEDULER AND THE *
377700* MORNING JOBS READ IT RIGHT AFTER MAIN ENDS.               *
377800*-----------------------------------------------------------*
377900 9100-WRITE-RUN-STATUS.
378000     OPEN OUTPUT NUMGEN-RUNSTAT-FILE.
378100     IF NOT NG-RUNSTAT-FILE-OK
378200         DISPLAY "WARNING - COULD NOT WRITE NUMGEN.RUNSTAT - "
378300             "STATUS " NG-RUNSTAT-FILE-STATUS
378400         GO TO 9100-WRITE-RUN-STATUS-EXIT
378500     END-IF.
378600
378700     MOVE SPACES TO NG-RUNSTAT-RECORD.
378800     ACCEPT NGR-RUN-DATE FROM DATE YYYYMMDD.
378900     ACCEPT NG-CURRENT-TIME FROM TIME.
379000     MOVE NG-CURRENT-TIME TO NGR-RUN-TIME.
379100     MOVE RS-RUN-MODE TO NGR-RUN-MODE.
379200     MOVE RS-CARDS-READ TO NGR-CARDS-READ.
379300     MOVE RS-BATCHES-DONE TO NGR-BATCHES-GENERATED.
379400     MOVE RS-BATCHES-SKIPPED TO NGR-BATCHES-SKIPPED.
379500     MOVE RS-SKIP-OVERLAP TO NGR-SKIP-OVERLAP.
379600     MOVE RS-SKIP-BAD-RANGE TO NGR-SKIP-BAD-RANGE.
379700     MOVE RS-SKIP-BAD-CARD TO NGR-SKIP-BAD-CARD.
379800     MOVE RS-SKIP-NO-ROOM TO NGR-SKIP-NO-ROOM.
379900     MOVE RS-SKIP-NO-SERIES TO NGR-SKIP-NO-SERIES.
380000     MOVE RS-SKIP-ALREADY-DONE TO NGR-SKIP-ALREADY-DONE.
380100     MOVE RS-SKIP-NO-ORDER TO NGR-SKIP-NO-ORDER.
380200     MOVE RS-SKIP-NO-AUTH TO NGR-SKIP-NO-AUTH.
380300     MOVE RS-SERIALS-WRITTEN TO NGR-SERIALS-WRITTEN.
380400     MOVE RS-SERIALS-EXCLUDED TO NGR-SERIALS-EXCLUDED.
380500     MOVE NG-RETURN-CODE TO NGR-RETURN-CODE.
380600     WRITE NG-RUNSTAT-RECORD.
380700     CLOSE NUMGEN-RUNSTAT-FILE.
380800 9100-WRITE-RUN-STATUS-EXIT.
380900     EXIT.
381000
381100*-----------------------------------------------------------*
381200* 9200-RELEASE-RUN-LOCK - FLIP NUMGEN.LOCK TO RELEASED AS   *
381300* THE RUN'S LAST ACT, SO THE NEXT RUN MAY START.  AN ABEND  *
381400* BEFORE THIS POINT LEAVES THE LOCK ACTIVE ON PURPOSE - THE *
381500* OPERATOR CONFIRMS THE RUN IS DEAD AND DELETES THE FILE.   *
381600*-----------------------------------------------------------*
381700 9200-RELEASE-RUN-LOCK.
381800     OPEN OUTPUT NUMGEN-LOCK-FILE.
381900     IF NOT NG-LOCK-FILE-OK
382000         DISPLAY "WARNING - COULD NOT RELEASE NUMGEN.LOCK - "
382100             "STATUS " NG-LOCK-FILE-STATUS " - DELETE THE "
382200             "FILE BY HAND BEFORE THE NEXT RUN"
382300         GO TO 9200-RELEASE-RUN-LOCK-EXIT
382400     END-IF.
382500     MOVE SPACES TO NG-LOCK-RECORD.
382600     MOVE "R" TO NGK-STATUS.
382700     MOVE NG-OPERATOR-ID TO NGK-OPERATOR-ID.
382800     ACCEPT NGK-RUN-DATE FROM DATE YYYYMMDD.
382900     ACCEPT NG-CURRENT-TIME FROM TIME.
383000     MOVE NG-CURRENT-TIME TO NGK-RUN-TIME.
383100     WRITE NG-LOCK-RECORD.
383200     CLOSE NUMGEN-LOCK-FILE.
383300 9200-RELEASE-RUN-LOCK-EXIT.
383400     EXIT.
383500
383600*-----------------------------------------------------------*
383700* 9300-WRITE-MANIFEST - WRITE NUMGEN.MANIFEST, THE DELIVERY *
383800* MANIFEST THAT TRAVELS WITH THE NIGHT'S VENDOR FILES: ONE  *
383900* SECTION PER OUTPUT FILE LISTING EVERY BATCH IN IT WITH    *
384000* ITS RANGE, SCHEME, AND TRAILER FIGURES, THEN FILE-LEVEL   *
384100* CONTROL TOTALS - TOTAL SERIAL LINES AND A HASH TOTAL OF   *
384200* THE SERIAL NUMBERS - SO RECEIPT CAN BE VERIFIED           *
384300* MECHANICALLY AT THE VENDOR END.  THE GRAND TOTAL IS       *
384400* COMPARED TO THE NUMGEN.RUNSTAT SERIALS-WRITTEN FIGURE SO  *
384500* ONE DOCUMENT CLOSES THE NIGHT.  THE FILE IS REWRITTEN     *
384600* EACH RUN, LIKE NUMGEN.RUNSTAT.                            *
384700*-----------------------------------------------------------*
384800 9300-WRITE-MANIFEST.
384900     OPEN OUTPUT NUMGEN-MANIFEST-FILE.
385000     IF NOT MF-MANIFEST-FILE-OK
385100         DISPLAY "WARNING - COULD NOT WRITE NUMGEN.MANIFEST "
385200             "- STATUS " MF-MANIFEST-FILE-STATUS
385300         GO TO 9300-WRITE-MANIFEST-EXIT
385400     END-IF.
385500
385600     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
385700     ACCEPT NG-CURRENT-TIME FROM TIME.
385800     MOVE SPACES TO MF-MANIFEST-LINE.
385900     STRING
386000         "NUMGEN DELIVERY MANIFEST - RUN "
386100                                      DELIMITED BY SIZE
386200         NG-TODAYS-DATE               DELIMITED BY SIZE
386300         " "                          DELIMITED BY SIZE
386400         NG-CURRENT-TIME              DELIMITED BY SIZE
386500         INTO MF-MANIFEST-LINE
386600     END-STRING.
386700     WRITE MF-MANIFEST-LINE.
386800
386900     MOVE ZERO TO MF-GRAND-LINES.
387000     IF MF-TABLE-COUNT = 0
387100         MOVE SPACES TO MF-MANIFEST-LINE
387200         MOVE "NO BATCHES PRODUCED OUTPUT THIS RUN."
387300             TO MF-MANIFEST-LINE
387400         WRITE MF-MANIFEST-LINE
387500     ELSE
387600         PERFORM 9310-WRITE-ONE-MANIFEST-GROUP
387700             THRU 9310-WRITE-ONE-MANIFEST-GROUP-EXIT
387800             VARYING MF-GROUP-SUB FROM 1 BY 1
387900             UNTIL MF-GROUP-SUB > MF-TABLE-COUNT
388000     END-IF.
388100
388200     MOVE SPACES TO MF-MANIFEST-LINE.
388300     WRITE MF-MANIFEST-LINE.
388400     MOVE SPACES TO MF-MANIFEST-LINE.
388500     MOVE MF-GRAND-LINES TO MF-EDIT-FIELD.
388600     STRING
388700         "GRAND TOTAL SERIAL LINES=" DELIMITED BY SIZE
388800         MF-EDIT-FIELD              DELIMITED BY SIZE
388900         INTO MF-MANIFEST-LINE
389000     END-STRING.
389100     WRITE MF-MANIFEST-LINE.
389200     MOVE SPACES TO MF-MANIFEST-LINE.
389300     MOVE RS-SERIALS-WRITTEN TO MF-EDIT-FIELD.
389400     STRING
389500         "NUMGEN.RUNSTAT SERIALS WRITTEN="
389600                                    DELIMITED BY SIZE
389700         MF-EDIT-FIELD              DELIMITED BY SIZE
389800         INTO MF-MANIFEST-LINE
389900     END-STRING.
390000     WRITE MF-MANIFEST-LINE.
390100     MOVE SPACES TO MF-MANIFEST-LINE.
390200     IF MF-GRAND-LINES = RS-SERIALS-WRITTEN AND
390300             MF-TABLE-NOT-FULL
390400         MOVE "MANIFEST RECONCILES TO NUMGEN.RUNSTAT."
390500             TO MF-MANIFEST-LINE
390600     ELSE
390700         STRING
390800             "*** MANIFEST DOES NOT RECONCILE TO "
390900                                    DELIMITED BY SIZE
391000             "NUMGEN.RUNSTAT - INVESTIGATE ***"
391100                                    DELIMITED BY SIZE
391200             INTO MF-MANIFEST-LINE
391300         END-STRING
391400     END-IF.
391500     WRITE MF-MANIFEST-LINE.
391600     CLOSE NUMGEN-MANIFEST-FILE.
391700 9300-WRITE-MANIFEST-EXIT.
391800     EXIT.
391900
392000*-----------------------------------------------------------*
392100* 9310-WRITE-ONE-MANIFEST-GROUP - WHEN THE ENTRY AT         *
392200* MF-GROUP-SUB HAS NOT BEEN WRITTEN YET, WRITE ITS OUTPUT   *
392300* FILE AS A SECTION HEADING, EVERY BATCH FOR THAT FILE, AND *
392400* THE FILE-LEVEL CONTROL TOTALS, TICKING EACH BATCH OFF SO  *
392500* NO SECTION PRINTS TWICE.                                  *
392600*-----------------------------------------------------------*
392700 9310-WRITE-ONE-MANIFEST-GROUP.
392800     IF MF-T-PRINTED(MF-GROUP-SUB) = "Y"
392900         GO TO 9310-WRITE-ONE-MANIFEST-GROUP-EXIT
393000     END-IF.
393100
393200     MOVE MF-T-OUT-FILE(MF-GROUP-SUB) TO MF-GROUP-FILE.
393300     MOVE SPACES TO MF-MANIFEST-LINE.
393400     WRITE MF-MANIFEST-LINE.
393500     MOVE SPACES TO MF-MANIFEST-LINE.
393600     STRING
393700         "OUTPUT FILE: "        DELIMITED BY SIZE
393800         MF-GROUP-FILE          DELIMITED BY SPACE
393900         INTO MF-MANIFEST-LINE
394000     END-STRING.
394100     WRITE MF-MANIFEST-LINE.
394200
394300     MOVE ZERO TO MF-FILE-LINES.
394400     MOVE ZERO TO MF-FILE-HASH.
394500     PERFORM 9320-WRITE-ONE-MANIFEST-BATCH
394600         THRU 9320-WRITE-ONE-MANIFEST-BATCH-EXIT
394700         VARYING MF-IDX FROM 1 BY 1
394800         UNTIL MF-IDX > MF-TABLE-COUNT.
394900
395000     MOVE SPACES TO MF-MANIFEST-LINE.
395100     MOVE MF-FILE-LINES TO MF-EDIT-FIELD.
395200     STRING
395300         "  FILE TOTAL SERIAL LINES=" DELIMITED BY SIZE
395400         MF-EDIT-FIELD               DELIMITED BY SIZE
395500         INTO MF-MANIFEST-LINE
395600     END-STRING.
395700     WRITE MF-MANIFEST-LINE.
395800     MOVE SPACES TO MF-MANIFEST-LINE.
395900     STRING
396000         "  FILE HASH TOTAL (LOW-ORDER 25 DIGITS)="
396100                                     DELIMITED BY SIZE
396200         MF-FILE-HASH                DELIMITED BY SIZE
396300         INTO MF-MANIFEST-LINE
396400     END-STRING.
396500     WRITE MF-MANIFEST-LINE.
396600     ADD MF-FILE-LINES TO MF-GRAND-LINES.
396700 9310-WRITE-ONE-MANIFEST-GROUP-EXIT.
396800     EXIT.
396900
397000 9320-WRITE-ONE-MANIFEST-BATCH.
397100     IF MF-T-OUT-FILE(MF-IDX) NOT = MF-GROUP-FILE OR
397200             MF-T-PRINTED(MF-IDX) = "Y"
397300         GO TO 9320-WRITE-ONE-MANIFEST-BATCH-EXIT
397400     END-IF.
397500
397600     MOVE "Y" TO MF-T-PRINTED(MF-IDX).
397700     MOVE SPACES TO MF-MANIFEST-LINE.
397800     STRING
397900         "  PREFIX="            DELIMITED BY SIZE
398000         MF-T-PREFIX(MF-IDX)    DELIMITED BY SPACE
398100         " SUFFIX="             DELIMITED BY SIZE
398200         MF-T-SUFFIX(MF-IDX)    DELIMITED BY SPACE
398300         " SCHEME="             DELIMITED BY SIZE
398400         MF-T-SCHEME(MF-IDX)    DELIMITED BY SIZE
398500         INTO MF-MANIFEST-LINE
398600     END-STRING.
398700     WRITE MF-MANIFEST-LINE.
398800
398900     MOVE SPACES TO MF-MANIFEST-LINE.
399000     MOVE MF-T-START(MF-IDX) TO MF-EDIT-FIELD.
399100     STRING
399200         "    START=            " DELIMITED BY SIZE
399300         MF-EDIT-FIELD           DELIMITED BY SIZE
399400         INTO MF-MANIFEST-LINE
399500     END-STRING.
399600     WRITE MF-MANIFEST-LINE.
399700
399800     MOVE SPACES TO MF-MANIFEST-LINE.
399900     MOVE MF-T-END(MF-IDX) TO MF-EDIT-FIELD.
400000     STRING
400100         "    END=              " DELIMITED BY SIZE
400200         MF-EDIT-FIELD           DELIMITED BY SIZE
400300         INTO MF-MANIFEST-LINE
400400     END-STRING.
400500     WRITE MF-MANIFEST-LINE.
400600
400700     MOVE SPACES TO MF-MANIFEST-LINE.
400800     MOVE MF-T-GENERATED(MF-IDX) TO MF-EDIT-FIELD.
400900     STRING
401000         "    GENERATED=        " DELIMITED BY SIZE
401100         MF-EDIT-FIELD           DELIMITED BY SIZE
401200         INTO MF-MANIFEST-LINE
401300     END-STRING.
401400     WRITE MF-MANIFEST-LINE.
401500
401600     MOVE SPACES TO MF-MANIFEST-LINE.
401700     MOVE MF-T-SKIPPED(MF-IDX) TO MF-EDIT-FIELD.
401800     STRING
401900         "    SKIPPED BY RULES= " DELIMITED BY SIZE
402000         MF-EDIT-FIELD           DELIMITED BY SIZE
402100         INTO MF-MANIFEST-LINE
402200     END-STRING.
402300     WRITE MF-MANIFEST-LINE.
402400
402500     MOVE SPACES TO MF-MANIFEST-LINE.
402600     STRING
402700         "    HASH CONTRIBUTION=" DELIMITED BY SIZE
402800         MF-T-HASH(MF-IDX)       DELIMITED BY SIZE
402900         INTO MF-MANIFEST-LINE
403000     END-STRING.
403100     WRITE MF-MANIFEST-LINE.
403200
403300     IF MF-T-REPRINT(MF-IDX) = "Y"
403400         MOVE SPACES TO MF-MANIFEST-LINE
403500         MOVE "    *** REPRINT - NOT A NEW ISSUE ***"
403600             TO MF-MANIFEST-LINE
403700         WRITE MF-MANIFEST-LINE
403800     END-IF.
403900
404000     IF MF-T-ROLLOVER(MF-IDX) = "1"
404100         MOVE SPACES TO MF-MANIFEST-LINE
404200         STRING
404300             "    *** CEILING ROLLOVER FIRST HALF - SERIES "
404400                                     DELIMITED BY SIZE
404500             "FILLED TO ITS CEILING AND CLOSED ***"
404600                                     DELIMITED BY SIZE
404700             INTO MF-MANIFEST-LINE
404800         END-STRING
404900         WRITE MF-MANIFEST-LINE
405000     END-IF.
405100     IF MF-T-ROLLOVER(MF-IDX) = "2"
405200         MOVE SPACES TO MF-MANIFEST-LINE
405300         STRING
405400             "    *** CEILING ROLLOVER SECOND HALF - REST OF "
405500                                     DELIMITED BY SIZE
405600             "THE CARD IN THE SUCCESSOR SERIES ***"
405700                                     DELIMITED BY SIZE
405800             INTO MF-MANIFEST-LINE
405900         END-STRING
406000         WRITE MF-MANIFEST-LINE
406100     END-IF.
406200     IF MF-T-ROLLOVER(MF-IDX) NOT = SPACE AND
406300             MF-T-CARD(MF-IDX) > ZERO
406400         MOVE MF-T-CARD(MF-IDX) TO MF-CARD-EDIT
406500         MOVE SPACES TO MF-MANIFEST-LINE
406600         STRING
406700             "    *** BOTH HALVES ARE NUMGEN.PARM CARD "
406800                                     DELIMITED BY SIZE
406900             MF-CARD-EDIT            DELIMITED BY SIZE
407000             " ***"                  DELIMITED BY SIZE
407100             INTO MF-MANIFEST-LINE
407200         END-STRING
407300         WRITE MF-MANIFEST-LINE
407400     END-IF.
407500
407600     ADD MF-T-GENERATED(MF-IDX) TO MF-FILE-LINES.
407700*    THE HASH TOTAL KEEPS ONLY THE LOW-ORDER 25 DIGITS - THE
407800*    TRUNCATING MOVE FROM THE WIDER WORK FIELD IS THE POINT.
407900     COMPUTE MF-HASH-WORK = MF-FILE-HASH + MF-T-HASH(MF-IDX).
408000     MOVE MF-HASH-WORK TO MF-FILE-HASH.
408100 9320-WRITE-ONE-MANIFEST-BATCH-EXIT.
408200     EXIT.
408300
408400*-----------------------------------------------------------*
408500* 9400-PRINT-DRY-RUN-TOTALS - CLOSE THE PRE-RUN REPORT WITH *
408600* THE FIGURES THE LIVE RUN'S NUMGEN.RUNSTAT WOULD CARRY AND *
408700* THE RETURN CODE IT WOULD END WITH.  THE DRY RUN ENDS WITH *
408800* THAT SAME RETURN CODE, SO THE SCHEDULER CAN HOLD A DECK   *
408900* THAT WOULD PRODUCE NOTHING.  NO RUNSTAT, MANIFEST, OR     *
409000* LOCK RECORD IS WRITTEN.                                   *
409100*-----------------------------------------------------------*
409200 9400-PRINT-DRY-RUN-TOTALS.
409300     DISPLAY " ".
409400     DISPLAY "*** DRY RUN TOTALS - NOTHING WAS ISSUED OR "
409500         "RECORDED ***".
409600     MOVE RS-CARDS-READ TO DR-CARD-EDIT.
409700     DISPLAY "CARDS READ                  " DR-CARD-EDIT.
409800     MOVE RS-BATCHES-DONE TO DR-CARD-EDIT.
409900     DISPLAY "BATCHES THAT WOULD RUN      " DR-CARD-EDIT.
410000     MOVE RS-BATCHES-SKIPPED TO DR-CARD-EDIT.
410100     DISPLAY "BATCHES THAT WOULD SKIP     " DR-CARD-EDIT.
410200     MOVE RS-SKIP-OVERLAP TO DR-CARD-EDIT.
410300     DISPLAY "   OVERLAP         SKIPOVLP " DR-CARD-EDIT.
410400     MOVE RS-SKIP-BAD-CARD TO DR-CARD-EDIT.
410500     DISPLAY "   BAD CARD        SKIPCARD " DR-CARD-EDIT.
410600     MOVE RS-SKIP-BAD-RANGE TO DR-CARD-EDIT.
410700     DISPLAY "   BAD RANGE       SKIPRNGE " DR-CARD-EDIT.
410800     MOVE RS-SKIP-NO-ROOM TO DR-CARD-EDIT.
410900     DISPLAY "   NO ROOM         SKIPROOM " DR-CARD-EDIT.
411000     MOVE RS-SKIP-NO-SERIES TO DR-CARD-EDIT.
411100     DISPLAY "   SERIES          SKIPSERS " DR-CARD-EDIT.
411200     MOVE RS-SKIP-ALREADY-DONE TO DR-CARD-EDIT.
411300     DISPLAY "   ALREADY DONE    SKIPDONE " DR-CARD-EDIT.
411400     MOVE RS-SKIP-NO-ORDER TO DR-CARD-EDIT.
411500     DISPLAY "   CUSTOMER ORDER  SKIPORDR " DR-CARD-EDIT.
411600     MOVE RS-SKIP-NO-AUTH TO DR-CARD-EDIT.
411700     DISPLAY "   NOT AUTHORIZED  SKIPAUTH " DR-CARD-EDIT.
411800     MOVE RS-SERIALS-WRITTEN TO DR-EDIT-FIELD.
411900     DISPLAY "SERIALS THAT WOULD BE WRITTEN  " DR-EDIT-FIELD.
412000     MOVE RS-SERIALS-EXCLUDED TO DR-EDIT-FIELD.
412100     DISPLAY "SERIALS THAT WOULD BE EXCLUDED " DR-EDIT-FIELD.
412200     DISPLAY "LIVE RUN RETURN CODE WOULD BE  " NG-RETURN-CODE.
412300     IF DR-SIM-TABLE-IS-FULL
412400         DISPLAY "WARNING - MORE THAN 500 BATCHES IN THE "
412500             "DECK - LATER CARDS WERE NOT CHECKED AGAINST "
412600             "EVERY EARLIER CARD'S RANGE"
412700     END-IF.
412800 9400-PRINT-DRY-RUN-TOTALS-EXIT.
412900     EXIT.
413000
413100 END PROGRAM MAIN.
