000100*****************************************************************
000200* PROGRAM:      NUMGENSPOIL
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      VENDOR SPOILAGE INTAKE.  WHEN THE LABEL VENDOR
000800*               MISPRINTS OR DAMAGES STOCK IT SENDS A SPOILAGE
000900*               RETURN, NUMGEN.SPOIL, NAMING EVERY SERIAL
001000*               CONCERNED (SEE COPYBOOK NGSPOIL).  INSTEAD OF
001100*               KEYING EACH ONE INTO NUMGENVOID AND HAND-
001200*               BUILDING NUMGEN.PARM CARDS TO REGENERATE THEM,
001300*               THE OPERATOR RUNS THIS PROGRAM TWICE:
001400*
001500*               RUN TYPE "I" - INTAKE.  EVERY SERIAL ON THE
001600*               RETURN IS CHECKED THE WAY NUMGENVOID CHECKS A
001700*               KEYED VOID: IT MUST LIE INSIDE A RANGE ISSUED
001800*               ON NUMGEN.LEDGER AND MUST NOT ALREADY BE ON
001900*               NUMGEN.VOID (PENDING, VOIDED, OR REISSUED).
002000*               CONSECUTIVE GOOD SERIALS WITH THE SAME REASON
002100*               CODE, INSIDE THE SAME ISSUED RANGE, ARE
002200*               COLLAPSED INTO ONE SUB-RANGE, AND EACH
002300*               SUB-RANGE IS APPENDED TO NUMGEN.VOID AS A
002400*               PENDING ("P") VOID KEYED UNDER THE OPERATOR
002500*               RUNNING THE INTAKE, WITH THE SOURCE BYTE SET
002600*               TO "S".  A SERIAL NEVER ISSUED, ALREADY
002700*               VOIDED, REPEATED ON THE RETURN, OR NOT NUMERIC
002800*               GOES ON THE EXCEPTION LIST INSTEAD.  THE
002900*               PENDING VOIDS THEN GO THROUGH NUMGENVAPPR LIKE
003000*               ANY OTHER - A DIFFERENT OPERATOR MUST APPROVE
003100*               THEM.
003200*
003300*               RUN TYPE "D" - REISSUE DECK.  EVERY SPOILAGE
003400*               VOID A SUPERVISOR HAS APPROVED ("V") AND THAT
003500*               HAS NOT YET BEEN REISSUED GETS ONE RANGE ("R")
003600*               CARD ON NUMGEN.SPOILDECK, IN NUMGEN.PARM
003700*               LAYOUT, READY TO SUBMIT AS NUMGEN.PARM.  THE
003800*               CARDS NAME NO ORDER, SCHEME, FORMAT, OR OUTPUT
003900*               FILE: MAIN TREATS EACH AS A REISSUE OF VOIDED
004000*               SERIALS AND FILLS THE REST FROM THE SERIES
004100*               DEFAULTS ON NUMGEN.SERIES.  A SPOILAGE VOID
004200*               STILL PENDING IS LISTED BUT NOT CARDED, AND A
004300*               REJECTED ONE NEVER IS.
004400*
004500* MODIFICATION HISTORY
004600*   2026-10-15  RO   ORIGINAL VERSION.
004700*   2026-10-15  RO   AN INTAKE RAISES VOIDS, SO THE OPERATOR
004800*                    MUST HOLD KEY VOID ON NUMGEN.AUTH (SEE
004900*                    NUMGENAUTH).  BUILDING THE REISSUE DECK
005000*                    ISSUES NOTHING BY ITSELF - MAIN CHECKS THE
005100*                    OPERATOR WHO RUNS THE DECK - AND STAYS OPEN.
005200*****************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. NUMGENSPOIL.
005500 AUTHOR. R. OKONKWO.
005600 INSTALLATION. DATA PROCESSING DEPT.
005700 DATE-WRITTEN. 2026-10-15.
005800 DATE-COMPILED.
005900
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT NUMGEN-SPOIL-FILE ASSIGN TO "NUMGEN.SPOIL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS NG-SPOIL-FILE-STATUS.
006600
006700     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS NGL-KEY
007100         FILE STATUS IS NG-LEDGER-FILE-STATUS.
007200
007300     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS NG-VOID-FILE-STATUS.
007600
007700     SELECT NUMGEN-DECK-FILE ASSIGN TO "NUMGEN.SPOILDECK"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS NG-DECK-FILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300*-----------------------------------------------------------*
008400*    VENDOR SPOILAGE RETURN - SEE COPYBOOK NGSPOIL          *
008500*-----------------------------------------------------------*
008600 FD  NUMGEN-SPOIL-FILE.
008700     COPY NGSPOIL.
008800
008900*-----------------------------------------------------------*
009000*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
009100*-----------------------------------------------------------*
009200 FD  NUMGEN-LEDGER-FILE.
009300     COPY NGLEDG.
009400
009500*-----------------------------------------------------------*
009600*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
009700*-----------------------------------------------------------*
009800 FD  NUMGEN-VOID-FILE.
009900     COPY NGVOID.
010000
010100*-----------------------------------------------------------*
010200*    REISSUE CARD DECK, NUMGEN.PARM LAYOUT - SEE NGPARM     *
010300*-----------------------------------------------------------*
010400 FD  NUMGEN-DECK-FILE.
010500     COPY NGPARM.
010600
010700 WORKING-STORAGE SECTION.
010800 77  NG-SPOIL-FILE-STATUS         PIC X(02).
010900     88  NG-SPOIL-FILE-OK              VALUE "00".
011000     88  NG-SPOIL-FILE-NOT-FOUND       VALUE "35".
011100
011200 77  NG-LEDGER-FILE-STATUS        PIC X(02).
011300     88  NG-LEDGER-FILE-OK             VALUE "00".
011400     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
011500
011600 77  NG-VOID-FILE-STATUS          PIC X(02).
011700     88  NG-VOID-FILE-OK               VALUE "00".
011800     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
011900
012000 77  NG-DECK-FILE-STATUS          PIC X(02).
012100     88  NG-DECK-FILE-OK               VALUE "00".
012200
012300 77  SPOIL-EOF-SWITCH             PIC X(01) VALUE "N".
012400     88  SPOIL-AT-EOF                  VALUE "Y".
012500     88  SPOIL-NOT-AT-EOF               VALUE "N".
012600
012700 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
012800     88  LEDGER-AT-EOF                 VALUE "Y".
012900     88  LEDGER-NOT-AT-EOF              VALUE "N".
013000
013100 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
013200     88  VOID-AT-EOF                   VALUE "Y".
013300     88  VOID-NOT-AT-EOF                VALUE "N".
013400
013500 77  RANGE-ISSUED-SWITCH          PIC X(01) VALUE "N".
013600     88  RANGE-WAS-ISSUED              VALUE "Y".
013700     88  RANGE-NOT-ISSUED               VALUE "N".
013800
013900 77  VOID-CLASH-SWITCH            PIC X(01) VALUE "N".
014000     88  VOID-HAS-CLASH                VALUE "Y".
014100     88  VOID-NO-CLASH                  VALUE "N".
014200
014300 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
014400     88  ENTRY-IS-VALID               VALUE "Y".
014500     88  ENTRY-NOT-VALID               VALUE "N".
014600
014700 77  SP-RUN-TYPE                  PIC X(01).
014800     88  SP-RUN-INTAKE                 VALUE "I".
014900     88  SP-RUN-DECK                   VALUE "D".
015000     88  SP-RUN-TYPE-VALID             VALUE "I" "D".
015100
015200 77  SP-VOID-FULL-SWITCH          PIC X(01) VALUE "N".
015300     88  SP-VOID-TABLE-IS-FULL         VALUE "Y".
015400     88  SP-VOID-TABLE-NOT-FULL         VALUE "N".
015500
015600 77  SP-RANGE-FULL-SWITCH         PIC X(01) VALUE "N".
015700     88  SP-RANGE-TABLE-IS-FULL        VALUE "Y".
015800     88  SP-RANGE-TABLE-NOT-FULL        VALUE "N".
015900
016000 77  SP-OPERATOR-ID               PIC X(20).
016100
016200*-----------------------------------------------------------*
016300*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH                     *
016400*-----------------------------------------------------------*
016500 77  NG-AUTH-FUNCTION             PIC X(01) VALUE "K".
016600 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "NUMGENSPOIL".
016700 77  NG-AUTH-OPERATOR-ID          PIC X(20).
016800 77  NG-AUTH-RESULT               PIC X(01).
016900     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
017000     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
017100 77  SP-SERIAL                    PIC 9(25).
017200 77  SP-EXCEPTION-TEXT            PIC X(40).
017300 77  SP-RANGE-QTY                 PIC 9(25).
017400 77  SP-EDIT-FIELD                PIC Z(24)9.
017500 77  SP-EDIT-FIELD-SMALL          PIC ZZZZZZ9.
017600 77  NG-TODAYS-DATE               PIC 9(08).
017700
017800*-----------------------------------------------------------*
017900* THE ISSUED LEDGER RANGE THE LAST GOOD SERIAL FELL IN.  A  *
018000* RETURN IS USUALLY A FEW LONG RUNS OF SERIALS, SO THE NEXT *
018100* SERIAL IS TRIED AGAINST THIS RANGE BEFORE THE LEDGER IS   *
018200* SEARCHED AGAIN.                                           *
018300*-----------------------------------------------------------*
018400 77  SP-LEDG-PREFIX               PIC X(50) VALUE SPACES.
018500 77  SP-LEDG-SUFFIX               PIC X(50) VALUE SPACES.
018600 77  SP-LEDG-START                PIC 9(25) VALUE ZERO.
018700 77  SP-LEDG-END                  PIC 9(25) VALUE ZERO.
018800
018900 77  SP-LINES-READ                PIC 9(07) COMP VALUE ZERO.
019000 77  SP-ACCEPTED-COUNT            PIC 9(07) COMP VALUE ZERO.
019100 77  SP-NOT-NUMERIC-COUNT         PIC 9(07) COMP VALUE ZERO.
019200 77  SP-NOT-ISSUED-COUNT          PIC 9(07) COMP VALUE ZERO.
019300 77  SP-VOIDED-COUNT              PIC 9(07) COMP VALUE ZERO.
019400 77  SP-REPEATED-COUNT            PIC 9(07) COMP VALUE ZERO.
019500 77  SP-CARD-COUNT                PIC 9(07) COMP VALUE ZERO.
019600 77  SP-PENDING-COUNT             PIC 9(07) COMP VALUE ZERO.
019700 77  SP-REJECTED-COUNT            PIC 9(07) COMP VALUE ZERO.
019800 77  SP-REISSUED-COUNT            PIC 9(07) COMP VALUE ZERO.
019900
020000 77  SP-VOID-COUNT                PIC 9(04) COMP VALUE ZERO.
020100 77  SP-RANGE-COUNT               PIC 9(04) COMP VALUE ZERO.
020200
020300*-----------------------------------------------------------*
020400* SP-VOID-TABLE - EVERY RANGE ALREADY ON NUMGEN.VOID THAT   *
020500* STILL COUNTS - PENDING, VOIDED, OR REISSUED.  A REJECTED  *
020600* VOID NEVER TOOK EFFECT AND IS LEFT OUT, AS IN NUMGENVOID. *
020700*-----------------------------------------------------------*
020800 01  SP-VOID-TABLE.
020900     05  SP-VOID-ENTRY OCCURS 1 TO 2000 TIMES
021000             DEPENDING ON SP-VOID-COUNT
021100             INDEXED BY SP-VIDX.
021200         10  SP-V-PREFIX           PIC X(50).
021300         10  SP-V-SUFFIX           PIC X(50).
021400         10  SP-V-START            PIC 9(25).
021500         10  SP-V-END              PIC 9(25).
021600
021700*-----------------------------------------------------------*
021800* SP-RANGE-TABLE - THE SUB-RANGES THIS INTAKE WILL RAISE,   *
021900* BUILT UP SERIAL BY SERIAL.  THE LAST ENTRY IS THE RUN     *
022000* STILL BEING EXTENDED.  NOTHING IS WRITTEN TO NUMGEN.VOID  *
022100* UNTIL THE WHOLE RETURN HAS BEEN READ.                     *
022200*-----------------------------------------------------------*
022300 01  SP-RANGE-TABLE.
022400     05  SP-RANGE-ENTRY OCCURS 1 TO 5000 TIMES
022500             DEPENDING ON SP-RANGE-COUNT
022600             INDEXED BY SP-RIDX.
022700         10  SP-R-PREFIX           PIC X(50).
022800         10  SP-R-SUFFIX           PIC X(50).
022900         10  SP-R-START            PIC 9(25).
023000         10  SP-R-END              PIC 9(25).
023100         10  SP-R-REASON           PIC X(10).
023200         10  SP-R-LEDG-START       PIC 9(25).
023300
023400 PROCEDURE DIVISION.
023500 0000-MAINLINE.
023600     MOVE SPACES TO SP-OPERATOR-ID.
023700     ACCEPT SP-OPERATOR-ID FROM ENVIRONMENT "USER".
023800     IF SP-OPERATOR-ID = SPACES
023900         ACCEPT SP-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
024000     END-IF.
024100     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
024200
024300     SET ENTRY-NOT-VALID TO TRUE.
024400     PERFORM 1000-GET-RUN-TYPE
024500         THRU 1000-GET-RUN-TYPE-EXIT
024600         UNTIL ENTRY-IS-VALID.
024700
024800     IF SP-RUN-INTAKE
024900         CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
025000                                 NG-AUTH-PROGRAM,
025100                                 NG-AUTH-OPERATOR-ID,
025200                                 NG-AUTH-RESULT
025300         IF OPERATOR-NOT-AUTHORIZED
025400             MOVE 8 TO RETURN-CODE
025500             STOP RUN
025600         END-IF
025700         PERFORM 2000-RUN-INTAKE
025800             THRU 2000-RUN-INTAKE-EXIT
025900     ELSE
026000         PERFORM 6000-BUILD-REISSUE-DECK
026100             THRU 6000-BUILD-REISSUE-DECK-EXIT
026200     END-IF.
026300     STOP RUN.
026400
026500 1000-GET-RUN-TYPE.
026600     DISPLAY "Run type (I=intake vendor spoilage return, "
026700         "D=build reissue card deck):"
026800     ACCEPT SP-RUN-TYPE.
026900     IF SP-RUN-TYPE = "i" MOVE "I" TO SP-RUN-TYPE END-IF.
027000     IF SP-RUN-TYPE = "d" MOVE "D" TO SP-RUN-TYPE END-IF.
027100     IF SP-RUN-TYPE-VALID
027200         SET ENTRY-IS-VALID TO TRUE
027300     ELSE
027400         DISPLAY "ERROR - RUN TYPE MUST BE I OR D - "
027500             "ENTER AGAIN"
027600         SET ENTRY-NOT-VALID TO TRUE
027700     END-IF.
027800 1000-GET-RUN-TYPE-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------*
028200* 2000-RUN-INTAKE - READ THE WHOLE RETURN, BUILDING THE     *
028300* SUB-RANGES AND LISTING THE EXCEPTIONS, THEN APPEND THE    *
028400* SUB-RANGES TO NUMGEN.VOID AS PENDING VOIDS.  IF THE VOID  *
028500* REGISTER OR THE RETURN IS TOO LARGE TO HOLD, NOTHING AT   *
028600* ALL IS RAISED - HALF A RETURN ON THE REGISTER WOULD BE    *
028700* WORSE THAN NONE.                                          *
028800*-----------------------------------------------------------*
028900 2000-RUN-INTAKE.
029000     PERFORM 2100-LOAD-VOID-TABLE
029100         THRU 2100-LOAD-VOID-TABLE-EXIT.
029200     IF SP-VOID-TABLE-IS-FULL
029300         DISPLAY "ERROR - VOID REGISTER TOO LARGE TO CHECK "
029400             "AGAINST - NOTHING RAISED - ARCHIVE THE "
029500             "REGISTER FIRST"
029600         GO TO 2000-RUN-INTAKE-EXIT
029700     END-IF.
029800
029900     OPEN INPUT NUMGEN-SPOIL-FILE.
030000     IF NOT NG-SPOIL-FILE-OK
030100         DISPLAY "ERROR - NUMGEN.SPOIL NOT FOUND OR NOT "
030200             "READABLE - NOTHING RAISED"
030300         GO TO 2000-RUN-INTAKE-EXIT
030400     END-IF.
030500
030600     OPEN INPUT NUMGEN-LEDGER-FILE.
030700     IF NOT NG-LEDGER-FILE-OK
030800         DISPLAY "ERROR - NUMGEN.LEDGER NOT FOUND OR NOT "
030900             "READABLE - NOTHING RAISED"
031000         CLOSE NUMGEN-SPOIL-FILE
031100         GO TO 2000-RUN-INTAKE-EXIT
031200     END-IF.
031300
031400     DISPLAY "VENDOR SPOILAGE INTAKE - OPERATOR "
031500         SP-OPERATOR-ID.
031600     DISPLAY " ".
031700     DISPLAY "EXCEPTIONS - SERIALS NOT VOIDED".
031800
031900     MOVE ZERO TO SP-RANGE-COUNT.
032000     SET SP-RANGE-TABLE-NOT-FULL TO TRUE.
032100     SET SPOIL-NOT-AT-EOF TO TRUE.
032200     PERFORM 3000-TAKE-ONE-SERIAL
032300         THRU 3000-TAKE-ONE-SERIAL-EXIT
032400         UNTIL SPOIL-AT-EOF OR SP-RANGE-TABLE-IS-FULL.
032500     CLOSE NUMGEN-SPOIL-FILE.
032600     CLOSE NUMGEN-LEDGER-FILE.
032700
032800     IF SP-NOT-NUMERIC-COUNT + SP-NOT-ISSUED-COUNT +
032900             SP-VOIDED-COUNT + SP-REPEATED-COUNT = 0
033000         DISPLAY "   NONE"
033100     END-IF.
033200
033300     IF SP-RANGE-TABLE-IS-FULL
033400         DISPLAY " "
033500         DISPLAY "ERROR - RETURN COLLAPSES TO MORE THAN 5000 "
033600             "SUB-RANGES - NOTHING RAISED - SPLIT THE "
033700             "RETURN AND RUN EACH PART"
033800         GO TO 2000-RUN-INTAKE-EXIT
033900     END-IF.
034000
034100     IF SP-RANGE-COUNT > 0
034200         PERFORM 4000-WRITE-PENDING-VOIDS
034300             THRU 4000-WRITE-PENDING-VOIDS-EXIT
034400     END-IF.
034500
034600     PERFORM 5000-PRINT-INTAKE-SUMMARY
034700         THRU 5000-PRINT-INTAKE-SUMMARY-EXIT.
034800 2000-RUN-INTAKE-EXIT.
034900     EXIT.
035000
035100*-----------------------------------------------------------*
035200* 2100-LOAD-VOID-TABLE - HOLD EVERY VOID THAT STILL COUNTS. *
035300* IF NUMGEN.VOID DOES NOT EXIST YET THERE IS NOTHING TO     *
035400* CLASH WITH.                                               *
035500*-----------------------------------------------------------*
035600 2100-LOAD-VOID-TABLE.
035700     MOVE ZERO TO SP-VOID-COUNT.
035800     SET SP-VOID-TABLE-NOT-FULL TO TRUE.
035900     OPEN INPUT NUMGEN-VOID-FILE.
036000     IF NOT NG-VOID-FILE-OK
036100         GO TO 2100-LOAD-VOID-TABLE-EXIT
036200     END-IF.
036300     SET VOID-NOT-AT-EOF TO TRUE.
036400     PERFORM 2110-LOAD-ONE-VOID-RECORD
036500         THRU 2110-LOAD-ONE-VOID-RECORD-EXIT
036600         UNTIL VOID-AT-EOF OR SP-VOID-TABLE-IS-FULL.
036700     CLOSE NUMGEN-VOID-FILE.
036800 2100-LOAD-VOID-TABLE-EXIT.
036900     EXIT.
037000
037100 2110-LOAD-ONE-VOID-RECORD.
037200     READ NUMGEN-VOID-FILE
037300         AT END
037400             SET VOID-AT-EOF TO TRUE
037500             GO TO 2110-LOAD-ONE-VOID-RECORD-EXIT
037600     END-READ.
037700
037800     IF NGV-REJECTED
037900         GO TO 2110-LOAD-ONE-VOID-RECORD-EXIT
038000     END-IF.
038100
038200     IF SP-VOID-COUNT >= 2000
038300         SET SP-VOID-TABLE-IS-FULL TO TRUE
038400         GO TO 2110-LOAD-ONE-VOID-RECORD-EXIT
038500     END-IF.
038600
038700     ADD 1 TO SP-VOID-COUNT.
038800     MOVE NGV-PREFIX TO SP-V-PREFIX(SP-VOID-COUNT).
038900     MOVE NGV-SUFFIX TO SP-V-SUFFIX(SP-VOID-COUNT).
039000     MOVE NGV-START-NUMBER TO SP-V-START(SP-VOID-COUNT).
039100     MOVE NGV-END-NUMBER TO SP-V-END(SP-VOID-COUNT).
039200 2110-LOAD-ONE-VOID-RECORD-EXIT.
039300     EXIT.
039400
039500*-----------------------------------------------------------*
039600* 3000-TAKE-ONE-SERIAL - CHECK ONE LINE OF THE RETURN AND   *
039700* EITHER LIST IT AS AN EXCEPTION OR ADD IT TO THE SUB-      *
039800* RANGES.  THE SERIAL EXTENDS THE SUB-RANGE BEING BUILT     *
039900* WHEN IT IS THE NEXT NUMBER UNDER THE SAME PREFIX/SUFFIX,  *
040000* CARRIES THE SAME REASON CODE, AND LIES IN THE SAME ISSUED *
040100* LEDGER RANGE - A VOID MUST SIT INSIDE ONE ISSUED RANGE -  *
040200* AND OTHERWISE STARTS A NEW ONE.                           *
040300*-----------------------------------------------------------*
040400 3000-TAKE-ONE-SERIAL.
040500     READ NUMGEN-SPOIL-FILE
040600         AT END
040700             SET SPOIL-AT-EOF TO TRUE
040800             GO TO 3000-TAKE-ONE-SERIAL-EXIT
040900     END-READ.
041000     ADD 1 TO SP-LINES-READ.
041100
041200     IF NGW-SERIAL-RAW IS NOT NUMERIC
041300         MOVE "SERIAL NOT NUMERIC" TO SP-EXCEPTION-TEXT
041400         ADD 1 TO SP-NOT-NUMERIC-COUNT
041500         PERFORM 3900-LIST-EXCEPTION
041600             THRU 3900-LIST-EXCEPTION-EXIT
041700         GO TO 3000-TAKE-ONE-SERIAL-EXIT
041800     END-IF.
041900     MOVE NGW-SERIAL TO SP-SERIAL.
042000
042100     PERFORM 3100-FIND-ISSUED-RANGE
042200         THRU 3100-FIND-ISSUED-RANGE-EXIT.
042300     IF RANGE-NOT-ISSUED
042400         MOVE "NEVER ISSUED ON NUMGEN.LEDGER"
042500             TO SP-EXCEPTION-TEXT
042600         ADD 1 TO SP-NOT-ISSUED-COUNT
042700         PERFORM 3900-LIST-EXCEPTION
042800             THRU 3900-LIST-EXCEPTION-EXIT
042900         GO TO 3000-TAKE-ONE-SERIAL-EXIT
043000     END-IF.
043100
043200     SET VOID-NO-CLASH TO TRUE.
043300     IF SP-VOID-COUNT > 0
043400         PERFORM 3200-CHECK-ONE-VOID-ENTRY
043500             THRU 3200-CHECK-ONE-VOID-ENTRY-EXIT
043600             VARYING SP-VIDX FROM 1 BY 1
043700             UNTIL SP-VIDX > SP-VOID-COUNT OR VOID-HAS-CLASH
043800     END-IF.
043900     IF VOID-HAS-CLASH
044000         MOVE "ALREADY ON NUMGEN.VOID" TO SP-EXCEPTION-TEXT
044100         ADD 1 TO SP-VOIDED-COUNT
044200         PERFORM 3900-LIST-EXCEPTION
044300             THRU 3900-LIST-EXCEPTION-EXIT
044400         GO TO 3000-TAKE-ONE-SERIAL-EXIT
044500     END-IF.
044600
044700     IF SP-RANGE-COUNT > 0
044800         PERFORM 3300-CHECK-ONE-RANGE-ENTRY
044900             THRU 3300-CHECK-ONE-RANGE-ENTRY-EXIT
045000             VARYING SP-RIDX FROM 1 BY 1
045100             UNTIL SP-RIDX > SP-RANGE-COUNT OR VOID-HAS-CLASH
045200     END-IF.
045300     IF VOID-HAS-CLASH
045400         MOVE "REPEATED ON THIS RETURN" TO SP-EXCEPTION-TEXT
045500         ADD 1 TO SP-REPEATED-COUNT
045600         PERFORM 3900-LIST-EXCEPTION
045700             THRU 3900-LIST-EXCEPTION-EXIT
045800         GO TO 3000-TAKE-ONE-SERIAL-EXIT
045900     END-IF.
046000
046100     IF SP-RANGE-COUNT > 0
046200         IF SP-R-PREFIX(SP-RANGE-COUNT) = NGW-PREFIX AND
046300                 SP-R-SUFFIX(SP-RANGE-COUNT) = NGW-SUFFIX AND
046400                 SP-R-REASON(SP-RANGE-COUNT) =
046500                     NGW-REASON-CODE AND
046600                 SP-R-LEDG-START(SP-RANGE-COUNT) =
046700                     SP-LEDG-START AND
046800                 SP-R-END(SP-RANGE-COUNT) + 1 = SP-SERIAL
046900             MOVE SP-SERIAL TO SP-R-END(SP-RANGE-COUNT)
047000             ADD 1 TO SP-ACCEPTED-COUNT
047100             GO TO 3000-TAKE-ONE-SERIAL-EXIT
047200         END-IF
047300     END-IF.
047400
047500     IF SP-RANGE-COUNT >= 5000
047600         SET SP-RANGE-TABLE-IS-FULL TO TRUE
047700         GO TO 3000-TAKE-ONE-SERIAL-EXIT
047800     END-IF.
047900     ADD 1 TO SP-RANGE-COUNT.
048000     MOVE NGW-PREFIX TO SP-R-PREFIX(SP-RANGE-COUNT).
048100     MOVE NGW-SUFFIX TO SP-R-SUFFIX(SP-RANGE-COUNT).
048200     MOVE SP-SERIAL TO SP-R-START(SP-RANGE-COUNT).
048300     MOVE SP-SERIAL TO SP-R-END(SP-RANGE-COUNT).
048400     MOVE NGW-REASON-CODE TO SP-R-REASON(SP-RANGE-COUNT).
048500     MOVE SP-LEDG-START TO SP-R-LEDG-START(SP-RANGE-COUNT).
048600     ADD 1 TO SP-ACCEPTED-COUNT.
048700 3000-TAKE-ONE-SERIAL-EXIT.
048800     EXIT.
048900
049000*-----------------------------------------------------------*
049100* 3100-FIND-ISSUED-RANGE - FIND THE LEDGER RANGE UNDER THIS *
049200* PREFIX/SUFFIX THAT HOLDS THE SERIAL.  THE LEDGER IS       *
049300* INDEXED ON PREFIX/SUFFIX/START, SO THE SEARCH STARTS      *
049400* DIRECTLY ON THE PREFIX/SUFFIX AND STOPS ONCE THE RANGES   *
049500* START PAST THE SERIAL.  THE FIRST COVERING RANGE IN KEY   *
049600* ORDER IS THE OUTERMOST, SO A REISSUE RECORD NESTED INSIDE *
049700* AN ISSUED RANGE NEVER SPLITS A SUB-RANGE.                 *
049800*-----------------------------------------------------------*
049900 3100-FIND-ISSUED-RANGE.
050000     IF NGW-PREFIX = SP-LEDG-PREFIX AND
050100             NGW-SUFFIX = SP-LEDG-SUFFIX AND
050200             SP-SERIAL >= SP-LEDG-START AND
050300             SP-SERIAL <= SP-LEDG-END
050400         SET RANGE-WAS-ISSUED TO TRUE
050500         GO TO 3100-FIND-ISSUED-RANGE-EXIT
050600     END-IF.
050700
050800     SET RANGE-NOT-ISSUED TO TRUE.
050900     MOVE SPACES TO SP-LEDG-PREFIX.
051000     MOVE SPACES TO SP-LEDG-SUFFIX.
051100     MOVE ZERO TO SP-LEDG-START.
051200     MOVE ZERO TO SP-LEDG-END.
051300
051400     SET LEDGER-NOT-AT-EOF TO TRUE.
051500     MOVE NGW-PREFIX TO NGL-PREFIX.
051600     MOVE NGW-SUFFIX TO NGL-SUFFIX.
051700     MOVE ZERO TO NGL-START-NUMBER.
051800     START NUMGEN-LEDGER-FILE KEY >= NGL-KEY
051900         INVALID KEY
052000             SET LEDGER-AT-EOF TO TRUE
052100     END-START.
052200     PERFORM 3110-CHECK-ONE-LEDGER-RECORD
052300         THRU 3110-CHECK-ONE-LEDGER-RECORD-EXIT
052400         UNTIL LEDGER-AT-EOF OR RANGE-WAS-ISSUED.
052500 3100-FIND-ISSUED-RANGE-EXIT.
052600     EXIT.
052700
052800 3110-CHECK-ONE-LEDGER-RECORD.
052900     READ NUMGEN-LEDGER-FILE NEXT RECORD
053000         AT END
053100             SET LEDGER-AT-EOF TO TRUE
053200             GO TO 3110-CHECK-ONE-LEDGER-RECORD-EXIT
053300     END-READ.
053400
053500     IF NGL-PREFIX NOT = NGW-PREFIX OR
053600             NGL-SUFFIX NOT = NGW-SUFFIX OR
053700             NGL-START-NUMBER > SP-SERIAL
053800         SET LEDGER-AT-EOF TO TRUE
053900         GO TO 3110-CHECK-ONE-LEDGER-RECORD-EXIT
054000     END-IF.
054100
054200     IF NGL-END-NUMBER >= SP-SERIAL
054300         SET RANGE-WAS-ISSUED TO TRUE
054400         MOVE NGL-PREFIX TO SP-LEDG-PREFIX
054500         MOVE NGL-SUFFIX TO SP-LEDG-SUFFIX
054600         MOVE NGL-START-NUMBER TO SP-LEDG-START
054700         MOVE NGL-END-NUMBER TO SP-LEDG-END
054800     END-IF.
054900 3110-CHECK-ONE-LEDGER-RECORD-EXIT.
055000     EXIT.
055100
055200 3200-CHECK-ONE-VOID-ENTRY.
055300     IF SP-V-PREFIX(SP-VIDX) = NGW-PREFIX AND
055400             SP-V-SUFFIX(SP-VIDX) = NGW-SUFFIX AND
055500             SP-V-START(SP-VIDX) <= SP-SERIAL AND
055600             SP-V-END(SP-VIDX) >= SP-SERIAL
055700         SET VOID-HAS-CLASH TO TRUE
055800     END-IF.
055900 3200-CHECK-ONE-VOID-ENTRY-EXIT.
056000     EXIT.
056100
056200 3300-CHECK-ONE-RANGE-ENTRY.
056300     IF SP-R-PREFIX(SP-RIDX) = NGW-PREFIX AND
056400             SP-R-SUFFIX(SP-RIDX) = NGW-SUFFIX AND
056500             SP-R-START(SP-RIDX) <= SP-SERIAL AND
056600             SP-R-END(SP-RIDX) >= SP-SERIAL
056700         SET VOID-HAS-CLASH TO TRUE
056800     END-IF.
056900 3300-CHECK-ONE-RANGE-ENTRY-EXIT.
057000     EXIT.
057100
057200 3900-LIST-EXCEPTION.
057300     MOVE SP-LINES-READ TO SP-EDIT-FIELD-SMALL.
057400     DISPLAY "   LINE " SP-EDIT-FIELD-SMALL "  "
057500         SP-EXCEPTION-TEXT.
057600     DISPLAY "      PREFIX: " NGW-PREFIX(1:30)
057700         " SUFFIX: " NGW-SUFFIX(1:30).
057800     DISPLAY "      SERIAL: " NGW-SERIAL-RAW
057900         "  VENDOR REASON: " NGW-REASON-CODE.
058000 3900-LIST-EXCEPTION-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------*
058400* 4000-WRITE-PENDING-VOIDS - APPEND ONE PENDING VOID PER    *
058500* SUB-RANGE, KEYED UNDER THE INTAKE OPERATOR AND MARKED AS  *
058600* A SPOILAGE VOID.  THE FILE IS OPENED EXTEND SO RECORDS    *
058700* ACCUMULATE ACROSS RUNS; IF IT DOES NOT YET EXIST, EXTEND  *
058800* FAILS WITH STATUS 35 AND WE FALL BACK TO OPEN OUTPUT.     *
058900*-----------------------------------------------------------*
059000 4000-WRITE-PENDING-VOIDS.
059100     OPEN EXTEND NUMGEN-VOID-FILE.
059200     IF NG-VOID-FILE-NOT-FOUND
059300         OPEN OUTPUT NUMGEN-VOID-FILE
059400     END-IF.
059500     PERFORM 4100-WRITE-ONE-PENDING-VOID
059600         THRU 4100-WRITE-ONE-PENDING-VOID-EXIT
059700         VARYING SP-RIDX FROM 1 BY 1
059800         UNTIL SP-RIDX > SP-RANGE-COUNT.
059900     CLOSE NUMGEN-VOID-FILE.
060000 4000-WRITE-PENDING-VOIDS-EXIT.
060100     EXIT.
060200
060300 4100-WRITE-ONE-PENDING-VOID.
060400     MOVE SPACES TO NG-VOID-RECORD.
060500     MOVE SP-R-PREFIX(SP-RIDX) TO NGV-PREFIX.
060600     MOVE SP-R-SUFFIX(SP-RIDX) TO NGV-SUFFIX.
060700     MOVE SP-R-START(SP-RIDX) TO NGV-START-NUMBER.
060800     MOVE SP-R-END(SP-RIDX) TO NGV-END-NUMBER.
060900     MOVE SP-R-REASON(SP-RIDX) TO NGV-REASON-CODE.
061000     MOVE NG-TODAYS-DATE TO NGV-VOID-DATE.
061100     MOVE "P" TO NGV-STATUS.
061200     MOVE ZERO TO NGV-REISSUE-DATE.
061300     MOVE SP-OPERATOR-ID TO NGV-KEYED-BY.
061400     MOVE SPACES TO NGV-APPROVED-BY.
061500     MOVE ZERO TO NGV-APPROVE-DATE.
061600     MOVE "S" TO NGV-SOURCE.
061700     WRITE NG-VOID-RECORD.
061800 4100-WRITE-ONE-PENDING-VOID-EXIT.
061900     EXIT.
062000
062100*-----------------------------------------------------------*
062200* 5000-PRINT-INTAKE-SUMMARY - THE SUB-RANGES RAISED AND THE *
062300* LINE COUNTS.  EVERY LINE READ IS EITHER A SERIAL RAISED   *
062400* OR AN EXCEPTION, SO THE FIGURES ADD UP TO THE LINES READ. *
062500*-----------------------------------------------------------*
062600 5000-PRINT-INTAKE-SUMMARY.
062700     DISPLAY " ".
062800     DISPLAY "SUB-RANGES RAISED AS PENDING VOIDS".
062900     IF SP-RANGE-COUNT = 0
063000         DISPLAY "   NONE"
063100     ELSE
063200         PERFORM 5100-PRINT-ONE-RANGE
063300             THRU 5100-PRINT-ONE-RANGE-EXIT
063400             VARYING SP-RIDX FROM 1 BY 1
063500             UNTIL SP-RIDX > SP-RANGE-COUNT
063600     END-IF.
063700
063800     DISPLAY " ".
063900     DISPLAY "SPOILAGE INTAKE SUMMARY".
064000     MOVE SP-LINES-READ TO SP-EDIT-FIELD-SMALL.
064100     DISPLAY "   LINES READ FROM NUMGEN.SPOIL:  "
064200         SP-EDIT-FIELD-SMALL.
064300     MOVE SP-ACCEPTED-COUNT TO SP-EDIT-FIELD-SMALL.
064400     DISPLAY "   SERIALS RAISED PENDING:        "
064500         SP-EDIT-FIELD-SMALL.
064600     MOVE SP-RANGE-COUNT TO SP-EDIT-FIELD-SMALL.
064700     DISPLAY "   SUB-RANGES (VOID RECORDS):     "
064800         SP-EDIT-FIELD-SMALL.
064900     MOVE SP-NOT-ISSUED-COUNT TO SP-EDIT-FIELD-SMALL.
065000     DISPLAY "   EXCEPTIONS - NEVER ISSUED:     "
065100         SP-EDIT-FIELD-SMALL.
065200     MOVE SP-VOIDED-COUNT TO SP-EDIT-FIELD-SMALL.
065300     DISPLAY "   EXCEPTIONS - ALREADY VOIDED:   "
065400         SP-EDIT-FIELD-SMALL.
065500     MOVE SP-REPEATED-COUNT TO SP-EDIT-FIELD-SMALL.
065600     DISPLAY "   EXCEPTIONS - REPEATED:         "
065700         SP-EDIT-FIELD-SMALL.
065800     MOVE SP-NOT-NUMERIC-COUNT TO SP-EDIT-FIELD-SMALL.
065900     DISPLAY "   EXCEPTIONS - NOT NUMERIC:      "
066000         SP-EDIT-FIELD-SMALL.
066100
066200     IF SP-RANGE-COUNT > 0
066300         DISPLAY " "
066400         DISPLAY "THE VOIDS ARE PENDING - A SUPERVISOR OTHER "
066500             "THAN " SP-OPERATOR-ID
066600         DISPLAY "MUST APPROVE THEM IN NUMGENVAPPR, THEN RUN "
066700             "THIS PROGRAM WITH RUN TYPE D TO BUILD THE "
066800             "REISSUE DECK"
066900     END-IF.
067000 5000-PRINT-INTAKE-SUMMARY-EXIT.
067100     EXIT.
067200
067300 5100-PRINT-ONE-RANGE.
067400     COMPUTE SP-RANGE-QTY = SP-R-END(SP-RIDX) -
067500         SP-R-START(SP-RIDX) + 1.
067600     DISPLAY "   PREFIX: " SP-R-PREFIX(SP-RIDX)(1:30)
067700         " SUFFIX: " SP-R-SUFFIX(SP-RIDX)(1:30).
067800     MOVE SP-R-START(SP-RIDX) TO SP-EDIT-FIELD.
067900     DISPLAY "      START:  " SP-EDIT-FIELD
068000         "  REASON: " SP-R-REASON(SP-RIDX).
068100     MOVE SP-R-END(SP-RIDX) TO SP-EDIT-FIELD.
068200     DISPLAY "      END:    " SP-EDIT-FIELD.
068300     MOVE SP-RANGE-QTY TO SP-EDIT-FIELD.
068400     DISPLAY "      SERIALS:" SP-EDIT-FIELD.
068500 5100-PRINT-ONE-RANGE-EXIT.
068600     EXIT.
068700
068800*-----------------------------------------------------------*
068900* 6000-BUILD-REISSUE-DECK - ONE RANGE CARD FOR EVERY        *
069000* APPROVED, NOT YET REISSUED SPOILAGE VOID.  THE DECK IS    *
069100* REBUILT FROM SCRATCH EACH TIME, SO RUNNING THIS TWICE     *
069200* BEFORE THE DECK IS SUBMITTED DOES NO HARM, AND ONCE MAIN  *
069300* HAS FLIPPED A VOID TO REISSUED ITS CARD DROPS OUT.        *
069400*-----------------------------------------------------------*
069500 6000-BUILD-REISSUE-DECK.
069600     OPEN INPUT NUMGEN-VOID-FILE.
069700     IF NOT NG-VOID-FILE-OK
069800         DISPLAY "NUMGEN.VOID NOT FOUND - NO SPOILAGE VOIDS "
069900             "TO CARD"
070000         GO TO 6000-BUILD-REISSUE-DECK-EXIT
070100     END-IF.
070200
070300     OPEN OUTPUT NUMGEN-DECK-FILE.
070400     IF NOT NG-DECK-FILE-OK
070500         DISPLAY "ERROR - NUMGEN.SPOILDECK CANNOT BE "
070600             "WRITTEN - NO DECK BUILT"
070700         CLOSE NUMGEN-VOID-FILE
070800         GO TO 6000-BUILD-REISSUE-DECK-EXIT
070900     END-IF.
071000
071100     DISPLAY "SPOILAGE REISSUE CARD DECK".
071200     SET VOID-NOT-AT-EOF TO TRUE.
071300     PERFORM 6100-CARD-ONE-VOID-RECORD
071400         THRU 6100-CARD-ONE-VOID-RECORD-EXIT
071500         UNTIL VOID-AT-EOF.
071600     CLOSE NUMGEN-VOID-FILE.
071700     CLOSE NUMGEN-DECK-FILE.
071800
071900     DISPLAY " ".
072000     DISPLAY "REISSUE DECK SUMMARY".
072100     MOVE SP-CARD-COUNT TO SP-EDIT-FIELD-SMALL.
072200     DISPLAY "   APPROVED - CARDS WRITTEN:      "
072300         SP-EDIT-FIELD-SMALL.
072400     MOVE SP-PENDING-COUNT TO SP-EDIT-FIELD-SMALL.
072500     DISPLAY "   STILL PENDING - NO CARD:       "
072600         SP-EDIT-FIELD-SMALL.
072700     MOVE SP-REJECTED-COUNT TO SP-EDIT-FIELD-SMALL.
072800     DISPLAY "   REJECTED - NO CARD:            "
072900         SP-EDIT-FIELD-SMALL.
073000     MOVE SP-REISSUED-COUNT TO SP-EDIT-FIELD-SMALL.
073100     DISPLAY "   ALREADY REISSUED:              "
073200         SP-EDIT-FIELD-SMALL.
073300
073400     IF SP-CARD-COUNT = 0
073500         DISPLAY "NO APPROVED SPOILAGE VOIDS AWAIT REISSUE - "
073600             "NUMGEN.SPOILDECK IS EMPTY"
073700     ELSE
073800         DISPLAY "SUBMIT NUMGEN.SPOILDECK AS NUMGEN.PARM TO "
073900             "REGENERATE THE APPROVED RANGES"
074000     END-IF.
074100 6000-BUILD-REISSUE-DECK-EXIT.
074200     EXIT.
074300
074400 6100-CARD-ONE-VOID-RECORD.
074500     READ NUMGEN-VOID-FILE
074600         AT END
074700             SET VOID-AT-EOF TO TRUE
074800             GO TO 6100-CARD-ONE-VOID-RECORD-EXIT
074900     END-READ.
075000
075100     IF NOT NGV-FROM-SPOILAGE
075200         GO TO 6100-CARD-ONE-VOID-RECORD-EXIT
075300     END-IF.
075400
075500     EVALUATE TRUE
075600         WHEN NGV-VOIDED
075700             PERFORM 6200-WRITE-REISSUE-CARD
075800                 THRU 6200-WRITE-REISSUE-CARD-EXIT
075900             ADD 1 TO SP-CARD-COUNT
076000             DISPLAY "   CARDED:  " NGV-PREFIX(1:30)
076100                 " " NGV-SUFFIX(1:30)
076200             PERFORM 6300-SHOW-VOID-RANGE
076300                 THRU 6300-SHOW-VOID-RANGE-EXIT
076400         WHEN NGV-PENDING
076500             ADD 1 TO SP-PENDING-COUNT
076600             DISPLAY "   PENDING APPROVAL - NOT CARDED:  "
076700                 NGV-PREFIX(1:30) " " NGV-SUFFIX(1:30)
076800             PERFORM 6300-SHOW-VOID-RANGE
076900                 THRU 6300-SHOW-VOID-RANGE-EXIT
077000         WHEN NGV-REJECTED
077100             ADD 1 TO SP-REJECTED-COUNT
077200         WHEN NGV-REISSUED
077300             ADD 1 TO SP-REISSUED-COUNT
077400     END-EVALUATE.
077500 6100-CARD-ONE-VOID-RECORD-EXIT.
077600     EXIT.
077700
077800*-----------------------------------------------------------*
077900* 6200-WRITE-REISSUE-CARD - A RANGE CARD FOR EXACTLY THE    *
078000* VOIDED SUB-RANGE, SO MAIN FINDS IT WHOLLY INSIDE THE      *
078100* APPROVED VOID AND LETS IT THROUGH AS A REISSUE.  THE      *
078200* ORDER IS LEFT BLANK, AS A REISSUE ALLOWS, AND THE SCHEME, *
078300* FORMAT, AND OUTPUT FILE ARE LEFT FOR THE SERIES DEFAULTS. *
078400*-----------------------------------------------------------*
078500 6200-WRITE-REISSUE-CARD.
078600     MOVE SPACES TO NG-PARM-RECORD.
078700     MOVE NGV-START-NUMBER TO NGP-START-NUMBER.
078800     MOVE NGV-END-NUMBER TO NGP-END-NUMBER.
078900     MOVE NGV-PREFIX TO NGP-PREFIX.
079000     MOVE NGV-SUFFIX TO NGP-SUFFIX.
079100     MOVE "R" TO NGP-ALLOC-MODE.
079200     MOVE ZERO TO NGP-QUANTITY.
079300     WRITE NG-PARM-RECORD.
079400 6200-WRITE-REISSUE-CARD-EXIT.
079500     EXIT.
079600
079700 6300-SHOW-VOID-RANGE.
079800     MOVE NGV-START-NUMBER TO SP-EDIT-FIELD.
079900     DISPLAY "      START:  " SP-EDIT-FIELD
080000         "  REASON: " NGV-REASON-CODE.
080100     MOVE NGV-END-NUMBER TO SP-EDIT-FIELD.
080200     DISPLAY "      END:    " SP-EDIT-FIELD
080300         "  KEYED: " NGV-VOID-DATE " BY " NGV-KEYED-BY.
080400 6300-SHOW-VOID-RANGE-EXIT.
080500     EXIT.
080600
080700 END PROGRAM NUMGENSPOIL.
