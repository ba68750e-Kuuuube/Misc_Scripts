003300*                    A DIFFERENT OPERATOR APPROVES IT IN
003400*                    NUMGENVAPPR.  A REJECTED VOID ("X") NO
003500*                    LONGER BLOCKS RE-VOIDING THE SAME RANGE.
003600*   2026-10-15  RO   THE OPERATOR MUST HOLD KEY VOID ON
003700*                    NUMGEN.AUTH (SEE NUMGENAUTH); ANYONE ELSE IS
003800*                    REFUSED BEFORE THE FIRST PROMPT.
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. NUMGENVOID.
004200 AUTHOR. R. OKONKWO.
004300 INSTALLATION. DATA PROCESSING DEPT.
004400 DATE-WRITTEN. 2026-08-22.
004500 DATE-COMPILED.
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT NUMGEN-LEDGER-FILE ASSIGN TO "NUMGEN.LEDGER"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS NGL-KEY
005400         FILE STATUS IS NG-LEDGER-FILE-STATUS.
005500
005600     SELECT NUMGEN-VOID-FILE ASSIGN TO "NUMGEN.VOID"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS NG-VOID-FILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*-----------------------------------------------------------*
006300*    PERMANENT RANGE LEDGER - SEE COPYBOOK NGLEDG           *
006400*-----------------------------------------------------------*
006500 FD  NUMGEN-LEDGER-FILE.
006600     COPY NGLEDG.
006700
006800*-----------------------------------------------------------*
006900*    VOIDED SERIAL REGISTER - SEE COPYBOOK NGVOID           *
007000*-----------------------------------------------------------*
007100 FD  NUMGEN-VOID-FILE.
007200     COPY NGVOID.
007300
007400 WORKING-STORAGE SECTION.
007500 77  PREFIX                       PIC X(50).
007600 77  SUFFIX                       PIC X(50).
007700 77  STARTNUMBER                  PIC 9(25).
007800 77  ENDNUMBER                    PIC 9(25).
007900 77  REASONCODE                   PIC X(10).
008000
008100 77  STARTNUMBER-RAW              PIC X(30).
008200 77  ENDNUMBER-RAW                PIC X(30).
008300 77  NG-TOKEN-LEN                 PIC 9(02) COMP.
008400
008500 77  NG-LEDGER-FILE-STATUS        PIC X(02).
008600     88  NG-LEDGER-FILE-OK             VALUE "00".
008700     88  NG-LEDGER-FILE-NOT-FOUND      VALUE "35".
008800
008900 77  NG-VOID-FILE-STATUS          PIC X(02).
009000     88  NG-VOID-FILE-OK               VALUE "00".
009100     88  NG-VOID-FILE-NOT-FOUND        VALUE "35".
009200
009300 77  LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
009400     88  LEDGER-AT-EOF                 VALUE "Y".
009500     88  LEDGER-NOT-AT-EOF              VALUE "N".
009600
009700 77  VOID-EOF-SWITCH              PIC X(01) VALUE "N".
009800     88  VOID-AT-EOF                   VALUE "Y".
009900     88  VOID-NOT-AT-EOF                VALUE "N".
010000
010100 77  RANGE-ISSUED-SWITCH          PIC X(01) VALUE "N".
010200     88  RANGE-WAS-ISSUED              VALUE "Y".
010300     88  RANGE-NOT-ISSUED               VALUE "N".
010400
010500 77  VOID-CLASH-SWITCH            PIC X(01) VALUE "N".
010600     88  VOID-HAS-CLASH                VALUE "Y".
010700     88  VOID-NO-CLASH                  VALUE "N".
010800
010900 77  MORE-VOIDS-SWITCH            PIC X(01) VALUE "Y".
011000     88  MORE-VOIDS                    VALUE "Y".
011100     88  NO-MORE-VOIDS                  VALUE "N".
011200
011300 77  ANOTHER-VOID-RESPONSE        PIC X(01).
011400
011500 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
011600     88  ENTRY-IS-VALID               VALUE "Y".
011700     88  ENTRY-NOT-VALID               VALUE "N".
011800
011900 77  NG-TODAYS-DATE               PIC 9(08).
012000 77  NG-OPERATOR-ID               PIC X(20).
012100
012200*-----------------------------------------------------------*
012300*    NUMGEN.AUTH CHECK - SEE NUMGENAUTH                     *
012400*-----------------------------------------------------------*
012500 77  NG-AUTH-FUNCTION             PIC X(01) VALUE "K".
012600 77  NG-AUTH-PROGRAM              PIC X(12) VALUE "NUMGENVOID".
012700 77  NG-AUTH-OPERATOR-ID          PIC X(20).
012800 77  NG-AUTH-RESULT               PIC X(01).
012900     88  OPERATOR-IS-AUTHORIZED        VALUE "Y".
013000     88  OPERATOR-NOT-AUTHORIZED       VALUE "N".
013100
013200 PROCEDURE DIVISION.
013300 0000-MAINLINE.
013400     CALL "NUMGENAUTH" USING NG-AUTH-FUNCTION,
013500                             NG-AUTH-PROGRAM,
013600                             NG-AUTH-OPERATOR-ID,
013700                             NG-AUTH-RESULT.
013800     IF OPERATOR-NOT-AUTHORIZED
013900         MOVE 8 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200
014300     SET MORE-VOIDS TO TRUE.
014400     PERFORM 1000-PROCESS-ONE-VOID
014500         THRU 1000-PROCESS-ONE-VOID-EXIT
014600         UNTIL NO-MORE-VOIDS.
014700     STOP RUN.
014800
014900*-----------------------------------------------------------*
015000* 1000-PROCESS-ONE-VOID - COLLECT ONE VOID REQUEST, CHECK   *
015100* IT AGAINST THE LEDGER AND THE VOID REGISTER, AND APPEND   *
015200* THE RECORD.  A FAILED CHECK ABANDONS JUST THIS REQUEST.   *
015300*-----------------------------------------------------------*
015400 1000-PROCESS-ONE-VOID.
015500     PERFORM 2000-COLLECT-VOID-REQUEST
015600         THRU 2000-COLLECT-VOID-REQUEST-EXIT.
015700
015800     PERFORM 3000-CHECK-RANGE-WAS-ISSUED
015900         THRU 3000-CHECK-RANGE-WAS-ISSUED-EXIT.
016000     IF RANGE-NOT-ISSUED
016100         DISPLAY "ERROR - THIS RANGE IS NOT INSIDE ANY RANGE "
016200             "ISSUED UNDER THIS PREFIX/SUFFIX IN "
016300             "NUMGEN.LEDGER - NOTHING VOIDED"
016400         GO TO 1000-PROCESS-ONE-VOID-ASK
016500     END-IF.
016600
016700     PERFORM 4000-CHECK-VOID-REGISTER
016800         THRU 4000-CHECK-VOID-REGISTER-EXIT.
016900     IF VOID-HAS-CLASH
017000         DISPLAY "ERROR - THIS RANGE TOUCHES A RANGE ALREADY "
017100             "ON THE VOID REGISTER - NOTHING VOIDED"
017200         GO TO 1000-PROCESS-ONE-VOID-ASK
017300     END-IF.
017400
017500     PERFORM 5000-WRITE-VOID-RECORD
017600         THRU 5000-WRITE-VOID-RECORD-EXIT.
017700     DISPLAY "VOID KEYED PENDING APPROVAL - A SUPERVISOR "
017800         "MUST APPROVE IT IN NUMGENVAPPR BEFORE IT TAKES "
017900         "EFFECT".
018000
018100 1000-PROCESS-ONE-VOID-ASK.
018200     DISPLAY "Another void? (Y/N):"
018300     ACCEPT ANOTHER-VOID-RESPONSE.
018400     IF ANOTHER-VOID-RESPONSE = "Y" OR
018500             ANOTHER-VOID-RESPONSE = "y"
018600         SET MORE-VOIDS TO TRUE
018700     ELSE
018800         SET NO-MORE-VOIDS TO TRUE
018900     END-IF.
019000 1000-PROCESS-ONE-VOID-EXIT.
019100     EXIT.
019200
019300*-----------------------------------------------------------*
019400* 2000-COLLECT-VOID-REQUEST - PROMPT FOR THE PREFIX, SUFFIX,*
019500* RANGE, AND REASON CODE.  A BLANK END NUMBER VOIDS JUST    *
019600* THE SINGLE SERIAL NAMED BY THE START NUMBER.              *
019700*-----------------------------------------------------------*
019800 2000-COLLECT-VOID-REQUEST.
019900     DISPLAY "Enter prefix:"
020000     ACCEPT PREFIX.
020100     DISPLAY "Enter suffix:"
020200     ACCEPT SUFFIX.
020300
020400     SET ENTRY-NOT-VALID TO TRUE.
020500     PERFORM 2100-GET-STARTNUMBER
020600         THRU 2100-GET-STARTNUMBER-EXIT
020700         UNTIL ENTRY-IS-VALID.
020800
020900     SET ENTRY-NOT-VALID TO TRUE.
021000     PERFORM 2200-GET-ENDNUMBER
021100         THRU 2200-GET-ENDNUMBER-EXIT
021200         UNTIL ENTRY-IS-VALID.
021300
021400     DISPLAY "Enter reason code:"
021500     ACCEPT REASONCODE.
021600 2000-COLLECT-VOID-REQUEST-EXIT.
021700     EXIT.
021800
021900*-----------------------------------------------------------*
022000* 2100-GET-STARTNUMBER - ACCEPT THE FIRST (OR ONLY) SERIAL  *
022100* TO VOID, REJECTING BLANK, OVERSIZED, AND NON-NUMERIC      *
022200* ENTRIES THE SAME WAY MAIN DOES.                           *
022300*-----------------------------------------------------------*
022400 2100-GET-STARTNUMBER.
022500     DISPLAY "Enter first (or only) number to void:"
022600     MOVE SPACES TO STARTNUMBER-RAW.
022700     ACCEPT STARTNUMBER-RAW.
022800     MOVE ZERO TO NG-TOKEN-LEN.
022900     INSPECT STARTNUMBER-RAW
023000         TALLYING NG-TOKEN-LEN FOR CHARACTERS
023100             BEFORE INITIAL SPACE.
023200     SET ENTRY-NOT-VALID TO TRUE.
023300
023400     IF NG-TOKEN-LEN = 0
023500         DISPLAY "ERROR - NUMBER MUST NOT BE BLANK - "
023600             "ENTER AGAIN"
023700         GO TO 2100-GET-STARTNUMBER-EXIT
023800     END-IF.
023900
024000     IF NG-TOKEN-LEN > 25
024100         DISPLAY "ERROR - NUMBER MAY NOT EXCEED 25 DIGITS - "
024200             "ENTER AGAIN"
024300         GO TO 2100-GET-STARTNUMBER-EXIT
024400     END-IF.
024500
024600     IF STARTNUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
024700         DISPLAY "ERROR - NUMBER MUST BE NUMERIC - ENTER AGAIN"
024800         GO TO 2100-GET-STARTNUMBER-EXIT
024900     END-IF.
025000
025100     MOVE STARTNUMBER-RAW(1:NG-TOKEN-LEN) TO STARTNUMBER.
025200     SET ENTRY-IS-VALID TO TRUE.
025300 2100-GET-STARTNUMBER-EXIT.
025400     EXIT.
025500
025600*-----------------------------------------------------------*
025700* 2200-GET-ENDNUMBER - ACCEPT THE LAST SERIAL TO VOID.  A   *
025800* BLANK ENTRY MEANS JUST THE ONE SERIAL IS BEING VOIDED.    *
025900*-----------------------------------------------------------*
026000 2200-GET-ENDNUMBER.
026100     DISPLAY "Enter last number to void (blank for just the "
026200         "one):"
026300     MOVE SPACES TO ENDNUMBER-RAW.
026400     ACCEPT ENDNUMBER-RAW.
026500     MOVE ZERO TO NG-TOKEN-LEN.
026600     INSPECT ENDNUMBER-RAW
026700         TALLYING NG-TOKEN-LEN FOR CHARACTERS
026800             BEFORE INITIAL SPACE.
026900     SET ENTRY-NOT-VALID TO TRUE.
027000
027100     IF NG-TOKEN-LEN = 0
027200         MOVE STARTNUMBER TO ENDNUMBER
027300         SET ENTRY-IS-VALID TO TRUE
027400         GO TO 2200-GET-ENDNUMBER-EXIT
027500     END-IF.
027600
027700     IF NG-TOKEN-LEN > 25
027800         DISPLAY "ERROR - NUMBER MAY NOT EXCEED 25 DIGITS - "
027900             "ENTER AGAIN"
028000         GO TO 2200-GET-ENDNUMBER-EXIT
028100     END-IF.
028200
028300     IF ENDNUMBER-RAW(1:NG-TOKEN-LEN) IS NOT NUMERIC
028400         DISPLAY "ERROR - NUMBER MUST BE NUMERIC - ENTER AGAIN"
028500         GO TO 2200-GET-ENDNUMBER-EXIT
028600     END-IF.
028700
028800     MOVE ENDNUMBER-RAW(1:NG-TOKEN-LEN) TO ENDNUMBER.
028900     IF STARTNUMBER > ENDNUMBER
029000         DISPLAY "ERROR - LAST NUMBER IS BELOW THE FIRST - "
029100             "ENTER AGAIN"
029200         SET ENTRY-NOT-VALID TO TRUE
029300         GO TO 2200-GET-ENDNUMBER-EXIT
029400     END-IF.
029500     SET ENTRY-IS-VALID TO TRUE.
029600 2200-GET-ENDNUMBER-EXIT.
029700     EXIT.
029800
029900*-----------------------------------------------------------*
030000* 3000-CHECK-RANGE-WAS-ISSUED - THE RANGE TO VOID MUST LIE  *
030100* ENTIRELY INSIDE ONE RANGE ALREADY ISSUED UNDER THIS       *
030200* PREFIX/SUFFIX IN NUMGEN.LEDGER.                           *
030300*-----------------------------------------------------------*
030400 3000-CHECK-RANGE-WAS-ISSUED.
030500     SET RANGE-NOT-ISSUED TO TRUE.
030600     OPEN INPUT NUMGEN-LEDGER-FILE.
030700     IF NG-LEDGER-FILE-OK
030800         SET LEDGER-NOT-AT-EOF TO TRUE
030900         PERFORM 3100-CHECK-ONE-LEDGER-RECORD
031000             THRU 3100-CHECK-ONE-LEDGER-RECORD-EXIT
031100             UNTIL LEDGER-AT-EOF OR RANGE-WAS-ISSUED
031200         CLOSE NUMGEN-LEDGER-FILE
031300     END-IF.
031400 3000-CHECK-RANGE-WAS-ISSUED-EXIT.
031500     EXIT.
031600
031700 3100-CHECK-ONE-LEDGER-RECORD.
031800     READ NUMGEN-LEDGER-FILE
031900         AT END
032000             SET LEDGER-AT-EOF TO TRUE
032100             GO TO 3100-CHECK-ONE-LEDGER-RECORD-EXIT
032200     END-READ.
032300
032400     IF NGL-PREFIX = PREFIX AND NGL-SUFFIX = SUFFIX
032500         IF NGL-START-NUMBER <= STARTNUMBER AND
032600                 NGL-END-NUMBER >= ENDNUMBER
032700             SET RANGE-WAS-ISSUED TO TRUE
032800         END-IF
032900     END-IF.
033000 3100-CHECK-ONE-LEDGER-RECORD-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------*
033400* 4000-CHECK-VOID-REGISTER - THE RANGE TO VOID MUST NOT     *
033500* TOUCH ANY RANGE ALREADY ON THE VOID REGISTER - PENDING,   *
033600* VOIDED, OR REISSUED - UNDER THIS PREFIX/SUFFIX.  A        *
033700* REJECTED VOID NEVER TOOK EFFECT AND DOES NOT CLASH.  IF   *
033800* NUMGEN.VOID DOES NOT EXIST YET THERE IS NOTHING TO CLASH  *
033900* WITH.                                                     *
034000*-----------------------------------------------------------*
034100 4000-CHECK-VOID-REGISTER.
034200     SET VOID-NO-CLASH TO TRUE.
034300     OPEN INPUT NUMGEN-VOID-FILE.
034400     IF NG-VOID-FILE-OK
034500         SET VOID-NOT-AT-EOF TO TRUE
034600         PERFORM 4100-CHECK-ONE-VOID-RECORD
034700             THRU 4100-CHECK-ONE-VOID-RECORD-EXIT
034800             UNTIL VOID-AT-EOF OR VOID-HAS-CLASH
034900         CLOSE NUMGEN-VOID-FILE
035000     END-IF.
035100 4000-CHECK-VOID-REGISTER-EXIT.
035200     EXIT.
035300
035400 4100-CHECK-ONE-VOID-RECORD.
035500     READ NUMGEN-VOID-FILE
035600         AT END
035700             SET VOID-AT-EOF TO TRUE
035800             GO TO 4100-CHECK-ONE-VOID-RECORD-EXIT
035900     END-READ.
036000
036100     IF NGV-PREFIX = PREFIX AND NGV-SUFFIX = SUFFIX
036200             AND NOT NGV-REJECTED
036300         IF NOT (ENDNUMBER < NGV-START-NUMBER OR
036400                 STARTNUMBER > NGV-END-NUMBER)
036500             SET VOID-HAS-CLASH TO TRUE
036600         END-IF
036700     END-IF.
036800 4100-CHECK-ONE-VOID-RECORD-EXIT.
036900     EXIT.
037000
037100*-----------------------------------------------------------*
037200* 5000-WRITE-VOID-RECORD - APPEND THE VOID RECORD.  THE     *
037300* FILE IS OPENED EXTEND SO RECORDS ACCUMULATE ACROSS RUNS;  *
037400* IF IT DOES NOT YET EXIST, EXTEND FAILS WITH STATUS 35 AND *
037500* WE FALL BACK TO OPEN OUTPUT TO CREATE IT.                 *
037600*-----------------------------------------------------------*
037700 5000-WRITE-VOID-RECORD.
037800     OPEN EXTEND NUMGEN-VOID-FILE.
037900     IF NG-VOID-FILE-NOT-FOUND
038000         OPEN OUTPUT NUMGEN-VOID-FILE
038100     END-IF.
038200     MOVE SPACES TO NG-VOID-RECORD.
038300     MOVE PREFIX TO NGV-PREFIX.
038400     MOVE SUFFIX TO NGV-SUFFIX.
038500     MOVE STARTNUMBER TO NGV-START-NUMBER.
038600     MOVE ENDNUMBER TO NGV-END-NUMBER.
038700     MOVE REASONCODE TO NGV-REASON-CODE.
038800     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
038900     MOVE NG-TODAYS-DATE TO NGV-VOID-DATE.
039000     MOVE "P" TO NGV-STATUS.
039100     MOVE ZERO TO NGV-REISSUE-DATE.
039200     MOVE SPACES TO NG-OPERATOR-ID.
039300     ACCEPT NG-OPERATOR-ID FROM ENVIRONMENT "USER".
039400     IF NG-OPERATOR-ID = SPACES
039500         ACCEPT NG-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
039600     END-IF.
039700     MOVE NG-OPERATOR-ID TO NGV-KEYED-BY.
039800     MOVE SPACES TO NGV-APPROVED-BY.
039900     MOVE ZERO TO NGV-APPROVE-DATE.
040000     WRITE NG-VOID-RECORD.
040100     CLOSE NUMGEN-VOID-FILE.
040200 5000-WRITE-VOID-RECORD-EXIT.
040300     EXIT.
040400
040500 END PROGRAM NUMGENVOID.
