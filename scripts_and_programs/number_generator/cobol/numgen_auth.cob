000100*****************************************************************
000200* PROGRAM:      NUMGENAUTH
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      DECIDES WHETHER THE OPERATOR RUNNING THE
000800*               CALLING PROGRAM MAY PERFORM ONE FUNCTION.
000900*               EVERY PROGRAM THAT CHANGES SERIAL DATA CALLS
001000*               THIS BEFORE IT DOES SO, PASSING THE ONE-LETTER
001100*               FUNCTION CODE (SEE NGAUTHF) AND ITS OWN
001200*               PROGRAM-ID, SO THE RULE LIVES IN ONE PLACE -
001300*               THE SAME ARRANGEMENT AS NUMGENCKDIG.
001400*
001500*               THE OPERATOR ID IS TAKEN FROM USER, OR LOGNAME
001600*               WHEN USER IS BLANK, EXACTLY AS MAIN TAKES IT,
001700*               AND IS HANDED BACK TO THE CALLER.  THE
001800*               OPERATOR IS AUTHORIZED ONLY WHEN NUMGEN.AUTH
001900*               HOLDS AN ACTIVE RECORD FOR THE ID WITH "Y" IN
002000*               THE FUNCTION'S FLAG.  A MISSING FILE, A
002100*               MISSING OR REVOKED RECORD, OR ANY OTHER FLAG
002200*               VALUE IS A REFUSAL.
002300*
002400*               ON A REFUSAL THIS PROGRAM DISPLAYS THE REASON
002500*               AND WRITES AN "AUTHDENY" RECORD TO NUMGEN.AUDIT
002600*               THROUGH NUMGENASTAMP, SO THE CALLER NEED ONLY
002700*               STOP.  THE RECORD CARRIES THE FUNCTION NAME IN
002800*               THE PREFIX FIELD AND THE CALLING PROGRAM AND
002900*               THE REASON IN THE SUFFIX FIELD (SEE NGAUDIT).
003000*
003100*               A CALLER THAT ONLY WANTS TO KNOW THE ANSWER -
003200*               MAIN'S DRY RUN, WHICH MUST NOT WRITE THE AUDIT
003300*               TRAIL - PASSES "Q" IN THE RESULT FIELD.  THE
003400*               REFUSAL IS THEN DISPLAYED BUT NOT RECORDED.
003500*
003600* MODIFICATION HISTORY
003700*   2026-10-15  RO   ORIGINAL VERSION.
003800*   2026-10-15  RO   "Q" PASSED IN THE RESULT FIELD ASKS
003900*                    WITHOUT RECORDING A REFUSAL ON
004000*                    NUMGEN.AUDIT.
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. NUMGENAUTH.
004400 AUTHOR. R. OKONKWO.
004500 INSTALLATION. DATA PROCESSING DEPT.
004600 DATE-WRITTEN. 2026-10-15.
004700 DATE-COMPILED.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT NUMGEN-AUTH-FILE ASSIGN TO "NUMGEN.AUTH"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS NG-AUTH-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800*-----------------------------------------------------------*
005900*    OPERATOR AUTHORIZATION FILE - SEE COPYBOOK NGAUTH      *
006000*-----------------------------------------------------------*
006100 FD  NUMGEN-AUTH-FILE.
006200     COPY NGAUTH.
006300
006400 WORKING-STORAGE SECTION.
006500 77  NG-AUTH-FILE-STATUS          PIC X(02).
006600     88  NG-AUTH-FILE-OK               VALUE "00".
006700     88  NG-AUTH-FILE-NOT-FOUND        VALUE "35".
006800
006900 77  AUTH-EOF-SWITCH              PIC X(01) VALUE "N".
007000     88  AUTH-AT-EOF                   VALUE "Y".
007100     88  AUTH-NOT-AT-EOF                VALUE "N".
007200
007300 77  OPERATOR-FOUND-SWITCH        PIC X(01) VALUE "N".
007400     88  OPERATOR-IS-ON-FILE           VALUE "Y".
007500     88  OPERATOR-NOT-ON-FILE           VALUE "N".
007600
007700 77  QUERY-ONLY-SWITCH            PIC X(01) VALUE "N".
007800     88  CALL-IS-QUERY-ONLY            VALUE "Y".
007900     88  CALL-IS-RECORDED               VALUE "N".
008000
008100 77  AZ-FUNCTION-NAME             PIC X(22).
008200 77  AZ-FLAG                      PIC X(01).
008300 77  AZ-STATUS                    PIC X(01).
008400 77  AZ-REASON                    PIC X(38).
008500 77  AZ-SUB                       PIC 9(02) COMP VALUE ZERO.
008600 77  NG-TODAYS-DATE               PIC 9(08).
008700 77  AZ-CURRENT-TIME              PIC 9(08).
008800
008900     COPY NGAUTHF.
009000
009100*-----------------------------------------------------------*
009200*    AUDIT RECORD UNDER CONSTRUCTION - SEE NGAUDIT.  IT IS  *
009300*    WRITTEN TO NUMGEN.AUDIT BY NUMGENASTAMP, NOT HERE.     *
009400*-----------------------------------------------------------*
009500     COPY NGAUDIT.
009600
009700 LINKAGE SECTION.
009800*-----------------------------------------------------------*
009900* AU-FUNCTION-CODE - ONE OF THE CODES IN NGAUTHF.           *
010000* AU-PROGRAM-NAME  - THE CALLER'S PROGRAM-ID, FOR THE       *
010100*                    MESSAGE AND THE AUDIT RECORD.          *
010200* AU-OPERATOR-ID   - RETURNED: THE OPERATOR ASKED ABOUT.    *
010300* AU-RESULT        - RETURNED: "Y" AUTHORIZED, "N" REFUSED. *
010400*                    PASSED AS "Q" TO ASK WITHOUT RECORDING *
010500*                    A REFUSAL.                             *
010600*-----------------------------------------------------------*
010700 01  AU-FUNCTION-CODE             PIC X(01).
010800 01  AU-PROGRAM-NAME              PIC X(12).
010900 01  AU-OPERATOR-ID               PIC X(20).
011000 01  AU-RESULT                    PIC X(01).
011100
011200 PROCEDURE DIVISION USING AU-FUNCTION-CODE, AU-PROGRAM-NAME,
011300         AU-OPERATOR-ID, AU-RESULT.
011400
011500 0000-MAINLINE.
011600     IF AU-RESULT = "Q"
011700         SET CALL-IS-QUERY-ONLY TO TRUE
011800     ELSE
011900         SET CALL-IS-RECORDED TO TRUE
012000     END-IF.
012100     MOVE "N" TO AU-RESULT.
012200     MOVE SPACES TO AU-OPERATOR-ID.
012300     ACCEPT AU-OPERATOR-ID FROM ENVIRONMENT "USER".
012400     IF AU-OPERATOR-ID = SPACES
012500         ACCEPT AU-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
012600     END-IF.
012700
012800     PERFORM 1000-FIND-FUNCTION
012900         THRU 1000-FIND-FUNCTION-EXIT.
013000     IF AZ-SUB = ZERO
013100         MOVE "UNKNOWN FUNCTION CODE" TO AZ-REASON
013200         MOVE AU-FUNCTION-CODE TO AZ-FUNCTION-NAME
013300         GO TO 0000-REFUSE
013400     END-IF.
013500
013600     PERFORM 2000-LOOK-UP-OPERATOR
013700         THRU 2000-LOOK-UP-OPERATOR-EXIT.
013800     IF NG-AUTH-FILE-NOT-FOUND
013900         MOVE "NUMGEN.AUTH NOT FOUND" TO AZ-REASON
014000         GO TO 0000-REFUSE
014100     END-IF.
014200     IF OPERATOR-NOT-ON-FILE
014300         MOVE "OPERATOR NOT ON NUMGEN.AUTH" TO AZ-REASON
014400         GO TO 0000-REFUSE
014500     END-IF.
014600     IF AZ-STATUS NOT = "A"
014700         MOVE "OPERATOR REVOKED ON NUMGEN.AUTH" TO AZ-REASON
014800         GO TO 0000-REFUSE
014900     END-IF.
015000     IF AZ-FLAG NOT = "Y"
015100         MOVE "FUNCTION NOT GRANTED" TO AZ-REASON
015200         GO TO 0000-REFUSE
015300     END-IF.
015400
015500     MOVE "Y" TO AU-RESULT.
015600     GOBACK.
015700
015800 0000-REFUSE.
015900     DISPLAY "NOT AUTHORIZED - OPERATOR " AU-OPERATOR-ID
016000         " MAY NOT PERFORM " AZ-FUNCTION-NAME.
016100     IF CALL-IS-QUERY-ONLY
016200         DISPLAY "   REASON: " AZ-REASON
016300         GOBACK
016400     END-IF.
016500     DISPLAY "   REASON: " AZ-REASON
016600         " - REFUSAL RECORDED ON NUMGEN.AUDIT".
016700     PERFORM 3000-WRITE-REFUSAL
016800         THRU 3000-WRITE-REFUSAL-EXIT.
016900     GOBACK.
017000
017100*-----------------------------------------------------------*
017200* 1000-FIND-FUNCTION - LOCATE THE CODE IN NGAUTHF.  AZ-SUB  *
017300* IS LEFT AT THE FUNCTION'S FLAG POSITION, OR ZERO WHEN THE *
017400* CALLER PASSED A CODE THAT IS NOT IN THE TABLE.            *
017500*-----------------------------------------------------------*
017600 1000-FIND-FUNCTION.
017700     MOVE ZERO TO AZ-SUB.
017800     SET NG-AUTH-FN-IDX TO 1.
017900     SEARCH NG-AUTH-FUNCTION
018000         AT END
018100             GO TO 1000-FIND-FUNCTION-EXIT
018200         WHEN NG-AUTH-FN-CODE(NG-AUTH-FN-IDX) = AU-FUNCTION-CODE
018300             SET AZ-SUB TO NG-AUTH-FN-IDX
018400             MOVE NG-AUTH-FN-NAME(NG-AUTH-FN-IDX)
018500                 TO AZ-FUNCTION-NAME
018600     END-SEARCH.
018700 1000-FIND-FUNCTION-EXIT.
018800     EXIT.
018900
019000*-----------------------------------------------------------*
019100* 2000-LOOK-UP-OPERATOR - SCAN NUMGEN.AUTH FOR THE OPERATOR *
019200* AND KEEP THE STATUS AND THE ONE FLAG THAT MATTERS.        *
019300*-----------------------------------------------------------*
019400 2000-LOOK-UP-OPERATOR.
019500     SET OPERATOR-NOT-ON-FILE TO TRUE.
019600     MOVE SPACE TO AZ-STATUS.
019700     MOVE SPACE TO AZ-FLAG.
019800     OPEN INPUT NUMGEN-AUTH-FILE.
019900     IF NOT NG-AUTH-FILE-OK
020000         GO TO 2000-LOOK-UP-OPERATOR-EXIT
020100     END-IF.
020200     SET AUTH-NOT-AT-EOF TO TRUE.
020300     PERFORM 2100-CHECK-ONE-AUTH-RECORD
020400         THRU 2100-CHECK-ONE-AUTH-RECORD-EXIT
020500         UNTIL AUTH-AT-EOF OR OPERATOR-IS-ON-FILE.
020600     CLOSE NUMGEN-AUTH-FILE.
020700 2000-LOOK-UP-OPERATOR-EXIT.
020800     EXIT.
020900
021000 2100-CHECK-ONE-AUTH-RECORD.
021100     READ NUMGEN-AUTH-FILE
021200         AT END
021300             SET AUTH-AT-EOF TO TRUE
021400             GO TO 2100-CHECK-ONE-AUTH-RECORD-EXIT
021500     END-READ.
021600
021700     IF NGU-OPERATOR-ID = AU-OPERATOR-ID
021800         SET OPERATOR-IS-ON-FILE TO TRUE
021900         MOVE NGU-STATUS TO AZ-STATUS
022000         MOVE NGU-FUNCTION-FLAG(AZ-SUB) TO AZ-FLAG
022100     END-IF.
022200 2100-CHECK-ONE-AUTH-RECORD-EXIT.
022300     EXIT.
022400
022500*-----------------------------------------------------------*
022600* 3000-WRITE-REFUSAL - AN AUTHDENY RECORD: NO RANGE, THE    *
022700* FUNCTION NAME WHERE THE PREFIX GOES, AND THE CALLING      *
022800* PROGRAM AND THE REASON WHERE THE SUFFIX GOES.             *
022900*-----------------------------------------------------------*
023000 3000-WRITE-REFUSAL.
023100     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
023200     ACCEPT AZ-CURRENT-TIME FROM TIME.
023300     MOVE SPACES TO NG-AUDIT-RECORD.
023400     MOVE AU-OPERATOR-ID TO NGA-OPERATOR-ID.
023500     MOVE NG-TODAYS-DATE TO NGA-RUN-DATE.
023600     MOVE AZ-CURRENT-TIME TO NGA-RUN-TIME.
023700     MOVE ZERO TO NGA-START-NUMBER.
023800     MOVE ZERO TO NGA-END-NUMBER.
023900     MOVE AZ-FUNCTION-NAME TO NGA-PREFIX.
024000     MOVE AU-PROGRAM-NAME TO NGA-SUFFIX(1:12).
024100     MOVE AZ-REASON TO NGA-SUFFIX(13:38).
024200     MOVE "AUTHDENY" TO NGA-ACTION.
024300     CALL "NUMGENASTAMP" USING NG-AUDIT-RECORD.
024400 3000-WRITE-REFUSAL-EXIT.
024500     EXIT.
024600
024700 END PROGRAM NUMGENAUTH.
