000100*****************************************************************
000200* PROGRAM:      NUMGENAUTHM
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      MAINTENANCE PROGRAM FOR NUMGEN.AUTH, THE
000800*               OPERATOR AUTHORIZATION FILE, THE WAY
000900*               NUMGENSERIES MAINTAINS NUMGEN.SERIES.  EACH
001000*               OPERATOR ID IS GRANTED OR DENIED EACH OF THE
001100*               FUNCTIONS IN NGAUTHF, AND EVERY PROGRAM THAT
001200*               CHANGES SERIAL DATA CHECKS THE FILE THROUGH
001300*               NUMGENAUTH BEFORE IT DOES SO.
001400*
001500*               THE OPERATOR MAY ADD AN OPERATOR, CHANGE AN
001600*               OPERATOR'S FUNCTIONS (WHICH ALSO REINSTATES A
001700*               REVOKED OPERATOR), REVOKE ONE, OR PRINT THE
001800*               ACCESS LISTING FOR THE QUARTERLY ACCESS
001900*               REVIEW.  ADD, CHANGE, AND REVOKE NEED THE
002000*               ACCESS MAINTENANCE FUNCTION, AND NOBODY MAY
002100*               CHANGE OR REVOKE THEIR OWN ENTRY; THE LISTING
002200*               IS OPEN TO ANYONE, SO THE REVIEWERS CAN RUN
002300*               IT THEMSELVES.  EVERY CHANGE IS RECORDED ON
002400*               NUMGEN.AUDIT AS AN "AUTHCHG " RECORD.
002500*
002600*               WHILE NO ACTIVE OPERATOR HOLDS ACCESS
002700*               MAINTENANCE - THE FIRST RUN, BEFORE NUMGEN.AUTH
002800*               EXISTS - THE PROGRAM RUNS IN SETUP MODE: ONLY
002900*               AN ADD IS ALLOWED, AND THE OPERATOR ADDED MUST
003000*               BE GIVEN ACCESS MAINTENANCE.  SETUP MODE ENDS
003100*               WITH THAT ADD.  SEE COPYBOOK NGAUTH.
003200*
003300* MODIFICATION HISTORY
003400*   2026-10-15  RO   ORIGINAL VERSION.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. NUMGENAUTHM.
003800 AUTHOR. R. OKONKWO.
003900 INSTALLATION. DATA PROCESSING DEPT.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT NUMGEN-AUTH-FILE ASSIGN TO "NUMGEN.AUTH"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS NG-AUTH-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200*-----------------------------------------------------------*
005300*    OPERATOR AUTHORIZATION FILE - SEE COPYBOOK NGAUTH      *
005400*-----------------------------------------------------------*
005500 FD  NUMGEN-AUTH-FILE.
005600     COPY NGAUTH.
005700
005800 WORKING-STORAGE SECTION.
005900 77  NG-AUTH-FILE-STATUS          PIC X(02).
006000     88  NG-AUTH-FILE-OK               VALUE "00".
006100     88  NG-AUTH-FILE-NOT-FOUND        VALUE "35".
006200
006300 77  AUTH-EOF-SWITCH              PIC X(01) VALUE "N".
006400     88  AUTH-AT-EOF                   VALUE "Y".
006500     88  AUTH-NOT-AT-EOF                VALUE "N".
006600
006700 77  MORE-ACTIONS-SWITCH          PIC X(01) VALUE "Y".
006800     88  MORE-ACTIONS                  VALUE "Y".
006900     88  NO-MORE-ACTIONS                VALUE "N".
007000
007100 77  ANOTHER-ACTION-RESPONSE      PIC X(01).
007200
007300 77  ENTRY-VALID-SWITCH           PIC X(01) VALUE "N".
007400     88  ENTRY-IS-VALID               VALUE "Y".
007500     88  ENTRY-NOT-VALID               VALUE "N".
007600
007700 77  SETUP-MODE-SWITCH            PIC X(01) VALUE "N".
007800     88  IN-SETUP-MODE                 VALUE "Y".
007900     88  NOT-IN-SETUP-MODE              VALUE "N".
008000
008100 77  AM-ACTION                    PIC X(01).
008200     88  AM-ACTION-ADD                 VALUE "A".
008300     88  AM-ACTION-CHANGE              VALUE "C".
008400     88  AM-ACTION-REVOKE              VALUE "R".
008500     88  AM-ACTION-LIST                VALUE "L".
008600     88  AM-ACTION-VALID               VALUE "A" "C" "R" "L".
008700
008800 77  AM-AUTH-FUNCTION             PIC X(01) VALUE "M".
008900 77  AM-PROGRAM-NAME              PIC X(12) VALUE "NUMGENAUTHM".
009000 77  AM-AUTH-RESULT               PIC X(01).
009100     88  AM-OPERATOR-AUTHORIZED        VALUE "Y".
009200
009300 77  AM-OPERATOR-ID               PIC X(20).
009400 77  AM-TARGET-ID                 PIC X(20).
009500 77  AM-TARGET-NAME               PIC X(30).
009600 77  AM-NEW-FLAGS                 PIC X(09).
009700 77  AM-OLD-FLAGS                 PIC X(09).
009800 77  AM-FLAG-RESPONSE             PIC X(03).
009900 77  AM-CHANGE-TYPE               PIC X(08).
010000 77  AM-NEW-STATUS                PIC X(01).
010100 77  AM-CONFIRM-RESPONSE          PIC X(01).
010200 77  AM-FN-SUB                    PIC 9(02) COMP VALUE ZERO.
010300 77  AM-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
010400 77  AM-MAINTAINER-COUNT          PIC 9(05) COMP VALUE ZERO.
010500 77  NG-TODAYS-DATE               PIC 9(08).
010600 77  AM-CURRENT-TIME              PIC 9(08).
010700
010800 77  AM-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
010900     88  AM-TABLE-IS-FULL              VALUE "Y".
011000     88  AM-TABLE-NOT-FULL              VALUE "N".
011100
011200 77  AM-TABLE-COUNT               PIC 9(03) COMP VALUE ZERO.
011300
011400*-----------------------------------------------------------*
011500* ACCESS LISTING COUNTERS - OPERATORS BY STATUS, ACTIVE     *
011600* HOLDERS OF EACH FUNCTION, AND ACTIVE OPERATORS WHO MAY    *
011700* BOTH KEY AND APPROVE A VOID.                              *
011800*-----------------------------------------------------------*
011900 77  AM-LIST-COUNT                PIC 9(05) COMP VALUE ZERO.
012000 77  AM-ACTIVE-COUNT              PIC 9(05) COMP VALUE ZERO.
012100 77  AM-REVOKED-COUNT             PIC 9(05) COMP VALUE ZERO.
012200 77  AM-DUAL-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
012300 77  AM-EDIT-COUNT                PIC ZZZZ9.
012400 77  AM-STATUS-TEXT               PIC X(07).
012500 77  AM-REVIEW-MARK               PIC X(01).
012600 77  AM-SPACED-FLAGS              PIC X(18).
012700
012800 01  AM-HOLDER-COUNTS.
012900     05  AM-HOLDER-COUNT          PIC 9(05) COMP
013000             OCCURS 9 TIMES.
013100
013200     COPY NGAUTHF.
013300
013400*-----------------------------------------------------------*
013500* AM-AUTH-TABLE - HOLDS THE WHOLE AUTHORIZATION FILE WHILE  *
013600* ONE OPERATOR'S RECORD IS CHANGED OR REVOKED, SO THE SET   *
013700* CAN BE REWRITTEN IN ONE PASS, THE SAME WAY NUMGENSERIES   *
013800* REWRITES NUMGEN.SERIES.                                   *
013900*-----------------------------------------------------------*
014000 01  AM-AUTH-TABLE.
014100     05  AM-AUTH-ENTRY OCCURS 1 TO 500 TIMES
014200             DEPENDING ON AM-TABLE-COUNT
014300             INDEXED BY AM-IDX.
014400         10  AM-T-OPERATOR-ID      PIC X(20).
014500         10  AM-T-OPERATOR-NAME    PIC X(30).
014600         10  AM-T-FLAGS            PIC X(09).
014700         10  AM-T-STATUS           PIC X(01).
014800         10  AM-T-ADDED-DATE       PIC 9(08).
014900         10  AM-T-CHANGED-DATE     PIC 9(08).
015000         10  AM-T-CHANGED-BY       PIC X(20).
015100         10  AM-T-REVOKED-DATE     PIC 9(08).
015200
015300*-----------------------------------------------------------*
015400*    AUDIT RECORD UNDER CONSTRUCTION - SEE NGAUDIT.  IT IS  *
015500*    WRITTEN TO NUMGEN.AUDIT BY NUMGENASTAMP, NOT HERE.     *
015600*-----------------------------------------------------------*
015700     COPY NGAUDIT.
015800
015900 PROCEDURE DIVISION.
016000 0000-MAINLINE.
016100     MOVE SPACES TO AM-OPERATOR-ID.
016200     ACCEPT AM-OPERATOR-ID FROM ENVIRONMENT "USER".
016300     IF AM-OPERATOR-ID = SPACES
016400         ACCEPT AM-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
016500     END-IF.
016600     ACCEPT NG-TODAYS-DATE FROM DATE YYYYMMDD.
016700
016800     SET MORE-ACTIONS TO TRUE.
016900     PERFORM 1000-PROCESS-ONE-ACTION
017000         THRU 1000-PROCESS-ONE-ACTION-EXIT
017100         UNTIL NO-MORE-ACTIONS.
017200     STOP RUN.
017300
017400*-----------------------------------------------------------*
017500* 1000-PROCESS-ONE-ACTION - ASK WHAT TO DO, CHECK THE       *
017600* OPERATOR MAY DO IT, DO IT, AND ASK WHETHER THERE IS MORE. *
017700* SETUP MODE IS RE-DECIDED EVERY TIME, SO IT ENDS AS SOON   *
017800* AS THE FIRST ACCESS MAINTAINER IS ON FILE.                *
017900*-----------------------------------------------------------*
018000 1000-PROCESS-ONE-ACTION.
018100     PERFORM 1200-CHECK-SETUP-MODE
018200         THRU 1200-CHECK-SETUP-MODE-EXIT.
018300
018400     SET ENTRY-NOT-VALID TO TRUE.
018500     PERFORM 1100-GET-ACTION
018600         THRU 1100-GET-ACTION-EXIT
018700         UNTIL ENTRY-IS-VALID.
018800
018900     IF AM-ACTION-LIST
019000         PERFORM 5000-PRINT-ACCESS-LISTING
019100             THRU 5000-PRINT-ACCESS-LISTING-EXIT
019200         GO TO 1000-PROCESS-ONE-ACTION-ASK
019300     END-IF.
019400
019500     IF IN-SETUP-MODE
019600         IF NOT AM-ACTION-ADD
019700             DISPLAY "ERROR - SETUP MODE - THE ONLY ACTION "
019800                 "ALLOWED IS TO ADD THE FIRST ACCESS "
019900                 "MAINTAINER"
020000             GO TO 1000-PROCESS-ONE-ACTION-ASK
020100         END-IF
020200     ELSE
020300         CALL "NUMGENAUTH" USING AM-AUTH-FUNCTION,
020400                                 AM-PROGRAM-NAME,
020500                                 AM-OPERATOR-ID,
020600                                 AM-AUTH-RESULT
020700         IF NOT AM-OPERATOR-AUTHORIZED
020800             GO TO 1000-PROCESS-ONE-ACTION-ASK
020900         END-IF
021000     END-IF.
021100
021200     EVALUATE TRUE
021300         WHEN AM-ACTION-ADD
021400             PERFORM 2000-ADD-OPERATOR
021500                 THRU 2000-ADD-OPERATOR-EXIT
021600         WHEN AM-ACTION-CHANGE
021700             PERFORM 3000-CHANGE-OPERATOR
021800                 THRU 3000-CHANGE-OPERATOR-EXIT
021900         WHEN AM-ACTION-REVOKE
022000             PERFORM 4000-REVOKE-OPERATOR
022100                 THRU 4000-REVOKE-OPERATOR-EXIT
022200     END-EVALUATE.
022300
022400 1000-PROCESS-ONE-ACTION-ASK.
022500     DISPLAY "Another action? (Y/N):"
022600     ACCEPT ANOTHER-ACTION-RESPONSE.
022700     IF ANOTHER-ACTION-RESPONSE = "Y" OR
022800             ANOTHER-ACTION-RESPONSE = "y"
022900         SET MORE-ACTIONS TO TRUE
023000     ELSE
023100         SET NO-MORE-ACTIONS TO TRUE
023200     END-IF.
023300 1000-PROCESS-ONE-ACTION-EXIT.
023400     EXIT.
023500
023600 1100-GET-ACTION.
023700     DISPLAY "Action (A=add operator, C=change functions, "
023800         "R=revoke, L=access listing):"
023900     ACCEPT AM-ACTION.
024000     IF AM-ACTION = "a" MOVE "A" TO AM-ACTION END-IF.
024100     IF AM-ACTION = "c" MOVE "C" TO AM-ACTION END-IF.
024200     IF AM-ACTION = "r" MOVE "R" TO AM-ACTION END-IF.
024300     IF AM-ACTION = "l" MOVE "L" TO AM-ACTION END-IF.
024400     IF AM-ACTION-VALID
024500         SET ENTRY-IS-VALID TO TRUE
024600     ELSE
024700         DISPLAY "ERROR - ACTION MUST BE A, C, R, OR L - "
024800             "ENTER AGAIN"
024900         SET ENTRY-NOT-VALID TO TRUE
025000     END-IF.
025100 1100-GET-ACTION-EXIT.
025200     EXIT.
025300
025400*-----------------------------------------------------------*
025500* 1200-CHECK-SETUP-MODE - COUNT THE ACTIVE OPERATORS WHO    *
025600* HOLD ACCESS MAINTENANCE.  NONE MEANS SETUP MODE.          *
025700*-----------------------------------------------------------*
025800 1200-CHECK-SETUP-MODE.
025900     MOVE ZERO TO AM-MAINTAINER-COUNT.
026000     OPEN INPUT NUMGEN-AUTH-FILE.
026100     IF NG-AUTH-FILE-OK
026200         SET AUTH-NOT-AT-EOF TO TRUE
026300         PERFORM 1210-COUNT-ONE-MAINTAINER
026400             THRU 1210-COUNT-ONE-MAINTAINER-EXIT
026500             UNTIL AUTH-AT-EOF
026600         CLOSE NUMGEN-AUTH-FILE
026700     END-IF.
026800
026900     IF AM-MAINTAINER-COUNT = 0
027000         SET IN-SETUP-MODE TO TRUE
027100         DISPLAY "NO ACTIVE OPERATOR ON NUMGEN.AUTH HOLDS "
027200             "ACCESS MAINTENANCE - RUNNING IN SETUP MODE"
027300     ELSE
027400         SET NOT-IN-SETUP-MODE TO TRUE
027500     END-IF.
027600 1200-CHECK-SETUP-MODE-EXIT.
027700     EXIT.
027800
027900 1210-COUNT-ONE-MAINTAINER.
028000     READ NUMGEN-AUTH-FILE
028100         AT END
028200             SET AUTH-AT-EOF TO TRUE
028300             GO TO 1210-COUNT-ONE-MAINTAINER-EXIT
028400     END-READ.
028500     IF NGU-ACTIVE AND NGU-MAY-AUTH-MAINT = "Y"
028600         ADD 1 TO AM-MAINTAINER-COUNT
028700     END-IF.
028800 1210-COUNT-ONE-MAINTAINER-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------*
029200* 2000-ADD-OPERATOR - PUT A NEW OPERATOR ID ON FILE.  AN ID *
029300* ALREADY ON FILE, ACTIVE OR REVOKED, CANNOT BE ADDED       *
029400* AGAIN - CHANGE IT INSTEAD.                                *
029500*-----------------------------------------------------------*
029600 2000-ADD-OPERATOR.
029700     PERFORM 2100-GET-TARGET-ID
029800         THRU 2100-GET-TARGET-ID-EXIT.
029900     IF AM-TARGET-ID = SPACES
030000         GO TO 2000-ADD-OPERATOR-EXIT
030100     END-IF.
030200     IF AM-TARGET-ID = AM-OPERATOR-ID AND NOT-IN-SETUP-MODE
030300         DISPLAY "ERROR - YOU MAY NOT ADD YOURSELF - "
030400             "NOTHING ADDED"
030500         GO TO 2000-ADD-OPERATOR-EXIT
030600     END-IF.
030700
030800     PERFORM 6000-LOAD-AUTH-TABLE
030900         THRU 6000-LOAD-AUTH-TABLE-EXIT.
031000     IF AM-FOUND-SUB NOT = ZERO
031100         DISPLAY "ERROR - THIS OPERATOR ID IS ALREADY ON "
031200             "NUMGEN.AUTH (STATUS "
031300             AM-T-STATUS(AM-FOUND-SUB)
031400             ") - USE C TO CHANGE IT - NOTHING ADDED"
031500         GO TO 2000-ADD-OPERATOR-EXIT
031600     END-IF.
031700
031800     DISPLAY "Operator name:"
031900     MOVE SPACES TO AM-TARGET-NAME.
032000     ACCEPT AM-TARGET-NAME.
032100
032200     MOVE ALL "N" TO AM-OLD-FLAGS.
032300     PERFORM 2200-GET-FUNCTION-FLAGS
032400         THRU 2200-GET-FUNCTION-FLAGS-EXIT.
032500     IF IN-SETUP-MODE AND AM-NEW-FLAGS(9:1) NOT = "Y"
032600         DISPLAY "ERROR - SETUP MODE - THE FIRST OPERATOR "
032700             "ADDED MUST BE GIVEN ACCESS MAINTENANCE - "
032800             "NOTHING ADDED"
032900         GO TO 2000-ADD-OPERATOR-EXIT
033000     END-IF.
033100
033200     OPEN EXTEND NUMGEN-AUTH-FILE.
033300     IF NG-AUTH-FILE-NOT-FOUND
033400         OPEN OUTPUT NUMGEN-AUTH-FILE
033500     END-IF.
033600     MOVE SPACES TO NG-AUTH-RECORD.
033700     MOVE AM-TARGET-ID TO NGU-OPERATOR-ID.
033800     MOVE AM-TARGET-NAME TO NGU-OPERATOR-NAME.
033900     MOVE AM-NEW-FLAGS TO NGU-FUNCTION-FLAGS.
034000     MOVE "A" TO NGU-STATUS.
034100     MOVE NG-TODAYS-DATE TO NGU-ADDED-DATE.
034200     MOVE NG-TODAYS-DATE TO NGU-CHANGED-DATE.
034300     MOVE AM-OPERATOR-ID TO NGU-CHANGED-BY.
034400     MOVE ZERO TO NGU-REVOKED-DATE.
034500     WRITE NG-AUTH-RECORD.
034600     CLOSE NUMGEN-AUTH-FILE.
034700
034800     MOVE "ADDED   " TO AM-CHANGE-TYPE.
034900     MOVE "A" TO AM-NEW-STATUS.
035000     PERFORM 7000-WRITE-CHANGE-AUDIT
035100         THRU 7000-WRITE-CHANGE-AUDIT-EXIT.
035200     DISPLAY "OPERATOR ADDED TO NUMGEN.AUTH".
035300 2000-ADD-OPERATOR-EXIT.
035400     EXIT.
035500
035600 2100-GET-TARGET-ID.
035700     DISPLAY "Operator ID:"
035800     MOVE SPACES TO AM-TARGET-ID.
035900     ACCEPT AM-TARGET-ID.
036000     IF AM-TARGET-ID = SPACES
036100         DISPLAY "ERROR - OPERATOR ID MUST NOT BE BLANK - "
036200             "NOTHING CHANGED"
036300     END-IF.
036400 2100-GET-TARGET-ID-EXIT.
036500     EXIT.
036600
036700*-----------------------------------------------------------*
036800* 2200-GET-FUNCTION-FLAGS - ASK Y OR N FOR EVERY FUNCTION   *
036900* IN NGAUTHF ORDER.  A BLANK ANSWER KEEPS THE FLAG AS IT    *
037000* WAS (AM-OLD-FLAGS - ALL "N" FOR A NEW OPERATOR).          *
037100*-----------------------------------------------------------*
037200 2200-GET-FUNCTION-FLAGS.
037300     MOVE AM-OLD-FLAGS TO AM-NEW-FLAGS.
037400     PERFORM 2210-GET-ONE-FLAG
037500         THRU 2210-GET-ONE-FLAG-EXIT
037600         VARYING AM-FN-SUB FROM 1 BY 1
037700         UNTIL AM-FN-SUB > 9.
037800 2200-GET-FUNCTION-FLAGS-EXIT.
037900     EXIT.
038000
038100 2210-GET-ONE-FLAG.
038200     SET ENTRY-NOT-VALID TO TRUE.
038300     PERFORM 2220-ACCEPT-ONE-FLAG
038400         THRU 2220-ACCEPT-ONE-FLAG-EXIT
038500         UNTIL ENTRY-IS-VALID.
038600 2210-GET-ONE-FLAG-EXIT.
038700     EXIT.
038800
038900 2220-ACCEPT-ONE-FLAG.
039000     DISPLAY "May " NG-AUTH-FN-NAME(AM-FN-SUB)
039100         " (Y/N, blank keeps " AM-NEW-FLAGS(AM-FN-SUB:1)
039200         "):"
039300     MOVE SPACES TO AM-FLAG-RESPONSE.
039400     ACCEPT AM-FLAG-RESPONSE.
039500     IF AM-FLAG-RESPONSE(1:1) = "y"
039600         MOVE "Y" TO AM-FLAG-RESPONSE(1:1)
039700     END-IF.
039800     IF AM-FLAG-RESPONSE(1:1) = "n"
039900         MOVE "N" TO AM-FLAG-RESPONSE(1:1)
040000     END-IF.
040100     IF AM-FLAG-RESPONSE(2:2) NOT = SPACES
040200         DISPLAY "ERROR - ANSWER Y, N, OR BLANK - ENTER AGAIN"
040300         GO TO 2220-ACCEPT-ONE-FLAG-EXIT
040400     END-IF.
040500     IF AM-FLAG-RESPONSE(1:1) = SPACE
040600         SET ENTRY-IS-VALID TO TRUE
040700         GO TO 2220-ACCEPT-ONE-FLAG-EXIT
040800     END-IF.
040900     IF AM-FLAG-RESPONSE(1:1) = "Y" OR
041000             AM-FLAG-RESPONSE(1:1) = "N"
041100         MOVE AM-FLAG-RESPONSE(1:1)
041200             TO AM-NEW-FLAGS(AM-FN-SUB:1)
041300         SET ENTRY-IS-VALID TO TRUE
041400     ELSE
041500         DISPLAY "ERROR - ANSWER Y, N, OR BLANK - ENTER AGAIN"
041600     END-IF.
041700 2220-ACCEPT-ONE-FLAG-EXIT.
041800     EXIT.
041900
042000*-----------------------------------------------------------*
042100* 3000-CHANGE-OPERATOR - RE-ASK EVERY FUNCTION FOR AN       *
042200* OPERATOR ALREADY ON FILE AND REWRITE THE FILE.  CHANGING  *
042300* A REVOKED OPERATOR REINSTATES THEM, AFTER CONFIRMATION.   *
042400* IF THE FILE HAS OUTGROWN THE TABLE IT IS LEFT EXACTLY AS  *
042500* IT WAS.                                                   *
042600*-----------------------------------------------------------*
042700 3000-CHANGE-OPERATOR.
042800     PERFORM 2100-GET-TARGET-ID
042900         THRU 2100-GET-TARGET-ID-EXIT.
043000     IF AM-TARGET-ID = SPACES
043100         GO TO 3000-CHANGE-OPERATOR-EXIT
043200     END-IF.
043300     IF AM-TARGET-ID = AM-OPERATOR-ID
043400         DISPLAY "ERROR - YOU MAY NOT CHANGE YOUR OWN ACCESS "
043500             "- NOTHING CHANGED"
043600         GO TO 3000-CHANGE-OPERATOR-EXIT
043700     END-IF.
043800
043900     PERFORM 6000-LOAD-AUTH-TABLE
044000         THRU 6000-LOAD-AUTH-TABLE-EXIT.
044100     IF AM-TABLE-IS-FULL
044200         DISPLAY "WARNING - NUMGEN.AUTH TOO LARGE TO "
044300             "REWRITE - FILE LEFT UNTOUCHED AND THE "
044400             "OPERATOR NOT CHANGED"
044500         GO TO 3000-CHANGE-OPERATOR-EXIT
044600     END-IF.
044700     IF AM-FOUND-SUB = ZERO
044800         DISPLAY "ERROR - THIS OPERATOR ID IS NOT ON "
044900             "NUMGEN.AUTH - NOTHING CHANGED"
045000         GO TO 3000-CHANGE-OPERATOR-EXIT
045100     END-IF.
045200
045300     MOVE "CHANGED " TO AM-CHANGE-TYPE.
045400     IF AM-T-STATUS(AM-FOUND-SUB) = "R"
045500         DISPLAY "THIS OPERATOR WAS REVOKED ON "
045600             AM-T-REVOKED-DATE(AM-FOUND-SUB)
045700             " - REINSTATE? (Y/N):"
045800         ACCEPT AM-CONFIRM-RESPONSE
045900         IF AM-CONFIRM-RESPONSE NOT = "Y" AND
046000                 AM-CONFIRM-RESPONSE NOT = "y"
046100             DISPLAY "NOTHING CHANGED"
046200             GO TO 3000-CHANGE-OPERATOR-EXIT
046300         END-IF
046400         MOVE "REINSTAT" TO AM-CHANGE-TYPE
046500     END-IF.
046600
046700     DISPLAY "Operator name (blank keeps "
046800         AM-T-OPERATOR-NAME(AM-FOUND-SUB) "):"
046900     MOVE SPACES TO AM-TARGET-NAME.
047000     ACCEPT AM-TARGET-NAME.
047100     IF AM-TARGET-NAME = SPACES
047200         MOVE AM-T-OPERATOR-NAME(AM-FOUND-SUB)
047300             TO AM-TARGET-NAME
047400     END-IF.
047500
047600     MOVE AM-T-FLAGS(AM-FOUND-SUB) TO AM-OLD-FLAGS.
047700     PERFORM 2200-GET-FUNCTION-FLAGS
047800         THRU 2200-GET-FUNCTION-FLAGS-EXIT.
047900
048000     MOVE AM-TARGET-NAME TO AM-T-OPERATOR-NAME(AM-FOUND-SUB).
048100     MOVE AM-NEW-FLAGS TO AM-T-FLAGS(AM-FOUND-SUB).
048200     MOVE "A" TO AM-T-STATUS(AM-FOUND-SUB).
048300     MOVE ZERO TO AM-T-REVOKED-DATE(AM-FOUND-SUB).
048400     MOVE NG-TODAYS-DATE TO AM-T-CHANGED-DATE(AM-FOUND-SUB).
048500     MOVE AM-OPERATOR-ID TO AM-T-CHANGED-BY(AM-FOUND-SUB).
048600
048700     PERFORM 6200-REWRITE-AUTH-FILE
048800         THRU 6200-REWRITE-AUTH-FILE-EXIT.
048900     MOVE "A" TO AM-NEW-STATUS.
049000     PERFORM 7000-WRITE-CHANGE-AUDIT
049100         THRU 7000-WRITE-CHANGE-AUDIT-EXIT.
049200     DISPLAY "OPERATOR CHANGED ON NUMGEN.AUTH".
049300 3000-CHANGE-OPERATOR-EXIT.
049400     EXIT.
049500
049600*-----------------------------------------------------------*
049700* 4000-REVOKE-OPERATOR - TAKE AWAY ALL ACCESS.  THE RECORD  *
049800* STAYS ON FILE WITH ITS FLAGS, MARKED REVOKED WITH TODAY'S *
049900* DATE, SO THE ACCESS REVIEW CAN SEE WHAT WAS WITHDRAWN.    *
050000*-----------------------------------------------------------*
050100 4000-REVOKE-OPERATOR.
050200     PERFORM 2100-GET-TARGET-ID
050300         THRU 2100-GET-TARGET-ID-EXIT.
050400     IF AM-TARGET-ID = SPACES
050500         GO TO 4000-REVOKE-OPERATOR-EXIT
050600     END-IF.
050700     IF AM-TARGET-ID = AM-OPERATOR-ID
050800         DISPLAY "ERROR - YOU MAY NOT REVOKE YOUR OWN ACCESS "
050900             "- NOTHING CHANGED"
051000         GO TO 4000-REVOKE-OPERATOR-EXIT
051100     END-IF.
051200
051300     PERFORM 6000-LOAD-AUTH-TABLE
051400         THRU 6000-LOAD-AUTH-TABLE-EXIT.
051500     IF AM-TABLE-IS-FULL
051600         DISPLAY "WARNING - NUMGEN.AUTH TOO LARGE TO "
051700             "REWRITE - FILE LEFT UNTOUCHED AND THE "
051800             "OPERATOR NOT REVOKED"
051900         GO TO 4000-REVOKE-OPERATOR-EXIT
052000     END-IF.
052100     IF AM-FOUND-SUB = ZERO
052200         DISPLAY "ERROR - THIS OPERATOR ID IS NOT ON "
052300             "NUMGEN.AUTH - NOTHING CHANGED"
052400         GO TO 4000-REVOKE-OPERATOR-EXIT
052500     END-IF.
052600     IF AM-T-STATUS(AM-FOUND-SUB) = "R"
052700         DISPLAY "ERROR - THIS OPERATOR IS ALREADY REVOKED - "
052800             "NOTHING CHANGED"
052900         GO TO 4000-REVOKE-OPERATOR-EXIT
053000     END-IF.
053100
053200     MOVE AM-T-OPERATOR-NAME(AM-FOUND-SUB) TO AM-TARGET-NAME.
053300     MOVE AM-T-FLAGS(AM-FOUND-SUB) TO AM-OLD-FLAGS.
053400     MOVE AM-T-FLAGS(AM-FOUND-SUB) TO AM-NEW-FLAGS.
053500     MOVE "R" TO AM-T-STATUS(AM-FOUND-SUB).
053600     MOVE NG-TODAYS-DATE TO AM-T-REVOKED-DATE(AM-FOUND-SUB).
053700     MOVE NG-TODAYS-DATE TO AM-T-CHANGED-DATE(AM-FOUND-SUB).
053800     MOVE AM-OPERATOR-ID TO AM-T-CHANGED-BY(AM-FOUND-SUB).
053900
054000     PERFORM 6200-REWRITE-AUTH-FILE
054100         THRU 6200-REWRITE-AUTH-FILE-EXIT.
054200     MOVE "REVOKED " TO AM-CHANGE-TYPE.
054300     MOVE "R" TO AM-NEW-STATUS.
054400     PERFORM 7000-WRITE-CHANGE-AUDIT
054500         THRU 7000-WRITE-CHANGE-AUDIT-EXIT.
054600     DISPLAY "OPERATOR REVOKED ON NUMGEN.AUTH".
054700 4000-REVOKE-OPERATOR-EXIT.
054800     EXIT.
054900
055000*-----------------------------------------------------------*
055100* 5000-PRINT-ACCESS-LISTING - THE QUARTERLY ACCESS REVIEW.  *
055200* EVERY OPERATOR ON FILE WITH THEIR FUNCTIONS, STATUS, AND  *
055300* LAST CHANGE; THEN HOW MANY ACTIVE OPERATORS HOLD EACH     *
055400* FUNCTION.  AN ACTIVE OPERATOR WHO MAY BOTH KEY AND        *
055500* APPROVE VOIDS IS MARKED "*" - NUMGENVAPPR STILL STOPS     *
055600* THEM APPROVING THEIR OWN VOID, BUT THE REVIEWERS SHOULD   *
055700* CONFIRM THE COMBINATION IS INTENDED.                      *
055800*-----------------------------------------------------------*
055900 5000-PRINT-ACCESS-LISTING.
056000     MOVE ZERO TO AM-LIST-COUNT.
056100     MOVE ZERO TO AM-ACTIVE-COUNT.
056200     MOVE ZERO TO AM-REVOKED-COUNT.
056300     MOVE ZERO TO AM-DUAL-VOID-COUNT.
056400     PERFORM 5300-CLEAR-ONE-HOLDER-COUNT
056500         THRU 5300-CLEAR-ONE-HOLDER-COUNT-EXIT
056600         VARYING AM-FN-SUB FROM 1 BY 1
056700         UNTIL AM-FN-SUB > 9.
056800
056900     OPEN INPUT NUMGEN-AUTH-FILE.
057000     IF NOT NG-AUTH-FILE-OK
057100         DISPLAY "NUMGEN.AUTH NOT FOUND - NO OPERATOR IS "
057200             "AUTHORIZED FOR ANYTHING"
057300         GO TO 5000-PRINT-ACCESS-LISTING-EXIT
057400     END-IF.
057500
057600     DISPLAY " ".
057700     DISPLAY "NUMGEN.AUTH ACCESS LISTING - QUARTERLY ACCESS "
057800         "REVIEW".
057900     DISPLAY "RUN DATE " NG-TODAYS-DATE
058000         "   PRINTED BY " AM-OPERATOR-ID.
058100     DISPLAY " ".
058200     DISPLAY "FUNCTION CODES:".
058300     PERFORM 5400-SHOW-ONE-FUNCTION-CODE
058400         THRU 5400-SHOW-ONE-FUNCTION-CODE-EXIT
058500         VARYING AM-FN-SUB FROM 1 BY 1
058600         UNTIL AM-FN-SUB > 9.
058700     DISPLAY " ".
058800     DISPLAY "  OPERATOR ID          NAME                      "
058900         "     G A P K V S X R M  STATUS  ADDED    "
059000         "CHANGED  BY".
059100     SET AUTH-NOT-AT-EOF TO TRUE.
059200     PERFORM 5100-LIST-ONE-OPERATOR
059300         THRU 5100-LIST-ONE-OPERATOR-EXIT
059400         UNTIL AUTH-AT-EOF.
059500     CLOSE NUMGEN-AUTH-FILE.
059600
059700     DISPLAY " ".
059800     MOVE AM-LIST-COUNT TO AM-EDIT-COUNT.
059900     DISPLAY "OPERATORS ON FILE:        " AM-EDIT-COUNT.
060000     MOVE AM-ACTIVE-COUNT TO AM-EDIT-COUNT.
060100     DISPLAY "   ACTIVE:                " AM-EDIT-COUNT.
060200     MOVE AM-REVOKED-COUNT TO AM-EDIT-COUNT.
060300     DISPLAY "   REVOKED:               " AM-EDIT-COUNT.
060400     DISPLAY " ".
060500     DISPLAY "ACTIVE OPERATORS HOLDING EACH FUNCTION:".
060600     PERFORM 5200-SHOW-ONE-HOLDER-COUNT
060700         THRU 5200-SHOW-ONE-HOLDER-COUNT-EXIT
060800         VARYING AM-FN-SUB FROM 1 BY 1
060900         UNTIL AM-FN-SUB > 9.
061000     DISPLAY " ".
061100     MOVE AM-DUAL-VOID-COUNT TO AM-EDIT-COUNT.
061200     DISPLAY "* MAY BOTH KEY AND APPROVE VOIDS: "
061300         AM-EDIT-COUNT.
061400     DISPLAY " ".
061500     DISPLAY "REVIEWED BY: ____________________  "
061600         "DATE: __________".
061700 5000-PRINT-ACCESS-LISTING-EXIT.
061800     EXIT.
061900
062000 5100-LIST-ONE-OPERATOR.
062100     READ NUMGEN-AUTH-FILE
062200         AT END
062300             SET AUTH-AT-EOF TO TRUE
062400             GO TO 5100-LIST-ONE-OPERATOR-EXIT
062500     END-READ.
062600     ADD 1 TO AM-LIST-COUNT.
062700
062800     MOVE SPACE TO AM-REVIEW-MARK.
062900     IF NGU-ACTIVE
063000         ADD 1 TO AM-ACTIVE-COUNT
063100         MOVE "ACTIVE " TO AM-STATUS-TEXT
063200         PERFORM 5110-COUNT-ONE-HOLDER
063300             THRU 5110-COUNT-ONE-HOLDER-EXIT
063400             VARYING AM-FN-SUB FROM 1 BY 1
063500             UNTIL AM-FN-SUB > 9
063600         IF NGU-MAY-KEY-VOID = "Y" AND
063700                 NGU-MAY-APPROVE-VOID = "Y"
063800             ADD 1 TO AM-DUAL-VOID-COUNT
063900             MOVE "*" TO AM-REVIEW-MARK
064000         END-IF
064100     ELSE
064200         ADD 1 TO AM-REVOKED-COUNT
064300         MOVE "REVOKED" TO AM-STATUS-TEXT
064400     END-IF.
064500
064600     MOVE SPACES TO AM-SPACED-FLAGS.
064700     PERFORM 5120-SPACE-ONE-FLAG
064800         THRU 5120-SPACE-ONE-FLAG-EXIT
064900         VARYING AM-FN-SUB FROM 1 BY 1
065000         UNTIL AM-FN-SUB > 9.
065100
065200     DISPLAY AM-REVIEW-MARK " " NGU-OPERATOR-ID " "
065300         NGU-OPERATOR-NAME " " AM-SPACED-FLAGS " "
065400         AM-STATUS-TEXT " " NGU-ADDED-DATE " "
065500         NGU-CHANGED-DATE " " NGU-CHANGED-BY.
065600     IF NGU-REVOKED
065700         DISPLAY "     REVOKED ON " NGU-REVOKED-DATE
065800             " - FUNCTIONS SHOWN ARE THOSE HELD AT REVOCATION"
065900     END-IF.
066000 5100-LIST-ONE-OPERATOR-EXIT.
066100     EXIT.
066200
066300 5110-COUNT-ONE-HOLDER.
066400     IF NGU-FUNCTION-FLAG(AM-FN-SUB) = "Y"
066500         ADD 1 TO AM-HOLDER-COUNT(AM-FN-SUB)
066600     END-IF.
066700 5110-COUNT-ONE-HOLDER-EXIT.
066800     EXIT.
066900
067000 5120-SPACE-ONE-FLAG.
067100     COMPUTE AM-FOUND-SUB = AM-FN-SUB * 2 - 1.
067200     MOVE NGU-FUNCTION-FLAG(AM-FN-SUB)
067300         TO AM-SPACED-FLAGS(AM-FOUND-SUB:1).
067400 5120-SPACE-ONE-FLAG-EXIT.
067500     EXIT.
067600
067700 5200-SHOW-ONE-HOLDER-COUNT.
067800     MOVE AM-HOLDER-COUNT(AM-FN-SUB) TO AM-EDIT-COUNT.
067900     DISPLAY "   " NG-AUTH-FN-CODE(AM-FN-SUB) " "
068000         NG-AUTH-FN-NAME(AM-FN-SUB) " " AM-EDIT-COUNT.
068100 5200-SHOW-ONE-HOLDER-COUNT-EXIT.
068200     EXIT.
068300
068400 5300-CLEAR-ONE-HOLDER-COUNT.
068500     MOVE ZERO TO AM-HOLDER-COUNT(AM-FN-SUB).
068600 5300-CLEAR-ONE-HOLDER-COUNT-EXIT.
068700     EXIT.
068800
068900 5400-SHOW-ONE-FUNCTION-CODE.
069000     DISPLAY "   " NG-AUTH-FN-CODE(AM-FN-SUB) " = "
069100         NG-AUTH-FN-NAME(AM-FN-SUB).
069200 5400-SHOW-ONE-FUNCTION-CODE-EXIT.
069300     EXIT.
069400
069500*-----------------------------------------------------------*
069600* 6000-LOAD-AUTH-TABLE - LOAD THE WHOLE FILE, NOTING WHERE  *
069700* AM-TARGET-ID SITS (AM-FOUND-SUB, ZERO IF NOT ON FILE).    *
069800*-----------------------------------------------------------*
069900 6000-LOAD-AUTH-TABLE.
070000     MOVE ZERO TO AM-TABLE-COUNT.
070100     MOVE ZERO TO AM-FOUND-SUB.
070200     SET AM-TABLE-NOT-FULL TO TRUE.
070300     OPEN INPUT NUMGEN-AUTH-FILE.
070400     IF NOT NG-AUTH-FILE-OK
070500         GO TO 6000-LOAD-AUTH-TABLE-EXIT
070600     END-IF.
070700     SET AUTH-NOT-AT-EOF TO TRUE.
070800     PERFORM 6100-LOAD-ONE-AUTH-RECORD
070900         THRU 6100-LOAD-ONE-AUTH-RECORD-EXIT
071000         UNTIL AUTH-AT-EOF.
071100     CLOSE NUMGEN-AUTH-FILE.
071200 6000-LOAD-AUTH-TABLE-EXIT.
071300     EXIT.
071400
071500 6100-LOAD-ONE-AUTH-RECORD.
071600     READ NUMGEN-AUTH-FILE
071700         AT END
071800             SET AUTH-AT-EOF TO TRUE
071900             GO TO 6100-LOAD-ONE-AUTH-RECORD-EXIT
072000     END-READ.
072100
072200     IF AM-TABLE-COUNT >= 500
072300         SET AM-TABLE-IS-FULL TO TRUE
072400         GO TO 6100-LOAD-ONE-AUTH-RECORD-EXIT
072500     END-IF.
072600
072700     ADD 1 TO AM-TABLE-COUNT.
072800     MOVE NGU-OPERATOR-ID TO AM-T-OPERATOR-ID(AM-TABLE-COUNT).
072900     MOVE NGU-OPERATOR-NAME
073000         TO AM-T-OPERATOR-NAME(AM-TABLE-COUNT).
073100     MOVE NGU-FUNCTION-FLAGS TO AM-T-FLAGS(AM-TABLE-COUNT).
073200     MOVE NGU-STATUS TO AM-T-STATUS(AM-TABLE-COUNT).
073300     MOVE NGU-ADDED-DATE TO AM-T-ADDED-DATE(AM-TABLE-COUNT).
073400     MOVE NGU-CHANGED-DATE
073500         TO AM-T-CHANGED-DATE(AM-TABLE-COUNT).
073600     MOVE NGU-CHANGED-BY TO AM-T-CHANGED-BY(AM-TABLE-COUNT).
073700     MOVE NGU-REVOKED-DATE
073800         TO AM-T-REVOKED-DATE(AM-TABLE-COUNT).
073900     IF NGU-OPERATOR-ID = AM-TARGET-ID
074000         MOVE AM-TABLE-COUNT TO AM-FOUND-SUB
074100     END-IF.
074200 6100-LOAD-ONE-AUTH-RECORD-EXIT.
074300     EXIT.
074400
074500 6200-REWRITE-AUTH-FILE.
074600     OPEN OUTPUT NUMGEN-AUTH-FILE.
074700     PERFORM 6210-WRITE-ONE-TABLE-RECORD
074800         THRU 6210-WRITE-ONE-TABLE-RECORD-EXIT
074900         VARYING AM-IDX FROM 1 BY 1
075000         UNTIL AM-IDX > AM-TABLE-COUNT.
075100     CLOSE NUMGEN-AUTH-FILE.
075200 6200-REWRITE-AUTH-FILE-EXIT.
075300     EXIT.
075400
075500 6210-WRITE-ONE-TABLE-RECORD.
075600     MOVE SPACES TO NG-AUTH-RECORD.
075700     MOVE AM-T-OPERATOR-ID(AM-IDX) TO NGU-OPERATOR-ID.
075800     MOVE AM-T-OPERATOR-NAME(AM-IDX) TO NGU-OPERATOR-NAME.
075900     MOVE AM-T-FLAGS(AM-IDX) TO NGU-FUNCTION-FLAGS.
076000     MOVE AM-T-STATUS(AM-IDX) TO NGU-STATUS.
076100     MOVE AM-T-ADDED-DATE(AM-IDX) TO NGU-ADDED-DATE.
076200     MOVE AM-T-CHANGED-DATE(AM-IDX) TO NGU-CHANGED-DATE.
076300     MOVE AM-T-CHANGED-BY(AM-IDX) TO NGU-CHANGED-BY.
076400     MOVE AM-T-REVOKED-DATE(AM-IDX) TO NGU-REVOKED-DATE.
076500     WRITE NG-AUTH-RECORD.
076600 6210-WRITE-ONE-TABLE-RECORD-EXIT.
076700     EXIT.
076800
076900*-----------------------------------------------------------*
077000* 7000-WRITE-CHANGE-AUDIT - AN AUTHCHG RECORD UNDER THE     *
077100* MAINTAINER'S ID: THE OPERATOR CHANGED AND THEIR NAME      *
077200* WHERE THE PREFIX GOES; THE KIND OF CHANGE, THE NEW FLAGS, *
077300* THE NEW STATUS, AND THE OLD FLAGS WHERE THE SUFFIX GOES.  *
077400* SEE NGAUDIT.                                              *
077500*-----------------------------------------------------------*
077600 7000-WRITE-CHANGE-AUDIT.
077700     ACCEPT AM-CURRENT-TIME FROM TIME.
077800     MOVE SPACES TO NG-AUDIT-RECORD.
077900     MOVE AM-OPERATOR-ID TO NGA-OPERATOR-ID.
078000     MOVE NG-TODAYS-DATE TO NGA-RUN-DATE.
078100     MOVE AM-CURRENT-TIME TO NGA-RUN-TIME.
078200     MOVE ZERO TO NGA-START-NUMBER.
078300     MOVE ZERO TO NGA-END-NUMBER.
078400     MOVE AM-TARGET-ID TO NGA-PREFIX(1:20).
078500     MOVE AM-TARGET-NAME TO NGA-PREFIX(21:30).
078600     MOVE AM-CHANGE-TYPE TO NGA-SUFFIX(1:8).
078700     MOVE AM-NEW-FLAGS TO NGA-SUFFIX(9:9).
078800     MOVE AM-NEW-STATUS TO NGA-SUFFIX(18:1).
078900     MOVE AM-OLD-FLAGS TO NGA-SUFFIX(19:9).
079000     MOVE "AUTHCHG " TO NGA-ACTION.
079100     CALL "NUMGENASTAMP" USING NG-AUDIT-RECORD.
079200 7000-WRITE-CHANGE-AUDIT-EXIT.
079300     EXIT.
079400
079500 END PROGRAM NUMGENAUTHM.
