002500*                            A SUPERVISOR APPROVED OR REJECTED
002600*                            A PENDING VOID IN NUMGENVAPPR
002700*                            (THE OPERATOR ID IS THE
002800*                            APPROVER'S), "CHAINFWD" ON THE
002900*                            LINK RECORD NUMGENARCH WRITES AT
003000*                            THE HEAD OF A PURGED FILE,
003100*                            "AUTHDENY" WHEN NUMGENAUTH REFUSED
003200*                            AN OPERATOR A FUNCTION, "AUTHCHG "
003300*                            WHEN NUMGENAUTHM CHANGED AN
003400*                            OPERATOR'S ACCESS (SEE BELOW)
003500*               COLS 195-203 SEQUENCE NUMBER (NUMERIC) - ONE
003600*                            MORE THAN THE RECORD BEFORE IT,
003700*                            STARTING AT 1; SPACES ON A RECORD
003800*                            WRITTEN BEFORE THE CHAIN EXISTED
003900*               COLS 204-213 CHAIN VALUE (NUMERIC) - COMPUTED
004000*                            BY NUMGENACHAIN FROM THE CHAIN
004100*                            VALUE OF THE RECORD BEFORE AND
004200*                            COLS 1-203 OF THIS ONE
004300*
004400*               AUTHDENY AND AUTHCHG RECORDS CARRY NO RANGE -
004500*               BOTH NUMBERS ARE ZERO - AND REUSE THE PREFIX
004600*               AND SUFFIX COLUMNS:
004700*                 AUTHDENY  COLS  87-108 FUNCTION REFUSED (THE
004800*                                        NAME FROM NGAUTHF)
004900*                           COLS 137-148 PROGRAM THAT REFUSED
005000*                           COLS 149-186 REASON
005100*                 AUTHCHG   COLS  87-106 OPERATOR ID CHANGED
005200*                           COLS 107-136 THAT OPERATOR'S NAME
005300*                           COLS 137-144 "ADDED   ", "CHANGED ",
005400*                                        "REVOKED ", "REINSTAT"
005500*                           COLS 145-153 FUNCTION FLAGS AFTER
005600*                           COL  154     STATUS AFTER
005700*                           COLS 155-163 FUNCTION FLAGS BEFORE
005800*               THE OPERATOR ID IS THE ONE REFUSED, OR THE ONE
005900*               WHO MADE THE CHANGE.
006000*
006100*               EVERY RECORD IS STAMPED WITH ITS SEQUENCE
006200*               NUMBER AND CHAIN VALUE BY NUMGENASTAMP JUST
006300*               BEFORE IT IS APPENDED, SO A LINE ALTERED,
006400*               DELETED, INSERTED, OR MOVED BY HAND BREAKS THE
006500*               CHAIN AND NUMGENAUDCHK REPORTS WHERE.  THE
006600*               CHAINFWD RECORD CARRIES THE SEQUENCE NUMBER AND
006700*               CHAIN VALUE OF THE LAST RECORD MOVED TO
006800*               NUMGEN.AUDARCH, SO THE RETAINED RECORDS CHAIN
006900*               ON FROM IT.
007000*
007100* MODIFICATION HISTORY
007200*   2026-08-08  RO   ORIGINAL VERSION.
007300*   2026-09-02  RO   ADDED THE ACTION FIELD SO A REPRINT OF AN
007400*                    ISSUED RANGE LEAVES ITS OWN AUDIT RECORD
007500*                    SHOWING WHO REPRINTED WHAT, DISTINCT FROM
007600*                    THE ORIGINAL ISSUE.
007700*   2026-09-02  RO   VOID APPROVALS AND REJECTIONS FROM
007800*                    NUMGENVAPPR NOW LEAVE AUDIT RECORDS TOO,
007900*                    CARRYING THE VOIDED RANGE AND THE
008000*                    APPROVER'S ID.
008100*   2026-10-15  RO   ADDED THE SEQUENCE NUMBER AND CHAIN VALUE
008200*                    SO A HAND-EDITED AUDIT TRAIL CAN BE
008300*                    DETECTED, AS THE AUDITORS ASKED.  SEE
008400*                    NUMGENASTAMP AND NUMGENAUDCHK.
008500*   2026-10-15  RO   ADDED THE AUTHDENY AND AUTHCHG ACTIONS FOR
008600*                    THE NUMGEN.AUTH OPERATOR AUTHORIZATION
008700*                    FILE.  SEE NUMGENAUTH AND NUMGENAUTHM.
008800*****************************************************************
008900 01  NG-AUDIT-RECORD.
009000     05  NGA-OPERATOR-ID          PIC X(20).
009100     05  NGA-RUN-DATE             PIC 9(08).
009200     05  NGA-RUN-TIME             PIC 9(08).
009300     05  NGA-START-NUMBER         PIC 9(25).
009400     05  NGA-END-NUMBER           PIC 9(25).
009500     05  NGA-PREFIX               PIC X(50).
009600     05  NGA-SUFFIX               PIC X(50).
009700     05  NGA-ACTION               PIC X(08).
009800         88  NGA-ACTION-GENERATE       VALUE SPACES.
009900         88  NGA-ACTION-REPRINT        VALUE "REPRINT ".
010000         88  NGA-ACTION-VOID-APPR      VALUE "VOIDAPPR".
010100         88  NGA-ACTION-VOID-REJ       VALUE "VOIDREJ ".
010200         88  NGA-ACTION-CHAIN-FWD      VALUE "CHAINFWD".
010300         88  NGA-ACTION-AUTH-DENY      VALUE "AUTHDENY".
010400         88  NGA-ACTION-AUTH-CHG       VALUE "AUTHCHG ".
010500     05  NGA-SEQUENCE-RAW         PIC X(09).
010600     05  NGA-SEQUENCE REDEFINES NGA-SEQUENCE-RAW
010700                                  PIC 9(09).
010800     05  NGA-CHAIN-VALUE          PIC 9(10).
