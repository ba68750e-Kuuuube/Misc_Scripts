003300*                              CARD WAS ALREADY SATISFIED IN
003400*                              AN EARLIER ATTEMPT OF THE
003500*                              SAME RUN
003600*                 "SKIPORDR" - SKIPPED BECAUSE THE CUSTOMER
003700*                              ORDER IS MISSING, UNKNOWN,
003800*                              CLOSED, FOR ANOTHER SERIES, OR
003900*                              HAS TOO LITTLE OUTSTANDING
004000*                              FOR THE BATCH
004100*                 "SKIPAUTH" - SKIPPED BECAUSE THE OPERATOR
004200*                              RUNNING MAIN MAY NOT PERFORM
004300*                              THE CARD'S MODE (GENERATE,
004400*                              AUTOMATIC ALLOCATE, OR
004500*                              REPRINT) ON NUMGEN.AUTH
004600*
004700*               COLS  01-50  PREFIX
004800*               COLS  51-100 SUFFIX
004900*               COLS 101-125 START NUMBER (ZERO WHEN THE
005000*                            BATCH WAS SKIPPED BEFORE A
005100*                            RANGE WAS KNOWN)
005200*               COLS 126-150 END NUMBER (DITTO)
005300*               COLS 151-158 OUTCOME - SEE ABOVE
005400*               COLS 159-183 COUNT GENERATED (ZERO ON A SKIP)
005500*               COLS 184-208 COUNT EXCLUDED BY NUMGEN.EXCL
005600*                            RULES (ZERO ON A SKIP)
005700*               COLS 209-258 OUTPUT FILE THE BATCH LANDED IN
005800*                            (AS RESOLVED; SPACES MEANS
005900*                            NUMGEN.OUT)
006000*               COLS 259-266 RUN DATE (YYYYMMDD)
006100*               COLS 267-274 RUN TIME (HHMMSSHH)
006200*               COLS 275-281 CONTROL CARD NUMBER WITHIN THE
006300*                            NUMGEN.PARM DECK (ZERO FOR AN
006400*                            INTERACTIVE BATCH)
006500*               COLS 282-301 CUSTOMER ORDER NUMBER THE BATCH
006600*                            WAS ISSUED AGAINST (SPACES ON A
006700*                            REPRINT OR AN UNORDERED REISSUE)
006800*               COL  302     REISSUE FLAG - "Y" WHEN THE BATCH
006900*                            REISSUED VOIDED SERIALS, SO THEY
007000*                            ARE NOT COUNTED AGAINST THE
007100*                            ORDER A SECOND TIME
007200*               COLS 303-322 OPERATOR ID WHO RAN MAIN
007300*               COLS 323-330 RUN START DATE (YYYYMMDD) - WHEN
007400*                            MAIN TOOK NUMGEN.LOCK
007500*               COLS 331-338 RUN START TIME (HHMMSSHH)
007600*                            TOGETHER WITH THE OPERATOR, THE
007700*                            RUN START IDENTIFIES THE RUN:
007800*                            EVERY DISPOSITION ONE RUN WRITES
007900*                            CARRIES THE SAME THREE VALUES
008000*               COL  339     ROLLOVER HALF - AN AUTOMATIC CARD
008100*                            THAT WOULD NOT FIT UNDER ITS
008200*                            SERIES CEILING IS ISSUED AS TWO
008300*                            BATCHES UNDER THE SAME CARD
008400*                            NUMBER: "1" ON THE PART THAT
008500*                            FILLED THE OLD SERIES, "2" ON THE
008600*                            REMAINDER CARRIED INTO ITS
008700*                            SUCCESSOR.  SPACE ON EVERY OTHER
008800*                            RECORD.
008900*               COLS 340-349 STANDING ORDER NUMBER FROM THE
009000*                            CONTROL CARD - SPACES UNLESS
009100*                            NUMGENSTDB BUILT THE CARD FROM A
009200*                            NUMGEN.STAND STANDING ORDER
009300*
009400* MODIFICATION HISTORY
009500*   2026-09-02  RO   ORIGINAL VERSION.
009600*   2026-09-02  RO   ADDED THE SKIPDONE OUTCOME - THE RECORD
009700*                    THAT MAKES RESUBMITTING A CONTROL CARD
009800*                    DECK SAFE: A COMPLETED DISPOSITION FOR
009900*                    THE SAME CARD NUMBER, PREFIX/SUFFIX, AND
010000*                    QUANTITY ON THE SAME RUN DATE STOPS AN
010100*                    AUTOMATIC CARD FROM GENERATING TWICE.
010200*   2026-10-15  RO   ADDED THE CUSTOMER ORDER NUMBER, THE
010300*                    REISSUE FLAG, AND THE SKIPORDR OUTCOME
010400*                    FOR THE NUMGEN.ORDER OUTSTANDING-QUANTITY
010500*                    CHECK AND THE ORDER FULFILLMENT REPORT.
010600*                    RECORDS WRITTEN BEFORE THIS CHANGE READ
010700*                    AS SPACES IN THE NEW COLUMNS.
010800*   2026-10-15  RO   ADDED THE SKIPAUTH OUTCOME FOR THE
010900*                    NUMGEN.AUTH OPERATOR AUTHORIZATION CHECK.
011000*   2026-10-15  RO   ADDED THE OPERATOR ID AND RUN START SO THE
011100*                    OPERATOR ACTIVITY REVIEW CAN TELL WHO RAN
011200*                    A RUN THAT SKIPPED BATCHES.  RECORDS
011300*                    WRITTEN BEFORE THIS CHANGE READ AS SPACES
011400*                    IN THE NEW COLUMNS.
011500*   2026-10-15  RO   ADDED THE ROLLOVER HALF MARKER FOR A CARD
011600*                    SPLIT BETWEEN A FULL SERIES AND ITS
011700*                    SUCCESSOR.
011800*   2026-10-15  RO   ADDED THE STANDING ORDER NUMBER SO THE
011900*                    SKIPDONE CHECK AND NUMGENSTDB MATCH A
012000*                    COMPLETED BATCH TO THE ONE STANDING ORDER
012100*                    IT FILLED.  RECORDS WRITTEN BEFORE THIS
012200*                    CHANGE READ AS SPACES IN THE NEW COLUMNS.
012300*****************************************************************
012400 01  NG-DISP-RECORD.
012500     05  NGB-PREFIX               PIC X(50).
012600     05  NGB-SUFFIX               PIC X(50).
012700     05  NGB-START-NUMBER         PIC 9(25).
012800     05  NGB-END-NUMBER           PIC 9(25).
012900     05  NGB-OUTCOME              PIC X(08).
013000         88  NGB-COMPLETED             VALUE "COMPLETE".
013100         88  NGB-REPRINTED             VALUE "REPRINT ".
013200         88  NGB-SKIPPED               VALUE "SKIPOVLP"
013300                                             "SKIPCARD"
013400                                             "SKIPRNGE"
013500                                             "SKIPROOM"
013600                                             "SKIPSERS"
013700                                             "SKIPDONE"
013800                                             "SKIPORDR"
013900                                             "SKIPAUTH".
014000     05  NGB-GENERATED            PIC 9(25).
014100     05  NGB-EXCLUDED             PIC 9(25).
014200     05  NGB-OUT-FILE             PIC X(50).
014300     05  NGB-RUN-DATE             PIC 9(08).
014400     05  NGB-RUN-TIME             PIC 9(08).
014500     05  NGB-CARD-NUMBER          PIC 9(07).
014600     05  NGB-ORDER-NUMBER         PIC X(20).
014700     05  NGB-REISSUE-FLAG         PIC X(01).
014800         88  NGB-WAS-REISSUE           VALUE "Y".
014900     05  NGB-OPERATOR-ID          PIC X(20).
015000     05  NGB-RUN-START-DATE       PIC X(08).
015100     05  NGB-RUN-START-TIME       PIC X(08).
015200     05  NGB-ROLLOVER-HALF        PIC X(01).
015300         88  NGB-OLD-SERIES-HALF       VALUE "1".
015400         88  NGB-SUCCESSOR-HALF        VALUE "2".
015500     05  NGB-STANDING-NUMBER      PIC X(10).
