004100*                            ALREADY SATISFIED IN AN EARLIER
004200*                            ATTEMPT OF THE SAME RUN (A
004300*                            RESUBMITTED AUTOMATIC CARD)
004400*               COLS  81-87  ... SKIPPED BECAUSE THE CUSTOMER
004500*                            ORDER WAS MISSING, NOT OPEN, OR
004600*                            HAD TOO LITTLE OUTSTANDING
004700*               COLS  88-94  ... SKIPPED BECAUSE THE OPERATOR
004800*                            RUNNING MAIN IS NOT AUTHORIZED
004900*                            ON NUMGEN.AUTH FOR THE CARD'S
005000*                            MODE
005100*               COLS  95-119 TOTAL SERIALS WRITTEN
005200*               COLS 120-144 TOTAL SERIALS SKIPPED BY THE
005300*                            NUMGEN.EXCL EXCLUSION RULES
005400*               COLS 145-146 RETURN CODE (NUMERIC)
005500*
005600* MODIFICATION HISTORY
005700*   2026-08-22  RO   ORIGINAL VERSION.
005800*   2026-09-02  RO   ADDED THE SKIPPED-FOR-UNREGISTERED-SERIES
005900*                    COUNT NOW THAT MAIN CHECKS EVERY BATCH
006000*                    AGAINST THE NUMGEN.SERIES MASTER.  THE
006100*                    FIELDS AFTER IT MOVE SEVEN COLUMNS RIGHT;
006200*                    THE FILE IS REWRITTEN EVERY RUN, SO NO
006300*                    CONVERSION IS NEEDED.
006400*   2026-09-02  RO   ADDED THE SKIPPED-AS-ALREADY-DONE COUNT
006500*                    FOR AUTOMATIC CARDS RECOGNIZED AS
006600*                    SATISFIED IN AN EARLIER ATTEMPT OF THE
006700*                    SAME RUN.  THE FIELDS AFTER IT MOVE
006800*                    SEVEN COLUMNS RIGHT.
006900*   2026-10-15  RO   ADDED THE SKIPPED-FOR-CUSTOMER-ORDER
007000*                    COUNT NOW THAT MAIN CHECKS EVERY NEW-
007100*                    ISSUE BATCH AGAINST NUMGEN.ORDER.  THE
007200*                    FIELDS AFTER IT MOVE SEVEN COLUMNS RIGHT.
007300*   2026-10-15  RO   ADDED THE SKIPPED-FOR-AUTHORIZATION COUNT
007400*                    NOW THAT MAIN CHECKS EVERY CARD AGAINST
007500*                    NUMGEN.AUTH.  THE FIELDS AFTER IT MOVE
007600*                    SEVEN COLUMNS RIGHT.
007700*****************************************************************
007800 01  NG-RUNSTAT-RECORD.
007900     05  NGR-RUN-DATE             PIC 9(08).
008000     05  NGR-RUN-TIME             PIC 9(08).
008100     05  NGR-RUN-MODE             PIC X(01).
008200     05  NGR-CARDS-READ           PIC 9(07).
008300     05  NGR-BATCHES-GENERATED    PIC 9(07).
008400     05  NGR-BATCHES-SKIPPED      PIC 9(07).
008500     05  NGR-SKIP-OVERLAP         PIC 9(07).
008600     05  NGR-SKIP-BAD-RANGE       PIC 9(07).
008700     05  NGR-SKIP-BAD-CARD        PIC 9(07).
008800     05  NGR-SKIP-NO-ROOM         PIC 9(07).
008900     05  NGR-SKIP-NO-SERIES       PIC 9(07).
009000     05  NGR-SKIP-ALREADY-DONE    PIC 9(07).
009100     05  NGR-SKIP-NO-ORDER        PIC 9(07).
009200     05  NGR-SKIP-NO-AUTH         PIC 9(07).
009300     05  NGR-SERIALS-WRITTEN      PIC 9(25).
009400     05  NGR-SERIALS-EXCLUDED     PIC 9(25).
009500     05  NGR-RETURN-CODE          PIC 9(02).
