002000*               OUTPUT FILE DEFAULTS WHEN THE CARD OR THE
002100*               OPERATOR LEAVES THEM BLANK.
002200*
002300*               A SERIES MAY NAME A SUCCESSOR SERIES.  WHEN AN
002400*               AUTOMATIC BATCH WILL NOT FIT UNDER THE
002500*               CEILING, MAIN ISSUES WHAT FITS, CARRIES THE
002600*               REST INTO THE SUCCESSOR, AND CLOSES THIS
002700*               SERIES.  THE SUCCESSOR MUST ITSELF BE
002800*               REGISTERED HERE, AND NO SERIES MAY BE THE
002900*               SUCCESSOR OF TWO OTHERS, SO THE SERIES FORM
003000*               SIMPLE PREDECESSOR/SUCCESSOR CHAINS.
003100*
003200*               COLS  01-50  PREFIX
003300*               COLS  51-100 SUFFIX
003400*               COLS 101-125 CEILING (NUMERIC) - THE HIGHEST
003500*                            NUMBER THE SERIES MAY EVER USE
003600*               COLS 126-128 DEFAULT CHECK DIGIT SCHEME -
003700*                            "M10", "M11", "NO ", OR SPACES
003800*                            FOR NO DEFAULT
003900*               COLS 129-131 DEFAULT OUTPUT FORMAT - "STD",
004000*                            "CSV", "FIX", OR SPACES FOR NO
004100*                            DEFAULT
004200*               COLS 132-181 DEFAULT OUTPUT FILE NAME; SPACES
004300*                            FOR NO DEFAULT (NUMGEN.OUT AS
004400*                            ALWAYS)
004500*               COLS 182-211 OWNING VENDOR
004600*               COL  212     STATUS - "A" ACTIVE, "C" CLOSED
004700*               COLS 213-220 DATE REGISTERED (YYYYMMDD)
004800*               COLS 221-228 DATE CLOSED (YYYYMMDD, ZERO
004900*                            WHILE THE SERIES IS ACTIVE)
005000*               COLS 229-278 SUCCESSOR PREFIX
005100*               COLS 279-328 SUCCESSOR SUFFIX - BOTH SPACES
005200*                            WHEN THE SERIES HAS NO SUCCESSOR
005300*
005400* MODIFICATION HISTORY
005500*   2026-09-02  RO   ORIGINAL VERSION.
005600*   2026-10-15  RO   ADDED THE SUCCESSOR PREFIX AND SUFFIX FOR
005700*                    THE CEILING ROLLOVER IN MAIN.  RECORDS
005800*                    WRITTEN BEFORE THIS CHANGE READ AS SPACES
005900*                    IN THE NEW COLUMNS - NO SUCCESSOR.
006000*****************************************************************
006100 01  NG-SERIES-RECORD.
006200     05  NGS-PREFIX               PIC X(50).
006300     05  NGS-SUFFIX               PIC X(50).
006400     05  NGS-CEILING              PIC 9(25).
006500     05  NGS-CHECK-SCHEME         PIC X(03).
006600     05  NGS-OUT-FORMAT           PIC X(03).
006700     05  NGS-OUT-FILE             PIC X(50).
006800     05  NGS-VENDOR               PIC X(30).
006900     05  NGS-STATUS               PIC X(01).
007000         88  NGS-ACTIVE                VALUE "A".
007100         88  NGS-CLOSED                VALUE "C".
007200     05  NGS-OPEN-DATE            PIC 9(08).
007300     05  NGS-CLOSE-DATE           PIC 9(08).
007400     05  NGS-SUCCESSOR.
007500         10  NGS-SUCCESSOR-PREFIX PIC X(50).
007600         10  NGS-SUCCESSOR-SUFFIX PIC X(50).
