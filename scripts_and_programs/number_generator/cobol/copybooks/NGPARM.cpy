004100*               COLS 183-232 OUTPUT FILE NAME - WHERE THIS
004200*                            BATCH'S OUTPUT LANDS; SPACES
004300*                            MEANS NUMGEN.OUT AS ALWAYS
004400*               COLS 233-252 CUSTOMER ORDER NUMBER ON
004500*                            NUMGEN.ORDER THE BATCH IS ISSUED
004600*                            AGAINST - REQUIRED ON A RANGE OR
004700*                            AUTOMATIC CARD (A REISSUE OF
004800*                            VOIDED SERIALS MAY LEAVE IT
004900*                            BLANK); IGNORED ON A REPRINT
005000*               COLS 253-262 STANDING ORDER NUMBER - PUNCHED
005100*                            ONLY BY NUMGENSTDB ON A CARD IT
005200*                            BUILDS FROM NUMGEN.STAND, SO THE
005300*                            DISPOSITION RECORD NAMES THE
005400*                            STANDING ORDER THE BATCH FILLED;
005500*                            SPACES ON A HAND-PUNCHED CARD
005600*
005700* MODIFICATION HISTORY
005800*   2026-08-08  RO   ORIGINAL VERSION.
005900*   2026-08-22  RO   ADDED THE CHECK DIGIT SCHEME SO EACH BATCH
006000*                    CAN CHOOSE MOD-10, MOD-11, OR NO CHECK
006100*                    DIGIT.  A CARD PUNCHED BEFORE THIS CHANGE
006200*                    READS AS SPACES HERE, WHICH STILL MEANS NO
006300*                    CHECK DIGIT.
006400*   2026-08-22  RO   ADDED THE ALLOCATION MODE AND QUANTITY SO
006500*                    A CARD CAN ASK FOR THE NEXT UNUSED RANGE
006600*                    INSTEAD OF GUESSING START AND END NUMBERS.
006700*   2026-09-02  RO   ALLOCATION MODE "P" (REPRINT) - REGENERATE
006800*                    AN ALREADY-ISSUED RANGE'S OUTPUT FOR A
006900*                    LOST FILE OR A RUINED ROLL WITHOUT VOIDING
007000*                    AND REISSUING, AND WITHOUT TOUCHING THE
007100*                    LEDGER.  LAYOUT UNCHANGED.
007200*   2026-10-15  RO   ADDED THE CUSTOMER ORDER NUMBER SO EVERY
007300*                    NEW-ISSUE BATCH NAMES THE NUMGEN.ORDER
007400*                    ORDER IT FILLS.  A CARD PUNCHED BEFORE
007500*                    THIS CHANGE READS AS SPACES HERE.
007600*   2026-10-15  RO   ADDED THE STANDING ORDER NUMBER SO A DECK
007700*                    RESUBMIT CAN TELL TWO STANDING ORDERS FOR
007800*                    THE SAME ORDER, SERIES, AND QUANTITY APART.
007900*                    A CARD PUNCHED BEFORE THIS CHANGE READS AS
008000*                    SPACES HERE.
008100*****************************************************************
008200 01  NG-PARM-RECORD.
008300     05  NGP-START-NUMBER         PIC 9(25).
008400     05  NGP-END-NUMBER           PIC 9(25).
008500     05  NGP-PREFIX               PIC X(50).
008600     05  NGP-SUFFIX               PIC X(50).
008700     05  NGP-CHECK-SCHEME         PIC X(03).
008800     05  NGP-ALLOC-MODE           PIC X(01).
008900     05  NGP-QUANTITY             PIC 9(25).
009000     05  NGP-OUT-FORMAT           PIC X(03).
009100     05  NGP-OUT-FILE             PIC X(50).
009200     05  NGP-ORDER-NUMBER         PIC X(20).
009300     05  NGP-STANDING-NUMBER      PIC X(10).
