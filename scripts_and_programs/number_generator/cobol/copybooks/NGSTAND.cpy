000100*****************************************************************
000200* COPYBOOK:     NGSTAND
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      RECORD LAYOUT FOR NUMGEN.STAND, THE STANDING
000700*               ORDER FILE.  ONE RECORD IS ONE RECURRING
000800*               REQUIREMENT - A FIXED QUANTITY OF SERIALS FROM
000900*               ONE REGISTERED PREFIX/SUFFIX SERIES, ISSUED
001000*               AGAINST ONE CUSTOMER ORDER ON NUMGEN.ORDER,
001100*               EVERY NIGHT, ONCE A WEEK, OR AT MONTH-END.
001200*               RECORDS ARE MAINTAINED BY NUMGENSTDM, NOT BY
001300*               HAND.
001400*
001500*               NUMGENSTDB RUNS BEFORE MAIN IN THE NIGHTLY
001600*               SCHEDULE AND WRITES ONE AUTOMATIC ("A") CARD
001700*               TO NUMGEN.PARM FOR EVERY ACTIVE STANDING ORDER
001800*               DUE THAT NIGHT, THEN STAMPS THE NIGHT ON THE
001900*               RECORD SO A RESUBMITTED NIGHT CAN TELL WHICH
002000*               ORDERS IT HAS ALREADY CARDED.
002100*
002200*               COLS  01-10  STANDING ORDER NUMBER
002300*               COLS  11-30  CUSTOMER ORDER NUMBER ON
002400*                            NUMGEN.ORDER THE CARDS ARE ISSUED
002500*                            AGAINST
002600*               COLS  31-80  PREFIX   } THE SERIES THE CARDS
002700*               COLS  81-130 SUFFIX   } DRAW FROM
002800*               COLS 131-155 QUANTITY PER CARD (NUMERIC)
002900*               COLS 156-158 CHECK DIGIT SCHEME } AS ON A
003000*               COLS 159-161 OUTPUT FORMAT      } NUMGEN.PARM
003100*               COLS 162-211 OUTPUT FILE NAME   } CARD; SPACES
003200*                            TAKE THE SERIES DEFAULTS
003300*               COL  212     FREQUENCY - "D" EVERY NIGHT, "W"
003400*                            ONCE A WEEK, "M" ON THE LAST DAY
003500*                            OF THE MONTH
003600*               COL  213     DAY OF THE WEEK A WEEKLY ORDER IS
003700*                            DUE, 1 = MONDAY THROUGH 7 =
003800*                            SUNDAY; ZERO FOR ANY OTHER
003900*                            FREQUENCY
004000*               COLS 214-221 START DATE (YYYYMMDD)
004100*               COLS 222-229 STOP DATE (YYYYMMDD, ZERO WHEN THE
004200*                            ORDER RUNS UNTIL CANCELLED)
004300*               COL  230     STATUS - "A" ACTIVE, "C" CANCELLED
004400*               COLS 231-238 DATE ENTERED (YYYYMMDD)
004500*               COLS 239-258 OPERATOR WHO ENTERED IT
004600*               COLS 259-266 DATE CANCELLED (YYYYMMDD, ZERO
004700*                            WHILE THE ORDER IS ACTIVE)
004800*               COLS 267-274 NIGHT LAST CARDED (YYYYMMDD, ZERO
004900*                            UNTIL THE FIRST CARD IS BUILT)
005000*
005100* MODIFICATION HISTORY
005200*   2026-10-15  RO   ORIGINAL VERSION.
005300*****************************************************************
005400 01  NG-STAND-RECORD.
005500     05  NGT-STANDING-NUMBER      PIC X(10).
005600     05  NGT-ORDER-NUMBER         PIC X(20).
005700     05  NGT-PREFIX               PIC X(50).
005800     05  NGT-SUFFIX               PIC X(50).
005900     05  NGT-QUANTITY             PIC 9(25).
006000     05  NGT-CHECK-SCHEME         PIC X(03).
006100     05  NGT-OUT-FORMAT           PIC X(03).
006200     05  NGT-OUT-FILE             PIC X(50).
006300     05  NGT-FREQUENCY            PIC X(01).
006400         88  NGT-DAILY                 VALUE "D".
006500         88  NGT-WEEKLY                VALUE "W".
006600         88  NGT-MONTH-END             VALUE "M".
006700     05  NGT-WEEKDAY              PIC 9(01).
006800     05  NGT-START-DATE           PIC 9(08).
006900     05  NGT-STOP-DATE            PIC 9(08).
007000     05  NGT-STATUS               PIC X(01).
007100         88  NGT-ACTIVE                VALUE "A".
007200         88  NGT-CANCELLED             VALUE "C".
007300     05  NGT-ENTERED-DATE         PIC 9(08).
007400     05  NGT-ENTERED-BY           PIC X(20).
007500     05  NGT-CANCEL-DATE          PIC 9(08).
007600     05  NGT-LAST-CARDED-DATE     PIC 9(08).
