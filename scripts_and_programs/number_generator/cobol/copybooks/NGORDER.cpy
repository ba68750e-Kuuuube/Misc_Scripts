000100*****************************************************************
000200* COPYBOOK:     NGORDER
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      RECORD LAYOUT FOR NUMGEN.ORDER, THE CUSTOMER
000700*               ORDER MASTER.  ONE RECORD IS ONE CUSTOMER'S
000800*               ORDER FOR A QUANTITY OF SERIALS FROM ONE
000900*               REGISTERED PREFIX/SUFFIX SERIES, DUE BY A
001000*               GIVEN DATE.  RECORDS ARE MAINTAINED BY
001100*               NUMGENORDM, NOT BY HAND.
001200*
001300*               EVERY NEW-ISSUE BATCH IN MAIN NAMES THE ORDER
001400*               IT FILLS (NUMGEN.PARM COLS 233-252, OR THE
001500*               ORDER NUMBER PROMPT).  MAIN REFUSES A BATCH
001600*               FOR AN ORDER THAT IS NOT ON FILE, IS CLOSED,
001700*               IS FOR ANOTHER SERIES, OR HAS LESS OUTSTANDING
001800*               THAN THE BATCH WOULD ISSUE, AND CARRIES THE
001900*               ORDER NUMBER ONTO THE BATCH'S NUMGEN.DISP
002000*               DISPOSITION.  NUMGENORDR REPORTS EACH ORDER'S
002100*               ORDERED, ISSUED, DELIVERED, AND VOIDED
002200*               QUANTITIES.
002300*
002400*               COLS  01-20  ORDER NUMBER
002500*               COLS  21-50  CUSTOMER
002600*               COLS  51-100 PREFIX   } THE SERIES THE ORDER
002700*               COLS 101-150 SUFFIX   } IS FILLED FROM
002800*               COLS 151-175 QUANTITY ORDERED (NUMERIC)
002900*               COLS 176-183 DUE DATE (YYYYMMDD)
003000*               COL  184     STATUS - "O" OPEN, "C" CLOSED
003100*               COLS 185-192 DATE ENTERED (YYYYMMDD)
003200*               COLS 193-200 DATE CLOSED (YYYYMMDD, ZERO
003300*                            WHILE THE ORDER IS OPEN)
003400*
003500* MODIFICATION HISTORY
003600*   2026-10-15  RO   ORIGINAL VERSION.
003700*****************************************************************
003800 01  NG-ORDER-RECORD.
003900     05  NGO-ORDER-NUMBER         PIC X(20).
004000     05  NGO-CUSTOMER             PIC X(30).
004100     05  NGO-PREFIX               PIC X(50).
004200     05  NGO-SUFFIX               PIC X(50).
004300     05  NGO-QUANTITY             PIC 9(25).
004400     05  NGO-DUE-DATE             PIC 9(08).
004500     05  NGO-STATUS               PIC X(01).
004600         88  NGO-OPEN                  VALUE "O".
004700         88  NGO-CLOSED                VALUE "C".
004800     05  NGO-OPEN-DATE            PIC 9(08).
004900     05  NGO-CLOSE-DATE           PIC 9(08).
