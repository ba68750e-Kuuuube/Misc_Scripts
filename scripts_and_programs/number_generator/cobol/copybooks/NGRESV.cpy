000100*****************************************************************
000200* COPYBOOK:     NGRESV
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      RECORD LAYOUT FOR NUMGEN.RESV, THE RANGE
000700*               RESERVATION FILE.  ONE RECORD HOLDS A BLOCK OF
000800*               ONE PREFIX/SUFFIX SERIES FOR ONE CUSTOMER, WHO
000900*               DRAWS IT DOWN OVER TIME, UNTIL AN EXPIRY DATE.
001000*               RECORDS ARE MAINTAINED BY NUMGENRSVM, NOT BY
001100*               HAND.
001200*
001300*               A RESERVATION IS LIVE WHILE ITS STATUS IS "A"
001400*               AND ITS EXPIRY DATE IS NOT YET PAST.  MAIN'S
001500*               AUTOMATIC ALLOCATION DRAWS A BATCH FOR THE
001600*               HOLDING CUSTOMER (THE CUSTOMER ON THE BATCH'S
001700*               NUMGEN.ORDER RECORD) FROM THE CUSTOMER'S OWN
001800*               LIVE RESERVATION FIRST, AND STEPS EVERY OTHER
001900*               BATCH OVER ALL LIVE RESERVATIONS.  NUMGENRSVR,
002000*               THE WEEKLY STATUS REPORT, RELEASES A
002100*               RESERVATION PAST ITS EXPIRY DATE BY SETTING
002200*               ITS STATUS TO "E".
002300*
002400*               COLS  01-50  PREFIX   } THE SERIES THE BLOCK
002500*               COLS  51-100 SUFFIX   } IS RESERVED FROM
002600*               COLS 101-125 FIRST NUMBER RESERVED (NUMERIC)
002700*               COLS 126-150 LAST NUMBER RESERVED (NUMERIC)
002800*               COLS 151-180 HOLDING CUSTOMER - MUST MATCH THE
002900*                            CUSTOMER ON THE CUSTOMER'S ORDERS
003000*               COLS 181-188 EXPIRY DATE (YYYYMMDD) - THE LAST
003100*                            DAY THE BLOCK IS HELD
003200*               COL  189     STATUS - "A" ACTIVE, "C" CANCELLED,
003300*                            "E" EXPIRED AND RELEASED
003400*               COLS 190-197 DATE RESERVED (YYYYMMDD)
003500*               COLS 198-205 DATE CANCELLED OR RELEASED
003600*                            (YYYYMMDD, ZERO WHILE ACTIVE)
003700*
003800* MODIFICATION HISTORY
003900*   2026-10-15  RO   ORIGINAL VERSION.
004000*****************************************************************
004100 01  NG-RESV-RECORD.
004200     05  NGH-PREFIX               PIC X(50).
004300     05  NGH-SUFFIX               PIC X(50).
004400     05  NGH-START-NUMBER         PIC 9(25).
004500     05  NGH-END-NUMBER           PIC 9(25).
004600     05  NGH-CUSTOMER             PIC X(30).
004700     05  NGH-EXPIRY-DATE          PIC 9(08).
004800     05  NGH-STATUS               PIC X(01).
004900         88  NGH-ACTIVE                VALUE "A".
005000         88  NGH-CANCELLED             VALUE "C".
005100         88  NGH-EXPIRED               VALUE "E".
005200     05  NGH-RESERVE-DATE         PIC 9(08).
005300     05  NGH-RELEASE-DATE         PIC 9(08).
