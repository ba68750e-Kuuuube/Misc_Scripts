000100*****************************************************************
000200* COPYBOOK:     NGCHGB
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      RECORD LAYOUT FOR NUMGEN.CHGBACK, THE MONTHLY
000700*               CHARGEBACK INTERFACE FILE NUMGENBILL HANDS TO
000800*               THE ACCOUNTS PAYABLE / INTERNAL BILLING SYSTEM.
000900*               ONE DETAIL ("D") RECORD PER VENDOR, SERIES, AND
001000*               CUSTOMER (BUSINESS UNIT) BILLED FOR THE MONTH,
001100*               THEN ONE TRAILER ("T") RECORD CARRYING THE
001200*               CONTROL TOTALS.  THE FILE IS REPLACED EACH RUN
001300*               AND IS WRITTEN ONLY WHEN THE MONTH RECONCILES
001400*               TO NUMGEN.LEDGER.  VENDOR SPOILAGE REISSUES ARE
001500*               NOT BILLED AND DO NOT APPEAR HERE.
001600*
001700*               DETAIL RECORD:
001800*               COL  01      RECORD TYPE "D"
001900*               COLS 02-07   BILLING MONTH (YYYYMM)
002000*               COLS 08-37   VENDOR
002100*               COLS 38-87   PREFIX
002200*               COLS 88-137  SUFFIX
002300*               COLS 138-167 CUSTOMER BILLED ("UNASSIGNED" WHEN
002400*                            NO CUSTOMER ORDER COULD BE FOUND)
002500*               COLS 168-172 BATCHES BILLED
002600*               COLS 173-197 SERIALS GENERATED
002700*               COLS 198-222 SERIALS REPRINTED OR REISSUED
002800*               COLS 223-247 SERIALS BILLED (GENERATED PLUS
002900*                            REPRINTED)
003000*               COLS 248-256 CHARGE PER SERIAL (9(3)V9(6))
003100*               COLS 257-265 MINIMUM CHARGE PER BATCH (9(7)V99)
003200*               COLS 266-278 CHARGE (9(11)V99)
003300*
003400*               TRAILER RECORD:
003500*               COL  01      RECORD TYPE "T"
003600*               COLS 02-07   BILLING MONTH (YYYYMM)
003700*               COLS 08-14   DETAIL RECORDS ON THE FILE
003800*               COLS 15-39   TOTAL SERIALS BILLED
003900*               COLS 40-54   TOTAL CHARGE (9(13)V99)
004000*               COLS 55-62   DATE PRODUCED (YYYYMMDD)
004100*
004200* MODIFICATION HISTORY
004300*   2026-10-15  RO   ORIGINAL VERSION.
004400*****************************************************************
004500 01  NG-CHGBACK-RECORD.
004600     05  NGI-RECORD-TYPE          PIC X(01).
004700         88  NGI-DETAIL                VALUE "D".
004800         88  NGI-TRAILER               VALUE "T".
004900     05  NGI-BILLING-MONTH        PIC 9(06).
005000     05  NGI-DETAIL-AREA.
005100         10  NGI-VENDOR           PIC X(30).
005200         10  NGI-PREFIX           PIC X(50).
005300         10  NGI-SUFFIX           PIC X(50).
005400         10  NGI-CUSTOMER         PIC X(30).
005500         10  NGI-BATCHES          PIC 9(05).
005600         10  NGI-GENERATED        PIC 9(25).
005700         10  NGI-REPRINTED        PIC 9(25).
005800         10  NGI-BILLED-SERIALS   PIC 9(25).
005900         10  NGI-PER-SERIAL       PIC 9(03)V9(06).
006000         10  NGI-MINIMUM          PIC 9(07)V99.
006100         10  NGI-CHARGE           PIC 9(11)V99.
006200     05  NGI-TRAILER-AREA REDEFINES NGI-DETAIL-AREA.
006300         10  NGI-RECORD-COUNT     PIC 9(07).
006400         10  NGI-TOTAL-SERIALS    PIC 9(25).
006500         10  NGI-TOTAL-CHARGE     PIC 9(13)V99.
006600         10  NGI-RUN-DATE         PIC 9(08).
006700         10  FILLER               PIC X(216).
