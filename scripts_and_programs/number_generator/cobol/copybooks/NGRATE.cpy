000100*****************************************************************
000200* COPYBOOK:     NGRATE
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      RECORD LAYOUT FOR NUMGEN.RATE, THE CHARGEBACK
000700*               RATE TABLE FINANCE KEEPS FOR THE MONTH-END
000800*               BILLING RUN (NUMGENBILL).  ONE RECORD PRICES
000900*               EITHER ONE PREFIX/SUFFIX SERIES OR EVERY SERIES
001000*               OF ONE VENDOR: A CHARGE PER SERIAL PRINTED, AND
001100*               A MINIMUM CHARGE FOR ANY ONE BATCH.  A SERIES
001200*               RATE TAKES PRECEDENCE OVER ITS VENDOR'S RATE.
001300*               FIELDS ARE FIXED COLUMN, NOT DELIMITED; THE
001400*               FILE IS KEYED BY HAND AND READ, NEVER WRITTEN,
001500*               BY NUMGENBILL, WHICH REJECTS A BAD RECORD.
001600*
001700*               COL  01      RATE TYPE - "S" FOR ONE SERIES,
001800*                            "V" FOR EVERY SERIES OF A VENDOR
001900*               COLS 02-51   PREFIX   } THE SERIES PRICED ON A
002000*               COLS 52-101  SUFFIX   } SERIES RATE; SPACES ON
002100*                                       A VENDOR RATE
002200*               COLS 102-131 VENDOR, EXACTLY AS ON NUMGEN.SERIES
002300*                            (VENDOR RATE); SPACES ON A SERIES
002400*                            RATE
002500*               COLS 132-140 CHARGE PER SERIAL (NUMERIC, SIX
002600*                            DECIMAL PLACES IMPLIED - 000012500
002700*                            IS 0.0125)
002800*               COLS 141-149 MINIMUM CHARGE PER BATCH (NUMERIC,
002900*                            TWO DECIMAL PLACES IMPLIED -
003000*                            000002500 IS 25.00)
003100*
003200* MODIFICATION HISTORY
003300*   2026-10-15  RO   ORIGINAL VERSION.
003400*****************************************************************
003500 01  NG-RATE-RECORD.
003600     05  NGF-RATE-TYPE            PIC X(01).
003700         88  NGF-SERIES-RATE           VALUE "S".
003800         88  NGF-VENDOR-RATE           VALUE "V".
003900     05  NGF-PREFIX               PIC X(50).
004000     05  NGF-SUFFIX               PIC X(50).
004100     05  NGF-VENDOR               PIC X(30).
004200     05  NGF-PER-SERIAL-RAW       PIC X(09).
004300     05  NGF-PER-SERIAL REDEFINES NGF-PER-SERIAL-RAW
004400                                  PIC 9(03)V9(06).
004500     05  NGF-MINIMUM-RAW          PIC X(09).
004600     05  NGF-MINIMUM REDEFINES NGF-MINIMUM-RAW
004700                                  PIC 9(07)V99.
