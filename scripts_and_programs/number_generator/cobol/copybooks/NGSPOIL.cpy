000100*****************************************************************
000200* COPYBOOK:     NGSPOIL
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      RECORD LAYOUT FOR NUMGEN.SPOIL, THE SPOILAGE
000700*               RETURN THE LABEL VENDOR SENDS WHEN STOCK IS
000800*               MISPRINTED OR DAMAGED.  ONE LINE NAMES ONE
000900*               SPOILED SERIAL UNDER ITS PREFIX/SUFFIX, WITH
001000*               THE VENDOR'S OWN REASON CODE.  THE VENDOR
001100*               LISTS THE SERIALS IN ASCENDING ORDER, SO A RUN
001200*               OF CONSECUTIVE LINES IS A SPOILED SUB-RANGE.
001300*               THE FILE IS READ, NEVER WRITTEN, BY
001400*               NUMGENSPOIL.
001500*
001600*               COLS  01-50  PREFIX
001700*               COLS  51-100 SUFFIX
001800*               COLS 101-125 SPOILED SERIAL NUMBER (NUMERIC,
001900*                            RIGHT-JUSTIFIED, ZERO-FILLED)
002000*               COLS 126-135 VENDOR REASON CODE
002100*
002200* MODIFICATION HISTORY
002300*   2026-10-15  RO   ORIGINAL VERSION.
002400*****************************************************************
002500 01  NG-SPOIL-RECORD.
002600     05  NGW-PREFIX               PIC X(50).
002700     05  NGW-SUFFIX               PIC X(50).
002800     05  NGW-SERIAL-RAW           PIC X(25).
002900     05  NGW-SERIAL REDEFINES NGW-SERIAL-RAW
003000                                  PIC 9(25).
003100     05  NGW-REASON-CODE          PIC X(10).
