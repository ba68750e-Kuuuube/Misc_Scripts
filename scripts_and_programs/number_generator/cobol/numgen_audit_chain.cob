000100*****************************************************************
000200* PROGRAM:      NUMGENACHAIN
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      COMPUTES THE CHAIN VALUE FOR ONE NUMGEN.AUDIT
000800*               RECORD FROM THE CHAIN VALUE OF THE RECORD
000900*               BEFORE IT.  CALLED BY NUMGENASTAMP WHEN A
001000*               RECORD IS WRITTEN, AND BY NUMGENAUDCHK WHEN THE
001100*               FILE IS VERIFIED, SO BOTH SIDES ALWAYS AGREE ON
001200*               THE ARITHMETIC - THE SAME ARRANGEMENT AS
001300*               NUMGENCKDIG.
001400*
001500*               THE VALUE STARTS AS THE PRIOR RECORD'S CHAIN
001600*               VALUE (ZERO FOR THE FIRST RECORD), AND EACH
001700*               BYTE OF COLS 1-203 - EVERYTHING BUT THE CHAIN
001800*               VALUE ITSELF, SEQUENCE NUMBER INCLUDED - IS
001900*               FOLDED IN IN TURN:
002000*
002100*                   VALUE = (VALUE * 16807 + BYTE + POSITION)
002200*                           MODULO 2147483647
002300*
002400*               SO CHANGING ANY CHARACTER OF A RECORD, OR ANY
002500*               RECORD BEFORE IT, CHANGES EVERY CHAIN VALUE
002600*               FROM THAT POINT ON.  THE CHAIN SHOWS THE FILE
002700*               WAS NOT EDITED BY HAND; IT IS NOT A SIGNATURE
002800*               AND DOES NOT REPLACE THE DIRECTORY SECURITY ON
002900*               THE FILE.
003000*
003100* MODIFICATION HISTORY
003200*   2026-10-15  RO   ORIGINAL VERSION.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. NUMGENACHAIN.
003600 AUTHOR. R. OKONKWO.
003700 INSTALLATION. DATA PROCESSING DEPT.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500 77  AC-HASH                      PIC 9(10) COMP VALUE ZERO.
004600 77  AC-PRODUCT                   PIC 9(18) COMP VALUE ZERO.
004700 77  AC-QUOTIENT                  PIC 9(18) COMP VALUE ZERO.
004800 77  AC-POSITION                  PIC 9(03) COMP VALUE ZERO.
004900
005000*-----------------------------------------------------------*
005100* AC-BYTE-WORK - ONE CHARACTER OF THE RECORD DROPPED INTO   *
005200* THE LOW-ORDER BYTE OF A HALFWORD, SO IT CAN BE TAKEN AS A *
005300* NUMBER FROM 0 TO 255.                                     *
005400*-----------------------------------------------------------*
005500 01  AC-BYTE-WORK.
005600     05  AC-BYTE-VALUE            PIC 9(04) COMP.
005700     05  AC-BYTE-CHARS REDEFINES AC-BYTE-VALUE.
005800         10  FILLER               PIC X(01).
005900         10  AC-BYTE-LOW          PIC X(01).
006000
006100 LINKAGE SECTION.
006200 01  CH-PRIOR-CHAIN               PIC 9(10).
006300 01  CH-AUDIT-IMAGE               PIC X(213).
006400 01  CH-CHAIN-VALUE               PIC 9(10).
006500
006600 PROCEDURE DIVISION USING CH-PRIOR-CHAIN, CH-AUDIT-IMAGE,
006700         CH-CHAIN-VALUE.
006800
006900 0000-MAINLINE.
007000     MOVE CH-PRIOR-CHAIN TO AC-HASH.
007100     PERFORM 1000-FOLD-ONE-BYTE
007200         THRU 1000-FOLD-ONE-BYTE-EXIT
007300         VARYING AC-POSITION FROM 1 BY 1
007400         UNTIL AC-POSITION > 203.
007500     MOVE AC-HASH TO CH-CHAIN-VALUE.
007600     GOBACK.
007700
007800 1000-FOLD-ONE-BYTE.
007900     MOVE ZERO TO AC-BYTE-VALUE.
008000     MOVE CH-AUDIT-IMAGE(AC-POSITION:1) TO AC-BYTE-LOW.
008100     COMPUTE AC-PRODUCT = AC-HASH * 16807 + AC-BYTE-VALUE
008200         + AC-POSITION.
008300     DIVIDE AC-PRODUCT BY 2147483647
008400         GIVING AC-QUOTIENT REMAINDER AC-HASH.
008500 1000-FOLD-ONE-BYTE-EXIT.
008600     EXIT.
008700
008800 END PROGRAM NUMGENACHAIN.
