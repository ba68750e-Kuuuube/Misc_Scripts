000100*****************************************************************
000200* PROGRAM:      NUMGENASTAMP
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* INSTALLATION: DATA PROCESSING DEPT
000500* DATE-WRITTEN: 2026-10-15
000600*
000700* PURPOSE:      STAMPS A NUMGEN.AUDIT RECORD WITH ITS SEQUENCE
000800*               NUMBER AND CHAIN VALUE AND APPENDS IT.  EVERY
000900*               PROGRAM THAT WRITES AN AUDIT RECORD BUILDS IT
001000*               IN WORKING-STORAGE (COPY NGAUDIT) AND CALLS
001100*               THIS PROGRAM INSTEAD OF WRITING NUMGEN.AUDIT
001200*               ITSELF, SO NO RECORD CAN REACH THE FILE
001300*               UNCHAINED.
001400*
001500*               THE LAST RECORD NOW ON NUMGEN.AUDIT IS THE
001600*               PREVIOUS LINK: THE NEW RECORD TAKES THE NEXT
001700*               SEQUENCE NUMBER, AND NUMGENACHAIN COMPUTES ITS
001800*               CHAIN VALUE FROM THE PREVIOUS RECORD'S.  A
001900*               CHAINFWD LINK RECORD LEFT BY NUMGENARCH IS A
002000*               PREVIOUS LINK LIKE ANY OTHER.  WHEN THE FILE IS
002100*               MISSING OR EMPTY, OR ENDS WITH A RECORD WRITTEN
002200*               BEFORE THE CHAIN EXISTED, THE CHAIN STARTS
002300*               AFRESH AT SEQUENCE 1 FROM A CHAIN VALUE OF
002400*               ZERO.
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15  RO   ORIGINAL VERSION.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. NUMGENASTAMP.
003100 AUTHOR. R. OKONKWO.
003200 INSTALLATION. DATA PROCESSING DEPT.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT NUMGEN-AUDIT-FILE ASSIGN TO "NUMGEN.AUDIT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS NG-AUDIT-FILE-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500*-----------------------------------------------------------*
004600*    AUDIT TRAIL OF EVERY RUN-NUMGEN CALL - SEE NGAUDIT     *
004700*-----------------------------------------------------------*
004800 FD  NUMGEN-AUDIT-FILE.
004900     COPY NGAUDIT.
005000
005100 WORKING-STORAGE SECTION.
005200 77  NG-AUDIT-FILE-STATUS         PIC X(02).
005300     88  NG-AUDIT-FILE-OK              VALUE "00".
005400     88  NG-AUDIT-FILE-NOT-FOUND       VALUE "35".
005500
005600 77  AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
005700     88  AUDIT-AT-EOF                  VALUE "Y".
005800     88  AUDIT-NOT-AT-EOF               VALUE "N".
005900
006000 77  AS-LAST-SEQUENCE             PIC 9(09) VALUE ZERO.
006100 77  AS-LAST-CHAIN                PIC 9(10) VALUE ZERO.
006200
006300 LINKAGE SECTION.
006400*-----------------------------------------------------------*
006500* ST-AUDIT-IMAGE - THE CALLER'S NG-AUDIT-RECORD, FILLED IN  *
006600* EXCEPT FOR THE SEQUENCE NUMBER AND CHAIN VALUE, WHICH ARE *
006700* RETURNED STAMPED.                                         *
006800*-----------------------------------------------------------*
006900 01  ST-AUDIT-IMAGE.
007000     05  ST-AUDIT-BODY            PIC X(194).
007100     05  ST-SEQUENCE              PIC 9(09).
007200     05  ST-CHAIN-VALUE           PIC 9(10).
007300
007400 PROCEDURE DIVISION USING ST-AUDIT-IMAGE.
007500
007600 0000-MAINLINE.
007700     MOVE ZERO TO AS-LAST-SEQUENCE.
007800     MOVE ZERO TO AS-LAST-CHAIN.
007900     OPEN INPUT NUMGEN-AUDIT-FILE.
008000     IF NG-AUDIT-FILE-OK
008100         SET AUDIT-NOT-AT-EOF TO TRUE
008200         PERFORM 1000-READ-ONE-AUDIT-RECORD
008300             THRU 1000-READ-ONE-AUDIT-RECORD-EXIT
008400             UNTIL AUDIT-AT-EOF
008500         CLOSE NUMGEN-AUDIT-FILE
008600     END-IF.
008700
008800     COMPUTE ST-SEQUENCE = AS-LAST-SEQUENCE + 1.
008900     CALL "NUMGENACHAIN" USING AS-LAST-CHAIN,
009000                               ST-AUDIT-IMAGE,
009100                               ST-CHAIN-VALUE.
009200
009300     PERFORM 2000-APPEND-AUDIT-RECORD
009400         THRU 2000-APPEND-AUDIT-RECORD-EXIT.
009500     GOBACK.
009600
009700*-----------------------------------------------------------*
009800* 1000-READ-ONE-AUDIT-RECORD - REMEMBER THE LINK EACH       *
009900* RECORD LEAVES; WHEN THE FILE RUNS OUT THE LAST ONE KEPT   *
010000* IS THE LINK THE NEW RECORD CHAINS FROM.                   *
010100*-----------------------------------------------------------*
010200 1000-READ-ONE-AUDIT-RECORD.
010300     READ NUMGEN-AUDIT-FILE
010400         AT END
010500             SET AUDIT-AT-EOF TO TRUE
010600             GO TO 1000-READ-ONE-AUDIT-RECORD-EXIT
010700     END-READ.
010800
010900     IF NGA-SEQUENCE-RAW IS NUMERIC AND
011000             NGA-CHAIN-VALUE IS NUMERIC
011100         MOVE NGA-SEQUENCE TO AS-LAST-SEQUENCE
011200         MOVE NGA-CHAIN-VALUE TO AS-LAST-CHAIN
011300     ELSE
011400         MOVE ZERO TO AS-LAST-SEQUENCE
011500         MOVE ZERO TO AS-LAST-CHAIN
011600     END-IF.
011700 1000-READ-ONE-AUDIT-RECORD-EXIT.
011800     EXIT.
011900
012000*-----------------------------------------------------------*
012100* 2000-APPEND-AUDIT-RECORD - THE FILE IS OPENED EXTEND SO   *
012200* RECORDS ACCUMULATE ACROSS RUNS; IF IT DOES NOT YET EXIST, *
012300* EXTEND FAILS WITH STATUS 35 AND WE FALL BACK TO OPEN      *
012400* OUTPUT TO CREATE IT.                                      *
012500*-----------------------------------------------------------*
012600 2000-APPEND-AUDIT-RECORD.
012700     OPEN EXTEND NUMGEN-AUDIT-FILE.
012800     IF NG-AUDIT-FILE-NOT-FOUND
012900         OPEN OUTPUT NUMGEN-AUDIT-FILE
013000     END-IF.
013100     MOVE ST-AUDIT-IMAGE TO NG-AUDIT-RECORD.
013200     WRITE NG-AUDIT-RECORD.
013300     CLOSE NUMGEN-AUDIT-FILE.
013400 2000-APPEND-AUDIT-RECORD-EXIT.
013500     EXIT.
013600
013700 END PROGRAM NUMGENASTAMP.
