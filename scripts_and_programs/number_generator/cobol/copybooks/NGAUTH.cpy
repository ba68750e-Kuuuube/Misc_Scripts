000100*****************************************************************
000200* COPYBOOK:     NGAUTH
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      RECORD LAYOUT FOR NUMGEN.AUTH, THE OPERATOR
000700*               AUTHORIZATION FILE.  ONE RECORD PER OPERATOR
000800*               ID - THE USER/LOGNAME VALUE EVERY PROGRAM
000900*               ALREADY CAPTURES - SAYING WHICH FUNCTIONS THAT
001000*               OPERATOR MAY PERFORM.  EVERY PROGRAM THAT
001100*               CHANGES SERIAL DATA ASKS NUMGENAUTH BEFORE IT
001200*               DOES ANYTHING, AND AN OPERATOR WITH NO RECORD,
001300*               A REVOKED RECORD, OR NO "Y" FOR THE FUNCTION
001400*               IS REFUSED.  RECORDS ARE MAINTAINED BY
001500*               NUMGENAUTHM, NOT BY HAND.
001600*
001700*               COLS  01-20  OPERATOR ID
001800*               COLS  21-50  OPERATOR NAME
001900*               COLS  51-59  FUNCTION FLAGS, "Y" OR "N", ONE
002000*                            PER FUNCTION IN THIS ORDER (THE
002100*                            CODES AND NAMES ARE IN NGAUTHF):
002200*                              51 G  GENERATE (RANGE GIVEN)
002300*                              52 A  AUTOMATIC ALLOCATE
002400*                              53 P  REPRINT
002500*                              54 K  KEY VOID (INCLUDING A
002600*                                    SPOILAGE INTAKE)
002700*                              55 V  APPROVE VOID
002800*                              56 S  SERIES MAINTENANCE
002900*                              57 X  EXCLUSION MAINTENANCE
003000*                              58 R  ARCHIVE/PURGE
003100*                              59 M  ACCESS MAINTENANCE -
003200*                                    MAY CHANGE THIS FILE
003300*               COL  60      STATUS - "A" ACTIVE, "R" REVOKED
003400*               COLS  61-68  DATE ADDED (YYYYMMDD)
003500*               COLS  69-76  DATE LAST CHANGED (YYYYMMDD)
003600*               COLS  77-96  OPERATOR ID WHO MADE THE LAST
003700*                            CHANGE
003800*               COLS  97-104 DATE REVOKED (YYYYMMDD, ZERO
003900*                            WHILE THE OPERATOR IS ACTIVE)
004000*
004100*               A REVOKED OPERATOR KEEPS THE RECORD, FLAGS AND
004200*               ALL, SO THE ACCESS REVIEW CAN SEE WHAT WAS
004300*               TAKEN AWAY AND WHEN.
004400*
004500* MODIFICATION HISTORY
004600*   2026-10-15  RO   ORIGINAL VERSION.
004700*****************************************************************
004800 01  NG-AUTH-RECORD.
004900     05  NGU-OPERATOR-ID          PIC X(20).
005000     05  NGU-OPERATOR-NAME        PIC X(30).
005100     05  NGU-FUNCTION-FLAGS.
005200         10  NGU-MAY-GENERATE     PIC X(01).
005300         10  NGU-MAY-AUTO-ALLOC   PIC X(01).
005400         10  NGU-MAY-REPRINT      PIC X(01).
005500         10  NGU-MAY-KEY-VOID     PIC X(01).
005600         10  NGU-MAY-APPROVE-VOID PIC X(01).
005700         10  NGU-MAY-SERIES-MAINT PIC X(01).
005800         10  NGU-MAY-EXCL-MAINT   PIC X(01).
005900         10  NGU-MAY-ARCHIVE      PIC X(01).
006000         10  NGU-MAY-AUTH-MAINT   PIC X(01).
006100     05  NGU-FLAG-TABLE REDEFINES NGU-FUNCTION-FLAGS.
006200         10  NGU-FUNCTION-FLAG    PIC X(01) OCCURS 9 TIMES.
006300     05  NGU-STATUS               PIC X(01).
006400         88  NGU-ACTIVE                VALUE "A".
006500         88  NGU-REVOKED               VALUE "R".
006600     05  NGU-ADDED-DATE           PIC 9(08).
006700     05  NGU-CHANGED-DATE         PIC 9(08).
006800     05  NGU-CHANGED-BY           PIC X(20).
006900     05  NGU-REVOKED-DATE         PIC 9(08).
