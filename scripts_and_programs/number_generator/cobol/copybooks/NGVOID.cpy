000900*               CUSTOMER RECALL.  ONE RECORD COVERS ONE VOIDED
001000*               SUB-RANGE (A SINGLE SERIAL IS A SUB-RANGE OF
001100*               ONE) UNDER A PREFIX/SUFFIX, WITH THE REASON AND
001200*               DATE.  RECORDS ARE APPENDED BY NUMGENVOID, AND
001300*               BY NUMGENSPOIL FOR A VENDOR SPOILAGE RETURN.
001400*
001500*               A VOID NOW NEEDS TWO PAIRS OF EYES: NUMGENVOID
001600*               KEYS THE RECORD AS PENDING ("P") WITH THE
001700*               KEYING OPERATOR'S ID, AND A SUPERVISOR - A
001800*               DIFFERENT OPERATOR - APPROVES OR REJECTS IT IN
001900*               NUMGENVAPPR.  APPROVAL FLIPS THE RECORD TO
002000*               VOIDED ("V") WITH THE APPROVER'S ID AND DATE;
002100*               REJECTION FLIPS IT TO "X", WHICH NEVER TAKES
002200*               EFFECT.  A RECORD WRITTEN BEFORE THE APPROVAL
002300*               STEP EXISTED READS AS "V" AND STANDS APPROVED.
002400*
002500*               A VOIDED SUB-RANGE MAY BE LEGITIMATELY ISSUED
002600*               AGAIN, ONCE: WHEN MAIN FINDS A REQUESTED RANGE
002700*               FULLY INSIDE AN APPROVED, STILL-VOIDED ("V")
002800*               RECORD, THE
002900*               OVERLAP CHECK LETS THE BATCH RUN AND THE RECORD
003000*               IS FLIPPED TO REISSUED ("R") WITH THE DATE, SO
003100*               THE SAME NUMBERS CANNOT BE HANDED OUT A THIRD
003200*               TIME.  A PENDING OR REJECTED VOID IS NEVER
003300*               REISSUABLE.
003400*
003500*               COLS  01-50  PREFIX
003600*               COLS  51-100 SUFFIX
003700*               COLS 101-125 START NUMBER OF THE VOIDED RANGE
003800*               COLS 126-150 END NUMBER OF THE VOIDED RANGE
003900*               COLS 151-160 REASON CODE
004000*               COLS 161-168 VOID DATE (NUMERIC, YYYYMMDD)
004100*               COL  169     STATUS - "P" PENDING APPROVAL,
004200*                            "V" VOIDED (APPROVED),
004300*                            "X" REJECTED, "R" REISSUED
004400*               COLS 170-177 REISSUE DATE (NUMERIC, YYYYMMDD,
004500*                            ZERO UNTIL THE RANGE IS REISSUED)
004600*               COLS 178-197 OPERATOR WHO KEYED THE VOID
004700*               COLS 198-217 SUPERVISOR WHO APPROVED OR
004800*                            REJECTED IT (SPACES WHILE
004900*                            PENDING)
005000*               COLS 218-225 APPROVAL/REJECTION DATE (NUMERIC,
005100*                            YYYYMMDD, ZERO WHILE PENDING)
005200*               COL  226     SOURCE - "S" RAISED BY NUMGENSPOIL
005300*                            FROM A VENDOR SPOILAGE RETURN,
005400*                            SPACE KEYED BY HAND IN
005500*                            NUMGENVOID
005600*
005700* MODIFICATION HISTORY
005800*   2026-08-22  RO   ORIGINAL VERSION.
005900*   2026-09-02  RO   TWO-PERSON CONTROL: ADDED THE PENDING AND
006000*                    REJECTED STATUSES AND THE KEYED-BY,
006100*                    APPROVED-BY, AND APPROVAL DATE FIELDS, AS
006200*                    THE INTERNAL CONTROL REVIEW ASKED.  SEE
006300*                    NUMGENVAPPR.
006400*   2026-10-15  RO   ADDED THE SOURCE BYTE SO THE PENDING VOIDS
006500*                    NUMGENSPOIL RAISES FROM A VENDOR SPOILAGE
006600*                    RETURN CAN BE FOUND AGAIN ONCE APPROVED
006700*                    AND CARDED FOR REISSUE.  A RECORD WRITTEN
006800*                    BEFORE THIS CHANGE READS AS SPACE HERE.
006900*****************************************************************
007000 01  NG-VOID-RECORD.
007100     05  NGV-PREFIX               PIC X(50).
007200     05  NGV-SUFFIX               PIC X(50).
007300     05  NGV-START-NUMBER         PIC 9(25).
007400     05  NGV-END-NUMBER           PIC 9(25).
007500     05  NGV-REASON-CODE          PIC X(10).
007600     05  NGV-VOID-DATE            PIC 9(08).
007700     05  NGV-STATUS               PIC X(01).
007800         88  NGV-PENDING               VALUE "P".
007900         88  NGV-VOIDED                VALUE "V".
008000         88  NGV-REJECTED              VALUE "X".
008100         88  NGV-REISSUED              VALUE "R".
008200     05  NGV-REISSUE-DATE         PIC 9(08).
008300     05  NGV-KEYED-BY             PIC X(20).
008400     05  NGV-APPROVED-BY          PIC X(20).
008500     05  NGV-APPROVE-DATE         PIC 9(08).
008600     05  NGV-SOURCE               PIC X(01).
008700         88  NGV-FROM-SPOILAGE         VALUE "S".
