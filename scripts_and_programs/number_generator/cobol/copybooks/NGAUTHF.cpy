000100*****************************************************************
000200* COPYBOOK:     NGAUTHF
000300* AUTHOR:       R. OKONKWO - SERIAL NUMBER CONTROL UNIT
000400* DATE-WRITTEN: 2026-10-15
000500*
000600* PURPOSE:      THE FUNCTIONS AN OPERATOR CAN BE AUTHORIZED
000700*               FOR ON NUMGEN.AUTH, IN THE SAME ORDER AS THE
000800*               FLAGS ON THE RECORD (SEE NGAUTH).  ENTRY N OF
000900*               THIS TABLE NAMES FLAG N.  A PROGRAM ASKING
001000*               NUMGENAUTH FOR PERMISSION PASSES THE ONE-
001100*               LETTER CODE; THE NAME IS WHAT THE REFUSAL
001200*               MESSAGE, THE AUDIT RECORD, AND THE ACCESS
001300*               LISTING SHOW.  COPIED INTO WORKING-STORAGE.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15  RO   ORIGINAL VERSION.
001700*****************************************************************
001800 01  NG-AUTH-FUNCTION-VALUES.
001900     05  FILLER                   PIC X(23)
002000             VALUE "GGENERATE              ".
002100     05  FILLER                   PIC X(23)
002200             VALUE "AAUTOMATIC ALLOCATE    ".
002300     05  FILLER                   PIC X(23)
002400             VALUE "PREPRINT               ".
002500     05  FILLER                   PIC X(23)
002600             VALUE "KKEY VOID              ".
002700     05  FILLER                   PIC X(23)
002800             VALUE "VAPPROVE VOID          ".
002900     05  FILLER                   PIC X(23)
003000             VALUE "SSERIES MAINTENANCE    ".
003100     05  FILLER                   PIC X(23)
003200             VALUE "XEXCLUSION MAINTENANCE ".
003300     05  FILLER                   PIC X(23)
003400             VALUE "RARCHIVE/PURGE         ".
003500     05  FILLER                   PIC X(23)
003600             VALUE "MACCESS MAINTENANCE    ".
003700 01  NG-AUTH-FUNCTION-TABLE REDEFINES NG-AUTH-FUNCTION-VALUES.
003800     05  NG-AUTH-FUNCTION         OCCURS 9 TIMES
003900             INDEXED BY NG-AUTH-FN-IDX.
004000         10  NG-AUTH-FN-CODE      PIC X(01).
004100         10  NG-AUTH-FN-NAME      PIC X(22).
