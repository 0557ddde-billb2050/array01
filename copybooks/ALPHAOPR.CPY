000100*--------------------------------------------------------------*
000200* ALPHAOPR - OPERATOR AUTHORIZATION MASTER RECORD. ONE RECORD   *
000300*   PER OPERATOR ID, MAINTAINED BY THE SECURITY OFFICER. EACH   *
000400*   AUTHORITY FLAG IS Y WHEN THE OPERATOR MAY PERFORM THAT      *
000500*   FUNCTION (ANYTHING ELSE MEANS NO):                          *
000600*     SUBMIT   - STAGE A CUSTOM SEQUENCE CHANGE (ALPHAMNT)      *
000700*     APPROVE  - APPROVE AND APPLY A STAGED CHANGE (ALPHAAPR)   *
000800*     CORRECT  - CORRECT A SUSPENDED LOOKUP ITEM (ALPHACOR)     *
000900*     PURGE    - ARCHIVE AUDIT HISTORY OUT OF THE LIVE AUDIT    *
001000*                TRAIL (ALPHAHST WITH A NONZERO RETENTION)      *
001100*     INQUIRE  - RUN A CONSOLE INQUIRY SESSION (ALPHAINQ WITH   *
001200*                PARM CONSOLE)                                  *
001300*   OPR-TABLE-LETTERS LISTS THE TABLE-IDS THE OPERATOR MAY      *
001400*   TOUCH WITH THOSE FUNCTIONS, IN ANY ORDER (FOR EXAMPLE "CX"  *
001500*   FOR THE CONTROL-RECORD CUSTOM SLOT AND LIBRARY TABLE X); AN *
001600*   ASTERISK IN THE FIRST POSITION MEANS EVERY TABLE. PURGE IS  *
001700*   NOT TABLE-SPECIFIC. AN OPERATOR NOT ON THIS FILE MAY DO     *
001800*   NONE OF THE ABOVE. READ THROUGH THE ALPHAAUT SUBPROGRAM.    *
001900*--------------------------------------------------------------*
002000* MODIFICATION HISTORY.                                         *
002100*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
002200*--------------------------------------------------------------*
002300 01  ALPHA-OPERATOR-RECORD.
002400     05  OPR-OPERATOR-ID       PIC X(08).
002500     05  FILLER                PIC X(02).
002600     05  OPR-AUTHORITY.
002700         10  OPR-AUTH-SUBMIT   PIC X(01).
002800         10  OPR-AUTH-APPROVE  PIC X(01).
002900         10  OPR-AUTH-CORRECT  PIC X(01).
003000         10  OPR-AUTH-PURGE    PIC X(01).
003100         10  OPR-AUTH-INQUIRE  PIC X(01).
003200     05  FILLER                PIC X(02).
003300     05  OPR-TABLE-LETTERS     PIC X(26).
003400     05  FILLER                PIC X(02).
003500     05  OPR-OPERATOR-NAME     PIC X(24).
003600     05  FILLER                PIC X(11).
