000100*--------------------------------------------------------------*
000200* ALPHASLT - CHARACTER-TABLE JOB SERVICE-LEVEL TARGET CARD,     *
000300*   MAINTAINED BY OPERATIONS AND READ BY THE ALPHASLA MONTHLY   *
000400*   SLA SCORECARD. ONE CARD PER MEASURE, NAMED IN COLUMNS 1-8:  *
000500*     CLEANPCT - AT LEAST THIS PERCENT OF NIGHTS CLEAN.         *
000600*     WARNPCT  - AT MOST THIS PERCENT OF NIGHTS WITH WARNINGS.  *
000700*     FAILPCT  - AT MOST THIS PERCENT OF NIGHTS FAILED.         *
000800*     FALLBACK - AT MOST THIS MANY NIGHTS WITH A LAST-KNOWN-    *
000900*                GOOD FALLBACK.                                 *
001000*     REJECTS  - AT MOST THIS MANY REJECT RECORDS IN THE MONTH. *
001100*     OVERRUN  - AT MOST THIS MANY NIGHTS OVER THE BATCH        *
001200*                WINDOW.                                        *
001300*     CHANGES  - AT MOST THIS MANY APPLIED TABLE CHANGES.       *
001400*     WINDOW   - NOT A MEASURE: THE BATCH WINDOW IN SECONDS A   *
001500*                NIGHT'S CHAIN TOTAL IS HELD TO (DEFAULT        *
001600*                14400, AS ALPHATRP).                           *
001700*   THE TARGET IS PUNCHED WITH ONE IMPLIED DECIMAL PLACE        *
001800*   (000950 IS 95.0; A WINDOW OF 144000 IS 14400 SECONDS). A    *
001900*   MEASURE WITH NO CARD IS REPORTED BUT NOT JUDGED. COLUMNS    *
002000*   19-80 ARE FREE FOR COMMENTS.                                *
002100*--------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                         *
002300*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
002400*--------------------------------------------------------------*
002500 01  ALPHA-SLA-TARGET-RECORD.
002600     05  SLT-MEASURE           PIC X(08).
002700     05  FILLER                PIC X(02).
002800     05  SLT-TARGET            PIC 9(05)V9(01).
002900     05  FILLER                PIC X(02).
003000     05  SLT-COMMENT           PIC X(62).
