000100*--------------------------------------------------------------*
000200* ALPHARAT - CHARACTER-TABLE SERVICE CHARGEBACK RATE TABLE,     *
000300*   MAINTAINED BY FINANCE AND READ BY ALPHACHB. TWO CARD TYPES  *
000400*   (COLUMN 1):                                                 *
000500*     R - RATE: THE USAGE FUNCTION (SEE ALPHAUSE), THE PRICE    *
000600*         PER UNIT OF VOLUME IN DOLLARS TO FOUR DECIMAL PLACES, *
000700*         AND A DESCRIPTION FOR THE REPORT.                     *
000800*     D - DEPARTMENT ASSIGNMENT: A USAGE REQUESTER AND THE      *
000900*         DEPARTMENT BILLED FOR IT. NEEDED FOR EVERY            *
001000*         APPLICATION THAT CALLS ALPHALKS; A REQUESTER WITH NO  *
001100*         D CARD IS BILLED UNDER ITS OWN NAME.                  *
001200*   A FUNCTION WITH NO R CARD IS PRICED AT ZERO AND FLAGGED.    *
001300*--------------------------------------------------------------*
001400* MODIFICATION HISTORY.                                         *
001500*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001600*--------------------------------------------------------------*
001700 01  ALPHA-RATE-RECORD.
001800     05  RAT-CARD-TYPE         PIC X(01).
001900         88  RAT-RATE-CARD                VALUE "R".
002000         88  RAT-DEPT-CARD                VALUE "D".
002100     05  FILLER                PIC X(01).
002200     05  RAT-CARD-DATA         PIC X(78).
002300     05  RAT-RATE-DATA REDEFINES RAT-CARD-DATA.
002400         10  RAT-FUNCTION      PIC X(08).
002500         10  FILLER            PIC X(02).
002600         10  RAT-UNIT-RATE     PIC 9(03)V9(04).
002700         10  FILLER            PIC X(02).
002800         10  RAT-DESCRIPTION   PIC X(30).
002900         10  FILLER            PIC X(29).
003000     05  RAT-DEPT-DATA REDEFINES RAT-CARD-DATA.
003100         10  RAT-REQUESTER     PIC X(08).
003200         10  FILLER            PIC X(02).
003300         10  RAT-DEPT-ID       PIC X(08).
003400         10  FILLER            PIC X(60).
