000100*--------------------------------------------------------------*
000200* ALPHAUSE - CHARACTER-TABLE SERVICE USAGE LOG RECORD. ONE      *
000300*   RECORD APPENDED THROUGH THE ALPHAULG SUBPROGRAM FOR EACH    *
000400*   PIECE OF USAGE, FROM THREE SOURCES (USE-SOURCE):            *
000500*     ARRAY01  - LOOKUP TRANSACTIONS ANSWERED, ONE RECORD PER   *
000600*                SUBMITTING DEPARTMENT, LOGGED AT THE END OF    *
000700*                THE RUN (FUNCTION LOOKUP). A CHECKPOINT        *
000710*                RESTART REBUILDS THE COUNTS FOR THE LOOKUPS    *
000720*                ALREADY ANSWERED FROM ALPHALKO FIRST.          *
000800*     ALPHALKS - CALLS TO THE CALLABLE LOOKUP SUBPROGRAM, ONE   *
000900*                RECORD PER CALLING APPLICATION PER FUNCTION    *
001000*                PER RUN (FUNCTIONS LKS-L, LKS-T, LKS-C).       *
001100*     ALPHAINQ - ONE RECORD PER INQUIRY ANSWERED (FUNCTION      *
001200*                INQUIRY, OR CONSINQ FROM A CONSOLE SESSION).   *
001300*   USE-REQUESTER IS THE DEPARTMENT ID FOR ARRAY01 AND          *
001400*   ALPHAINQ, AND THE CALLING PROGRAM NAME FOR ALPHALKS - THE   *
001500*   ALPHACHB CHARGEBACK RATE TABLE ASSIGNS EACH REQUESTER TO    *
001600*   THE DEPARTMENT THAT PAYS FOR IT. READ MONTHLY BY ALPHACHB.  *
001700*   APPEND-ONLY, EXCEPT THAT ALPHARRN REMOVES THE RECORDS       *
001710*   ARRAY01 WROTE IN A FAILED NIGHT'S ATTEMPT BEFORE IT IS      *
001720*   RERUN (OTHER PROGRAMS' RECORDS ARE KEPT). ARCHIVE BY HAND   *
001800*   ONCE FINANCE HAS CLOSED THE MONTH.                          *
001900*--------------------------------------------------------------*
002000* MODIFICATION HISTORY.                                         *
002100*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
002200*--------------------------------------------------------------*
002300 01  ALPHA-USAGE-RECORD.
002400     05  USE-REQUESTER         PIC X(08).
002500     05  FILLER                PIC X(02).
002600     05  USE-DATE              PIC 9(08).
002700     05  FILLER                PIC X(02).
002800     05  USE-FUNCTION          PIC X(08).
002900     05  FILLER                PIC X(02).
003000     05  USE-VOLUME            PIC 9(07).
003100     05  FILLER                PIC X(02).
003200     05  USE-SOURCE            PIC X(08).
003300     05  FILLER                PIC X(33).
