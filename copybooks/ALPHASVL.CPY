000100*--------------------------------------------------------------*
000200* ALPHASVL - SECURITY VIOLATION LOG RECORD. ONE RECORD          *
000300*   APPENDED BY THE ALPHAAUT SUBPROGRAM FOR EVERY REFUSAL OF AN *
000400*   UNAUTHORIZED OPERATOR BY ALPHAMNT, ALPHAAPR, ALPHACOR,      *
000500*   ALPHAHST, OR AN ALPHAINQ CONSOLE SESSION: WHEN, WHO, WHICH  *
000600*   PROGRAM, THE FUNCTION (S, A, C, P, OR I - SEE ALPHAOPR) AND *
000700*   TABLE-ID ATTEMPTED, WHY IT WAS REFUSED, AND THE CALLER'S    *
000800*   DETAIL. READ WEEKLY BY THE ALPHASVR VIOLATION REPORT FOR    *
000900*   THE SECURITY OFFICER; NEVER TRIMMED BY ANY PROGRAM.         *
001000*--------------------------------------------------------------*
001100* MODIFICATION HISTORY.                                         *
001200*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001300*--------------------------------------------------------------*
001400 01  ALPHA-VIOLATION-RECORD.
001500     05  SVL-DATE              PIC 9(08).
001600     05  FILLER                PIC X(02).
001700     05  SVL-TIME              PIC 9(06).
001800     05  FILLER                PIC X(02).
001900     05  SVL-OPERATOR          PIC X(08).
002000     05  FILLER                PIC X(02).
002100     05  SVL-PROGRAM           PIC X(08).
002200     05  FILLER                PIC X(02).
002300     05  SVL-FUNCTION          PIC X(01).
002400     05  FILLER                PIC X(02).
002500     05  SVL-TABLE-ID          PIC X(01).
002600     05  FILLER                PIC X(02).
002700     05  SVL-REASON            PIC X(24).
002800     05  FILLER                PIC X(02).
002900     05  SVL-DETAIL            PIC X(10).
