000100*--------------------------------------------------------------*
000200* ALPHASTH - NIGHTLY STATUS HISTORY RECORD. ONE RECORD          *
000300*   APPENDED BY ALPHASTA EVERY NIGHT, ALONGSIDE THE SINGLE      *
000400*   ALPHASTS SCHEDULER RECORD IT REWRITES, AND NEVER            *
000500*   OVERWRITTEN - SO EVERY NIGHT'S VERDICT IS KEPT, NOT JUST    *
000600*   LAST NIGHT'S. STH-NIGHT-DATE IS THE DATE ALPHASTA JUDGED    *
000700*   THE NIGHT (CCYYMMDD); STH-RUN-DATE AND STH-RUN-TIME ARE     *
000800*   THE AUDIT RECORD'S, AS ON ALPHASTS, AND ARE SPACES WHEN     *
000900*   THERE WAS NO AUDIT RECORD. STH-STALE-SW IS Y WHEN AN INPUT  *
001000*   WAS LEFT OVER FROM A PRIOR RUN. A RERUN NIGHT CARRIES ONE   *
001100*   RECORD PER ALPHASTA RUN; THE LAST ONE IS THE NIGHT'S        *
001200*   VERDICT. READ BY THE ALPHASLA MONTHLY SLA SCORECARD.        *
001300*--------------------------------------------------------------*
001400* MODIFICATION HISTORY.                                         *
001500*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001600*--------------------------------------------------------------*
001700 01  ALPHA-STATUS-HISTORY-RECORD.
001800     05  STH-NIGHT-DATE        PIC 9(08).
001900     05  FILLER                PIC X(02).
002000     05  STH-RUN-DATE          PIC X(10).
002100     05  FILLER                PIC X(02).
002200     05  STH-RUN-TIME          PIC X(08).
002300     05  FILLER                PIC X(02).
002400     05  STH-VERDICT           PIC X(08).
002500         88  STH-CLEAN                    VALUE "CLEAN".
002600         88  STH-WARNINGS                 VALUE "WARNINGS".
002700         88  STH-FAILED                   VALUE "FAILED".
002800     05  FILLER                PIC X(02).
002900     05  STH-BALANCED-SW       PIC X(01).
003000     05  FILLER                PIC X(02).
003100     05  STH-DELTA-SW          PIC X(01).
003200     05  FILLER                PIC X(02).
003300     05  STH-FALLBACK-SW       PIC X(01).
003400     05  FILLER                PIC X(02).
003500     05  STH-STALE-SW          PIC X(01).
003600     05  FILLER                PIC X(02).
003700     05  STH-REJECT-COUNT      PIC 9(05).
003800     05  FILLER                PIC X(02).
003900     05  STH-INDEX-COUNT       PIC 9(05).
004000     05  FILLER                PIC X(02).
004100     05  STH-RUN-MODE          PIC X(01).
004200     05  FILLER                PIC X(11).
