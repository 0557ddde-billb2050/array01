000100*--------------------------------------------------------------*
000200* ALPHAAUA - PARAMETER AREA FOR THE ALPHAAUT OPERATOR           *
000300*   AUTHORIZATION SUBPROGRAM. THE CALLER SETS THE OPERATOR ID,  *
000400*   ITS OWN PROGRAM NAME, THE FUNCTION BEING ATTEMPTED, THE     *
000500*   TABLE-ID IT IS ATTEMPTED ON (SPACE WHEN NO PARTICULAR TABLE *
000600*   IS INVOLVED - ONLY THE FUNCTION IS CHECKED), AND A SHORT    *
000700*   DETAIL FOR THE LOG (A TRANSACTION SEQUENCE, A RETENTION),   *
000800*   AND CALLS "ALPHAAUT". ON RETURN AUA-RESULT IS Y OR N; ON N  *
000900*   AUA-REASON SAYS WHY, AND THE SUBPROGRAM HAS ALREADY LOGGED  *
001000*   THE REFUSAL TO THE ALPHASVL SECURITY VIOLATION LOG - THE    *
001100*   CALLER ONLY HAS TO REFUSE THE WORK.                         *
001200*--------------------------------------------------------------*
001300* MODIFICATION HISTORY.                                         *
001400*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001500*--------------------------------------------------------------*
001600 01  ALPHA-AUTHORIZATION-AREA.
001700     05  AUA-OPERATOR          PIC X(08).
001800     05  AUA-PROGRAM           PIC X(08).
001900     05  AUA-FUNCTION          PIC X(01).
002000         88  AUA-FUNC-SUBMIT              VALUE "S".
002100         88  AUA-FUNC-APPROVE             VALUE "A".
002200         88  AUA-FUNC-CORRECT             VALUE "C".
002300         88  AUA-FUNC-PURGE               VALUE "P".
002400         88  AUA-FUNC-INQUIRE             VALUE "I".
002500     05  AUA-TABLE-ID          PIC X(01).
002600     05  AUA-DETAIL            PIC X(10).
002700     05  AUA-RESULT            PIC X(01).
002800         88  AUA-AUTHORIZED               VALUE "Y".
002900         88  AUA-REFUSED                  VALUE "N".
003000     05  AUA-REASON            PIC X(24).
