002100*--------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                         *
002300*   08/22/2026  BB   ORIGINAL PROGRAM.                          *
002320*   10/15/2026  BB   RECORD THE STEP'S COMPLETION AND RETURN    *
002340*                    CODE ON THE ALPHALDG RUN LEDGER (ALPHALDW) *
002360*                    FOR RERUN CONTROL.                         *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
017060*--------------------------------------------------------------*
017070     COPY ALPHATLA.
017084
017086*--------------------------------------------------------------*
017088* PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER.            *
017090*--------------------------------------------------------------*
017092     COPY ALPHALDA.
017094
017100 PROCEDURE DIVISION.
017200
017300 0000-MAINLINE.
034100     IF WS-ANY-ERROR
034200         MOVE 8                 TO RETURN-CODE
034300     END-IF.
034310     MOVE "ALPHASEQ"            TO LDA-PROGRAM.
034320     MOVE RETURN-CODE           TO LDA-RETURN-CODE.
034330     MOVE ZERO                  TO LDA-FILE-COUNT.
034340     CALL "ALPHALDW" USING ALPHA-LEDGER-AREA.
034350     MOVE LDA-RETURN-CODE       TO RETURN-CODE.
034400 9000-EXIT.
034500     EXIT.
