002100*--------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                         *
002300*   08/22/2026  BB   ORIGINAL PROGRAM.                          *
002320*   10/15/2026  BB   RECORD THE STEP'S COMPLETION, RETURN CODE  *
002340*                    AND OUTPUT RECORD COUNTS ON THE ALPHALDG   *
002360*                    RUN LEDGER (ALPHALDW) FOR RERUN CONTROL.   *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
014370*--------------------------------------------------------------*
014380     COPY ALPHATLA.
014400
014410*--------------------------------------------------------------*
014420* PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER.            *
014430*--------------------------------------------------------------*
014440     COPY ALPHALDA.
014450
014500 PROCEDURE DIVISION.
014600
014700 0000-MAINLINE.
044300             DISPLAY "ALPHADLT - NO CHANGES"
044400         END-IF
044500     END-IF.
044510     MOVE "ALPHADLT"            TO LDA-PROGRAM.
044520     MOVE RETURN-CODE           TO LDA-RETURN-CODE.
044530     MOVE 1                     TO LDA-FILE-COUNT.
044540     MOVE "ALPHADRP"            TO LDA-FILE-NAME (1).
044550     CALL "ALPHALDW" USING ALPHA-LEDGER-AREA.
044560     MOVE LDA-RETURN-CODE       TO RETURN-CODE.
044600 9000-EXIT.
044700     EXIT.
