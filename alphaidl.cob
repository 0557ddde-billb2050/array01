001894*                    MISSING AUDIT RECORD STAMPS SPACES AND     *
001896*                    IS REPORTED; ALPHAVFY WILL FAIL THE        *
001898*                    VERIFICATION.                              *
001900*   10/15/2026  BB   RECORD THE STEP'S COMPLETION AND RETURN    *
001920*                    CODE ON THE ALPHALDG RUN LEDGER (ALPHALDW) *
001940*                    FOR RERUN CONTROL.                         *
001960*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
006060*--------------------------------------------------------------*
006070     COPY ALPHATLA.
006100
006110*--------------------------------------------------------------*
006120* PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER.            *
006130*--------------------------------------------------------------*
006140     COPY ALPHALDA.
006150
006200 PROCEDURE DIVISION.
006300
006400 0000-MAINLINE.
012800     IF WS-DUP-COUNT > ZERO
012900         MOVE 8                 TO RETURN-CODE
013000     END-IF.
013010     MOVE "ALPHAIDL"            TO LDA-PROGRAM.
013020     MOVE RETURN-CODE           TO LDA-RETURN-CODE.
013030     MOVE ZERO                  TO LDA-FILE-COUNT.
013040     CALL "ALPHALDW" USING ALPHA-LEDGER-AREA.
013050     MOVE LDA-RETURN-CODE       TO RETURN-CODE.
013100 9000-EXIT.
013200     EXIT.
