003788*                    RUN BALANCES AGAINST WHAT ARRAY01           *
003790*                    ACTUALLY WROTE ON A STAGE-AHEAD OR          *
003792*                    FALLBACK NIGHT.                             *
003794*   10/15/2026  BB   RECORD THE STEP'S COMPLETION, RETURN CODE   *
003796*                    AND OUTPUT RECORD COUNTS ON THE ALPHALDG    *
003798*                    RUN LEDGER (ALPHALDW) FOR RERUN CONTROL.    *
003800*--------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
017440*--------------------------------------------------------------*
017450     COPY ALPHATLA.
017460
017465*--------------------------------------------------------------*
017470* PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER.            *
017475*--------------------------------------------------------------*
017480     COPY ALPHALDA.
017485
017500*--------------------------------------------------------------*
017600* PER-TABLE TALLY AREA - ONE ENTRY PER DISTINCT TABLE-ID FOUND  *
017700* ON EITHER FILE, WITH A COUNT PER POSITION SO GAPS, DUPLICATES *
061000     IF WS-OUT-OF-BALANCE
061100         MOVE 8                 TO RETURN-CODE
061200     END-IF.
061210     MOVE "ALPHABAL"            TO LDA-PROGRAM.
061220     MOVE RETURN-CODE           TO LDA-RETURN-CODE.
061230     MOVE 1                     TO LDA-FILE-COUNT.
061240     MOVE "ALPHABRP"            TO LDA-FILE-NAME (1).
061250     CALL "ALPHALDW" USING ALPHA-LEDGER-AREA.
061260     MOVE LDA-RETURN-CODE       TO RETURN-CODE.
061300 9000-EXIT.
061400     EXIT.
