003302*                    OF A FIXED 80. A MISSING OR EMPTY RULE      *
003303*                    FILE KEEPS THE CLASSIC 80-BYTE,             *
003304*                    EVERY-COLUMN BEHAVIOR.                      *
003314*   10/15/2026  BB   CALLS TO ALPHALKS NOW CARRY THIS PROGRAM'S  *
003324*                    NAME (ALKS-CALLER) AND END WITH THE E       *
003334*                    FUNCTION, SO THE CALLS ARE LOGGED TO THE    *
003344*                    ALPHAUSE USAGE LOG FOR THE CHARGEBACK.      *
003354*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
020800     MOVE WS-DATE-DD            TO WS-RUN-DATE (4:2).
020900     MOVE "/"                   TO WS-RUN-DATE (6:1).
021000     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
021050     MOVE "ALPHAXLT"            TO ALKS-CALLER.
021100     OPEN OUTPUT XLT-REPORT-FILE.
021200     MOVE WS-RUN-DATE           TO WH1-DATE.
021300     WRITE XLT-REPORT-RECORD FROM WS-REPORT-HEADING-1.
052300     DISPLAY "ALPHAXLT - PASSED-THROUGH    " WS-PASS-COUNT.
052400     DISPLAY "ALPHAXLT - UNTRANSLATABLE    " WS-UNXLT-COUNT.
052450     DISPLAY "ALPHAXLT - OUTSIDE RULES     " WS-SKIP-COUNT.
052460     MOVE "E"                   TO ALKS-FUNCTION.
052470     CALL "ALPHALKS" USING ALPHA-LOOKUP-AREA.
052500     IF WS-ANY-ERROR
052600         MOVE 8                 TO RETURN-CODE
052700     END-IF.
