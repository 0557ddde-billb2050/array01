002913*                    OF A FIXED 80. A MISSING OR EMPTY RULE      *
002914*                    FILE KEEPS THE CLASSIC 80-BYTE,             *
002915*                    EVERY-COLUMN BEHAVIOR.                      *
002925*   10/15/2026  BB   CALLS TO ALPHALKS NOW CARRY THIS PROGRAM'S  *
002935*                    NAME (ALKS-CALLER) AND END WITH THE E       *
002945*                    FUNCTION, SO THE CALLS ARE LOGGED TO THE    *
002955*                    ALPHAUSE USAGE LOG FOR THE CHARGEBACK.      *
002965*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
021500     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
021600     INITIALIZE WS-ANALYSIS-AREA.
021700     INITIALIZE WS-NOTBL-AREA.
021750     MOVE "ALPHAFRQ"            TO ALKS-CALLER.
021800     MOVE "C"                   TO ALKS-FUNCTION.
021900     CALL "ALPHALKS" USING ALPHA-LOOKUP-AREA.
022000     MOVE ALKS-TABLE-SELECT     TO WS-TABLE-SELECT.
053500     DISPLAY "ALPHAFRQ - BYTES EXAMINED " WS-BYTE-COUNT.
053600     DISPLAY "ALPHAFRQ - SPACES         " WS-SPACE-COUNT.
053650     DISPLAY "ALPHAFRQ - OUTSIDE RULES  " WS-OUTSIDE-COUNT.
053660     MOVE "E"                   TO ALKS-FUNCTION.
053670     CALL "ALPHALKS" USING ALPHA-LOOKUP-AREA.
053700 9000-EXIT.
053800     EXIT.
