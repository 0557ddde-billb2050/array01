000100*--------------------------------------------------------------*
000200* ALPHALDA - PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER  *
000300*   SUBPROGRAM. THE CALLER CLOSES ITS FILES AND SETS ITS        *
000400*   RETURN-CODE FIRST, THEN SETS LDA-PROGRAM, MOVES             *
000500*   RETURN-CODE TO LDA-RETURN-CODE, LISTS THE DD NAMES OF THE   *
000600*   DATASETS IT APPENDS TO (SEE ALPHALDF) IN LDA-FILE-NAME WITH *
000700*   THEIR NUMBER IN LDA-FILE-COUNT (ZERO FOR NONE), AND CALLS   *
000800*   "ALPHALDW" ONCE AS THE LAST THING IT DOES. THE CALL RESETS  *
000900*   RETURN-CODE, SO THE CALLER MOVES LDA-RETURN-CODE BACK TO    *
001000*   RETURN-CODE AFTERWARD. THE SUBPROGRAM COUNTS EACH DATASET   *
001100*   AND APPENDS THE STEP'S COMPLETION SET TO THE ALPHALDG       *
001200*   LEDGER.                                                     *
001300*--------------------------------------------------------------*
001400* MODIFICATION HISTORY.                                         *
001500*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001600*--------------------------------------------------------------*
001700 01  ALPHA-LEDGER-AREA.
001800     05  LDA-PROGRAM           PIC X(08).
001900     05  LDA-RETURN-CODE       PIC 9(04).
002000     05  LDA-FILE-COUNT        PIC 9(02).
002100     05  LDA-FILE-NAME         PIC X(08) OCCURS 8 TIMES.
