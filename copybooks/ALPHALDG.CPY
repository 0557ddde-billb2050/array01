000100*--------------------------------------------------------------*
000200* ALPHALDG - ARRAY01 RUN LEDGER RECORD. THE LEDGER IS APPENDED  *
000300*   TO ALL NIGHT AND NEVER REWRITTEN. A NIGHT STARTS WITH THE   *
000400*   SET OF LDG-NIGHT-OPEN RECORDS ALPHARRN WRITES AT STEP001 -  *
000500*   ONE PER DATASET IN ALPHALDF, CARRYING ITS RECORD COUNT      *
000600*   BEFORE THE NIGHT APPENDED ANYTHING - AND RUNS TO THE NEXT   *
000700*   SUCH SET. EACH CHAIN PROGRAM ADDS ITS LDG-STEP-DONE SET     *
000800*   THROUGH ALPHALDW AS IT ENDS: ONE RECORD PER DATASET IT      *
000900*   APPENDS TO, CARRYING THAT DATASET'S RECORD COUNT AS THE     *
001000*   STEP LEFT IT (ITS LAST GOOD POINT), OR ONE RECORD WITH A    *
001100*   BLANK LDG-DDNAME WHEN IT APPENDS TO NONE. LDG-ENTRY-NBR OF  *
001200*   LDG-ENTRY-TOTAL NUMBERS THE RECORDS OF A SET; A SET IS      *
001300*   ONLY COMPLETE WHEN ITS LAST ENTRY IS ON THE FILE. ALPHARRN  *
001400*   ADDS AN LDG-TRIM RECORD FOR EVERY DATASET IT CUTS BACK      *
001500*   (LDG-PRIOR-COUNT FOUND, LDG-RECORD-COUNT KEPT) AND AN       *
001600*   LDG-RERUN RECORD NAMING THE RESTART STEP AND THE NEW        *
001700*   ATTEMPT NUMBER. DATES ARE CCYYMMDD, TIMES HHMMSSHH.         *
001800*--------------------------------------------------------------*
001900* MODIFICATION HISTORY.                                         *
002000*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
002100*--------------------------------------------------------------*
002200 01  ALPHA-LEDGER-RECORD.
002300     05  LDG-TYPE              PIC X(01).
002400         88  LDG-NIGHT-OPEN               VALUE "O".
002500         88  LDG-STEP-DONE                VALUE "S".
002600         88  LDG-TRIM                     VALUE "T".
002700         88  LDG-RERUN                    VALUE "R".
002800     05  FILLER                PIC X(01).
002900     05  LDG-RUN-DATE          PIC 9(08).
003000     05  FILLER                PIC X(01).
003100     05  LDG-RUN-TIME          PIC 9(08).
003200     05  FILLER                PIC X(01).
003300     05  LDG-PROGRAM           PIC X(08).
003400     05  FILLER                PIC X(01).
003500     05  LDG-RETURN-CODE       PIC 9(04).
003600     05  FILLER                PIC X(01).
003700     05  LDG-ENTRY-NBR         PIC 9(02).
003800     05  LDG-ENTRY-TOTAL       PIC 9(02).
003900     05  FILLER                PIC X(01).
004000     05  LDG-DDNAME            PIC X(08).
004100     05  FILLER                PIC X(01).
004200     05  LDG-RECORD-COUNT      PIC 9(07).
004300     05  FILLER                PIC X(01).
004400     05  LDG-PRIOR-COUNT       PIC 9(07).
004500     05  FILLER                PIC X(01).
004600     05  LDG-STEP-NAME         PIC X(08).
004700     05  FILLER                PIC X(01).
004800     05  LDG-ATTEMPT           PIC 9(02).
004900     05  FILLER                PIC X(05).
