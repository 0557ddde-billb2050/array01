000100*--------------------------------------------------------------*
000200* ALPHAVLF - THE ARRAY01 MASTER FILES HELD IN THE BACKUP VAULT  *
000300*   (SEE ALPHAVLT), IN SECTION ORDER - EACH FILE'S DD NAME,     *
000400*   RECORD LENGTH, AND ORGANIZATION (S SEQUENTIAL, K KEYED      *
000500*   CLUSTER). SHARED BY ALPHABKP AND ALPHARST SO THE TWO CAN    *
000600*   NEVER DISAGREE ON WHAT A COMPLETE VAULT HOLDS. A FILE       *
000700*   ADDED HERE NEEDS ITS FD AND UNLOAD/RELOAD PARAGRAPHS IN     *
000800*   BOTH PROGRAMS, AND VLT-TRL-ENTRY IN ALPHAVLT RAISED TO      *
000900*   MATCH VLF-FILE-COUNT.                                       *
001000*--------------------------------------------------------------*
001100* MODIFICATION HISTORY.                                         *
001200*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001300*--------------------------------------------------------------*
001400 01  VLF-FILE-VALUES.
001500     05  FILLER                PIC X(12) VALUE "ALPHACTL200S".
001600     05  FILLER                PIC X(12) VALUE "ALPHALIB100S".
001700     05  FILLER                PIC X(12) VALUE "ALPHAPND200S".
001800     05  FILLER                PIC X(12) VALUE "ALPHALKG080S".
001900     05  FILLER                PIC X(12) VALUE "ALPHASUS080K".
002000     05  FILLER                PIC X(12) VALUE "ALPHACHG200S".
002100     05  FILLER                PIC X(12) VALUE "ALPHAIXM080K".
002200 01  VLF-FILE-TABLE REDEFINES VLF-FILE-VALUES.
002300     05  VLF-ENTRY             OCCURS 7 TIMES.
002400         10  VLF-FILE-ID       PIC X(08).
002500         10  VLF-LRECL         PIC 9(03).
002600         10  VLF-ORGANIZATION  PIC X(01).
002700 77  VLF-FILE-COUNT            PIC 9(02) COMP VALUE 7.
