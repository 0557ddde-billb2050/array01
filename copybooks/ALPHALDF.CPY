000100*--------------------------------------------------------------*
000200* ALPHALDF - THE DATASETS THE ARRAY01 CHAIN APPENDS TO          *
000300*   (DISP=MOD) THAT A RERUN MUST CUT BACK, IN CHAIN ORDER -     *
000400*   EACH ONE'S DD NAME, THE ONE CHAIN PROGRAM THAT APPENDS TO   *
000500*   IT, C WHEN ARRAY01'S OWN CHECKPOINT RESTART REOPENS IT      *
000600*   EXTEND (SEE ALPHACKP), AND, FOR A LOG OTHER JOBS ALSO       *
000700*   APPEND TO, THE COLUMN WHERE EACH RECORD CARRIES THE NAME    *
000800*   OF THE PROGRAM THAT WROTE IT (ZERO WHEN THE CHAIN IS THE    *
000900*   ONLY WRITER). SHARED BY ALPHALDW AND ALPHARRN SO THE TWO    *
001000*   CAN NEVER DISAGREE ON WHAT THE LEDGER COUNTS. A DATASET     *
001100*   ADDED HERE NEEDS ITS FD AND DISPATCH ENTRIES IN BOTH        *
001200*   PROGRAMS AND ITS DD IN ALPHARRN.JCL AND STEP001 OF          *
001300*   ARRAY01.JCL. THE STEP AND THE TIMING LOGS (ALPHASTH,        *
001400*   ALPHATIM) ARE DELIBERATELY NOT HERE - A FAILED ATTEMPT'S    *
001500*   ENTRIES ON THEM ARE HISTORY, NOT DUPLICATES.                *
001600*--------------------------------------------------------------*
001700* MODIFICATION HISTORY.                                         *
001800*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001900*--------------------------------------------------------------*
002000 01  LDF-FILE-VALUES.
002100     05  FILLER                PIC X(20) VALUE
002200         "ALPHABTHALPHABTE 000".
002300     05  FILLER                PIC X(20) VALUE
002400         "ALPHABRJALPHABTE 000".
002500     05  FILLER                PIC X(20) VALUE
002600         "ALPHAIDXARRAY01 C000".
002700     05  FILLER                PIC X(20) VALUE
002800         "ALPHALKOARRAY01 C000".
002900     05  FILLER                PIC X(20) VALUE
003000         "ALPHARJTARRAY01 C000".
003100     05  FILLER                PIC X(20) VALUE
003200         "ALPHARPTARRAY01 C000".
003300     05  FILLER                PIC X(20) VALUE
003400         "ALPHAAUDARRAY01  000".
003500     05  FILLER                PIC X(20) VALUE
003600         "ALPHACOLARRAY01 C000".
003700     05  FILLER                PIC X(20) VALUE
003800         "ALPHAUSEARRAY01  040".
003900     05  FILLER                PIC X(20) VALUE
004000         "ALPHABRPALPHABAL 000".
004100     05  FILLER                PIC X(20) VALUE
004200         "ALPHADRPALPHADLT 000".
004300     05  FILLER                PIC X(20) VALUE
004400         "ALPHASRPALPHASTA 000".
004500 01  LDF-FILE-TABLE REDEFINES LDF-FILE-VALUES.
004600     05  LDF-ENTRY             OCCURS 12 TIMES.
004700         10  LDF-DDNAME        PIC X(08).
004800         10  LDF-WRITER        PIC X(08).
004900         10  LDF-CHECKPOINT-SW PIC X(01).
005000             88  LDF-CHECKPOINTED         VALUE "C".
005100         10  LDF-SOURCE-POS    PIC 9(03).
005200 77  LDF-FILE-COUNT            PIC 9(02) COMP VALUE 12.
