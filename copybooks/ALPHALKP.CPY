000100*--------------------------------------------------------------*
000200* ALPHALKP - REVERSE LOOKUP TRANSACTION RECORD. ONE CARD PER    *
000300*   CHARACTER TO BE LOOKED UP: THE CHARACTER, THE TABLE IT IS   *
000400*   TO BE ANSWERED AGAINST, AND THE TRANSACTION SEQUENCE        *
000500*   NUMBER ECHOED TO THE RESULT. WRITTEN BY THE ALPHABTE        *
000600*   DEPARTMENT BATCH EDIT FROM THE BALANCED BATCHES ONLY, AND   *
000700*   READ BY ARRAY01'S LOOKUP PHASE. ALK-DEPT-ID IS THE          *
000800*   SUBMITTING DEPARTMENT FROM THE BATCH HEADER, CARRIED        *
000900*   THROUGH TO ALPHALKO AND ALPHASUS.                           *
001000*--------------------------------------------------------------*
001100* MODIFICATION HISTORY.                                         *
001200*   10/14/2026  BB   ORIGINAL COPYBOOK - LAYOUT LIFTED FROM THE *
001300*                    FD IN ARRAY01 SO ALPHABTE CAN SHARE IT,    *
001400*                    WITH ALK-DEPT-ID ADDED IN FORMER FILLER.   *
001500*--------------------------------------------------------------*
001600 01  ALPHA-LOOKUP-RECORD.
001700     05  ALK-CHARACTER         PIC X(01).
001800     05  FILLER                PIC X(02).
001900     05  ALK-TABLE-ID          PIC X(01).
002000     05  FILLER                PIC X(02).
002100     05  ALK-TRAN-SEQ          PIC X(04).
002200     05  FILLER                PIC X(02).
002300     05  ALK-DEPT-ID           PIC X(04).
002400     05  FILLER                PIC X(64).
