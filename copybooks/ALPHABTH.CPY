000100*--------------------------------------------------------------*
000200* ALPHABTH - DEPARTMENT BATCH HISTORY RECORD. ONE RECORD        *
000300*   APPENDED BY ALPHABTE FOR EVERY BATCH IT ACCEPTS AND PASSES  *
000400*   TO ARRAY01. THE LAST 12 MONTHS (BY BTH-PROCESS-DATE) ARE    *
000500*   READ BACK AT THE START OF EACH EDIT RUN SO A DEPARTMENT     *
000600*   THAT RESUBMITS A BATCH NUMBER ALREADY PROCESSED HAS THE     *
000700*   WHOLE BATCH REJECTED INSTEAD OF LOOKED UP TWICE. REJECTED   *
000800*   BATCHES ARE NOT RECORDED - THE DEPARTMENT CORRECTS AND      *
000900*   RESUBMITS THEM UNDER THE SAME NUMBER. NEVER TRIMMED BY THE  *
000950*   NIGHTLY CHAIN; OLDER RECORDS ARE KEPT BUT NOT READ.         *
001000*--------------------------------------------------------------*
001100* MODIFICATION HISTORY.                                         *
001200*   10/14/2026  BB   ORIGINAL COPYBOOK.                         *
001250*   10/15/2026  BB   ONLY THE LAST 12 MONTHS ARE READ BACK.     *
001300*--------------------------------------------------------------*
001400 01  ALPHA-BATCH-HISTORY-RECORD.
001500     05  BTH-DEPT-ID           PIC X(04).
001600     05  FILLER                PIC X(02).
001700     05  BTH-BATCH-NBR         PIC 9(05).
001800     05  FILLER                PIC X(02).
001900     05  BTH-SUBMIT-DATE       PIC X(08).
002000     05  FILLER                PIC X(02).
002100     05  BTH-PROCESS-DATE      PIC 9(08).
002200     05  FILLER                PIC X(02).
002300     05  BTH-RECORD-COUNT      PIC 9(05).
002400     05  FILLER                PIC X(02).
002500     05  BTH-HASH-TOTAL        PIC 9(09).
002600     05  FILLER                PIC X(31).
