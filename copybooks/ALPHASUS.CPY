001500*--------------------------------------------------------------*
001600* MODIFICATION HISTORY.                                         *
001700*   09/02/2026  BB   ORIGINAL COPYBOOK.                         *
001710*   10/14/2026  BB   ADD SUS-DEPT-ID, THE SUBMITTING DEPARTMENT *
001720*                    FROM THE LOOKUP BATCH HEADER.              *
001800*--------------------------------------------------------------*
001900 01  ALPHA-SUSPENSE-RECORD.
002000     05  SUS-TRAN-SEQ          PIC X(04).
003000     05  SUS-REASON            PIC X(40).
003100     05  FILLER                PIC X(02).
003200     05  SUS-DATE-ADDED        PIC 9(08).
003300     05  FILLER                PIC X(02).
003400     05  SUS-DEPT-ID           PIC X(04).
003500     05  FILLER                PIC X(09).
