000100*--------------------------------------------------------------*
000200* ALPHAACK - TABLE DISTRIBUTION ACKNOWLEDGEMENT RECORD, AS      *
000300*   RETURNED BY THE DISTRIBUTED-SYSTEMS TEAM FOR EACH ALPHADSO  *
000400*   GENERATION THEY RECEIVE. ONE RECORD PER GENERATION:         *
000500*     ACK-GENERATION   THE GENERATION NUMBER FROM THE FILE.     *
000600*     ACK-LOAD-DATE    CCYYMMDD THEY LOADED (OR REFUSED) IT.    *
000700*     ACK-STATUS       A - LOADED; R - REJECTED.                *
000800*     ACK-RECORD-COUNT THE TRAILER RECORD COUNT AND HASH TOTAL  *
000900*     ACK-HASH-TOTAL   AS THEY COUNTED THEM ON RECEIPT.         *
001000*     ACK-REASON       FREE TEXT, USUALLY ON A REJECT.          *
001100*   THE FIELDS ARE PICTURE X SO A MALFORMED ACKNOWLEDGEMENT IS  *
001200*   CAUGHT BY A NUMERIC TEST INSTEAD OF A DATA EXCEPTION.       *
001300*   RECONCILED AGAINST ALPHADSL BY ALPHAACR.                    *
001400*--------------------------------------------------------------*
001500* MODIFICATION HISTORY.                                         *
001600*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001700*--------------------------------------------------------------*
001800 01  ALPHA-ACK-RECORD.
001900     05  ACK-GENERATION        PIC X(07).
002000     05  FILLER                PIC X(02).
002100     05  ACK-LOAD-DATE         PIC X(08).
002200     05  FILLER                PIC X(02).
002300     05  ACK-STATUS            PIC X(01).
002400         88  ACK-LOADED                   VALUE "A".
002500         88  ACK-REJECTED                 VALUE "R".
002600     05  FILLER                PIC X(02).
002700     05  ACK-RECORD-COUNT      PIC X(07).
002800     05  FILLER                PIC X(02).
002900     05  ACK-HASH-TOTAL        PIC X(11).
003000     05  FILLER                PIC X(02).
003100     05  ACK-REASON            PIC X(30).
003200     05  FILLER                PIC X(06).
