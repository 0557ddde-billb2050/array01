000100*--------------------------------------------------------------*
000200* ALPHANTF - TABLE CHANGE NOTIFICATION EXTRACT RECORD (LRECL    *
000300*   150). APPENDED BY ALPHAAPR FOR EVERY CHANGE IT APPLIES -    *
000400*   ONE RECORD PER CONSUMER REGISTERED FOR THE TABLE (SEE       *
000500*   ALPHACNS) - FOR THE SCHEDULING GROUP TO DISTRIBUTE. THE     *
000600*   APPLY DATE AND TIME, TABLE, EFFECTIVE DATE, AND BEFORE AND  *
000700*   AFTER CHARACTER COUNTS ARE THOSE OF THE ALPHACHG CHANGE     *
000800*   HISTORY RECORD WRITTEN FOR THE SAME CHANGE.                 *
000900*--------------------------------------------------------------*
001000* MODIFICATION HISTORY.                                         *
001100*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001200*--------------------------------------------------------------*
001300 01  ALPHA-NOTIFY-RECORD.
001400     05  NTF-APPLY-DATE        PIC 9(08).
001500     05  FILLER                PIC X(02).
001600     05  NTF-APPLY-TIME        PIC X(08).
001700     05  FILLER                PIC X(02).
001800     05  NTF-TABLE-ID          PIC X(01).
001900     05  FILLER                PIC X(02).
002000     05  NTF-TABLE-NAME        PIC X(08).
002100     05  FILLER                PIC X(02).
002200     05  NTF-EFFECTIVE-DATE    PIC 9(08).
002300     05  FILLER                PIC X(02).
002400     05  NTF-OLD-COUNT         PIC 9(02).
002500     05  FILLER                PIC X(02).
002600     05  NTF-NEW-COUNT         PIC 9(02).
002700     05  FILLER                PIC X(02).
002800     05  NTF-CONSUMER-TYPE     PIC X(01).
002900     05  FILLER                PIC X(02).
003000     05  NTF-CONSUMER-NAME     PIC X(44).
003100     05  FILLER                PIC X(02).
003200     05  NTF-CONTACT           PIC X(20).
003300     05  FILLER                PIC X(02).
003400     05  NTF-APPROVE-OPERATOR  PIC X(08).
003500     05  FILLER                PIC X(20).
