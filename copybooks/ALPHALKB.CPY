000100*--------------------------------------------------------------*
000200* ALPHALKB - DEPARTMENT LOOKUP BATCH CARD, AS SUBMITTED TO THE  *
000300*   ALPHABTE BATCH EDIT. EACH DEPARTMENT'S LOOKUP CARDS COME    *
000400*   IN AS ONE OR MORE BATCHES - A HEADER CARD, THE DETAIL       *
000500*   CARDS, AND A TRAILER CARD. THE CARD TYPE IS IN COLUMN 12:   *
000600*     H - HEADER: DEPARTMENT ID (COLUMNS 14-17), BATCH NUMBER   *
000700*         (COLUMNS 20-24), SUBMIT DATE CCYYMMDD (27-34).        *
000800*     D - DETAIL: THE LOOKUP TRANSACTION ITSELF IN THE SAME     *
000900*         COLUMNS 1-10 AS ALPHALKP (CHARACTER, TABLE-ID, TRAN   *
001000*         SEQUENCE).                                            *
001100*     T - TRAILER: DETAIL CARD COUNT (COLUMNS 14-18) AND THE    *
001200*         HASH TOTAL OF THE DETAIL TRAN SEQUENCES (21-29).      *
001300*   THE CONTROL FIELDS ARE PICTURE X SO A MISPUNCHED HEADER OR  *
001400*   TRAILER IS CAUGHT BY A NUMERIC TEST INSTEAD OF A DATA       *
001500*   EXCEPTION.                                                  *
001600*--------------------------------------------------------------*
001700* MODIFICATION HISTORY.                                         *
001800*   10/14/2026  BB   ORIGINAL COPYBOOK.                         *
001900*--------------------------------------------------------------*
002000 01  ALPHA-BATCH-CARD.
002100     05  BKB-CHARACTER         PIC X(01).
002200     05  FILLER                PIC X(02).
002300     05  BKB-TABLE-ID          PIC X(01).
002400     05  FILLER                PIC X(02).
002500     05  BKB-TRAN-SEQ          PIC X(04).
002600     05  FILLER                PIC X(01).
002700     05  BKB-CARD-TYPE         PIC X(01).
002800         88  BKB-HEADER                   VALUE "H".
002900         88  BKB-DETAIL                   VALUE "D".
003000         88  BKB-TRAILER                  VALUE "T".
003100     05  FILLER                PIC X(01).
003200     05  BKB-CONTROL-DATA      PIC X(67).
003300     05  BKB-HEADER-DATA REDEFINES BKB-CONTROL-DATA.
003400         10  BKB-DEPT-ID       PIC X(04).
003500         10  FILLER            PIC X(02).
003600         10  BKB-BATCH-NBR     PIC X(05).
003700         10  FILLER            PIC X(02).
003800         10  BKB-SUBMIT-DATE   PIC X(08).
003900         10  FILLER            PIC X(46).
004000     05  BKB-TRAILER-DATA REDEFINES BKB-CONTROL-DATA.
004100         10  BKB-RECORD-COUNT  PIC X(05).
004200         10  FILLER            PIC X(02).
004300         10  BKB-HASH-TOTAL    PIC X(09).
004400         10  FILLER            PIC X(51).
