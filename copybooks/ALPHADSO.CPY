000100*--------------------------------------------------------------*
000200* ALPHADSO - OUTBOUND TABLE DISTRIBUTION RECORD (LRECL 80).     *
000300*   WRITTEN NIGHTLY BY ALPHADST FOR THE DISTRIBUTED-SYSTEMS     *
000400*   TEAM - EVERY TABLE IN EFFECT ON THE RUN DATE (THE CONTROL   *
000500*   RECORD TABLES, THE LIBRARY, AND APPROVED PENDING CHANGES    *
000600*   THAT HAVE COME DUE, OVERLAID AS ARRAY01 DOES AT STARTUP).   *
000700*   THE RECORD TYPE IS IN COLUMN 1 AND EVERY RECORD CARRIES     *
000800*   THE GENERATION NUMBER OF THE FILE IN COLUMNS 3-9:           *
000900*     H - HEADER: RUN DATE CCYYMMDD, RUN TIME HHMMSS, AND THE   *
001000*         NUMBER OF TABLES IN THE FILE. ALWAYS FIRST.           *
001100*     D - DETAIL: ONE PER TABLE POSITION - TABLE, NAME, THE     *
001200*         TABLE'S CHARACTER COUNT, THE POSITION, THE            *
001300*         CHARACTER, AND ITS CODE POINT ON THIS SYSTEM (000-    *
001400*         255) SO THE RECEIVING SIDE NEED NOT TRUST THE FILE    *
001500*         TRANSFER'S TRANSLATION.                               *
001600*     T - TABLE TOTAL: FOLLOWS EACH TABLE'S DETAILS - DETAIL    *
001700*         COUNT AND HASH TOTAL (THE SUM OF POSITION TIMES CODE  *
001800*         POINT OVER THE TABLE, SO A RESEQUENCE CHANGES IT).    *
001900*     Z - TRAILER: ALWAYS LAST - RECORDS IN THE FILE COUNTING   *
002000*         THE HEADER AND TRAILER, TABLES, DETAILS, AND THE SUM  *
002100*         OF THE TABLE HASH TOTALS.                             *
002200*   THE GENERATION NUMBER AND TOTALS ARE ALSO LOGGED TO         *
002300*   ALPHADSL, AND THE RECEIVING SIDE RETURNS THEM ON ITS        *
002400*   ACKNOWLEDGEMENT (SEE ALPHAACK).                             *
002500*--------------------------------------------------------------*
002600* MODIFICATION HISTORY.                                         *
002700*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
002800*--------------------------------------------------------------*
002900 01  ALPHA-DISTRIBUTION-RECORD.
003000     05  DSO-RECORD-TYPE       PIC X(01).
003100         88  DSO-HEADER                   VALUE "H".
003200         88  DSO-DETAIL                   VALUE "D".
003300         88  DSO-TABLE-TOTAL              VALUE "T".
003400         88  DSO-TRAILER                  VALUE "Z".
003500     05  FILLER                PIC X(01).
003600     05  DSO-GENERATION        PIC 9(07).
003700     05  FILLER                PIC X(01).
003800     05  DSO-RECORD-DATA       PIC X(70).
003900     05  DSO-HEADER-DATA REDEFINES DSO-RECORD-DATA.
004000         10  DSO-HDR-RUN-DATE  PIC 9(08).
004100         10  FILLER            PIC X(01).
004200         10  DSO-HDR-RUN-TIME  PIC 9(06).
004300         10  FILLER            PIC X(01).
004400         10  DSO-HDR-TABLES    PIC 9(03).
004500         10  FILLER            PIC X(51).
004600     05  DSO-DETAIL-DATA REDEFINES DSO-RECORD-DATA.
004700         10  DSO-DTL-TABLE-ID  PIC X(01).
004800         10  FILLER            PIC X(01).
004900         10  DSO-DTL-NAME      PIC X(08).
005000         10  FILLER            PIC X(01).
005100         10  DSO-DTL-COUNT     PIC 9(02).
005200         10  FILLER            PIC X(01).
005300         10  DSO-DTL-POSITION  PIC 9(02).
005400         10  FILLER            PIC X(01).
005500         10  DSO-DTL-CHARACTER PIC X(01).
005600         10  FILLER            PIC X(01).
005700         10  DSO-DTL-CODE      PIC 9(03).
005800         10  FILLER            PIC X(48).
005900     05  DSO-TABLE-DATA REDEFINES DSO-RECORD-DATA.
006000         10  DSO-TBL-TABLE-ID  PIC X(01).
006100         10  FILLER            PIC X(01).
006200         10  DSO-TBL-NAME      PIC X(08).
006300         10  FILLER            PIC X(01).
006400         10  DSO-TBL-DETAILS   PIC 9(05).
006500         10  FILLER            PIC X(01).
006600         10  DSO-TBL-HASH      PIC 9(09).
006700         10  FILLER            PIC X(44).
006800     05  DSO-TRAILER-DATA REDEFINES DSO-RECORD-DATA.
006900         10  DSO-TRL-RECORDS   PIC 9(07).
007000         10  FILLER            PIC X(01).
007100         10  DSO-TRL-TABLES    PIC 9(03).
007200         10  FILLER            PIC X(01).
007300         10  DSO-TRL-DETAILS   PIC 9(07).
007400         10  FILLER            PIC X(01).
007500         10  DSO-TRL-HASH      PIC 9(11).
007600         10  FILLER            PIC X(39).
