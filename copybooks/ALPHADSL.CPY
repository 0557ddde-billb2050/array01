000100*--------------------------------------------------------------*
000200* ALPHADSL - TABLE DISTRIBUTION LOG RECORD. ONE RECORD          *
000300*   APPENDED BY ALPHADST FOR EVERY OUTBOUND GENERATION IT       *
000400*   WRITES (SEE ALPHADSO), CARRYING THE SAME GENERATION NUMBER  *
000500*   AND TRAILER TOTALS. THE HIGHEST GENERATION ON THE LOG IS    *
000600*   WHERE THE NEXT RUN NUMBERS FROM. ALPHAACR REWRITES THE LOG  *
000700*   IN PLACE AS ACKNOWLEDGEMENTS COME BACK, FILLING IN THE ACK  *
000800*   FIELDS:                                                     *
000900*     DSL-ACK-STATUS  SPACE - NOT YET ACKNOWLEDGED              *
001000*                     A     - LOADED, TOTALS AGREE              *
001100*                     R     - REJECTED BY THE RECEIVING SIDE    *
001200*                     M     - ACKNOWLEDGED WITH TOTALS THAT DO  *
001300*                             NOT AGREE WITH WHAT WAS SENT      *
001400*   ONLY AN A COUNTS AS ACKNOWLEDGED; AN R OR M GENERATION      *
001500*   STILL AWAITS A GOOD ACKNOWLEDGEMENT. ON ITS REWRITE         *
001600*   ALPHAACR DROPS EACH SETTLED GENERATION - OLDER THAN THE     *
001610*   LATEST ACKNOWLEDGED ONE - SENT BEFORE THE LAST 12 MONTHS.   *
001620*   THE LATEST ACKNOWLEDGED GENERATION AND ALL LATER ONES ARE   *
001630*   ALWAYS KEPT.                                                *
001700*--------------------------------------------------------------*
001800* MODIFICATION HISTORY.                                         *
001900*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
002000*--------------------------------------------------------------*
002100 01  ALPHA-DIST-LOG-RECORD.
002200     05  DSL-GENERATION        PIC 9(07).
002300     05  FILLER                PIC X(02).
002400     05  DSL-SEND-DATE         PIC 9(08).
002500     05  FILLER                PIC X(02).
002600     05  DSL-SEND-TIME         PIC 9(06).
002700     05  FILLER                PIC X(02).
002800     05  DSL-TABLE-COUNT       PIC 9(03).
002900     05  FILLER                PIC X(02).
003000     05  DSL-RECORD-COUNT      PIC 9(07).
003100     05  FILLER                PIC X(02).
003200     05  DSL-HASH-TOTAL        PIC 9(11).
003300     05  FILLER                PIC X(02).
003400     05  DSL-ACK-STATUS        PIC X(01).
003500         88  DSL-AWAITING-ACK             VALUE SPACE.
003600         88  DSL-ACKNOWLEDGED             VALUE "A".
003700         88  DSL-ACK-REJECTED             VALUE "R".
003800         88  DSL-ACK-MISMATCH             VALUE "M".
003900     05  FILLER                PIC X(02).
004000     05  DSL-ACK-LOAD-DATE     PIC X(08).
004100     05  FILLER                PIC X(02).
004200     05  DSL-ACK-RECON-DATE    PIC X(08).
004300     05  FILLER                PIC X(05).
