000100*--------------------------------------------------------------*
000200* ALPHAVLT - MASTER FILE BACKUP VAULT RECORD (LRECL 220).       *
000300*   WRITTEN BY ALPHABKP, ONE DATED VAULT (A GENERATION OF       *
000400*   PROD.ARRAY01.ALPHAVLT) HOLDING EVERY ARRAY01 MASTER FILE    *
000500*   LISTED IN ALPHAVLF, AND READ BACK BY ALPHARST. THE RECORD   *
000600*   TYPE IS IN COLUMN 1 AND THE SOURCE FILE'S DD NAME IN        *
000700*   COLUMNS 3-10 (SPACES ON THE HEADER AND TRAILER):            *
000800*     H - HEADER: VAULT DATE CCYYMMDD, TIME HHMMSS, AND THE     *
000900*         NUMBER OF FILES IN THE VAULT. ALWAYS FIRST.           *
001000*     S - SECTION HEADER: STARTS EACH FILE'S SECTION - THE      *
001100*         FILE'S RECORD LENGTH AND ORGANIZATION (S SEQUENTIAL,  *
001200*         K KEYED CLUSTER). SECTIONS ARE IN ALPHAVLF ORDER.     *
001300*     D - DATA: ONE SOURCE RECORD, LEFT-JUSTIFIED IN THE DATA   *
001400*         AREA AND PADDED WITH SPACES. A KEYED CLUSTER IS       *
001500*         UNLOADED IN KEY ORDER SO IT RELOADS AS WRITTEN.       *
001600*     Z - TRAILER: ALWAYS LAST - THE NUMBER OF FILES AND, PER   *
001700*         FILE IN SECTION ORDER, ITS DD NAME, RECORD COUNT,     *
001800*         AND HASH TOTAL. THE HASH TOTAL IS THE SUM, OVER       *
001900*         EVERY RECORD, OF EACH BYTE'S COLUMN (1 THROUGH THE    *
002000*         RECORD LENGTH) TIMES ITS CODE POINT (0-255), SO A     *
002100*         CHANGED, SHIFTED, OR MISSING RECORD CHANGES IT.       *
002200*   A VAULT WITHOUT ITS TRAILER, OR WITH ANY SECTION MISSING,   *
002300*   IS PARTIAL AND ALPHARST REFUSES IT.                         *
002400*--------------------------------------------------------------*
002500* MODIFICATION HISTORY.                                         *
002600*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
002700*--------------------------------------------------------------*
002800 01  ALPHA-VAULT-RECORD.
002900     05  VLT-RECORD-TYPE       PIC X(01).
003000         88  VLT-HEADER                   VALUE "H".
003100         88  VLT-SECTION                  VALUE "S".
003200         88  VLT-DATA                     VALUE "D".
003300         88  VLT-TRAILER                  VALUE "Z".
003400     05  FILLER                PIC X(01).
003500     05  VLT-FILE-ID           PIC X(08).
003600     05  FILLER                PIC X(01).
003700     05  VLT-RECORD-DATA       PIC X(200).
003800     05  VLT-HEADER-DATA REDEFINES VLT-RECORD-DATA.
003900         10  VLT-HDR-DATE      PIC 9(08).
004000         10  FILLER            PIC X(01).
004100         10  VLT-HDR-TIME      PIC 9(06).
004200         10  FILLER            PIC X(01).
004300         10  VLT-HDR-FILES     PIC 9(02).
004400         10  FILLER            PIC X(182).
004500     05  VLT-SECTION-DATA REDEFINES VLT-RECORD-DATA.
004600         10  VLT-SEC-LRECL     PIC 9(03).
004700         10  FILLER            PIC X(01).
004800         10  VLT-SEC-ORG       PIC X(01).
004900             88  VLT-SEC-SEQUENTIAL       VALUE "S".
005000             88  VLT-SEC-KEYED            VALUE "K".
005100         10  FILLER            PIC X(195).
005200     05  VLT-TRAILER-DATA REDEFINES VLT-RECORD-DATA.
005300         10  VLT-TRL-FILES     PIC 9(02).
005400         10  VLT-TRL-ENTRY     OCCURS 7 TIMES.
005500             15  VLT-TRL-ID    PIC X(08).
005600             15  VLT-TRL-RECS  PIC 9(07).
005700             15  VLT-TRL-HASH  PIC 9(13).
005800         10  FILLER            PIC X(02).
005900     05  FILLER                PIC X(09).
