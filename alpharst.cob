000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHARST.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* VERIFIED RESTORE OF THE ARRAY01 MASTER FILES FROM A BACKUP    *
000900* VAULT WRITTEN BY ALPHABKP (SEE ALPHAVLT). THE WHOLE VAULT IS  *
001000* READ AND PROVED FIRST - HEADER FIRST, EVERY FILE IN ALPHAVLF  *
001100* PRESENT IN ORDER, TRAILER LAST, AND EACH FILE'S RECORD COUNT  *
001200* AND HASH TOTAL RECOMPUTED AND MATCHED TO THE TRAILER - AND    *
001300* ONLY THEN ARE THE FILES REBUILT. A PARTIAL VAULT (NO          *
001400* TRAILER, A SECTION MISSING) OR ONE WHOSE TOTALS DISAGREE IS   *
001500* REFUSED AND NOTHING IS WRITTEN, WHATEVER WAS ASKED FOR.       *
001600* THE PARM NAMES THE FILE TO RESTORE BY ITS DD NAME IN COLUMNS  *
001700* 1-8 (E.G. ALPHACTL), OR ALL (OR BLANK) FOR EVERY FILE IN THE  *
001800* VAULT. A V IN COLUMN 10 VERIFIES THE VAULT AND REPORTS ON IT  *
001900* WITHOUT RESTORING ANYTHING - THE RESTORE JOB RUNS THIS AHEAD  *
002000* OF REDEFINING THE KEYED CLUSTERS SO A BAD VAULT NEVER COSTS   *
002100* THE CLUSTERS THEIR CONTENTS. A KEYED CLUSTER IS RELOADED BY   *
002200* OPENING IT OUTPUT, AS ALPHAIDL LOADS ALPHAIXM, SO IT MUST BE  *
002300* EMPTY (JUST DEFINED) WHEN IT IS RESTORED.                     *
002400* THE RESTORE REPORT LISTS EACH FILE'S VAULT AND TRAILER        *
002500* TOTALS, WHAT WAS RESTORED, AND THE OUTCOME. RETURN CODE 8     *
002600* MEANS A BAD PARM, A REFUSED VAULT, OR A RESTORE THAT DID NOT  *
002700* WRITE EVERY RECORD; OTHERWISE 0.                              *
002800*--------------------------------------------------------------*
002900* MODIFICATION HISTORY.                                         *
003000*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT ALPHA-VAULT-FILE ASSIGN TO ALPHAVLT
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900     SELECT ALPHA-CONTROL-FILE ASSIGN TO ALPHACTL
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT ALPHA-LIBRARY-FILE ASSIGN TO ALPHALIB
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT ALPHA-PENDING-FILE ASSIGN TO ALPHAPND
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT ALPHA-LKG-FILE ASSIGN TO ALPHALKG
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT ALPHA-SUSPENSE-FILE ASSIGN TO ALPHASUS
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS SUS-TRAN-SEQ.
005500
005600     SELECT ALPHA-CHANGE-FILE ASSIGN TO ALPHACHG
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900     SELECT ALPHA-INDEX-MASTER ASSIGN TO ALPHAIXM
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS AIM-KEY.
006300
006400     SELECT RESTORE-REPORT ASSIGN TO ALPHARSP
006500         ORGANIZATION IS SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000*--------------------------------------------------------------*
007100* ALPHA-VAULT-FILE - THE BACKUP VAULT BEING RESTORED FROM.      *
007200*--------------------------------------------------------------*
007300 FD  ALPHA-VAULT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 220 CHARACTERS.
007700     COPY ALPHAVLT.
007800
007900*--------------------------------------------------------------*
008000* ALPHA-CONTROL-FILE - TABLE CONTROL FILE (LRECL 200).          *
008100*--------------------------------------------------------------*
008200 FD  ALPHA-CONTROL-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 200 CHARACTERS.
008600     COPY ALPHACTL.
008700
008800*--------------------------------------------------------------*
008900* ALPHA-LIBRARY-FILE - CUSTOM TABLE LIBRARY (LRECL 100).        *
009000*--------------------------------------------------------------*
009100 FD  ALPHA-LIBRARY-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 100 CHARACTERS.
009500     COPY ALPHALIB.
009600
009700*--------------------------------------------------------------*
009800* ALPHA-PENDING-FILE - STAGED TABLE CHANGES (LRECL 200).        *
009900*--------------------------------------------------------------*
010000 FD  ALPHA-PENDING-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 200 CHARACTERS.
010400     COPY ALPHAPND.
010500
010600*--------------------------------------------------------------*
010700* ALPHA-LKG-FILE - LAST-KNOWN-GOOD TABLE COPIES (LRECL 80).     *
010800*--------------------------------------------------------------*
010900 FD  ALPHA-LKG-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  ALPHA-LKG-RECORD.
011400     05  LKG-TABLE-ID          PIC X(01).
011500     05  FILLER                PIC X(02).
011600     05  LKG-ALPHA             PIC X(64).
011700     05  FILLER                PIC X(02).
011800     05  LKG-COUNT             PIC 9(02).
011900     05  FILLER                PIC X(09).
012000
012100*--------------------------------------------------------------*
012200* ALPHA-SUSPENSE-FILE - REJECTED LOOKUP SUSPENSE CLUSTER,       *
012300*                       RELOADED IN KEY ORDER.                  *
012400*--------------------------------------------------------------*
012500 FD  ALPHA-SUSPENSE-FILE
012600     LABEL RECORDS ARE STANDARD
012700     RECORD CONTAINS 80 CHARACTERS.
012800     COPY ALPHASUS.
012900
013000*--------------------------------------------------------------*
013100* ALPHA-CHANGE-FILE - APPLIED TABLE CHANGE HISTORY (LRECL 200). *
013200*--------------------------------------------------------------*
013300 FD  ALPHA-CHANGE-FILE
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 200 CHARACTERS.
013700     COPY ALPHACHG.
013800
013900*--------------------------------------------------------------*
014000* ALPHA-INDEX-MASTER - KEYED CHARACTER INDEX MASTER CLUSTER,    *
014100*                      RELOADED IN KEY ORDER.                   *
014200*--------------------------------------------------------------*
014300 FD  ALPHA-INDEX-MASTER
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600     COPY ALPHAIXM.
014700
014800*--------------------------------------------------------------*
014900* RESTORE-REPORT - THE VAULT'S TOTALS FILE BY FILE AND WHAT WAS *
015000*                  RESTORED.                                    *
015100*--------------------------------------------------------------*
015200 FD  RESTORE-REPORT
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD
015500     RECORD CONTAINS 132 CHARACTERS.
015600 01  RESTORE-REPORT-REC        PIC X(132).
015700
015800 WORKING-STORAGE SECTION.
015900
016000*--------------------------------------------------------------*
016100* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
016200* THIRD HEADING NAMES THE VAULT AND WHAT WAS ASKED FOR.         *
016300*--------------------------------------------------------------*
016400 01  WS-REPORT-HEADING-1.
016500     05  FILLER                PIC X(01) VALUE SPACES.
016600     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
016700     05  FILLER                PIC X(08) VALUE "ALPHARST".
016800     05  FILLER                PIC X(09) VALUE SPACES.
016900     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
017000     05  WH1-DATE              PIC X(10).
017100     05  FILLER                PIC X(10) VALUE SPACES.
017200     05  FILLER                PIC X(06) VALUE "PAGE: ".
017300     05  WH1-PAGE              PIC ZZ9.
017400     05  FILLER                PIC X(66) VALUE SPACES.
017500
017600 01  WS-REPORT-HEADING-2.
017700     05  FILLER                PIC X(44) VALUE SPACES.
017800     05  FILLER                PIC X(38)
017900             VALUE "MASTER FILE RESTORE REPORT            ".
018000     05  FILLER                PIC X(50) VALUE SPACES.
018100
018200 01  WS-REPORT-HEADING-3.
018300     05  FILLER                PIC X(04) VALUE SPACES.
018400     05  FILLER                PIC X(07) VALUE "VAULT: ".
018500     05  WH3-VAULT-DATE        PIC X(10).
018600     05  FILLER                PIC X(01) VALUE SPACES.
018700     05  WH3-VAULT-TIME        PIC X(08).
018800     05  FILLER                PIC X(12) VALUE "   REQUEST: ".
018900     05  WH3-REQUEST           PIC X(08).
019000     05  FILLER                PIC X(09) VALUE "   MODE: ".
019100     05  WH3-MODE              PIC X(11).
019200     05  FILLER                PIC X(62) VALUE SPACES.
019300
019400 01  WS-COLUMN-HEADING.
019500     05  FILLER                PIC X(04) VALUE SPACES.
019600     05  FILLER                PIC X(04) VALUE "FILE".
019700     05  FILLER                PIC X(06) VALUE SPACES.
019800     05  FILLER                PIC X(03) VALUE "ORG".
019900     05  FILLER                PIC X(04) VALUE SPACES.
020000     05  FILLER                PIC X(10) VALUE "VAULT RECS".
020100     05  FILLER                PIC X(03) VALUE SPACES.
020200     05  FILLER                PIC X(09) VALUE "TRLR RECS".
020300     05  FILLER                PIC X(06) VALUE SPACES.
020400     05  FILLER                PIC X(10) VALUE "VAULT HASH".
020500     05  FILLER                PIC X(07) VALUE SPACES.
020600     05  FILLER                PIC X(09) VALUE "TRLR HASH".
020700     05  FILLER                PIC X(04) VALUE SPACES.
020800     05  FILLER                PIC X(08) VALUE "RESTORED".
020900     05  FILLER                PIC X(03) VALUE SPACES.
021000     05  FILLER                PIC X(06) VALUE "RESULT".
021100     05  FILLER                PIC X(36) VALUE SPACES.
021200
021300 01  WS-FILE-DETAIL-LINE.
021400     05  FILLER                PIC X(04) VALUE SPACES.
021500     05  WS-DET-FILE           PIC X(08).
021600     05  FILLER                PIC X(02) VALUE SPACES.
021700     05  WS-DET-ORG            PIC X(05).
021800     05  FILLER                PIC X(03) VALUE SPACES.
021900     05  WS-DET-VLT-RECS       PIC Z,ZZZ,ZZ9.
022000     05  FILLER                PIC X(03) VALUE SPACES.
022100     05  WS-DET-TRL-RECS       PIC Z,ZZZ,ZZ9.
022200     05  FILLER                PIC X(03) VALUE SPACES.
022300     05  WS-DET-VLT-HASH       PIC Z(12)9.
022400     05  FILLER                PIC X(03) VALUE SPACES.
022500     05  WS-DET-TRL-HASH       PIC Z(12)9.
022600     05  FILLER                PIC X(03) VALUE SPACES.
022700     05  WS-DET-RESTORED       PIC Z,ZZZ,ZZ9.
022800     05  WS-DET-RESTORED-X REDEFINES WS-DET-RESTORED
022900                               PIC X(09).
023000     05  FILLER                PIC X(03) VALUE SPACES.
023100     05  WS-DET-RESULT         PIC X(30).
023200     05  FILLER                PIC X(12) VALUE SPACES.
023300
023400 01  WS-TEXT-DETAIL-LINE.
023500     05  FILLER                PIC X(04) VALUE SPACES.
023600     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
023700     05  FILLER                PIC X(58) VALUE SPACES.
023800
023900 01  WS-SYSTEM-DATE-FIELDS.
024000     05  WS-SYSTEM-DATE        PIC 9(08).
024100
024200 01  WS-EDIT-DATE-FIELDS.
024300     05  WS-EDIT-DATE          PIC 9(08).
024400     05  FILLER REDEFINES WS-EDIT-DATE.
024500         10  WS-EDIT-CCYY      PIC 9(04).
024600         10  WS-EDIT-MM        PIC 9(02).
024700         10  WS-EDIT-DD        PIC 9(02).
024800     05  WS-EDIT-DATE-TEXT     PIC X(10).
024900
025000 01  WS-EDIT-TIME-FIELDS.
025100     05  WS-EDIT-TIME          PIC 9(06).
025200     05  FILLER REDEFINES WS-EDIT-TIME.
025300         10  WS-EDIT-HH        PIC 9(02).
025400         10  WS-EDIT-MN        PIC 9(02).
025500         10  WS-EDIT-SS        PIC 9(02).
025600
025700 01  WS-HOLD-REPORT-LINE       PIC X(132) VALUE SPACES.
025800
025900*--------------------------------------------------------------*
026000* THE PARM - FILE TO RESTORE (COLUMNS 1-8), MODE (COLUMN 10).   *
026100*--------------------------------------------------------------*
026200 01  WS-PARM-AREA.
026300     05  WS-PARM-FILE          PIC X(08).
026400     05  FILLER                PIC X(01).
026500     05  WS-PARM-MODE          PIC X(01).
026600         88  WS-VERIFY-ONLY               VALUE "V".
026700         88  WS-PARM-MODE-VALID           VALUE "V" " ".
026800 77  WS-SELECT-SUB             PIC 9(02) COMP VALUE ZERO.
026900
027000*--------------------------------------------------------------*
027100* THE FILES A COMPLETE VAULT HOLDS, IN SECTION ORDER.           *
027200*--------------------------------------------------------------*
027300     COPY ALPHAVLF.
027400 77  WS-VLF-SUB                PIC 9(02) COMP VALUE ZERO.
027500
027600*--------------------------------------------------------------*
027700* PER FILE, BY SECTION - THE TOTALS RECOMPUTED FROM THE VAULT,  *
027800* THE TOTALS THE TRAILER CLAIMS, THE RECORDS RESTORED, AND THE  *
027900* OUTCOME FOR THE REPORT.                                       *
028000*--------------------------------------------------------------*
028100 01  WS-FILE-RESULT-AREA.
028200     05  WS-RES-ENTRY          OCCURS 7 TIMES.
028300         10  WS-RES-VLT-RECS   PIC 9(07) COMP.
028400         10  WS-RES-VLT-HASH   PIC 9(13) COMP.
028500         10  WS-RES-TRL-ID     PIC X(08).
028600         10  WS-RES-TRL-RECS   PIC 9(07) COMP.
028700         10  WS-RES-TRL-HASH   PIC 9(13) COMP.
028800         10  WS-RES-TRL-OK-SW  PIC X(01).
028900             88  WS-RES-TRL-OK            VALUE "Y".
029000         10  WS-RES-RESTORED   PIC 9(07) COMP.
029100         10  WS-RES-REJECTED   PIC 9(07) COMP.
029200         10  WS-RES-RESULT     PIC X(30).
029300
029400*--------------------------------------------------------------*
029500* THE VAULT DATA RECORD, BYTE BY BYTE FOR THE HASH.             *
029600*--------------------------------------------------------------*
029700 01  WS-DATA-RECORD-AREA.
029800     05  WS-DATA-RECORD        PIC X(200).
029900     05  FILLER REDEFINES WS-DATA-RECORD.
030000         10  WS-DATA-BYTE      PIC X(01) OCCURS 200 TIMES.
030100 77  WS-BYTE-SUB               PIC 9(03) COMP VALUE ZERO.
030200
030300*--------------------------------------------------------------*
030400* CODE POINT WORK AREA - THE BYTE IS DROPPED INTO THE LOW BYTE  *
030500* OF A HALFWORD WHOSE HIGH BYTE IS LOW-VALUE, SO THE HALFWORD   *
030600* READS AS THE BYTE'S CODE POINT (0-255).                       *
030700*--------------------------------------------------------------*
030800 01  WS-CODE-WORK-AREA.
030900     05  WS-CODE-BINARY        PIC 9(04) COMP.
031000     05  FILLER REDEFINES WS-CODE-BINARY.
031100         10  WS-CODE-HIGH      PIC X(01).
031200         10  WS-CODE-LOW       PIC X(01).
031300
031400 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
031500 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
031600 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
031700 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
031800 77  WS-CUR-SUB                PIC 9(02) COMP VALUE ZERO.
031900 77  WS-SECTIONS-SEEN          PIC 9(02) COMP VALUE ZERO.
032000 77  WS-HDR-FILES              PIC 9(02) COMP VALUE ZERO.
032100 77  WS-TRL-FILES              PIC 9(02) COMP VALUE ZERO.
032200 77  WS-VAULT-RECORDS          PIC 9(07) COMP VALUE ZERO.
032300 77  WS-FILES-RESTORED         PIC 9(02) COMP VALUE ZERO.
032400 77  WS-RECORDS-RESTORED       PIC 9(07) COMP VALUE ZERO.
032500 77  WS-VAULT-RECORDS-X        PIC 9(07) VALUE ZERO.
032600 77  WS-RECORDS-RESTORED-X     PIC 9(07) VALUE ZERO.
032700 77  WS-SECTIONS-SEEN-X        PIC 9(02) VALUE ZERO.
032800 77  WS-FILE-COUNT-X           PIC 9(02) VALUE ZERO.
032900 77  WS-FILES-RESTORED-X       PIC 9(02) VALUE ZERO.
033000 77  WS-REFUSE-REASON          PIC X(70) VALUE SPACES.
033100
033200 77  WS-VLT-EOF-SW             PIC X(01) VALUE "N".
033300     88  WS-VLT-EOF                       VALUE "Y".
033400 77  WS-HEADER-SEEN-SW         PIC X(01) VALUE "N".
033500     88  WS-HEADER-SEEN                   VALUE "Y".
033600 77  WS-TRAILER-SEEN-SW        PIC X(01) VALUE "N".
033700     88  WS-TRAILER-SEEN                  VALUE "Y".
033800 77  WS-REFUSED-SW             PIC X(01) VALUE "N".
033900     88  WS-VAULT-REFUSED                 VALUE "Y".
034000 77  WS-INCOMPLETE-SW          PIC X(01) VALUE "N".
034100     88  WS-RESTORE-INCOMPLETE            VALUE "Y".
034200 77  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
034300     88  WS-PARM-ERROR                    VALUE "Y".
034400
034500 PROCEDURE DIVISION.
034600
034700 0000-MAINLINE.
034800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034900     IF WS-PARM-ERROR
035000         PERFORM 9000-TERMINATE THRU 9000-EXIT
035100         STOP RUN
035200     END-IF.
035300     PERFORM 2000-VERIFY-VAULT THRU 2000-EXIT.
035400     IF NOT WS-VAULT-REFUSED AND NOT WS-VERIFY-ONLY
035500         PERFORM 3000-RESTORE-FILES THRU 3000-EXIT
035600     END-IF.
035700     PERFORM 5000-REPORT-FILES THRU 5000-EXIT.
035800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035900     STOP RUN.
036000
036100*--------------------------------------------------------------*
036200* 1000-INITIALIZE - OPEN THE REPORT AND PICK UP THE PARM. AN    *
036300*                   UNKNOWN FILE NAME OR MODE IS REPORTED AND   *
036400*                   NOTHING ELSE IS DONE.                       *
036500*--------------------------------------------------------------*
036600 1000-INITIALIZE.
036700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
036800     MOVE WS-SYSTEM-DATE        TO WS-EDIT-DATE.
036900     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
037000     MOVE WS-EDIT-DATE-TEXT     TO WS-RUN-DATE.
037100     INITIALIZE WS-FILE-RESULT-AREA.
037200     OPEN OUTPUT RESTORE-REPORT.
037300     MOVE SPACES                TO WS-PARM-AREA.
037400     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
037500     IF WS-PARM-FILE = SPACES
037600         MOVE "ALL"             TO WS-PARM-FILE
037700     END-IF.
037800     MOVE WS-PARM-FILE          TO WH3-REQUEST.
037900     IF WS-VERIFY-ONLY
038000         MOVE "VERIFY ONLY"     TO WH3-MODE
038100     ELSE
038200         MOVE "RESTORE"         TO WH3-MODE
038300     END-IF.
038400     MOVE SPACES                TO WH3-VAULT-DATE.
038500     MOVE SPACES                TO WH3-VAULT-TIME.
038600     IF WS-PARM-FILE NOT = "ALL"
038700         PERFORM 1100-MATCH-PARM-FILE THRU 1100-EXIT
038800             VARYING WS-VLF-SUB FROM 1 BY 1
038900                 UNTIL WS-VLF-SUB > VLF-FILE-COUNT
039000                    OR WS-SELECT-SUB > ZERO
039100         IF WS-SELECT-SUB = ZERO
039200             SET WS-PARM-ERROR TO TRUE
039300             MOVE "PARM FILE IS NOT A FILE THE VAULT HOLDS"
039400                                TO WS-TXT-TEXT
039500         END-IF
039600     END-IF.
039700     IF NOT WS-PARM-MODE-VALID
039800         SET WS-PARM-ERROR TO TRUE
039900         MOVE "PARM MODE (COLUMN 10) MUST BE V OR BLANK"
040000                                TO WS-TXT-TEXT
040100     END-IF.
040200     IF WS-PARM-ERROR
040300         DISPLAY "ALPHARST - BAD PARM " WS-PARM-AREA
040400         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
040500         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
040600         MOVE "NOTHING WAS VERIFIED OR RESTORED"
040700                                TO WS-TXT-TEXT
040800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
040900     END-IF.
041000 1000-EXIT.
041100     EXIT.
041200
041300 1100-MATCH-PARM-FILE.
041400     IF VLF-FILE-ID (WS-VLF-SUB) = WS-PARM-FILE
041500         MOVE WS-VLF-SUB        TO WS-SELECT-SUB
041600     END-IF.
041700 1100-EXIT.
041800     EXIT.
041900
042000*--------------------------------------------------------------*
042100* 2000-VERIFY-VAULT - READ THE WHOLE VAULT, CHECKING ITS SHAPE  *
042200*                     AND RECOMPUTING EACH FILE'S COUNT AND     *
042300*                     HASH, THEN PROVE IT COMPLETE AGAINST THE  *
042400*                     TRAILER. THE FIRST PROBLEM FOUND REFUSES  *
042500*                     THE VAULT.                                *
042600*--------------------------------------------------------------*
042700 2000-VERIFY-VAULT.
042800     OPEN INPUT ALPHA-VAULT-FILE.
042900     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
043000         UNTIL WS-VLT-EOF OR WS-VAULT-REFUSED.
043100     CLOSE ALPHA-VAULT-FILE.
043200     IF NOT WS-VAULT-REFUSED
043300         PERFORM 2500-CHECK-COMPLETE THRU 2500-EXIT
043400     END-IF.
043500 2000-EXIT.
043600     EXIT.
043700
043800*--------------------------------------------------------------*
043900* 2100-VERIFY-ONE-RECORD - CHECK ONE VAULT RECORD IS WHERE ITS  *
044000*                          TYPE BELONGS AND TOTAL ITS DATA.     *
044100*--------------------------------------------------------------*
044200 2100-VERIFY-ONE-RECORD.
044300     READ ALPHA-VAULT-FILE
044400         AT END
044500             SET WS-VLT-EOF TO TRUE
044600             GO TO 2100-EXIT
044700     END-READ.
044800     ADD 1                      TO WS-VAULT-RECORDS.
044900     MOVE WS-VAULT-RECORDS      TO WS-VAULT-RECORDS-X.
045000     IF WS-TRAILER-SEEN
045100         SET WS-VAULT-REFUSED TO TRUE
045200         STRING "RECORD " DELIMITED BY SIZE
045300                WS-VAULT-RECORDS-X DELIMITED BY SIZE
045400                " FOLLOWS THE TRAILER" DELIMITED BY SIZE
045500             INTO WS-REFUSE-REASON
045600         GO TO 2100-EXIT
045700     END-IF.
045800     IF NOT WS-HEADER-SEEN AND NOT VLT-HEADER
045900         SET WS-VAULT-REFUSED TO TRUE
046000         MOVE "THE VAULT DOES NOT START WITH ITS HEADER"
046100                                TO WS-REFUSE-REASON
046200         GO TO 2100-EXIT
046300     END-IF.
046400     EVALUATE TRUE
046500         WHEN VLT-HEADER
046600             PERFORM 2150-CHECK-HEADER THRU 2150-EXIT
046700         WHEN VLT-SECTION
046800             PERFORM 2200-START-SECTION THRU 2200-EXIT
046900         WHEN VLT-DATA
047000             PERFORM 2300-TOTAL-DATA-RECORD THRU 2300-EXIT
047100         WHEN VLT-TRAILER
047200             PERFORM 2400-SAVE-TRAILER THRU 2400-EXIT
047300         WHEN OTHER
047400             SET WS-VAULT-REFUSED TO TRUE
047500             STRING "RECORD " DELIMITED BY SIZE
047600                    WS-VAULT-RECORDS-X DELIMITED BY SIZE
047700                    " HAS AN UNKNOWN RECORD TYPE"
047800                                DELIMITED BY SIZE
047900                 INTO WS-REFUSE-REASON
048000     END-EVALUATE.
048100 2100-EXIT.
048200     EXIT.
048300
048400*--------------------------------------------------------------*
048500* 2150-CHECK-HEADER - THE HEADER MUST BE FIRST AND ONLY ONCE.   *
048600*                     ITS DATE AND TIME HEAD THE REPORT.        *
048700*--------------------------------------------------------------*
048800 2150-CHECK-HEADER.
048900     IF WS-HEADER-SEEN
049000         SET WS-VAULT-REFUSED TO TRUE
049100         STRING "RECORD " DELIMITED BY SIZE
049200                WS-VAULT-RECORDS-X DELIMITED BY SIZE
049300                " IS A SECOND HEADER" DELIMITED BY SIZE
049400             INTO WS-REFUSE-REASON
049500         GO TO 2150-EXIT
049600     END-IF.
049700     SET WS-HEADER-SEEN TO TRUE.
049800     IF VLT-HDR-DATE IS NOT NUMERIC
049900        OR VLT-HDR-TIME IS NOT NUMERIC
050000        OR VLT-HDR-FILES IS NOT NUMERIC
050100         SET WS-VAULT-REFUSED TO TRUE
050200         MOVE "THE VAULT HEADER IS UNREADABLE"
050300                                TO WS-REFUSE-REASON
050400         GO TO 2150-EXIT
050500     END-IF.
050600     MOVE VLT-HDR-FILES         TO WS-HDR-FILES.
050700     MOVE VLT-HDR-DATE          TO WS-EDIT-DATE.
050800     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
050900     MOVE WS-EDIT-DATE-TEXT     TO WH3-VAULT-DATE.
051000     MOVE VLT-HDR-TIME          TO WS-EDIT-TIME.
051100     STRING WS-EDIT-HH          DELIMITED BY SIZE
051200            ":"                 DELIMITED BY SIZE
051300            WS-EDIT-MN          DELIMITED BY SIZE
051400            ":"                 DELIMITED BY SIZE
051500            WS-EDIT-SS          DELIMITED BY SIZE
051600         INTO WH3-VAULT-TIME.
051700 2150-EXIT.
051800     EXIT.
051900
052000*--------------------------------------------------------------*
052100* 2200-START-SECTION - EACH SECTION MUST BE THE NEXT FILE IN    *
052200*                      ALPHAVLF ORDER, WITH THAT FILE'S RECORD  *
052300*                      LENGTH AND ORGANIZATION.                 *
052400*--------------------------------------------------------------*
052500 2200-START-SECTION.
052600     ADD 1                      TO WS-SECTIONS-SEEN.
052700     IF WS-SECTIONS-SEEN > VLF-FILE-COUNT
052800         SET WS-VAULT-REFUSED TO TRUE
052900         STRING "SECTION " DELIMITED BY SIZE
053000                VLT-FILE-ID DELIMITED BY SIZE
053100                " IS NOT A FILE THE VAULT SHOULD HOLD"
053200                                DELIMITED BY SIZE
053300             INTO WS-REFUSE-REASON
053400         GO TO 2200-EXIT
053500     END-IF.
053600     MOVE WS-SECTIONS-SEEN      TO WS-CUR-SUB.
053700     IF VLT-FILE-ID NOT = VLF-FILE-ID (WS-CUR-SUB)
053800         SET WS-VAULT-REFUSED TO TRUE
053900         STRING "SECTION " DELIMITED BY SIZE
054000                VLT-FILE-ID DELIMITED BY SIZE
054100                " FOUND WHERE " DELIMITED BY SIZE
054200                VLF-FILE-ID (WS-CUR-SUB) DELIMITED BY SIZE
054300                " BELONGS" DELIMITED BY SIZE
054400             INTO WS-REFUSE-REASON
054500         GO TO 2200-EXIT
054600     END-IF.
054700     IF VLT-SEC-LRECL NOT = VLF-LRECL (WS-CUR-SUB)
054800        OR VLT-SEC-ORG NOT = VLF-ORGANIZATION (WS-CUR-SUB)
054900         SET WS-VAULT-REFUSED TO TRUE
055000         STRING "SECTION " DELIMITED BY SIZE
055100                VLT-FILE-ID DELIMITED BY SIZE
055200                " HAS THE WRONG RECORD LENGTH OR ORGANIZATION"
055300                                DELIMITED BY SIZE
055400             INTO WS-REFUSE-REASON
055500     END-IF.
055600 2200-EXIT.
055700     EXIT.
055800
055900*--------------------------------------------------------------*
056000* 2300-TOTAL-DATA-RECORD - A DATA RECORD MUST BELONG TO THE     *
056100*                          SECTION IT SITS IN. COUNT IT AND ADD *
056200*                          IT TO ITS FILE'S HASH TOTAL - EACH   *
056300*                          BYTE'S COLUMN TIMES ITS CODE POINT,  *
056400*                          THE SAME RULE ALPHABKP WROTE THE     *
056500*                          TRAILER BY.                          *
056600*--------------------------------------------------------------*
056700 2300-TOTAL-DATA-RECORD.
056800     IF WS-CUR-SUB = ZERO
056900         SET WS-VAULT-REFUSED TO TRUE
057000         STRING "RECORD " DELIMITED BY SIZE
057100                WS-VAULT-RECORDS-X DELIMITED BY SIZE
057200                " IS DATA OUTSIDE ANY FILE SECTION"
057300                                DELIMITED BY SIZE
057400             INTO WS-REFUSE-REASON
057500         GO TO 2300-EXIT
057600     END-IF.
057700     IF VLT-FILE-ID NOT = VLF-FILE-ID (WS-CUR-SUB)
057800         SET WS-VAULT-REFUSED TO TRUE
057900         STRING "RECORD " DELIMITED BY SIZE
058000                WS-VAULT-RECORDS-X DELIMITED BY SIZE
058100                " IS " DELIMITED BY SIZE
058200                VLT-FILE-ID DELIMITED BY SIZE
058300                " DATA IN THE " DELIMITED BY SIZE
058400                VLF-FILE-ID (WS-CUR-SUB) DELIMITED BY SIZE
058500                " SECTION" DELIMITED BY SIZE
058600             INTO WS-REFUSE-REASON
058700         GO TO 2300-EXIT
058800     END-IF.
058900     ADD 1                      TO WS-RES-VLT-RECS (WS-CUR-SUB).
059000     MOVE VLT-RECORD-DATA       TO WS-DATA-RECORD.
059100     PERFORM 2310-HASH-ONE-BYTE THRU 2310-EXIT
059200         VARYING WS-BYTE-SUB FROM 1 BY 1
059300             UNTIL WS-BYTE-SUB > VLF-LRECL (WS-CUR-SUB).
059400 2300-EXIT.
059500     EXIT.
059600
059700 2310-HASH-ONE-BYTE.
059800     MOVE LOW-VALUE             TO WS-CODE-HIGH.
059900     MOVE WS-DATA-BYTE (WS-BYTE-SUB) TO WS-CODE-LOW.
060000     COMPUTE WS-RES-VLT-HASH (WS-CUR-SUB) =
060100             WS-RES-VLT-HASH (WS-CUR-SUB)
060200           + WS-BYTE-SUB * WS-CODE-BINARY.
060300 2310-EXIT.
060400     EXIT.
060500
060600*--------------------------------------------------------------*
060700* 2400-SAVE-TRAILER - KEEP THE TRAILER'S FILE COUNT AND EACH    *
060800*                     FILE'S CLAIMED TOTALS FOR 2500. AN ENTRY  *
060900*                     THAT IS NOT NUMERIC IS MARKED UNREADABLE. *
061000*--------------------------------------------------------------*
061100 2400-SAVE-TRAILER.
061200     SET WS-TRAILER-SEEN TO TRUE.
061300     IF VLT-TRL-FILES IS NOT NUMERIC
061400         SET WS-VAULT-REFUSED TO TRUE
061500         MOVE "THE VAULT TRAILER IS UNREADABLE"
061600                                TO WS-REFUSE-REASON
061700         GO TO 2400-EXIT
061800     END-IF.
061900     MOVE VLT-TRL-FILES         TO WS-TRL-FILES.
062000     PERFORM 2410-SAVE-TRAILER-ENTRY THRU 2410-EXIT
062100         VARYING WS-VLF-SUB FROM 1 BY 1
062200             UNTIL WS-VLF-SUB > VLF-FILE-COUNT.
062300 2400-EXIT.
062400     EXIT.
062500
062600 2410-SAVE-TRAILER-ENTRY.
062700     MOVE VLT-TRL-ID (WS-VLF-SUB) TO WS-RES-TRL-ID (WS-VLF-SUB).
062800     IF VLT-TRL-RECS (WS-VLF-SUB) IS NUMERIC
062900        AND VLT-TRL-HASH (WS-VLF-SUB) IS NUMERIC
063000         MOVE "Y"               TO WS-RES-TRL-OK-SW (WS-VLF-SUB)
063100         MOVE VLT-TRL-RECS (WS-VLF-SUB)
063200                                TO WS-RES-TRL-RECS (WS-VLF-SUB)
063300         MOVE VLT-TRL-HASH (WS-VLF-SUB)
063400                                TO WS-RES-TRL-HASH (WS-VLF-SUB)
063500     END-IF.
063600 2410-EXIT.
063700     EXIT.
063800
063900*--------------------------------------------------------------*
064000* 2500-CHECK-COMPLETE - THE VAULT IS WHOLE ONLY WITH A HEADER,  *
064100*                       EVERY SECTION, AND A TRAILER, AND WITH  *
064200*                       EVERY FILE'S RECOMPUTED COUNT AND HASH  *
064300*                       EQUAL TO THE TRAILER'S.                 *
064400*--------------------------------------------------------------*
064500 2500-CHECK-COMPLETE.
064600     IF WS-VAULT-RECORDS = ZERO
064700         SET WS-VAULT-REFUSED TO TRUE
064800         MOVE "THE VAULT IS EMPTY"
064900                                TO WS-REFUSE-REASON
065000         GO TO 2500-EXIT
065100     END-IF.
065200     IF NOT WS-TRAILER-SEEN
065300         SET WS-VAULT-REFUSED TO TRUE
065400         MOVE "THE VAULT HAS NO TRAILER - IT IS PARTIAL"
065500                                TO WS-REFUSE-REASON
065600         GO TO 2500-EXIT
065700     END-IF.
065800     IF WS-SECTIONS-SEEN < VLF-FILE-COUNT
065900         SET WS-VAULT-REFUSED TO TRUE
066000         MOVE WS-SECTIONS-SEEN  TO WS-SECTIONS-SEEN-X
066100         MOVE VLF-FILE-COUNT    TO WS-FILE-COUNT-X
066200         STRING "THE VAULT HOLDS ONLY " DELIMITED BY SIZE
066300                WS-SECTIONS-SEEN-X DELIMITED BY SIZE
066400                " OF " DELIMITED BY SIZE
066500                WS-FILE-COUNT-X DELIMITED BY SIZE
066600                " FILE SECTIONS - IT IS PARTIAL"
066700                                DELIMITED BY SIZE
066800             INTO WS-REFUSE-REASON
066900         GO TO 2500-EXIT
067000     END-IF.
067100     IF WS-HDR-FILES NOT = VLF-FILE-COUNT
067200        OR WS-TRL-FILES NOT = VLF-FILE-COUNT
067300         SET WS-VAULT-REFUSED TO TRUE
067400         MOVE "THE HEADER OR TRAILER FILE COUNT IS WRONG"
067500                                TO WS-REFUSE-REASON
067600         GO TO 2500-EXIT
067700     END-IF.
067800     PERFORM 2510-CHECK-ONE-FILE THRU 2510-EXIT
067900         VARYING WS-VLF-SUB FROM 1 BY 1
068000             UNTIL WS-VLF-SUB > VLF-FILE-COUNT.
068100     IF WS-VAULT-REFUSED
068200         MOVE "FILE TOTALS DISAGREE WITH THE VAULT TRAILER"
068300                                TO WS-REFUSE-REASON
068400     END-IF.
068500 2500-EXIT.
068600     EXIT.
068700
068800 2510-CHECK-ONE-FILE.
068900     EVALUATE TRUE
069000         WHEN WS-RES-TRL-ID (WS-VLF-SUB)
069100                           NOT = VLF-FILE-ID (WS-VLF-SUB)
069200             MOVE "FILE NOT IN THE TRAILER"
069300                           TO WS-RES-RESULT (WS-VLF-SUB)
069400             SET WS-VAULT-REFUSED TO TRUE
069500         WHEN NOT WS-RES-TRL-OK (WS-VLF-SUB)
069600             MOVE "TRAILER ENTRY UNREADABLE"
069700                           TO WS-RES-RESULT (WS-VLF-SUB)
069800             SET WS-VAULT-REFUSED TO TRUE
069900         WHEN WS-RES-VLT-RECS (WS-VLF-SUB)
070000                           NOT = WS-RES-TRL-RECS (WS-VLF-SUB)
070100             MOVE "RECORD COUNT DISAGREES"
070200                           TO WS-RES-RESULT (WS-VLF-SUB)
070300             SET WS-VAULT-REFUSED TO TRUE
070400         WHEN WS-RES-VLT-HASH (WS-VLF-SUB)
070500                           NOT = WS-RES-TRL-HASH (WS-VLF-SUB)
070600             MOVE "HASH TOTAL DISAGREES"
070700                           TO WS-RES-RESULT (WS-VLF-SUB)
070800             SET WS-VAULT-REFUSED TO TRUE
070900         WHEN OTHER
071000             MOVE "VERIFIED"
071100                           TO WS-RES-RESULT (WS-VLF-SUB)
071200     END-EVALUATE.
071300 2510-EXIT.
071400     EXIT.
071500
071600*--------------------------------------------------------------*
071700* 3000-RESTORE-FILES - THE VAULT IS PROVED WHOLE. OPEN THE      *
071800*                      FILE OR FILES ASKED FOR, READ THE VAULT  *
071900*                      AGAIN, AND WRITE EACH DATA RECORD BACK   *
072000*                      TO ITS FILE.                             *
072100*--------------------------------------------------------------*
072200 3000-RESTORE-FILES.
072300     PERFORM 3100-OPEN-ONE-FILE THRU 3100-EXIT
072400         VARYING WS-VLF-SUB FROM 1 BY 1
072500             UNTIL WS-VLF-SUB > VLF-FILE-COUNT.
072600     MOVE "N"                   TO WS-VLT-EOF-SW.
072700     MOVE ZERO                  TO WS-CUR-SUB.
072800     OPEN INPUT ALPHA-VAULT-FILE.
072900     PERFORM 3200-RESTORE-ONE-RECORD THRU 3200-EXIT
073000         UNTIL WS-VLT-EOF.
073100     CLOSE ALPHA-VAULT-FILE.
073200     PERFORM 3300-CLOSE-ONE-FILE THRU 3300-EXIT
073300         VARYING WS-VLF-SUB FROM 1 BY 1
073400             UNTIL WS-VLF-SUB > VLF-FILE-COUNT.
073500 3000-EXIT.
073600     EXIT.
073700
073800*--------------------------------------------------------------*
073900* 3100-OPEN-ONE-FILE - OPEN A FILE BEING RESTORED OUTPUT, SO IT *
074000*                      IS REPLACED IN FULL. FILES NOT ASKED FOR *
074100*                      ARE LEFT ALONE.                          *
074200*--------------------------------------------------------------*
074300 3100-OPEN-ONE-FILE.
074400     IF WS-SELECT-SUB NOT = ZERO
074500        AND WS-SELECT-SUB NOT = WS-VLF-SUB
074600         MOVE "VERIFIED - NOT RESTORED"
074700                                TO WS-RES-RESULT (WS-VLF-SUB)
074800         GO TO 3100-EXIT
074900     END-IF.
075000     EVALUATE WS-VLF-SUB
075100         WHEN 1
075200             OPEN OUTPUT ALPHA-CONTROL-FILE
075300         WHEN 2
075400             OPEN OUTPUT ALPHA-LIBRARY-FILE
075500         WHEN 3
075600             OPEN OUTPUT ALPHA-PENDING-FILE
075700         WHEN 4
075800             OPEN OUTPUT ALPHA-LKG-FILE
075900         WHEN 5
076000             OPEN OUTPUT ALPHA-SUSPENSE-FILE
076100         WHEN 6
076200             OPEN OUTPUT ALPHA-CHANGE-FILE
076300         WHEN 7
076400             OPEN OUTPUT ALPHA-INDEX-MASTER
076500     END-EVALUATE.
076600 3100-EXIT.
076700     EXIT.
076800
076900*--------------------------------------------------------------*
077000* 3200-RESTORE-ONE-RECORD - FOLLOW THE SECTIONS AND WRITE EACH  *
077100*                           DATA RECORD OF A FILE BEING         *
077200*                           RESTORED. A KEYED CLUSTER THAT      *
077300*                           REFUSES A RECORD (NOT EMPTY, OR OUT *
077400*                           OF KEY ORDER) HAS IT COUNTED AS     *
077500*                           REJECTED AND THE RESTORE IS MARKED  *
077600*                           INCOMPLETE.                         *
077700*--------------------------------------------------------------*
077800 3200-RESTORE-ONE-RECORD.
077900     READ ALPHA-VAULT-FILE
078000         AT END
078100             SET WS-VLT-EOF TO TRUE
078200             GO TO 3200-EXIT
078300     END-READ.
078400     IF VLT-SECTION
078500         ADD 1                  TO WS-CUR-SUB
078600         GO TO 3200-EXIT
078700     END-IF.
078800     IF NOT VLT-DATA
078900         GO TO 3200-EXIT
079000     END-IF.
079100     IF WS-SELECT-SUB NOT = ZERO
079200        AND WS-SELECT-SUB NOT = WS-CUR-SUB
079300         GO TO 3200-EXIT
079400     END-IF.
079500     EVALUATE WS-CUR-SUB
079600         WHEN 1
079700             MOVE VLT-RECORD-DATA TO ALPHA-CONTROL-RECORD
079800             WRITE ALPHA-CONTROL-RECORD
079900         WHEN 2
080000             MOVE VLT-RECORD-DATA TO ALPHA-LIBRARY-RECORD
080100             WRITE ALPHA-LIBRARY-RECORD
080200         WHEN 3
080300             MOVE VLT-RECORD-DATA TO ALPHA-PENDING-RECORD
080400             WRITE ALPHA-PENDING-RECORD
080500         WHEN 4
080600             MOVE VLT-RECORD-DATA TO ALPHA-LKG-RECORD
080700             WRITE ALPHA-LKG-RECORD
080800         WHEN 5
080900             MOVE VLT-RECORD-DATA TO ALPHA-SUSPENSE-RECORD
081000             WRITE ALPHA-SUSPENSE-RECORD
081100                 INVALID KEY
081200                     ADD 1      TO WS-RES-REJECTED (WS-CUR-SUB)
081300                     GO TO 3200-EXIT
081400             END-WRITE
081500         WHEN 6
081600             MOVE VLT-RECORD-DATA TO ALPHA-CHANGE-RECORD
081700             WRITE ALPHA-CHANGE-RECORD
081800         WHEN 7
081900             MOVE VLT-RECORD-DATA TO ALPHA-INDEX-MASTER-REC
082000             WRITE ALPHA-INDEX-MASTER-REC
082100                 INVALID KEY
082200                     ADD 1      TO WS-RES-REJECTED (WS-CUR-SUB)
082300                     GO TO 3200-EXIT
082400             END-WRITE
082500     END-EVALUATE.
082600     ADD 1                      TO WS-RES-RESTORED (WS-CUR-SUB).
082700     ADD 1                      TO WS-RECORDS-RESTORED.
082800 3200-EXIT.
082900     EXIT.
083000
083100*--------------------------------------------------------------*
083200* 3300-CLOSE-ONE-FILE - CLOSE A RESTORED FILE AND SETTLE ITS    *
083300*                       OUTCOME: RESTORED ONLY WHEN EVERY VAULT *
083400*                       RECORD WAS WRITTEN.                     *
083500*--------------------------------------------------------------*
083600 3300-CLOSE-ONE-FILE.
083700     IF WS-SELECT-SUB NOT = ZERO
083800        AND WS-SELECT-SUB NOT = WS-VLF-SUB
083900         GO TO 3300-EXIT
084000     END-IF.
084100     EVALUATE WS-VLF-SUB
084200         WHEN 1
084300             CLOSE ALPHA-CONTROL-FILE
084400         WHEN 2
084500             CLOSE ALPHA-LIBRARY-FILE
084600         WHEN 3
084700             CLOSE ALPHA-PENDING-FILE
084800         WHEN 4
084900             CLOSE ALPHA-LKG-FILE
085000         WHEN 5
085100             CLOSE ALPHA-SUSPENSE-FILE
085200         WHEN 6
085300             CLOSE ALPHA-CHANGE-FILE
085400         WHEN 7
085500             CLOSE ALPHA-INDEX-MASTER
085600     END-EVALUATE.
085700     ADD 1                      TO WS-FILES-RESTORED.
085800     IF WS-RES-RESTORED (WS-VLF-SUB)
085900                           = WS-RES-VLT-RECS (WS-VLF-SUB)
086000         MOVE "RESTORED"        TO WS-RES-RESULT (WS-VLF-SUB)
086100     ELSE
086200         SET WS-RESTORE-INCOMPLETE TO TRUE
086300         MOVE "RESTORE INCOMPLETE - REJECTS"
086400                                TO WS-RES-RESULT (WS-VLF-SUB)
086500     END-IF.
086600 3300-EXIT.
086700     EXIT.
086800
086900*--------------------------------------------------------------*
087000* 3700-EDIT-DATE - EDIT WS-EDIT-DATE (CCYYMMDD) AS MM/DD/CCYY   *
087100*                  INTO WS-EDIT-DATE-TEXT.                      *
087200*--------------------------------------------------------------*
087300 3700-EDIT-DATE.
087400     MOVE WS-EDIT-MM            TO WS-EDIT-DATE-TEXT (1:2).
087500     MOVE "/"                   TO WS-EDIT-DATE-TEXT (3:1).
087600     MOVE WS-EDIT-DD            TO WS-EDIT-DATE-TEXT (4:2).
087700     MOVE "/"                   TO WS-EDIT-DATE-TEXT (6:1).
087800     MOVE WS-EDIT-CCYY          TO WS-EDIT-DATE-TEXT (7:4).
087900 3700-EXIT.
088000     EXIT.
088100
088200*--------------------------------------------------------------*
088300* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
088400*--------------------------------------------------------------*
088500 3800-WRITE-REPORT-LINE.
088600     MOVE WS-TEXT-DETAIL-LINE   TO RESTORE-REPORT-REC.
088700     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
088800 3800-EXIT.
088900     EXIT.
089000
089100*--------------------------------------------------------------*
089200* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
089300*                            THE RECORD AREA, STARTING A NEW    *
089400*                            PAGE WHEN THE CURRENT ONE IS FULL. *
089500*--------------------------------------------------------------*
089600 3850-WRITE-PREBUILT-LINE.
089700     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
089800         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
089900     END-IF.
090000     WRITE RESTORE-REPORT-REC.
090100     ADD 1                      TO WS-LINE-COUNT.
090200 3850-EXIT.
090300     EXIT.
090400
090500*--------------------------------------------------------------*
090600* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
090700*                 PAGE.                                         *
090800*--------------------------------------------------------------*
090900 3900-NEW-PAGE.
091000     MOVE RESTORE-REPORT-REC    TO WS-HOLD-REPORT-LINE.
091100     ADD 1                      TO WS-PAGE-COUNT.
091200     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
091300     MOVE WS-RUN-DATE           TO WH1-DATE.
091400     IF WS-PAGE-COUNT = 1
091500         WRITE RESTORE-REPORT-REC FROM WS-REPORT-HEADING-1
091600     ELSE
091700         WRITE RESTORE-REPORT-REC FROM WS-REPORT-HEADING-1
091800             AFTER ADVANCING PAGE
091900     END-IF.
092000     WRITE RESTORE-REPORT-REC FROM WS-REPORT-HEADING-2.
092100     MOVE SPACES                TO RESTORE-REPORT-REC.
092200     WRITE RESTORE-REPORT-REC.
092300     WRITE RESTORE-REPORT-REC FROM WS-REPORT-HEADING-3.
092400     MOVE SPACES                TO RESTORE-REPORT-REC.
092500     WRITE RESTORE-REPORT-REC.
092600     WRITE RESTORE-REPORT-REC FROM WS-COLUMN-HEADING.
092700     MOVE SPACES                TO RESTORE-REPORT-REC.
092800     WRITE RESTORE-REPORT-REC.
092900     MOVE ZERO                  TO WS-LINE-COUNT.
093000     MOVE WS-HOLD-REPORT-LINE   TO RESTORE-REPORT-REC.
093100 3900-EXIT.
093200     EXIT.
093300
093400*--------------------------------------------------------------*
093500* 5000-REPORT-FILES - ONE LINE PER FILE, THEN THE VERDICT.      *
093600*--------------------------------------------------------------*
093700 5000-REPORT-FILES.
093800     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
093900     PERFORM 5100-REPORT-ONE-FILE THRU 5100-EXIT
094000         VARYING WS-VLF-SUB FROM 1 BY 1
094100             UNTIL WS-VLF-SUB > VLF-FILE-COUNT.
094200     MOVE SPACES                TO RESTORE-REPORT-REC.
094300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
094400     MOVE WS-VAULT-RECORDS      TO WS-VAULT-RECORDS-X.
094500     MOVE SPACES                TO WS-TXT-TEXT.
094600     STRING "VAULT RECORDS READ " DELIMITED BY SIZE
094700            WS-VAULT-RECORDS-X  DELIMITED BY SIZE
094800         INTO WS-TXT-TEXT.
094900     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
095000     IF WS-VAULT-REFUSED
095100         MOVE SPACES            TO WS-TXT-TEXT
095200         STRING "VAULT REFUSED - " DELIMITED BY SIZE
095300                WS-REFUSE-REASON DELIMITED BY SIZE
095400             INTO WS-TXT-TEXT
095500         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
095600         MOVE "NOTHING WAS RESTORED - USE AN EARLIER VAULT"
095700                                TO WS-TXT-TEXT
095800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
095900         GO TO 5000-EXIT
096000     END-IF.
096100     IF WS-VERIFY-ONLY
096200         MOVE "VAULT VERIFIED COMPLETE - NOTHING RESTORED"
096300                                TO WS-TXT-TEXT
096400         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
096500         GO TO 5000-EXIT
096600     END-IF.
096700     MOVE WS-RECORDS-RESTORED   TO WS-RECORDS-RESTORED-X.
096800     MOVE WS-FILES-RESTORED     TO WS-FILES-RESTORED-X.
096900     MOVE SPACES                TO WS-TXT-TEXT.
097000     STRING "VAULT VERIFIED COMPLETE - " DELIMITED BY SIZE
097100            WS-RECORDS-RESTORED-X DELIMITED BY SIZE
097200            " RECORDS RESTORED TO " DELIMITED BY SIZE
097300            WS-FILES-RESTORED-X DELIMITED BY SIZE
097400            " FILE(S)"          DELIMITED BY SIZE
097500         INTO WS-TXT-TEXT.
097600     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
097700     IF WS-RESTORE-INCOMPLETE
097800         MOVE "RESTORE INCOMPLETE - REDEFINE CLUSTER, RERUN"
097900                                TO WS-TXT-TEXT
098000         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
098100     END-IF.
098200 5000-EXIT.
098300     EXIT.
098400
098500 5100-REPORT-ONE-FILE.
098600     MOVE VLF-FILE-ID (WS-VLF-SUB) TO WS-DET-FILE.
098700     IF VLF-ORGANIZATION (WS-VLF-SUB) = "K"
098800         MOVE "KEYED"           TO WS-DET-ORG
098900     ELSE
099000         MOVE "SEQ"             TO WS-DET-ORG
099100     END-IF.
099200     MOVE WS-RES-VLT-RECS (WS-VLF-SUB) TO WS-DET-VLT-RECS.
099300     MOVE WS-RES-TRL-RECS (WS-VLF-SUB) TO WS-DET-TRL-RECS.
099400     MOVE WS-RES-VLT-HASH (WS-VLF-SUB) TO WS-DET-VLT-HASH.
099500     MOVE WS-RES-TRL-HASH (WS-VLF-SUB) TO WS-DET-TRL-HASH.
099600     IF WS-RES-RESULT (WS-VLF-SUB) (1:7) = "RESTORE"
099700         MOVE WS-RES-RESTORED (WS-VLF-SUB) TO WS-DET-RESTORED
099800     ELSE
099900         MOVE SPACES            TO WS-DET-RESTORED-X
100000     END-IF.
100100     IF WS-RES-RESULT (WS-VLF-SUB) = SPACES
100200         MOVE "NOT CHECKED"     TO WS-DET-RESULT
100300     ELSE
100400         MOVE WS-RES-RESULT (WS-VLF-SUB) TO WS-DET-RESULT
100500     END-IF.
100600     MOVE WS-FILE-DETAIL-LINE   TO RESTORE-REPORT-REC.
100700     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
100800 5100-EXIT.
100900     EXIT.
101000
101100*--------------------------------------------------------------*
101200* 9000-TERMINATE - CLOSE THE REPORT, ECHO THE OUTCOME, AND SET  *
101300*                  RETURN CODE 8 FOR A BAD PARM, A REFUSED      *
101400*                  VAULT, OR AN INCOMPLETE RESTORE.             *
101500*--------------------------------------------------------------*
101600 9000-TERMINATE.
101700     CLOSE RESTORE-REPORT.
101800     DISPLAY "ALPHARST - REQUEST             " WS-PARM-FILE.
101900     DISPLAY "ALPHARST - VAULT RECORDS READ  " WS-VAULT-RECORDS.
102000     DISPLAY "ALPHARST - RECORDS RESTORED    "
102100         WS-RECORDS-RESTORED.
102200     IF WS-VAULT-REFUSED
102300         DISPLAY "ALPHARST - VAULT REFUSED - " WS-REFUSE-REASON
102400     END-IF.
102500     IF WS-PARM-ERROR OR WS-VAULT-REFUSED
102600        OR WS-RESTORE-INCOMPLETE
102700         MOVE 8                 TO RETURN-CODE
102800     END-IF.
102900 9000-EXIT.
103000     EXIT.
