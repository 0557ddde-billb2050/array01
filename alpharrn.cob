000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHARRN.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* RUN LEDGER AND RERUN CONTROL FOR THE ARRAY01 JOB CHAIN.       *
000900* EVERY CHAIN PROGRAM RECORDS ITS COMPLETION, RETURN CODE, AND  *
001000* THE RECORD COUNT OF EACH DATASET IT APPENDS TO ON THE         *
001100* ALPHALDG RUN LEDGER (THROUGH ALPHALDW). THIS PROGRAM READS    *
001200* THE LEDGER FOR THE NIGHT AND PRINTS IT AS THE RERUN REPORT    *
001300* (ALPHARRR), WITH EACH CHAIN STEP'S STATUS. THE PARM PICKS     *
001400* WHAT ELSE IT DOES:                                            *
001500*   OPEN    - STEP001 OF ARRAY01.JCL, EVERY NIGHT. LISTS THE    *
001600*             NIGHT BEFORE (SO THE MORNING SHIFT SEES WHAT WAS  *
001700*             REDONE), THEN OPENS TONIGHT: COUNTS EVERY DATASET *
001800*             IN ALPHALDF AND WRITES THE COUNTS TO THE LEDGER   *
001900*             AS THE NIGHT'S STARTING POINT. RETURN CODE 4 IF   *
002000*             THE NIGHT BEFORE NEVER COMPLETED - ITS RECORDS    *
002100*             ARE LEFT AS THEY STAND.                           *
002200*   RESTART - ALPHARRN.JCL, RUN BY THE ON-CALL OPERATOR AFTER A *
002300*             FAILED NIGHT. FINDS THE FIRST STEP THAT DID NOT   *
002400*             COMPLETE (NO COMPLETION ON THE LEDGER, OR A       *
002500*             RETURN CODE ABOVE WHAT THE JCL LETS THROUGH),     *
002600*             CUTS EVERY DATASET BACK TO ITS LAST GOOD POINT -  *
002700*             THE COUNT ITS OWN STEP RECORDED IF THAT STEP      *
002800*             STANDS, ELSE THE NIGHT'S STARTING COUNT - AND     *
002900*             NAMES THE STEP TO CODE AS RESTART= ON THE ARRAY01 *
003000*             JOB CARD. A DATASET ALREADY SHORTER THAN ITS LAST *
003100*             GOOD POINT STOPS THE RUN WITH RETURN CODE 8       *
003200*             BEFORE ANYTHING IS CUT. ON A SHARED LOG (SEE      *
003300*             ALPHALDF) ONLY THE CHAIN PROGRAM'S OWN RECORDS    *
003400*             PAST THE POINT ARE DROPPED. WHEN STEP010 IS THE   *
003500*             RESTART AND ALPHACKP STILL HOLDS A CHECKPOINT,    *
003600*             THE FILES ARRAY01'S CHECKPOINT RESTART CARRIES ON *
003700*             (C IN ALPHALDF) ARE LEFT FOR IT. THE TRIMS AND    *
003800*             THE RERUN ARE WRITTEN TO THE LEDGER. RETURN CODE  *
003900*             4 MEANS THE NIGHT HAD NOTHING TO RERUN; 8 NO      *
004000*             NIGHT ON THE LEDGER OR A SHORT DATASET.           *
004100* ANY OTHER PARM ENDS THE RUN WITH RETURN CODE 8.               *
004200*--------------------------------------------------------------*
004300* MODIFICATION HISTORY.                                         *
004400*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
004500*--------------------------------------------------------------*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900
005000     SELECT ALPHA-LEDGER-FILE ASSIGN TO ALPHALDG
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300     SELECT ALPHA-CHECKPOINT-FILE ASSIGN TO ALPHACKP
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600     SELECT TRIM-WORK-FILE ASSIGN TO ALPHATWK
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900     SELECT RERUN-REPORT ASSIGN TO ALPHARRR
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200     SELECT ALPHA-BTH-FILE ASSIGN TO ALPHABTH
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT ALPHA-BRJ-FILE ASSIGN TO ALPHABRJ
006600         ORGANIZATION IS SEQUENTIAL.
006700
006800     SELECT ALPHA-IDX-FILE ASSIGN TO ALPHAIDX
006900         ORGANIZATION IS SEQUENTIAL.
007000
007100     SELECT ALPHA-LKO-FILE ASSIGN TO ALPHALKO
007200         ORGANIZATION IS SEQUENTIAL.
007300
007400     SELECT ALPHA-RJT-FILE ASSIGN TO ALPHARJT
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700     SELECT ALPHA-RPT-FILE ASSIGN TO ALPHARPT
007800         ORGANIZATION IS SEQUENTIAL.
007900
008000     SELECT ALPHA-AUD-FILE ASSIGN TO ALPHAAUD
008100         ORGANIZATION IS SEQUENTIAL.
008200
008300     SELECT ALPHA-COL-FILE ASSIGN TO ALPHACOL
008400         ORGANIZATION IS SEQUENTIAL.
008500
008600     SELECT ALPHA-USE-FILE ASSIGN TO ALPHAUSE
008700         ORGANIZATION IS SEQUENTIAL.
008800
008900     SELECT ALPHA-BRP-FILE ASSIGN TO ALPHABRP
009000         ORGANIZATION IS SEQUENTIAL.
009100
009200     SELECT ALPHA-DRP-FILE ASSIGN TO ALPHADRP
009300         ORGANIZATION IS SEQUENTIAL.
009400
009500     SELECT ALPHA-SRP-FILE ASSIGN TO ALPHASRP
009600         ORGANIZATION IS SEQUENTIAL.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000
010100*--------------------------------------------------------------*
010200* ALPHA-LEDGER-FILE - THE RUN LEDGER.                           *
010300*--------------------------------------------------------------*
010400 FD  ALPHA-LEDGER-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY ALPHALDG.
010900
011000*--------------------------------------------------------------*
011100* ALPHA-CHECKPOINT-FILE - ARRAY01'S RESTART CHECKPOINT LOG,     *
011200*                         ONLY COUNTED HERE.                    *
011300*--------------------------------------------------------------*
011400 FD  ALPHA-CHECKPOINT-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  ALPHA-CHECKPOINT-REC      PIC X(80).
011900
012000*--------------------------------------------------------------*
012100* TRIM-WORK-FILE - HOLDS THE RECORDS OF A DATASET BEING CUT     *
012200*                  BACK WHILE THE DATASET IS REWRITTEN.         *
012300*--------------------------------------------------------------*
012400 FD  TRIM-WORK-FILE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD
012700     RECORD CONTAINS 132 CHARACTERS.
012800 01  TRIM-WORK-REC             PIC X(132).
012900
013000*--------------------------------------------------------------*
013100* RERUN-REPORT - THE NIGHT'S LEDGER AND WHAT WAS DONE ABOUT IT. *
013200*--------------------------------------------------------------*
013300 FD  RERUN-REPORT
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 132 CHARACTERS.
013700 01  RERUN-REPORT-REC          PIC X(132).
013800
013900*--------------------------------------------------------------*
014000* ALPHA-BTH-FILE THRU ALPHA-SRP-FILE - THE DATASETS IN          *
014100*                     ALPHALDF, IN ITS ORDER, AS PLAIN RECORDS. *
014200*--------------------------------------------------------------*
014300 FD  ALPHA-BTH-FILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  ALPHA-BTH-REC             PIC X(80).
014800
014900 FD  ALPHA-BRJ-FILE
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 132 CHARACTERS.
015300 01  ALPHA-BRJ-REC             PIC X(132).
015400
015500 FD  ALPHA-IDX-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 80 CHARACTERS.
015900 01  ALPHA-IDX-REC             PIC X(80).
016000
016100 FD  ALPHA-LKO-FILE
016200     RECORDING MODE IS F
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 80 CHARACTERS.
016500 01  ALPHA-LKO-REC             PIC X(80).
016600
016700 FD  ALPHA-RJT-FILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 80 CHARACTERS.
017100 01  ALPHA-RJT-REC             PIC X(80).
017200
017300 FD  ALPHA-RPT-FILE
017400     RECORDING MODE IS F
017500     LABEL RECORDS ARE STANDARD
017600     RECORD CONTAINS 132 CHARACTERS.
017700 01  ALPHA-RPT-REC             PIC X(132).
017800
017900 FD  ALPHA-AUD-FILE
018000     RECORDING MODE IS F
018100     LABEL RECORDS ARE STANDARD
018200     RECORD CONTAINS 80 CHARACTERS.
018300 01  ALPHA-AUD-REC             PIC X(80).
018400
018500 FD  ALPHA-COL-FILE
018600     RECORDING MODE IS F
018700     LABEL RECORDS ARE STANDARD
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  ALPHA-COL-REC             PIC X(80).
019000
019100 FD  ALPHA-USE-FILE
019200     RECORDING MODE IS F
019300     LABEL RECORDS ARE STANDARD
019400     RECORD CONTAINS 80 CHARACTERS.
019500 01  ALPHA-USE-REC             PIC X(80).
019600
019700 FD  ALPHA-BRP-FILE
019800     RECORDING MODE IS F
019900     LABEL RECORDS ARE STANDARD
020000     RECORD CONTAINS 132 CHARACTERS.
020100 01  ALPHA-BRP-REC             PIC X(132).
020200
020300 FD  ALPHA-DRP-FILE
020400     RECORDING MODE IS F
020500     LABEL RECORDS ARE STANDARD
020600     RECORD CONTAINS 132 CHARACTERS.
020700 01  ALPHA-DRP-REC             PIC X(132).
020800
020900 FD  ALPHA-SRP-FILE
021000     RECORDING MODE IS F
021100     LABEL RECORDS ARE STANDARD
021200     RECORD CONTAINS 132 CHARACTERS.
021300 01  ALPHA-SRP-REC             PIC X(132).
021400
021500 WORKING-STORAGE SECTION.
021600
021700*--------------------------------------------------------------*
021800* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
021900* THIRD HEADING GIVES THE PARM AND WHEN THE NIGHT LISTED WAS    *
022000* OPENED.                                                       *
022100*--------------------------------------------------------------*
022200 01  WS-REPORT-HEADING-1.
022300     05  FILLER                PIC X(01) VALUE SPACES.
022400     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
022500     05  FILLER                PIC X(08) VALUE "ALPHARRN".
022600     05  FILLER                PIC X(09) VALUE SPACES.
022700     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
022800     05  WH1-DATE              PIC X(10).
022900     05  FILLER                PIC X(10) VALUE SPACES.
023000     05  FILLER                PIC X(06) VALUE "PAGE: ".
023100     05  WH1-PAGE              PIC ZZ9.
023200     05  FILLER                PIC X(66) VALUE SPACES.
023300
023400 01  WS-REPORT-HEADING-2.
023500     05  FILLER                PIC X(44) VALUE SPACES.
023600     05  FILLER                PIC X(38)
023700             VALUE "ARRAY01 RUN LEDGER AND RERUN REPORT   ".
023800     05  FILLER                PIC X(50) VALUE SPACES.
023900
024000 01  WS-REPORT-HEADING-3.
024100     05  FILLER                PIC X(04) VALUE SPACES.
024200     05  FILLER                PIC X(06) VALUE "MODE: ".
024300     05  WH3-MODE              PIC X(08).
024400     05  FILLER                PIC X(04) VALUE SPACES.
024500     05  FILLER                PIC X(14) VALUE "NIGHT OPENED: ".
024600     05  WH3-NIGHT             PIC X(19).
024700     05  FILLER                PIC X(77) VALUE SPACES.
024800
024900 01  WS-LEDGER-HEADING.
025000     05  FILLER                PIC X(04) VALUE SPACES.
025100     05  FILLER                PIC X(11) VALUE "DATE".
025200     05  FILLER                PIC X(10) VALUE "TIME".
025300     05  FILLER                PIC X(18) VALUE "EVENT".
025400     05  FILLER                PIC X(10) VALUE "PROGRAM".
025500     05  FILLER                PIC X(10) VALUE "STEP".
025600     05  FILLER                PIC X(06) VALUE "  RC".
025700     05  FILLER                PIC X(10) VALUE "DATASET".
025800     05  FILLER                PIC X(09) VALUE "RECORDS".
025900     05  FILLER                PIC X(07) VALUE " BEFORE".
026000     05  FILLER                PIC X(37) VALUE SPACES.
026100
026200 01  WS-LEDGER-DETAIL-LINE.
026300     05  FILLER                PIC X(04) VALUE SPACES.
026400     05  WS-LDL-DATE           PIC X(10).
026500     05  FILLER                PIC X(01) VALUE SPACES.
026600     05  WS-LDL-TIME           PIC X(08).
026700     05  FILLER                PIC X(02) VALUE SPACES.
026800     05  WS-LDL-EVENT          PIC X(16).
026900     05  FILLER                PIC X(02) VALUE SPACES.
027000     05  WS-LDL-PROGRAM        PIC X(08).
027100     05  FILLER                PIC X(02) VALUE SPACES.
027200     05  WS-LDL-STEP           PIC X(08).
027300     05  FILLER                PIC X(02) VALUE SPACES.
027400     05  WS-LDL-RC             PIC X(04).
027500     05  FILLER                PIC X(02) VALUE SPACES.
027600     05  WS-LDL-DDNAME         PIC X(08).
027700     05  FILLER                PIC X(02) VALUE SPACES.
027800     05  WS-LDL-COUNT          PIC X(07).
027900     05  FILLER                PIC X(02) VALUE SPACES.
028000     05  WS-LDL-BEFORE         PIC X(07).
028100     05  FILLER                PIC X(37) VALUE SPACES.
028200
028300 01  WS-STEP-STATUS-LINE.
028400     05  FILLER                PIC X(04) VALUE SPACES.
028500     05  WS-SSL-STEP           PIC X(08).
028600     05  FILLER                PIC X(02) VALUE SPACES.
028700     05  WS-SSL-PROGRAM        PIC X(08).
028800     05  FILLER                PIC X(02) VALUE SPACES.
028900     05  WS-SSL-STATE          PIC X(08).
029000     05  FILLER                PIC X(02) VALUE SPACES.
029100     05  WS-SSL-RC-LIT         PIC X(03).
029200     05  WS-SSL-RC             PIC X(04).
029300     05  FILLER                PIC X(02) VALUE SPACES.
029400     05  WS-SSL-NOTE           PIC X(30).
029500     05  FILLER                PIC X(59) VALUE SPACES.
029600
029700 01  WS-DATASET-HEADING.
029800     05  FILLER                PIC X(04) VALUE SPACES.
029900     05  FILLER                PIC X(10) VALUE "DATASET".
030000     05  FILLER                PIC X(10) VALUE "WRITER".
030100     05  FILLER                PIC X(10) VALUE "ITS STEP".
030200     05  FILLER                PIC X(09) VALUE "  FOUND".
030300     05  FILLER                PIC X(09) VALUE "   KEEP".
030400     05  FILLER                PIC X(09) VALUE "    NOW".
030500     05  FILLER                PIC X(36) VALUE "ACTION".
030600     05  FILLER                PIC X(35) VALUE SPACES.
030700
030800 01  WS-DATASET-LINE.
030900     05  FILLER                PIC X(04) VALUE SPACES.
031000     05  WS-DSL-DDNAME         PIC X(08).
031100     05  FILLER                PIC X(02) VALUE SPACES.
031200     05  WS-DSL-WRITER         PIC X(08).
031300     05  FILLER                PIC X(02) VALUE SPACES.
031400     05  WS-DSL-STEP-STATE     PIC X(08).
031500     05  FILLER                PIC X(02) VALUE SPACES.
031600     05  WS-DSL-FOUND          PIC X(07).
031700     05  FILLER                PIC X(02) VALUE SPACES.
031800     05  WS-DSL-KEEP           PIC X(07).
031900     05  FILLER                PIC X(02) VALUE SPACES.
032000     05  WS-DSL-NOW            PIC X(07).
032100     05  FILLER                PIC X(02) VALUE SPACES.
032200     05  WS-DSL-ACTION         PIC X(36).
032300     05  FILLER                PIC X(35) VALUE SPACES.
032400
032500 01  WS-TEXT-DETAIL-LINE.
032600     05  FILLER                PIC X(04) VALUE SPACES.
032700     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
032800     05  FILLER                PIC X(58) VALUE SPACES.
032900
033000 01  WS-SYSTEM-DATE-FIELDS.
033100     05  WS-SYSTEM-DATE        PIC 9(08).
033200     05  FILLER REDEFINES WS-SYSTEM-DATE.
033300         10  WS-DATE-CCYY      PIC 9(04).
033400         10  WS-DATE-MM        PIC 9(02).
033500         10  WS-DATE-DD        PIC 9(02).
033600     05  WS-SYSTEM-TIME        PIC 9(08).
033700
033800*--------------------------------------------------------------*
033900* A LEDGER DATE (CCYYMMDD) AND TIME (HHMMSSHH) EDITED FOR       *
034000* PRINT BY 8800-EDIT-DATE-TIME.                                 *
034100*--------------------------------------------------------------*
034200 01  WS-EDIT-DATE-FIELDS.
034300     05  WS-EDIT-DATE          PIC 9(08).
034400     05  FILLER REDEFINES WS-EDIT-DATE.
034500         10  WS-EDIT-CCYY      PIC 9(04).
034600         10  WS-EDIT-MM        PIC 9(02).
034700         10  WS-EDIT-DD        PIC 9(02).
034800     05  WS-EDIT-TIME          PIC 9(08).
034900     05  FILLER REDEFINES WS-EDIT-TIME.
035000         10  WS-EDIT-HH        PIC 9(02).
035100         10  WS-EDIT-MI        PIC 9(02).
035200         10  WS-EDIT-SS        PIC 9(02).
035300         10  WS-EDIT-HS        PIC 9(02).
035400     05  WS-EDIT-DATE-X        PIC X(10).
035500     05  WS-EDIT-TIME-X        PIC X(08).
035600
035700 77  WS-EDIT-COUNT             PIC Z(06)9.
035800 77  WS-EDIT-RC                PIC ZZZ9.
035900 77  WS-EDIT-ATTEMPT           PIC 9(02).
036000
036050 01  WS-PARM-AREA.
036060     05  WS-PARM-TEXT          PIC X(08).
036070     05  FILLER                PIC X(72).
036080
036100 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
036200 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
036300 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
036400 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
036600 77  WS-RUN-MODE-SW            PIC X(01) VALUE SPACE.
036700     88  WS-MODE-OPEN                     VALUE "O".
036800     88  WS-MODE-RESTART                  VALUE "R".
036900
037000*--------------------------------------------------------------*
037100* THE CHAIN STEPS THAT RECORD ON THE LEDGER, IN JOB ORDER: THE  *
037200* STEP NAME, ITS PROGRAM, THE STEP A RERUN RESTARTS AT TO REDO  *
037300* IT, AND THE HIGHEST RETURN CODE THAT STILL COUNTS AS          *
037400* COMPLETE (THE CODE ARRAY01.JCL LETS THE NEXT STEPS RUN ON).   *
037500* STEP030 RESTARTS AT STEP020: ITS INPUT IS THE &&IDXSRT PASS   *
037600* STEP025 BUILDS AND ITS CLUSTER IS THE ONE STEP028 REDEFINES,  *
037700* AND THE LEDGER CANNOT TELL WHETHER THE STEP020 SORT AHEAD OF  *
037800* THEM FINISHED. STEP060 RESTARTS AT STEP050 SO THE PREVIOUS    *
037900* INDEX GENERATION IS SAVED BEFORE THE STATUS IS WRITTEN.       *
038000*--------------------------------------------------------------*
038100 01  WS-STEP-VALUES.
038200     05  FILLER                PIC X(26) VALUE
038300         "STEP005 ALPHABTESTEP005 08".
038400     05  FILLER                PIC X(26) VALUE
038500         "STEP010 ARRAY01 STEP010 04".
038600     05  FILLER                PIC X(26) VALUE
038700         "STEP012 ALPHABALSTEP012 00".
038800     05  FILLER                PIC X(26) VALUE
038900         "STEP015 ALPHASEQSTEP015 00".
039000     05  FILLER                PIC X(26) VALUE
039100         "STEP030 ALPHAIDLSTEP020 00".
039200     05  FILLER                PIC X(26) VALUE
039300         "STEP040 ALPHADLTSTEP040 04".
039400     05  FILLER                PIC X(26) VALUE
039500         "STEP060 ALPHASTASTEP050 08".
039600 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
039700     05  WS-STP-ENTRY          OCCURS 7 TIMES.
039800         10  WS-STP-NAME       PIC X(08).
039900         10  WS-STP-PROGRAM    PIC X(08).
040000         10  WS-STP-RESTART    PIC X(08).
040100         10  WS-STP-RC-LIMIT   PIC 9(02).
040200 77  WS-STEP-COUNT             PIC 9(02) COMP VALUE 7.
040300 77  WS-STP-SUB                PIC 9(02) COMP VALUE ZERO.
040400 77  WS-STP-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
040500 77  WS-FIRST-OPEN-SUB         PIC 9(02) COMP VALUE ZERO.
040600
040700*--------------------------------------------------------------*
040800* EACH STEP'S STANDING IN THE CURRENT ATTEMPT, BUILT FROM THE   *
040900* LEDGER. A RERUN RECORD CLEARS THE STEPS IT REDOES.            *
041000*--------------------------------------------------------------*
041100 01  WS-STEP-STATE-AREA.
041200     05  WS-SST-ENTRY          OCCURS 7 TIMES.
041300         10  WS-SST-STATE      PIC X(01).
041400             88  WS-SST-NOT-RUN           VALUE SPACE.
041500             88  WS-SST-COMPLETE          VALUE "C".
041600             88  WS-SST-FAILED            VALUE "F".
041700         10  WS-SST-RC         PIC 9(04).
041800
041900*--------------------------------------------------------------*
042000* THE DATASETS THE LEDGER COUNTS, AND EACH ONE'S NIGHT: ITS     *
042100* STARTING COUNT, THE COUNT ITS STEP RECORDED, THE COUNT FOUND  *
042200* NOW, THE LAST GOOD POINT TO KEEP, WHAT IS LEFT AFTERWARD, AND *
042300* WHAT WAS DONE TO IT.                                          *
042400*--------------------------------------------------------------*
042500     COPY ALPHALDF.
042600 77  WS-LDF-SUB                PIC 9(02) COMP VALUE ZERO.
042700 77  WS-LDF-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
042800
042900 01  WS-DATASET-STATE-AREA.
043000     05  WS-DST-ENTRY          OCCURS 12 TIMES.
043100         10  WS-DST-OPEN-SW    PIC X(01).
043200             88  WS-DST-OPENED            VALUE "Y".
043300         10  WS-DST-DONE-SW    PIC X(01).
043400             88  WS-DST-DONE              VALUE "Y".
043500         10  WS-DST-OPEN-COUNT PIC 9(07) COMP.
043600         10  WS-DST-DONE-COUNT PIC 9(07) COMP.
043700         10  WS-DST-CURRENT    PIC 9(07) COMP.
043800         10  WS-DST-KEEP       PIC 9(07) COMP.
043900         10  WS-DST-KEPT       PIC 9(07) COMP.
044000         10  WS-DST-REDONE-SW  PIC X(01).
044100             88  WS-DST-REDONE            VALUE "Y".
044200         10  WS-DST-ACTION     PIC X(01).
044300             88  WS-DST-UNCHANGED         VALUE "U".
044400             88  WS-DST-TO-TRIM           VALUE "T".
044500             88  WS-DST-TRIMMED           VALUE "D".
044600             88  WS-DST-CHECKPOINT        VALUE "C".
044700             88  WS-DST-SHORT             VALUE "S".
044800             88  WS-DST-NO-COUNT          VALUE "N".
044900
045000*--------------------------------------------------------------*
045100* THE RECORD BEING COUNTED OR COPIED, AT THE LONGEST LENGTH.    *
045200*--------------------------------------------------------------*
045300 01  WS-DATA-RECORD            PIC X(132).
045400
045500*--------------------------------------------------------------*
045600* PARAMETER AREA FOR THE ALPHATLG STEP TIMING LOGGER.           *
045700*--------------------------------------------------------------*
045800     COPY ALPHATLA.
045900
046000 77  WS-NIGHT-DATE             PIC 9(08) VALUE ZERO.
046100 77  WS-NIGHT-TIME             PIC 9(08) VALUE ZERO.
046200 77  WS-ATTEMPT                PIC 9(02) COMP VALUE ZERO.
046300 77  WS-RESTART-STEP           PIC X(08) VALUE SPACES.
046400 77  WS-LDG-RECORD-NBR         PIC 9(07) COMP VALUE ZERO.
046500 77  WS-NIGHT-START-NBR        PIC 9(07) COMP VALUE ZERO.
046600 77  WS-RECORD-COUNT           PIC 9(07) COMP VALUE ZERO.
046700 77  WS-READ-NBR               PIC 9(07) COMP VALUE ZERO.
046800 77  WS-CKP-COUNT              PIC 9(07) COMP VALUE ZERO.
046900 77  WS-SOURCE-POS             PIC 9(03) COMP VALUE ZERO.
047000 77  WS-TRIM-COUNT             PIC 9(02) COMP VALUE ZERO.
047100
047200 77  WS-LDG-EOF-SW             PIC X(01) VALUE "N".
047300     88  WS-LDG-EOF                       VALUE "Y".
047400 77  WS-FILE-EOF-SW            PIC X(01) VALUE "N".
047500     88  WS-FILE-EOF                      VALUE "Y".
047600 77  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
047700     88  WS-PARM-ERROR                    VALUE "Y".
047800 77  WS-NO-NIGHT-SW            PIC X(01) VALUE "N".
047900     88  WS-NO-NIGHT                      VALUE "Y".
048000 77  WS-NOTHING-TO-RERUN-SW    PIC X(01) VALUE "N".
048100     88  WS-NOTHING-TO-RERUN              VALUE "Y".
048200 77  WS-PRIOR-INCOMPLETE-SW    PIC X(01) VALUE "N".
048300     88  WS-PRIOR-INCOMPLETE              VALUE "Y".
048400 77  WS-REFUSED-SW             PIC X(01) VALUE "N".
048500     88  WS-REFUSED                       VALUE "Y".
048600 77  WS-CKP-PENDING-SW         PIC X(01) VALUE "N".
048700     88  WS-CKP-PENDING                   VALUE "Y".
048800
048900 PROCEDURE DIVISION.
049000
049100 0000-MAINLINE.
049200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
049300     IF WS-PARM-ERROR
049400         PERFORM 9000-TERMINATE THRU 9000-EXIT
049500         STOP RUN
049600     END-IF.
049700     PERFORM 2000-FIND-NIGHT THRU 2000-EXIT.
049800     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
049900     PERFORM 3000-LIST-NIGHT THRU 3000-EXIT.
050000     PERFORM 4000-JUDGE-NIGHT THRU 4000-EXIT.
050100     IF WS-MODE-OPEN
050200         PERFORM 5000-OPEN-NIGHT THRU 5000-EXIT
050300     ELSE
050400         PERFORM 6000-SET-UP-RERUN THRU 6000-EXIT
050500     END-IF.
050600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
050700     STOP RUN.
050800
050900*--------------------------------------------------------------*
051000* 1000-INITIALIZE - PICK UP THE PARM AND OPEN THE REPORT.       *
051100*--------------------------------------------------------------*
051200 1000-INITIALIZE.
051300     MOVE "ALPHARRN"            TO TLA-PROGRAM.
051400     ACCEPT TLA-START-TIME FROM TIME.
051500     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
051600     MOVE WS-DATE-MM            TO WS-RUN-DATE (1:2).
051700     MOVE "/"                   TO WS-RUN-DATE (3:1).
051800     MOVE WS-DATE-DD            TO WS-RUN-DATE (4:2).
051900     MOVE "/"                   TO WS-RUN-DATE (6:1).
052000     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
052100     INITIALIZE WS-STEP-STATE-AREA.
052200     INITIALIZE WS-DATASET-STATE-AREA.
052300     OPEN OUTPUT RERUN-REPORT.
052350     MOVE SPACES                TO WS-PARM-AREA.
052400     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
052500     MOVE WS-PARM-TEXT          TO WH3-MODE.
052600     MOVE "NONE"                TO WH3-NIGHT.
052700     EVALUATE WS-PARM-AREA
052800         WHEN "OPEN"
052900             SET WS-MODE-OPEN   TO TRUE
053000         WHEN "RESTART"
053100             SET WS-MODE-RESTART TO TRUE
053200         WHEN OTHER
053300             SET WS-PARM-ERROR  TO TRUE
053400             DISPLAY "ALPHARRN - PARM IS NOT OPEN OR RESTART: "
053500                 WS-PARM-AREA
053600             PERFORM 3900-NEW-PAGE THRU 3900-EXIT
053700             MOVE "PARM IS NOT OPEN OR RESTART - NOTHING DONE"
053800                                TO WS-TXT-TEXT
053900             PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
054000     END-EVALUATE.
054100 1000-EXIT.
054200     EXIT.
054300
054400*--------------------------------------------------------------*
054500* 2000-FIND-NIGHT - PASS THE LEDGER ONCE TO FIND WHERE THE LAST *
054600*                   NIGHT STARTS: THE FIRST RECORD OF THE LAST  *
054700*                   SET OF NIGHT-OPEN RECORDS.                  *
054800*--------------------------------------------------------------*
054900 2000-FIND-NIGHT.
055000     MOVE ZERO                  TO WS-LDG-RECORD-NBR.
055100     MOVE "N"                   TO WS-LDG-EOF-SW.
055200     OPEN INPUT ALPHA-LEDGER-FILE.
055300     PERFORM 2100-READ-FOR-NIGHT THRU 2100-EXIT
055400         UNTIL WS-LDG-EOF.
055500     CLOSE ALPHA-LEDGER-FILE.
055600     IF WS-NIGHT-START-NBR = ZERO
055700         SET WS-NO-NIGHT        TO TRUE
055800         GO TO 2000-EXIT
055900     END-IF.
056000     MOVE WS-NIGHT-DATE         TO WS-EDIT-DATE.
056100     MOVE WS-NIGHT-TIME         TO WS-EDIT-TIME.
056200     PERFORM 8800-EDIT-DATE-TIME THRU 8800-EXIT.
056300     MOVE SPACES                TO WH3-NIGHT.
056400     MOVE WS-EDIT-DATE-X        TO WH3-NIGHT (1:10).
056500     MOVE WS-EDIT-TIME-X        TO WH3-NIGHT (12:8).
056600 2000-EXIT.
056700     EXIT.
056800
056900 2100-READ-FOR-NIGHT.
057000     READ ALPHA-LEDGER-FILE
057100         AT END
057200             SET WS-LDG-EOF TO TRUE
057300             GO TO 2100-EXIT
057400     END-READ.
057500     ADD 1                      TO WS-LDG-RECORD-NBR.
057600     IF LDG-NIGHT-OPEN AND LDG-ENTRY-NBR = 1
057700         MOVE WS-LDG-RECORD-NBR TO WS-NIGHT-START-NBR
057800         MOVE LDG-RUN-DATE      TO WS-NIGHT-DATE
057900         MOVE LDG-RUN-TIME      TO WS-NIGHT-TIME
058000     END-IF.
058100 2100-EXIT.
058200     EXIT.
058300
058400*--------------------------------------------------------------*
058500* 3000-LIST-NIGHT - PASS THE LEDGER AGAIN FROM THE START OF THE *
058600*                   NIGHT, PRINTING EACH RECORD AND APPLYING IT *
058700*                   TO THE STEP AND DATASET STANDINGS.          *
058800*--------------------------------------------------------------*
058900 3000-LIST-NIGHT.
059000     IF WS-NO-NIGHT
059100         MOVE "NO NIGHT HAS BEEN OPENED ON THE RUN LEDGER"
059200                                TO WS-TXT-TEXT
059300         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
059400         GO TO 3000-EXIT
059500     END-IF.
059600     MOVE "RUN LEDGER FOR THE NIGHT:" TO WS-TXT-TEXT.
059700     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
059800     MOVE WS-LEDGER-HEADING     TO RERUN-REPORT-REC.
059900     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
060000     MOVE ZERO                  TO WS-LDG-RECORD-NBR.
060100     MOVE "N"                   TO WS-LDG-EOF-SW.
060200     OPEN INPUT ALPHA-LEDGER-FILE.
060300     PERFORM 3010-READ-NIGHT THRU 3010-EXIT
060400         UNTIL WS-LDG-EOF.
060500     CLOSE ALPHA-LEDGER-FILE.
060600     PERFORM 3870-WRITE-BLANK-LINE THRU 3870-EXIT.
060700 3000-EXIT.
060800     EXIT.
060900
061000 3010-READ-NIGHT.
061100     READ ALPHA-LEDGER-FILE
061200         AT END
061300             SET WS-LDG-EOF TO TRUE
061400             GO TO 3010-EXIT
061500     END-READ.
061600     ADD 1                      TO WS-LDG-RECORD-NBR.
061700     IF WS-LDG-RECORD-NBR < WS-NIGHT-START-NBR
061800         GO TO 3010-EXIT
061900     END-IF.
062000     PERFORM 3100-APPLY-ENTRY THRU 3100-EXIT.
062100     PERFORM 3200-PRINT-ENTRY THRU 3200-EXIT.
062200 3010-EXIT.
062300     EXIT.
062400
062500*--------------------------------------------------------------*
062600* 3100-APPLY-ENTRY - A NIGHT-OPEN RECORD GIVES A DATASET ITS    *
062700*                    STARTING COUNT; A COMPLETION RECORD GIVES  *
062800*                    ITS STEP'S COUNT FOR THE DATASET, AND THE  *
062900*                    LAST ENTRY OF THE SET MARKS THE STEP       *
063000*                    COMPLETE (OR FAILED, ON A RETURN CODE      *
063100*                    ABOVE ITS LIMIT); A RERUN RECORD STARTS A  *
063200*                    NEW ATTEMPT AND CLEARS THE STEPS IT        *
063300*                    REDOES. TRIM RECORDS ARE ONLY PRINTED.     *
063400*--------------------------------------------------------------*
063500 3100-APPLY-ENTRY.
063600     EVALUATE TRUE
063700         WHEN LDG-NIGHT-OPEN
063800             MOVE LDG-ATTEMPT   TO WS-ATTEMPT
063900             PERFORM 8100-FIND-DATASET THRU 8100-EXIT
064000             IF WS-LDF-FOUND-SUB > ZERO
064100                 SET WS-DST-OPENED (WS-LDF-FOUND-SUB) TO TRUE
064200                 MOVE LDG-RECORD-COUNT
064300                     TO WS-DST-OPEN-COUNT (WS-LDF-FOUND-SUB)
064400             END-IF
064500         WHEN LDG-STEP-DONE
064600             PERFORM 3110-APPLY-STEP-DONE THRU 3110-EXIT
064700         WHEN LDG-RERUN
064800             PERFORM 3120-APPLY-RERUN THRU 3120-EXIT
064900     END-EVALUATE.
065000 3100-EXIT.
065100     EXIT.
065200
065300 3110-APPLY-STEP-DONE.
065400     PERFORM 8200-FIND-STEP THRU 8200-EXIT.
065500     IF WS-STP-FOUND-SUB = ZERO
065600         GO TO 3110-EXIT
065700     END-IF.
065800     IF LDG-DDNAME NOT = SPACES
065900         PERFORM 8100-FIND-DATASET THRU 8100-EXIT
066000         IF WS-LDF-FOUND-SUB > ZERO
066100             SET WS-DST-DONE (WS-LDF-FOUND-SUB) TO TRUE
066200             MOVE LDG-RECORD-COUNT
066300                 TO WS-DST-DONE-COUNT (WS-LDF-FOUND-SUB)
066400         END-IF
066500     END-IF.
066600     IF LDG-ENTRY-NBR NOT = LDG-ENTRY-TOTAL
066700         GO TO 3110-EXIT
066800     END-IF.
066900     MOVE LDG-RETURN-CODE       TO WS-SST-RC (WS-STP-FOUND-SUB).
067000     IF LDG-RETURN-CODE > WS-STP-RC-LIMIT (WS-STP-FOUND-SUB)
067100         SET WS-SST-FAILED (WS-STP-FOUND-SUB) TO TRUE
067200     ELSE
067300         SET WS-SST-COMPLETE (WS-STP-FOUND-SUB) TO TRUE
067400     END-IF.
067500 3110-EXIT.
067600     EXIT.
067700
067800 3120-APPLY-RERUN.
067900     MOVE LDG-ATTEMPT           TO WS-ATTEMPT.
068000     MOVE ZERO                  TO WS-STP-FOUND-SUB.
068100     PERFORM 3130-MATCH-RESTART-STEP THRU 3130-EXIT
068200         VARYING WS-STP-SUB FROM WS-STEP-COUNT BY -1
068300             UNTIL WS-STP-SUB < 1.
068400     IF WS-STP-FOUND-SUB = ZERO
068500         GO TO 3120-EXIT
068600     END-IF.
068700     PERFORM 3140-CLEAR-ONE-STEP THRU 3140-EXIT
068800         VARYING WS-STP-SUB FROM WS-STP-FOUND-SUB BY 1
068900             UNTIL WS-STP-SUB > WS-STEP-COUNT.
069000 3120-EXIT.
069100     EXIT.
069200
069300 3130-MATCH-RESTART-STEP.
069400     IF WS-STP-RESTART (WS-STP-SUB) = LDG-STEP-NAME
069500         MOVE WS-STP-SUB        TO WS-STP-FOUND-SUB
069600     END-IF.
069700 3130-EXIT.
069800     EXIT.
069900
070000 3140-CLEAR-ONE-STEP.
070100     MOVE SPACE                 TO WS-SST-STATE (WS-STP-SUB).
070200     MOVE ZERO                  TO WS-SST-RC (WS-STP-SUB).
070300 3140-EXIT.
070400     EXIT.
070500
070600*--------------------------------------------------------------*
070700* 3200-PRINT-ENTRY - ONE REPORT LINE FOR THE LEDGER RECORD.     *
070800*--------------------------------------------------------------*
070900 3200-PRINT-ENTRY.
071000     MOVE LDG-RUN-DATE          TO WS-EDIT-DATE.
071100     MOVE LDG-RUN-TIME          TO WS-EDIT-TIME.
071200     PERFORM 8800-EDIT-DATE-TIME THRU 8800-EXIT.
071300     MOVE WS-EDIT-DATE-X        TO WS-LDL-DATE.
071400     MOVE WS-EDIT-TIME-X        TO WS-LDL-TIME.
071500     MOVE LDG-PROGRAM           TO WS-LDL-PROGRAM.
071600     MOVE SPACES                TO WS-LDL-STEP.
071700     MOVE SPACES                TO WS-LDL-RC.
071800     MOVE LDG-DDNAME            TO WS-LDL-DDNAME.
071900     MOVE LDG-RECORD-COUNT      TO WS-EDIT-COUNT.
072000     MOVE WS-EDIT-COUNT         TO WS-LDL-COUNT.
072100     MOVE SPACES                TO WS-LDL-BEFORE.
072200     EVALUATE TRUE
072300         WHEN LDG-NIGHT-OPEN
072400             MOVE "NIGHT OPENED"    TO WS-LDL-EVENT
072500         WHEN LDG-STEP-DONE
072600             PERFORM 3210-EDIT-STEP-DONE THRU 3210-EXIT
072700         WHEN LDG-TRIM
072800             MOVE "TRIMMED"         TO WS-LDL-EVENT
072900             MOVE LDG-PRIOR-COUNT   TO WS-EDIT-COUNT
073000             MOVE WS-EDIT-COUNT     TO WS-LDL-BEFORE
073100         WHEN LDG-RERUN
073200             MOVE LDG-ATTEMPT       TO WS-EDIT-ATTEMPT
073300             MOVE "RERUN ATTEMPT"   TO WS-LDL-EVENT
073400             MOVE WS-EDIT-ATTEMPT   TO WS-LDL-EVENT (15:2)
073500             MOVE LDG-STEP-NAME     TO WS-LDL-STEP
073600             MOVE SPACES            TO WS-LDL-COUNT
073700         WHEN OTHER
073800             MOVE "UNKNOWN ENTRY"   TO WS-LDL-EVENT
073900     END-EVALUATE.
074000     MOVE WS-LEDGER-DETAIL-LINE TO RERUN-REPORT-REC.
074100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
074200 3200-EXIT.
074300     EXIT.
074400
074500 3210-EDIT-STEP-DONE.
074600     MOVE LDG-RETURN-CODE       TO WS-EDIT-RC.
074700     MOVE WS-EDIT-RC            TO WS-LDL-RC.
074800     IF LDG-DDNAME = SPACES
074900         MOVE SPACES            TO WS-LDL-COUNT
075000     END-IF.
075100     MOVE "STEP COMPLETE"       TO WS-LDL-EVENT.
075200     PERFORM 8200-FIND-STEP THRU 8200-EXIT.
075300     IF WS-STP-FOUND-SUB > ZERO
075400         MOVE WS-STP-NAME (WS-STP-FOUND-SUB) TO WS-LDL-STEP
075500         IF LDG-RETURN-CODE >
075600                 WS-STP-RC-LIMIT (WS-STP-FOUND-SUB)
075700             MOVE "STEP FAILED" TO WS-LDL-EVENT
075800         END-IF
075900     END-IF.
076000 3210-EXIT.
076100     EXIT.
076200
076300*--------------------------------------------------------------*
076400* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
076500*--------------------------------------------------------------*
076600 3800-WRITE-REPORT-LINE.
076700     MOVE WS-TEXT-DETAIL-LINE   TO RERUN-REPORT-REC.
076800     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
076900     MOVE SPACES                TO WS-TXT-TEXT.
077000 3800-EXIT.
077100     EXIT.
077200
077300*--------------------------------------------------------------*
077400* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
077500*                            THE RECORD AREA, STARTING A NEW    *
077600*                            PAGE WHEN THE CURRENT ONE IS FULL. *
077700*--------------------------------------------------------------*
077800 3850-WRITE-PREBUILT-LINE.
077900     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
078000         MOVE RERUN-REPORT-REC  TO WS-DATA-RECORD
078100         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
078200         MOVE WS-DATA-RECORD    TO RERUN-REPORT-REC
078300     END-IF.
078400     WRITE RERUN-REPORT-REC.
078500     ADD 1                      TO WS-LINE-COUNT.
078600 3850-EXIT.
078700     EXIT.
078800
078900 3870-WRITE-BLANK-LINE.
079000     MOVE SPACES                TO RERUN-REPORT-REC.
079100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
079200 3870-EXIT.
079300     EXIT.
079400
079500*--------------------------------------------------------------*
079600* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
079700*                 PAGE.                                         *
079800*--------------------------------------------------------------*
079900 3900-NEW-PAGE.
080000     ADD 1                      TO WS-PAGE-COUNT.
080100     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
080200     MOVE WS-RUN-DATE           TO WH1-DATE.
080300     IF WS-PAGE-COUNT = 1
080400         WRITE RERUN-REPORT-REC FROM WS-REPORT-HEADING-1
080500     ELSE
080600         WRITE RERUN-REPORT-REC FROM WS-REPORT-HEADING-1
080700             AFTER ADVANCING PAGE
080800     END-IF.
080900     WRITE RERUN-REPORT-REC FROM WS-REPORT-HEADING-2.
081000     MOVE SPACES                TO RERUN-REPORT-REC.
081100     WRITE RERUN-REPORT-REC.
081200     WRITE RERUN-REPORT-REC FROM WS-REPORT-HEADING-3.
081300     MOVE SPACES                TO RERUN-REPORT-REC.
081400     WRITE RERUN-REPORT-REC.
081500     MOVE ZERO                  TO WS-LINE-COUNT.
081600 3900-EXIT.
081700     EXIT.
081800
081900*--------------------------------------------------------------*
082000* 4000-JUDGE-NIGHT - FIND THE FIRST STEP OF THE CURRENT ATTEMPT *
082100*                    THAT DID NOT COMPLETE AND PRINT EVERY      *
082200*                    STEP'S STANDING.                           *
082300*--------------------------------------------------------------*
082400 4000-JUDGE-NIGHT.
082500     IF WS-NO-NIGHT
082600         GO TO 4000-EXIT
082700     END-IF.
082800     MOVE ZERO                  TO WS-FIRST-OPEN-SUB.
082900     PERFORM 4100-CHECK-ONE-STEP THRU 4100-EXIT
083000         VARYING WS-STP-SUB FROM 1 BY 1
083100             UNTIL WS-STP-SUB > WS-STEP-COUNT
083200                OR WS-FIRST-OPEN-SUB > ZERO.
083300     MOVE WS-ATTEMPT            TO WS-EDIT-ATTEMPT.
083400     STRING "CHAIN STEPS, ATTEMPT " DELIMITED BY SIZE
083500            WS-EDIT-ATTEMPT     DELIMITED BY SIZE
083600            ":"                 DELIMITED BY SIZE
083700         INTO WS-TXT-TEXT.
083800     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
083900     PERFORM 4200-PRINT-ONE-STEP THRU 4200-EXIT
084000         VARYING WS-STP-SUB FROM 1 BY 1
084100             UNTIL WS-STP-SUB > WS-STEP-COUNT.
084200     PERFORM 3870-WRITE-BLANK-LINE THRU 3870-EXIT.
084300 4000-EXIT.
084400     EXIT.
084500
084600 4100-CHECK-ONE-STEP.
084700     IF NOT WS-SST-COMPLETE (WS-STP-SUB)
084800         MOVE WS-STP-SUB        TO WS-FIRST-OPEN-SUB
084900     END-IF.
085000 4100-EXIT.
085100     EXIT.
085200
085300 4200-PRINT-ONE-STEP.
085400     MOVE WS-STP-NAME (WS-STP-SUB)    TO WS-SSL-STEP.
085500     MOVE WS-STP-PROGRAM (WS-STP-SUB) TO WS-SSL-PROGRAM.
085600     MOVE SPACES                TO WS-SSL-RC-LIT.
085700     MOVE SPACES                TO WS-SSL-RC.
085800     MOVE SPACES                TO WS-SSL-NOTE.
085900     EVALUATE TRUE
086000         WHEN WS-SST-COMPLETE (WS-STP-SUB)
086100             MOVE "COMPLETE"    TO WS-SSL-STATE
086200         WHEN WS-SST-FAILED (WS-STP-SUB)
086300             MOVE "FAILED"      TO WS-SSL-STATE
086400         WHEN OTHER
086500             MOVE "NOT RUN"     TO WS-SSL-STATE
086600     END-EVALUATE.
086700     IF NOT WS-SST-NOT-RUN (WS-STP-SUB)
086800         MOVE "RC "             TO WS-SSL-RC-LIT
086900         MOVE WS-SST-RC (WS-STP-SUB) TO WS-EDIT-RC
087000         MOVE WS-EDIT-RC        TO WS-SSL-RC
087100     END-IF.
087200     IF WS-STP-SUB = WS-FIRST-OPEN-SUB
087300         MOVE "<-- FIRST INCOMPLETE STEP" TO WS-SSL-NOTE
087400     END-IF.
087500     MOVE WS-STEP-STATUS-LINE   TO RERUN-REPORT-REC.
087600     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
087700 4200-EXIT.
087800     EXIT.
087900
088000*--------------------------------------------------------------*
088100* 5000-OPEN-NIGHT - SAY HOW THE NIGHT LISTED ENDED, THEN OPEN   *
088200*                   TONIGHT: COUNT EVERY DATASET AND WRITE THE  *
088300*                   COUNTS TO THE LEDGER AS TONIGHT'S STARTING  *
088400*                   POINT.                                      *
088500*--------------------------------------------------------------*
088600 5000-OPEN-NIGHT.
088700     IF NOT WS-NO-NIGHT
088800         IF WS-FIRST-OPEN-SUB = ZERO
088900             MOVE "EVERY STEP OF THE NIGHT ABOVE COMPLETED"
089000                                TO WS-TXT-TEXT
089100             PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
089200         ELSE
089300             SET WS-PRIOR-INCOMPLETE TO TRUE
089400             PERFORM 5050-WARN-INCOMPLETE THRU 5050-EXIT
089500         END-IF
089600         PERFORM 3870-WRITE-BLANK-LINE THRU 3870-EXIT
089700     END-IF.
089800     ACCEPT WS-SYSTEM-TIME FROM TIME.
089900     MOVE WS-SYSTEM-DATE        TO WS-EDIT-DATE.
090000     MOVE WS-SYSTEM-TIME        TO WS-EDIT-TIME.
090100     PERFORM 8800-EDIT-DATE-TIME THRU 8800-EXIT.
090200     STRING "NIGHT OPENED "     DELIMITED BY SIZE
090300            WS-EDIT-DATE-X      DELIMITED BY SIZE
090400            " "                 DELIMITED BY SIZE
090500            WS-EDIT-TIME-X      DELIMITED BY SIZE
090600            " - STARTING RECORD COUNTS:" DELIMITED BY SIZE
090700         INTO WS-TXT-TEXT.
090800     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
090900     MOVE WS-DATASET-HEADING    TO RERUN-REPORT-REC.
091000     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
091100     OPEN EXTEND ALPHA-LEDGER-FILE.
091200     PERFORM 5100-OPEN-ONE-DATASET THRU 5100-EXIT
091300         VARYING WS-LDF-SUB FROM 1 BY 1
091400             UNTIL WS-LDF-SUB > LDF-FILE-COUNT.
091500     CLOSE ALPHA-LEDGER-FILE.
091600 5000-EXIT.
091700     EXIT.
091800
091900 5050-WARN-INCOMPLETE.
092000     STRING "*** THE NIGHT ABOVE NEVER COMPLETED - FIRST "
092100                                DELIMITED BY SIZE
092200            "INCOMPLETE STEP "  DELIMITED BY SIZE
092300            WS-STP-NAME (WS-FIRST-OPEN-SUB) DELIMITED BY SIZE
092400         INTO WS-TXT-TEXT.
092500     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
092600     MOVE "*** IT WAS NOT RERUN - ITS RECORDS ARE LEFT AS THEY"
092700                                TO WS-TXT-TEXT.
092800     MOVE "STAND"               TO WS-TXT-TEXT (53:5).
092900     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
093000     MOVE "*** AND TONIGHT IS OPENED ON TOP OF THEM"
093100                                TO WS-TXT-TEXT.
093200     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
093300     DISPLAY "ALPHARRN - PRIOR NIGHT NEVER COMPLETED - FIRST "
093400         "INCOMPLETE STEP " WS-STP-NAME (WS-FIRST-OPEN-SUB).
093500 5050-EXIT.
093600     EXIT.
093700
093800 5100-OPEN-ONE-DATASET.
093900     PERFORM 7000-COUNT-DATASET THRU 7000-EXIT.
094000     MOVE SPACES                TO ALPHA-LEDGER-RECORD.
094100     SET LDG-NIGHT-OPEN         TO TRUE.
094200     MOVE WS-SYSTEM-DATE        TO LDG-RUN-DATE.
094300     MOVE WS-SYSTEM-TIME        TO LDG-RUN-TIME.
094400     MOVE "ALPHARRN"            TO LDG-PROGRAM.
094500     MOVE ZERO                  TO LDG-RETURN-CODE.
094600     MOVE WS-LDF-SUB            TO LDG-ENTRY-NBR.
094700     MOVE LDF-FILE-COUNT        TO LDG-ENTRY-TOTAL.
094800     MOVE LDF-DDNAME (WS-LDF-SUB) TO LDG-DDNAME.
094900     MOVE WS-RECORD-COUNT       TO LDG-RECORD-COUNT.
095000     MOVE ZERO                  TO LDG-PRIOR-COUNT.
095100     MOVE 1                     TO LDG-ATTEMPT.
095200     WRITE ALPHA-LEDGER-RECORD.
095300     MOVE SPACES                TO WS-DATASET-LINE.
095400     MOVE LDF-DDNAME (WS-LDF-SUB) TO WS-DSL-DDNAME.
095500     MOVE LDF-WRITER (WS-LDF-SUB) TO WS-DSL-WRITER.
095600     MOVE WS-RECORD-COUNT       TO WS-EDIT-COUNT.
095700     MOVE WS-EDIT-COUNT         TO WS-DSL-FOUND.
095800     MOVE "STARTING COUNT RECORDED" TO WS-DSL-ACTION.
095900     MOVE WS-DATASET-LINE       TO RERUN-REPORT-REC.
096000     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
096100 5100-EXIT.
096200     EXIT.
096300
096400*--------------------------------------------------------------*
096500* 6000-SET-UP-RERUN - WORK OUT EVERY DATASET'S LAST GOOD POINT  *
096600*                     FROM THE FIRST INCOMPLETE STEP, REFUSE IF *
096700*                     ANY IS ALREADY SHORT OF IT, ELSE CUT EACH *
096800*                     ONE BACK, RECORD THE RERUN ON THE LEDGER, *
096900*                     AND NAME THE RESTART STEP.                *
097000*--------------------------------------------------------------*
097100 6000-SET-UP-RERUN.
097200     IF WS-NO-NIGHT
097300         DISPLAY "ALPHARRN - NO NIGHT ON THE LEDGER"
097400         GO TO 6000-EXIT
097500     END-IF.
097600     IF WS-FIRST-OPEN-SUB = ZERO
097700         SET WS-NOTHING-TO-RERUN TO TRUE
097800         MOVE "EVERY STEP OF THE NIGHT COMPLETED - NOTHING TO"
097900                                TO WS-TXT-TEXT
098000         MOVE "RERUN"           TO WS-TXT-TEXT (48:5)
098100         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
098200         DISPLAY "ALPHARRN - NIGHT COMPLETE - NOTHING TO RERUN"
098300         GO TO 6000-EXIT
098400     END-IF.
098500     MOVE WS-STP-RESTART (WS-FIRST-OPEN-SUB) TO WS-RESTART-STEP.
098600     IF WS-STP-PROGRAM (WS-FIRST-OPEN-SUB) = "ARRAY01"
098700         PERFORM 6050-COUNT-CHECKPOINT THRU 6050-EXIT
098800     END-IF.
098900     PERFORM 6100-PLAN-ONE-DATASET THRU 6100-EXIT
099000         VARYING WS-LDF-SUB FROM 1 BY 1
099100             UNTIL WS-LDF-SUB > LDF-FILE-COUNT.
099200     IF WS-REFUSED
099300         PERFORM 6400-LIST-DATASETS THRU 6400-EXIT
099400         MOVE "*** A DATASET IS SHORT OF ITS LAST GOOD POINT - "
099500                                TO WS-TXT-TEXT
099600         MOVE "NOTHING CUT ***" TO WS-TXT-TEXT (49:15)
099700         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
099800         DISPLAY "ALPHARRN - DATASET SHORT OF ITS LAST GOOD "
099900             "POINT - NOTHING CUT"
100000         GO TO 6000-EXIT
100100     END-IF.
100200     ADD 1                      TO WS-ATTEMPT.
100300     ACCEPT WS-SYSTEM-TIME FROM TIME.
100400     OPEN EXTEND ALPHA-LEDGER-FILE.
100500     PERFORM 6200-TRIM-ONE-DATASET THRU 6200-EXIT
100600         VARYING WS-LDF-SUB FROM 1 BY 1
100700             UNTIL WS-LDF-SUB > LDF-FILE-COUNT.
100800     PERFORM 6300-WRITE-RERUN THRU 6300-EXIT.
100900     CLOSE ALPHA-LEDGER-FILE.
101000     PERFORM 6400-LIST-DATASETS THRU 6400-EXIT.
101100     PERFORM 6500-WRITE-INSTRUCTIONS THRU 6500-EXIT.
101200 6000-EXIT.
101300     EXIT.
101400
101500*--------------------------------------------------------------*
101600* 6050-COUNT-CHECKPOINT - STEP010 IS TO BE REDONE. IF ARRAY01   *
101700*                         LEFT A CHECKPOINT, ITS OWN RESTART    *
101800*                         RESUMES FROM IT AND CARRIES ON THE    *
101900*                         FILES FLAGGED C IN ALPHALDF.          *
102000*--------------------------------------------------------------*
102100 6050-COUNT-CHECKPOINT.
102200     MOVE ZERO                  TO WS-CKP-COUNT.
102300     MOVE "N"                   TO WS-FILE-EOF-SW.
102400     OPEN INPUT ALPHA-CHECKPOINT-FILE.
102500     PERFORM 6060-READ-CHECKPOINT THRU 6060-EXIT
102600         UNTIL WS-FILE-EOF.
102700     CLOSE ALPHA-CHECKPOINT-FILE.
102800     IF WS-CKP-COUNT > ZERO
102900         SET WS-CKP-PENDING     TO TRUE
103000     END-IF.
103100 6050-EXIT.
103200     EXIT.
103300
103400 6060-READ-CHECKPOINT.
103500     READ ALPHA-CHECKPOINT-FILE
103600         AT END
103700             SET WS-FILE-EOF TO TRUE
103800             GO TO 6060-EXIT
103900     END-READ.
104000     ADD 1                      TO WS-CKP-COUNT.
104100 6060-EXIT.
104200     EXIT.
104300
104400*--------------------------------------------------------------*
104500* 6100-PLAN-ONE-DATASET - COUNT THE DATASET AND SET ITS LAST    *
104600*                         GOOD POINT: THE COUNT ITS STEP        *
104700*                         RECORDED IF THAT STEP COMES BEFORE    *
104800*                         THE FIRST INCOMPLETE ONE, ELSE THE    *
104900*                         NIGHT'S STARTING COUNT. A DATASET     *
105000*                         WITH NO SUCH COUNT ON THE LEDGER IS   *
105100*                         LEFT AS IT IS.                        *
105200*--------------------------------------------------------------*
105300 6100-PLAN-ONE-DATASET.
105400     PERFORM 7000-COUNT-DATASET THRU 7000-EXIT.
105500     MOVE WS-RECORD-COUNT       TO WS-DST-CURRENT (WS-LDF-SUB).
105600     MOVE WS-RECORD-COUNT       TO WS-DST-KEEP (WS-LDF-SUB).
105700     MOVE WS-RECORD-COUNT       TO WS-DST-KEPT (WS-LDF-SUB).
105800     MOVE LDF-WRITER (WS-LDF-SUB) TO LDG-PROGRAM.
105900     PERFORM 8200-FIND-STEP THRU 8200-EXIT.
106000     IF WS-STP-FOUND-SUB > ZERO
106100             AND WS-STP-FOUND-SUB < WS-FIRST-OPEN-SUB
106200         IF NOT WS-DST-DONE (WS-LDF-SUB)
106300             SET WS-DST-NO-COUNT (WS-LDF-SUB) TO TRUE
106400             GO TO 6100-EXIT
106500         END-IF
106600         MOVE WS-DST-DONE-COUNT (WS-LDF-SUB)
106700                                TO WS-DST-KEEP (WS-LDF-SUB)
106800     ELSE
106900         SET WS-DST-REDONE (WS-LDF-SUB) TO TRUE
107000         IF LDF-CHECKPOINTED (WS-LDF-SUB) AND WS-CKP-PENDING
107100             SET WS-DST-CHECKPOINT (WS-LDF-SUB) TO TRUE
107200             GO TO 6100-EXIT
107300         END-IF
107400         IF NOT WS-DST-OPENED (WS-LDF-SUB)
107500             SET WS-DST-NO-COUNT (WS-LDF-SUB) TO TRUE
107600             GO TO 6100-EXIT
107700         END-IF
107800         MOVE WS-DST-OPEN-COUNT (WS-LDF-SUB)
107900                                TO WS-DST-KEEP (WS-LDF-SUB)
108000     END-IF.
108100     EVALUATE TRUE
108200         WHEN WS-RECORD-COUNT < WS-DST-KEEP (WS-LDF-SUB)
108300             SET WS-DST-SHORT (WS-LDF-SUB) TO TRUE
108400             SET WS-REFUSED     TO TRUE
108500         WHEN WS-RECORD-COUNT = WS-DST-KEEP (WS-LDF-SUB)
108600             SET WS-DST-UNCHANGED (WS-LDF-SUB) TO TRUE
108700         WHEN OTHER
108800             SET WS-DST-TO-TRIM (WS-LDF-SUB) TO TRUE
108900     END-EVALUATE.
109000 6100-EXIT.
109100     EXIT.
109200
109300*--------------------------------------------------------------*
109400* 6200-TRIM-ONE-DATASET - COPY THE RECORDS TO KEEP TO THE WORK  *
109500*                         FILE AND REWRITE THE DATASET FROM IT: *
109600*                         EVERY RECORD UP TO THE LAST GOOD      *
109700*                         POINT, AND PAST IT ONLY A SHARED      *
109800*                         LOG'S RECORDS FROM OTHER PROGRAMS.    *
109900*                         THE CUT IS WRITTEN TO THE LEDGER.     *
110000*--------------------------------------------------------------*
110100 6200-TRIM-ONE-DATASET.
110200     IF NOT WS-DST-TO-TRIM (WS-LDF-SUB)
110300         GO TO 6200-EXIT
110400     END-IF.
110500     MOVE LDF-SOURCE-POS (WS-LDF-SUB) TO WS-SOURCE-POS.
110600     MOVE ZERO                  TO WS-READ-NBR.
110700     MOVE ZERO                  TO WS-RECORD-COUNT.
110800     MOVE "N"                   TO WS-FILE-EOF-SW.
110900     PERFORM 7100-OPEN-DATASET-INPUT THRU 7100-EXIT.
111000     OPEN OUTPUT TRIM-WORK-FILE.
111100     PERFORM 6210-COPY-TO-WORK THRU 6210-EXIT
111200         UNTIL WS-FILE-EOF.
111300     PERFORM 7300-CLOSE-DATASET THRU 7300-EXIT.
111400     CLOSE TRIM-WORK-FILE.
111500     MOVE "N"                   TO WS-FILE-EOF-SW.
111600     OPEN INPUT TRIM-WORK-FILE.
111700     PERFORM 7400-OPEN-DATASET-OUTPUT THRU 7400-EXIT.
111800     PERFORM 6220-COPY-FROM-WORK THRU 6220-EXIT
111900         UNTIL WS-FILE-EOF.
112000     CLOSE TRIM-WORK-FILE.
112100     PERFORM 7300-CLOSE-DATASET THRU 7300-EXIT.
112200     MOVE WS-RECORD-COUNT       TO WS-DST-KEPT (WS-LDF-SUB).
112300     IF WS-RECORD-COUNT = WS-DST-CURRENT (WS-LDF-SUB)
112400         SET WS-DST-UNCHANGED (WS-LDF-SUB) TO TRUE
112500         GO TO 6200-EXIT
112600     END-IF.
112700     SET WS-DST-TRIMMED (WS-LDF-SUB) TO TRUE.
112800     ADD 1                      TO WS-TRIM-COUNT.
112900     MOVE SPACES                TO ALPHA-LEDGER-RECORD.
113000     SET LDG-TRIM               TO TRUE.
113100     MOVE WS-SYSTEM-DATE        TO LDG-RUN-DATE.
113200     MOVE WS-SYSTEM-TIME        TO LDG-RUN-TIME.
113300     MOVE "ALPHARRN"            TO LDG-PROGRAM.
113400     MOVE ZERO                  TO LDG-RETURN-CODE.
113500     MOVE 1                     TO LDG-ENTRY-NBR.
113600     MOVE 1                     TO LDG-ENTRY-TOTAL.
113700     MOVE LDF-DDNAME (WS-LDF-SUB) TO LDG-DDNAME.
113800     MOVE WS-RECORD-COUNT       TO LDG-RECORD-COUNT.
113900     MOVE WS-DST-CURRENT (WS-LDF-SUB) TO LDG-PRIOR-COUNT.
114000     MOVE WS-RESTART-STEP       TO LDG-STEP-NAME.
114100     MOVE WS-ATTEMPT            TO LDG-ATTEMPT.
114200     WRITE ALPHA-LEDGER-RECORD.
114300 6200-EXIT.
114400     EXIT.
114500
114600 6210-COPY-TO-WORK.
114700     PERFORM 7200-READ-DATASET THRU 7200-EXIT.
114800     IF WS-FILE-EOF
114900         GO TO 6210-EXIT
115000     END-IF.
115100     ADD 1                      TO WS-READ-NBR.
115200     IF WS-READ-NBR > WS-DST-KEEP (WS-LDF-SUB)
115300         IF WS-SOURCE-POS = ZERO
115400             GO TO 6210-EXIT
115500         END-IF
115600         IF WS-DATA-RECORD (WS-SOURCE-POS:8) =
115700                 LDF-WRITER (WS-LDF-SUB)
115800             GO TO 6210-EXIT
115900         END-IF
116000     END-IF.
116100     MOVE WS-DATA-RECORD        TO TRIM-WORK-REC.
116200     WRITE TRIM-WORK-REC.
116300     ADD 1                      TO WS-RECORD-COUNT.
116400 6210-EXIT.
116500     EXIT.
116600
116700 6220-COPY-FROM-WORK.
116800     READ TRIM-WORK-FILE INTO WS-DATA-RECORD
116900         AT END
117000             SET WS-FILE-EOF TO TRUE
117100             GO TO 6220-EXIT
117200     END-READ.
117300     PERFORM 7500-WRITE-DATASET THRU 7500-EXIT.
117400 6220-EXIT.
117500     EXIT.
117600
117700*--------------------------------------------------------------*
117800* 6300-WRITE-RERUN - RECORD THE NEW ATTEMPT AND ITS RESTART     *
117900*                    STEP ON THE LEDGER.                        *
118000*--------------------------------------------------------------*
118100 6300-WRITE-RERUN.
118200     MOVE SPACES                TO ALPHA-LEDGER-RECORD.
118300     SET LDG-RERUN              TO TRUE.
118400     MOVE WS-SYSTEM-DATE        TO LDG-RUN-DATE.
118500     MOVE WS-SYSTEM-TIME        TO LDG-RUN-TIME.
118600     MOVE "ALPHARRN"            TO LDG-PROGRAM.
118700     MOVE ZERO                  TO LDG-RETURN-CODE.
118800     MOVE 1                     TO LDG-ENTRY-NBR.
118900     MOVE 1                     TO LDG-ENTRY-TOTAL.
119000     MOVE ZERO                  TO LDG-RECORD-COUNT.
119100     MOVE ZERO                  TO LDG-PRIOR-COUNT.
119200     MOVE WS-RESTART-STEP       TO LDG-STEP-NAME.
119300     MOVE WS-ATTEMPT            TO LDG-ATTEMPT.
119400     WRITE ALPHA-LEDGER-RECORD.
119500 6300-EXIT.
119600     EXIT.
119700
119800*--------------------------------------------------------------*
119900* 6400-LIST-DATASETS - ONE LINE PER DATASET: WHAT WAS FOUND,    *
120000*                      THE LAST GOOD POINT, WHAT IS ON IT NOW,  *
120100*                      AND WHY.                                 *
120200*--------------------------------------------------------------*
120300 6400-LIST-DATASETS.
120400     MOVE "DATASETS AND THEIR LAST GOOD POINTS:"
120500                                TO WS-TXT-TEXT.
120600     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
120700     MOVE WS-DATASET-HEADING    TO RERUN-REPORT-REC.
120800     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
120900     PERFORM 6410-LIST-ONE-DATASET THRU 6410-EXIT
121000         VARYING WS-LDF-SUB FROM 1 BY 1
121100             UNTIL WS-LDF-SUB > LDF-FILE-COUNT.
121200     PERFORM 3870-WRITE-BLANK-LINE THRU 3870-EXIT.
121300 6400-EXIT.
121400     EXIT.
121500
121600 6410-LIST-ONE-DATASET.
121700     MOVE SPACES                TO WS-DATASET-LINE.
121800     MOVE LDF-DDNAME (WS-LDF-SUB) TO WS-DSL-DDNAME.
121900     MOVE LDF-WRITER (WS-LDF-SUB) TO WS-DSL-WRITER.
122000     IF WS-DST-REDONE (WS-LDF-SUB)
122100         MOVE "REDONE"          TO WS-DSL-STEP-STATE
122200     ELSE
122300         MOVE "STANDS"          TO WS-DSL-STEP-STATE
122400     END-IF.
122500     MOVE WS-DST-CURRENT (WS-LDF-SUB) TO WS-EDIT-COUNT.
122600     MOVE WS-EDIT-COUNT         TO WS-DSL-FOUND.
122700     MOVE WS-DST-KEEP (WS-LDF-SUB) TO WS-EDIT-COUNT.
122800     MOVE WS-EDIT-COUNT         TO WS-DSL-KEEP.
122900     MOVE WS-DST-KEPT (WS-LDF-SUB) TO WS-EDIT-COUNT.
123000     MOVE WS-EDIT-COUNT         TO WS-DSL-NOW.
123100     EVALUATE TRUE
123200         WHEN WS-DST-UNCHANGED (WS-LDF-SUB)
123300             MOVE "UNCHANGED"   TO WS-DSL-ACTION
123400         WHEN WS-DST-TRIMMED (WS-LDF-SUB)
123500             MOVE "TRIMMED TO ITS LAST GOOD POINT"
123600                                TO WS-DSL-ACTION
123700         WHEN WS-DST-TO-TRIM (WS-LDF-SUB)
123800             MOVE "TO BE TRIMMED - NOT CUT"
123900                                TO WS-DSL-ACTION
124000         WHEN WS-DST-CHECKPOINT (WS-LDF-SUB)
124100             MOVE "LEFT FOR ARRAY01 CHECKPOINT RESTART"
124200                                TO WS-DSL-ACTION
124300             MOVE SPACES        TO WS-DSL-KEEP
124400         WHEN WS-DST-SHORT (WS-LDF-SUB)
124500             MOVE "*** SHORT OF ITS LAST GOOD POINT ***"
124600                                TO WS-DSL-ACTION
124700         WHEN OTHER
124800             MOVE "NO COUNT ON THE LEDGER - LEFT AS IS"
124900                                TO WS-DSL-ACTION
125000             MOVE SPACES        TO WS-DSL-KEEP
125100     END-EVALUATE.
125200     MOVE WS-DATASET-LINE       TO RERUN-REPORT-REC.
125300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
125400 6410-EXIT.
125500     EXIT.
125600
125700*--------------------------------------------------------------*
125800* 6500-WRITE-INSTRUCTIONS - TELL THE OPERATOR WHERE TO RESTART. *
125900*--------------------------------------------------------------*
126000 6500-WRITE-INSTRUCTIONS.
126100     MOVE WS-ATTEMPT            TO WS-EDIT-ATTEMPT.
126200     STRING "NIGHT SET UP FOR RERUN ATTEMPT " DELIMITED BY SIZE
126300            WS-EDIT-ATTEMPT     DELIMITED BY SIZE
126400            " FROM "            DELIMITED BY SIZE
126500            WS-RESTART-STEP     DELIMITED BY SPACE
126600         INTO WS-TXT-TEXT.
126700     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
126800     STRING "RESUBMIT ARRAY01 WITH RESTART=" DELIMITED BY SIZE
126900            WS-RESTART-STEP     DELIMITED BY SPACE
127000            " ADDED TO THE JOB CARD" DELIMITED BY SIZE
127100         INTO WS-TXT-TEXT.
127200     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
127300     IF WS-CKP-PENDING
127400         MOVE "STEP010 RESUMES FROM ITS OWN CHECKPOINT (ALPHACKP)"
127500                                TO WS-TXT-TEXT
127600         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
127700     END-IF.
127800     DISPLAY "ALPHARRN - DATASETS TRIMMED " WS-TRIM-COUNT.
127900     DISPLAY "ALPHARRN - RESUBMIT ARRAY01 WITH RESTART="
128000         WS-RESTART-STEP.
128100 6500-EXIT.
128200     EXIT.
128300
128400*--------------------------------------------------------------*
128500* 7000-COUNT-DATASET - COUNT THE RECORDS ON THE DATASET AT      *
128600*                      WS-LDF-SUB INTO WS-RECORD-COUNT.         *
128700*--------------------------------------------------------------*
128800 7000-COUNT-DATASET.
128900     MOVE ZERO                  TO WS-RECORD-COUNT.
129000     MOVE "N"                   TO WS-FILE-EOF-SW.
129100     PERFORM 7100-OPEN-DATASET-INPUT THRU 7100-EXIT.
129200     PERFORM 7010-COUNT-ONE-RECORD THRU 7010-EXIT
129300         UNTIL WS-FILE-EOF.
129400     PERFORM 7300-CLOSE-DATASET THRU 7300-EXIT.
129500 7000-EXIT.
129600     EXIT.
129700
129800 7010-COUNT-ONE-RECORD.
129900     PERFORM 7200-READ-DATASET THRU 7200-EXIT.
130000     IF NOT WS-FILE-EOF
130100         ADD 1                  TO WS-RECORD-COUNT
130200     END-IF.
130300 7010-EXIT.
130400     EXIT.
130500
130600*--------------------------------------------------------------*
130700* 7100 THRU 7500 - OPEN, READ, CLOSE, REOPEN FOR OUTPUT, AND    *
130800*                  WRITE THE DATASET AT WS-LDF-SUB, IN          *
130900*                  ALPHALDF ORDER. RECORDS PASS THROUGH         *
131000*                  WS-DATA-RECORD.                              *
131100*--------------------------------------------------------------*
131200 7100-OPEN-DATASET-INPUT.
131300     EVALUATE WS-LDF-SUB
131400         WHEN 1
131500             OPEN INPUT ALPHA-BTH-FILE
131600         WHEN 2
131700             OPEN INPUT ALPHA-BRJ-FILE
131800         WHEN 3
131900             OPEN INPUT ALPHA-IDX-FILE
132000         WHEN 4
132100             OPEN INPUT ALPHA-LKO-FILE
132200         WHEN 5
132300             OPEN INPUT ALPHA-RJT-FILE
132400         WHEN 6
132500             OPEN INPUT ALPHA-RPT-FILE
132600         WHEN 7
132700             OPEN INPUT ALPHA-AUD-FILE
132800         WHEN 8
132900             OPEN INPUT ALPHA-COL-FILE
133000         WHEN 9
133100             OPEN INPUT ALPHA-USE-FILE
133200         WHEN 10
133300             OPEN INPUT ALPHA-BRP-FILE
133400         WHEN 11
133500             OPEN INPUT ALPHA-DRP-FILE
133600         WHEN 12
133700             OPEN INPUT ALPHA-SRP-FILE
133800     END-EVALUATE.
133900 7100-EXIT.
134000     EXIT.
134100
134200 7200-READ-DATASET.
134300     MOVE SPACES                TO WS-DATA-RECORD.
134400     EVALUATE WS-LDF-SUB
134500         WHEN 1
134600             READ ALPHA-BTH-FILE INTO WS-DATA-RECORD
134700                 AT END
134800                     SET WS-FILE-EOF TO TRUE
134900             END-READ
135000         WHEN 2
135100             READ ALPHA-BRJ-FILE INTO WS-DATA-RECORD
135200                 AT END
135300                     SET WS-FILE-EOF TO TRUE
135400             END-READ
135500         WHEN 3
135600             READ ALPHA-IDX-FILE INTO WS-DATA-RECORD
135700                 AT END
135800                     SET WS-FILE-EOF TO TRUE
135900             END-READ
136000         WHEN 4
136100             READ ALPHA-LKO-FILE INTO WS-DATA-RECORD
136200                 AT END
136300                     SET WS-FILE-EOF TO TRUE
136400             END-READ
136500         WHEN 5
136600             READ ALPHA-RJT-FILE INTO WS-DATA-RECORD
136700                 AT END
136800                     SET WS-FILE-EOF TO TRUE
136900             END-READ
137000         WHEN 6
137100             READ ALPHA-RPT-FILE INTO WS-DATA-RECORD
137200                 AT END
137300                     SET WS-FILE-EOF TO TRUE
137400             END-READ
137500         WHEN 7
137600             READ ALPHA-AUD-FILE INTO WS-DATA-RECORD
137700                 AT END
137800                     SET WS-FILE-EOF TO TRUE
137900             END-READ
138000         WHEN 8
138100             READ ALPHA-COL-FILE INTO WS-DATA-RECORD
138200                 AT END
138300                     SET WS-FILE-EOF TO TRUE
138400             END-READ
138500         WHEN 9
138600             READ ALPHA-USE-FILE INTO WS-DATA-RECORD
138700                 AT END
138800                     SET WS-FILE-EOF TO TRUE
138900             END-READ
139000         WHEN 10
139100             READ ALPHA-BRP-FILE INTO WS-DATA-RECORD
139200                 AT END
139300                     SET WS-FILE-EOF TO TRUE
139400             END-READ
139500         WHEN 11
139600             READ ALPHA-DRP-FILE INTO WS-DATA-RECORD
139700                 AT END
139800                     SET WS-FILE-EOF TO TRUE
139900             END-READ
140000         WHEN 12
140100             READ ALPHA-SRP-FILE INTO WS-DATA-RECORD
140200                 AT END
140300                     SET WS-FILE-EOF TO TRUE
140400             END-READ
140500     END-EVALUATE.
140600 7200-EXIT.
140700     EXIT.
140800
140900 7300-CLOSE-DATASET.
141000     EVALUATE WS-LDF-SUB
141100         WHEN 1
141200             CLOSE ALPHA-BTH-FILE
141300         WHEN 2
141400             CLOSE ALPHA-BRJ-FILE
141500         WHEN 3
141600             CLOSE ALPHA-IDX-FILE
141700         WHEN 4
141800             CLOSE ALPHA-LKO-FILE
141900         WHEN 5
142000             CLOSE ALPHA-RJT-FILE
142100         WHEN 6
142200             CLOSE ALPHA-RPT-FILE
142300         WHEN 7
142400             CLOSE ALPHA-AUD-FILE
142500         WHEN 8
142600             CLOSE ALPHA-COL-FILE
142700         WHEN 9
142800             CLOSE ALPHA-USE-FILE
142900         WHEN 10
143000             CLOSE ALPHA-BRP-FILE
143100         WHEN 11
143200             CLOSE ALPHA-DRP-FILE
143300         WHEN 12
143400             CLOSE ALPHA-SRP-FILE
143500     END-EVALUATE.
143600 7300-EXIT.
143700     EXIT.
143800
143900 7400-OPEN-DATASET-OUTPUT.
144000     EVALUATE WS-LDF-SUB
144100         WHEN 1
144200             OPEN OUTPUT ALPHA-BTH-FILE
144300         WHEN 2
144400             OPEN OUTPUT ALPHA-BRJ-FILE
144500         WHEN 3
144600             OPEN OUTPUT ALPHA-IDX-FILE
144700         WHEN 4
144800             OPEN OUTPUT ALPHA-LKO-FILE
144900         WHEN 5
145000             OPEN OUTPUT ALPHA-RJT-FILE
145100         WHEN 6
145200             OPEN OUTPUT ALPHA-RPT-FILE
145300         WHEN 7
145400             OPEN OUTPUT ALPHA-AUD-FILE
145500         WHEN 8
145600             OPEN OUTPUT ALPHA-COL-FILE
145700         WHEN 9
145800             OPEN OUTPUT ALPHA-USE-FILE
145900         WHEN 10
146000             OPEN OUTPUT ALPHA-BRP-FILE
146100         WHEN 11
146200             OPEN OUTPUT ALPHA-DRP-FILE
146300         WHEN 12
146400             OPEN OUTPUT ALPHA-SRP-FILE
146500     END-EVALUATE.
146600 7400-EXIT.
146700     EXIT.
146800
146900 7500-WRITE-DATASET.
147000     EVALUATE WS-LDF-SUB
147100         WHEN 1
147200             WRITE ALPHA-BTH-REC FROM WS-DATA-RECORD
147300         WHEN 2
147400             WRITE ALPHA-BRJ-REC FROM WS-DATA-RECORD
147500         WHEN 3
147600             WRITE ALPHA-IDX-REC FROM WS-DATA-RECORD
147700         WHEN 4
147800             WRITE ALPHA-LKO-REC FROM WS-DATA-RECORD
147900         WHEN 5
148000             WRITE ALPHA-RJT-REC FROM WS-DATA-RECORD
148100         WHEN 6
148200             WRITE ALPHA-RPT-REC FROM WS-DATA-RECORD
148300         WHEN 7
148400             WRITE ALPHA-AUD-REC FROM WS-DATA-RECORD
148500         WHEN 8
148600             WRITE ALPHA-COL-REC FROM WS-DATA-RECORD
148700         WHEN 9
148800             WRITE ALPHA-USE-REC FROM WS-DATA-RECORD
148900         WHEN 10
149000             WRITE ALPHA-BRP-REC FROM WS-DATA-RECORD
149100         WHEN 11
149200             WRITE ALPHA-DRP-REC FROM WS-DATA-RECORD
149300         WHEN 12
149400             WRITE ALPHA-SRP-REC FROM WS-DATA-RECORD
149500     END-EVALUATE.
149600 7500-EXIT.
149700     EXIT.
149800
149900*--------------------------------------------------------------*
150000* 8100-FIND-DATASET - LOOK UP LDG-DDNAME IN ALPHALDF; ZERO IN   *
150100*                     WS-LDF-FOUND-SUB IF IT IS NOT THERE.      *
150200*--------------------------------------------------------------*
150300 8100-FIND-DATASET.
150400     MOVE ZERO                  TO WS-LDF-FOUND-SUB.
150500     PERFORM 8110-MATCH-ONE-DATASET THRU 8110-EXIT
150600         VARYING WS-LDF-SUB FROM 1 BY 1
150700             UNTIL WS-LDF-SUB > LDF-FILE-COUNT.
150800 8100-EXIT.
150900     EXIT.
151000
151100 8110-MATCH-ONE-DATASET.
151200     IF LDF-DDNAME (WS-LDF-SUB) = LDG-DDNAME
151300         MOVE WS-LDF-SUB        TO WS-LDF-FOUND-SUB
151400     END-IF.
151500 8110-EXIT.
151600     EXIT.
151700
151800*--------------------------------------------------------------*
151900* 8200-FIND-STEP - LOOK UP LDG-PROGRAM IN THE STEP TABLE; ZERO  *
152000*                  IN WS-STP-FOUND-SUB IF IT IS NOT THERE.      *
152100*--------------------------------------------------------------*
152200 8200-FIND-STEP.
152300     MOVE ZERO                  TO WS-STP-FOUND-SUB.
152400     PERFORM 8210-MATCH-ONE-STEP THRU 8210-EXIT
152500         VARYING WS-STP-SUB FROM 1 BY 1
152600             UNTIL WS-STP-SUB > WS-STEP-COUNT.
152700 8200-EXIT.
152800     EXIT.
152900
153000 8210-MATCH-ONE-STEP.
153100     IF WS-STP-PROGRAM (WS-STP-SUB) = LDG-PROGRAM
153200         MOVE WS-STP-SUB        TO WS-STP-FOUND-SUB
153300     END-IF.
153400 8210-EXIT.
153500     EXIT.
153600
153700*--------------------------------------------------------------*
153800* 8800-EDIT-DATE-TIME - WS-EDIT-DATE AS MM/DD/CCYY AND          *
153900*                       WS-EDIT-TIME AS HH:MM:SS.               *
154000*--------------------------------------------------------------*
154100 8800-EDIT-DATE-TIME.
154200     MOVE WS-EDIT-MM            TO WS-EDIT-DATE-X (1:2).
154300     MOVE "/"                   TO WS-EDIT-DATE-X (3:1).
154400     MOVE WS-EDIT-DD            TO WS-EDIT-DATE-X (4:2).
154500     MOVE "/"                   TO WS-EDIT-DATE-X (6:1).
154600     MOVE WS-EDIT-CCYY          TO WS-EDIT-DATE-X (7:4).
154700     MOVE WS-EDIT-HH            TO WS-EDIT-TIME-X (1:2).
154800     MOVE ":"                   TO WS-EDIT-TIME-X (3:1).
154900     MOVE WS-EDIT-MI            TO WS-EDIT-TIME-X (4:2).
155000     MOVE ":"                   TO WS-EDIT-TIME-X (6:1).
155100     MOVE WS-EDIT-SS            TO WS-EDIT-TIME-X (7:2).
155200 8800-EXIT.
155300     EXIT.
155400
155500*--------------------------------------------------------------*
155600* 9000-TERMINATE - CLOSE THE REPORT, LOG THE STEP'S TIMING, AND *
155700*                  SET THE RETURN CODE: 8 FOR A BAD PARM, A     *
155800*                  RESTART WITH NO NIGHT ON THE LEDGER, OR A    *
155900*                  SHORT DATASET; 4 WHEN A RESTART FOUND        *
156000*                  NOTHING TO RERUN OR AN OPEN FOUND THE NIGHT  *
156100*                  BEFORE NEVER COMPLETED.                      *
156200*--------------------------------------------------------------*
156300 9000-TERMINATE.
156400     CLOSE RERUN-REPORT.
156500     MOVE WS-LDG-RECORD-NBR     TO TLA-RECORD-VOLUME.
156600     CALL "ALPHATLG" USING ALPHA-TIMING-AREA.
156700     EVALUATE TRUE
156800         WHEN WS-PARM-ERROR
156900             MOVE 8             TO RETURN-CODE
157000         WHEN WS-MODE-RESTART AND WS-NO-NIGHT
157100             MOVE 8             TO RETURN-CODE
157200         WHEN WS-REFUSED
157300             MOVE 8             TO RETURN-CODE
157400         WHEN WS-NOTHING-TO-RERUN
157500             MOVE 4             TO RETURN-CODE
157600         WHEN WS-PRIOR-INCOMPLETE
157700             MOVE 4             TO RETURN-CODE
157800     END-EVALUATE.
157900 9000-EXIT.
158000     EXIT.
