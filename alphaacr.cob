000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHAACR.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* TABLE DISTRIBUTION ACKNOWLEDGEMENT RECONCILIATION. READS THE  *
000900* ACKNOWLEDGEMENTS THE DISTRIBUTED-SYSTEMS TEAM RETURNS FOR     *
001000* THE ALPHADSO GENERATIONS ALPHADST SENDS THEM (SEE ALPHAACK)   *
001100* AND MATCHES EACH ONE TO THE GENERATION ON THE DISTRIBUTION    *
001200* LOG (ALPHADSL). AN ACKNOWLEDGEMENT IS GOOD ONLY WHEN THE      *
001300* GENERATION WAS LOADED AND THE RECORD COUNT AND HASH TOTAL     *
001400* THEY COUNTED AGREE WITH WHAT WAS SENT. THE FIRST PAGE LISTS   *
001500* EVERY ACKNOWLEDGEMENT READ AND WHAT BECAME OF IT; THE SECOND  *
001600* LISTS EVERY GENERATION STILL WITHOUT A GOOD ACKNOWLEDGEMENT - *
001700* OVERDUE WHEN IT WAS SENT AT LEAST THE CUTOFF NUMBER OF DAYS   *
001800* AGO, SUPERSEDED WHEN A LATER GENERATION HAS SINCE BEEN        *
001900* ACKNOWLEDGED - AND WHICH GENERATION THE RECEIVING SIDE IS     *
002000* RUNNING ON. THE LOG IS THEN REWRITTEN WITH THE OUTCOMES SO    *
002100* THE NEXT RUN KNOWS WHAT HAS ALREADY BEEN ACKNOWLEDGED. A      *
002110* GENERATION OLDER THAN THE LATEST ACKNOWLEDGED ONE (SO EITHER  *
002120* ACKNOWLEDGED ITSELF OR SUPERSEDED) THAT WAS SENT BEFORE THE   *
002130* LAST 12 MONTHS IS SETTLED, AND IS DROPPED FROM THE LOG ON     *
002140* THE REWRITE, SO THE LOG KEEPS TO ABOUT A YEAR OF GENERATIONS. *
002200* THE PARM IS THE CUTOFF IN DAYS (COLUMNS 1-2); BLANK MEANS 02. *
002300* RETURN CODE 4 MEANS A GENERATION IS OVERDUE OR AN             *
002400* ACKNOWLEDGEMENT WAS REJECTED, DISAGREED, OR COULD NOT BE      *
002500* MATCHED; 8 MEANS A BAD PARM OR THE LOG OUTGREW THE WORK AREA, *
002600* AND THE LOG WAS LEFT AS IT WAS.                               *
002700*--------------------------------------------------------------*
002800* MODIFICATION HISTORY.                                         *
002900*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     SELECT ALPHA-DIST-LOG ASSIGN TO ALPHADSL
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT ALPHA-ACK-FILE ASSIGN TO ALPHAACK
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100     SELECT ACK-RECON-REPORT ASSIGN TO ALPHAACP
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700*--------------------------------------------------------------*
004800* ALPHA-DIST-LOG - EVERY GENERATION SENT. LOADED IN FULL AT     *
004900*                  STARTUP AND REWRITTEN AT END OF RUN.         *
005000*--------------------------------------------------------------*
005100 FD  ALPHA-DIST-LOG
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 80 CHARACTERS.
005500     COPY ALPHADSL.
005600
005700*--------------------------------------------------------------*
005800* ALPHA-ACK-FILE - THE ACKNOWLEDGEMENTS RETURNED BY THE         *
005900*                  RECEIVING SIDE.                              *
006000*--------------------------------------------------------------*
006100 FD  ALPHA-ACK-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 80 CHARACTERS.
006500     COPY ALPHAACK.
006600
006700*--------------------------------------------------------------*
006800* ACK-RECON-REPORT - THE ACKNOWLEDGEMENTS AND THE OUTSTANDING   *
006900*                    GENERATIONS.                               *
007000*--------------------------------------------------------------*
007100 FD  ACK-RECON-REPORT
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  ACK-RECON-REPORT-REC      PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800
007900*--------------------------------------------------------------*
008000* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
008100* THIRD HEADING CARRIES THE CUTOFF; THE FOURTH CARRIES THE      *
008200* COLUMN HEADINGS FOR THE KIND OF PAGE BEING PRINTED.           *
008300*--------------------------------------------------------------*
008400 01  WS-REPORT-HEADING-1.
008500     05  FILLER                PIC X(01) VALUE SPACES.
008600     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
008700     05  FILLER                PIC X(08) VALUE "ALPHAACR".
008800     05  FILLER                PIC X(09) VALUE SPACES.
008900     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
009000     05  WH1-DATE              PIC X(10).
009100     05  FILLER                PIC X(10) VALUE SPACES.
009200     05  FILLER                PIC X(06) VALUE "PAGE: ".
009300     05  WH1-PAGE              PIC ZZ9.
009400     05  FILLER                PIC X(66) VALUE SPACES.
009500
009600 01  WS-REPORT-HEADING-2.
009700     05  FILLER                PIC X(44) VALUE SPACES.
009800     05  FILLER                PIC X(38)
009900             VALUE "TABLE DISTRIBUTION ACKNOWLEDGEMENTS   ".
010000     05  FILLER                PIC X(50) VALUE SPACES.
010100
010200 01  WS-REPORT-HEADING-3.
010300     05  FILLER                PIC X(04) VALUE SPACES.
010400     05  WH3-TITLE             PIC X(16).
010500     05  FILLER                PIC X(15) VALUE "OVERDUE AFTER ".
010600     05  WH3-DAYS              PIC Z9.
010700     05  FILLER                PIC X(15) VALUE " DAYS - SENT ON".
010800     05  FILLER                PIC X(12) VALUE " OR BEFORE ".
010900     05  WH3-CUTOFF            PIC X(10).
011000     05  FILLER                PIC X(58) VALUE SPACES.
011100
011200 01  WS-ACK-COLUMN-HEADING.
011300     05  FILLER                PIC X(04) VALUE SPACES.
011400     05  FILLER                PIC X(07) VALUE "GEN NBR".
011500     05  FILLER                PIC X(02) VALUE SPACES.
011600     05  FILLER                PIC X(10) VALUE "SENT".
011700     05  FILLER                PIC X(02) VALUE SPACES.
011800     05  FILLER                PIC X(10) VALUE "LOADED".
011900     05  FILLER                PIC X(02) VALUE SPACES.
012000     05  FILLER                PIC X(05) VALUE "ACK".
012100     05  FILLER                PIC X(07) VALUE "RECORDS".
012200     05  FILLER                PIC X(02) VALUE SPACES.
012300     05  FILLER                PIC X(07) VALUE "REC ACK".
012400     05  FILLER                PIC X(02) VALUE SPACES.
012500     05  FILLER                PIC X(11) VALUE "HASH SENT".
012600     05  FILLER                PIC X(02) VALUE SPACES.
012700     05  FILLER                PIC X(11) VALUE "HASH ACK".
012800     05  FILLER                PIC X(02) VALUE SPACES.
012900     05  FILLER                PIC X(40) VALUE "OUTCOME".
013000     05  FILLER                PIC X(06) VALUE SPACES.
013100
013200 01  WS-OPEN-COLUMN-HEADING.
013300     05  FILLER                PIC X(04) VALUE SPACES.
013400     05  FILLER                PIC X(07) VALUE "GEN NBR".
013500     05  FILLER                PIC X(02) VALUE SPACES.
013600     05  FILLER                PIC X(10) VALUE "SENT".
013700     05  FILLER                PIC X(02) VALUE SPACES.
013800     05  FILLER                PIC X(08) VALUE "TIME".
013900     05  FILLER                PIC X(02) VALUE SPACES.
014000     05  FILLER                PIC X(07) VALUE "TABLES".
014100     05  FILLER                PIC X(07) VALUE "RECORDS".
014200     05  FILLER                PIC X(02) VALUE SPACES.
014300     05  FILLER                PIC X(20) VALUE "STATUS".
014400     05  FILLER                PIC X(02) VALUE SPACES.
014500     05  FILLER                PIC X(30) VALUE "CUTOFF".
014600     05  FILLER                PIC X(29) VALUE SPACES.
014700
014800 01  WS-ACK-DETAIL-LINE.
014900     05  FILLER                PIC X(04) VALUE SPACES.
015000     05  WS-ACK-GENERATION     PIC X(07).
015100     05  FILLER                PIC X(02) VALUE SPACES.
015200     05  WS-ACK-SENT           PIC X(10).
015300     05  FILLER                PIC X(02) VALUE SPACES.
015400     05  WS-ACK-LOADED         PIC X(10).
015500     05  FILLER                PIC X(02) VALUE SPACES.
015600     05  WS-ACK-STATUS         PIC X(01).
015700     05  FILLER                PIC X(04) VALUE SPACES.
015800     05  WS-ACK-REC-SENT       PIC X(07).
015900     05  FILLER                PIC X(02) VALUE SPACES.
016000     05  WS-ACK-REC-BACK       PIC X(07).
016100     05  FILLER                PIC X(02) VALUE SPACES.
016200     05  WS-ACK-HASH-SENT      PIC X(11).
016300     05  FILLER                PIC X(02) VALUE SPACES.
016400     05  WS-ACK-HASH-BACK      PIC X(11).
016500     05  FILLER                PIC X(02) VALUE SPACES.
016600     05  WS-ACK-OUTCOME        PIC X(40).
016700     05  FILLER                PIC X(06) VALUE SPACES.
016800
016900 01  WS-OPEN-DETAIL-LINE.
017000     05  FILLER                PIC X(04) VALUE SPACES.
017100     05  WS-OPN-GENERATION     PIC 9(07).
017200     05  FILLER                PIC X(02) VALUE SPACES.
017300     05  WS-OPN-SENT           PIC X(10).
017400     05  FILLER                PIC X(02) VALUE SPACES.
017500     05  WS-OPN-TIME           PIC X(08).
017600     05  FILLER                PIC X(02) VALUE SPACES.
017700     05  WS-OPN-TABLES         PIC ZZ9.
017800     05  FILLER                PIC X(04) VALUE SPACES.
017900     05  WS-OPN-RECORDS        PIC ZZZZZZ9.
018000     05  FILLER                PIC X(02) VALUE SPACES.
018100     05  WS-OPN-STATUS         PIC X(20).
018200     05  FILLER                PIC X(02) VALUE SPACES.
018300     05  WS-OPN-CUTOFF         PIC X(30).
018400     05  FILLER                PIC X(29) VALUE SPACES.
018500
018600 01  WS-TEXT-DETAIL-LINE.
018700     05  FILLER                PIC X(04) VALUE SPACES.
018800     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
018900     05  FILLER                PIC X(58) VALUE SPACES.
019000
019100*--------------------------------------------------------------*
019200* THE DISTRIBUTION LOG, ONE ENTRY PER GENERATION SENT, IN LOG   *
019300* ORDER. SETTLED GENERATIONS ARE DROPPED ON THE REWRITE (SEE    *
019400* 5300-MARK-SETTLED), SO THE LOG ONLY OUTGROWS THE AREA IF THE  *
019410* RECEIVING SIDE HAS ACKNOWLEDGED NOTHING FOR YEARS. THEN       *
019420* NOTHING IS RECONCILED AND THE LOG IS NOT REWRITTEN (RETURN    *
019500* CODE 8) - FIND OUT WHY, OR RAISE THE OCCURS AND RECOMPILE.    *
019700*--------------------------------------------------------------*
019800 01  WS-LOG-AREA.
019900     05  WS-LOG-ENTRY          OCCURS 3000 TIMES.
020000         10  WS-LOG-GENERATION PIC 9(07).
020100         10  WS-LOG-SEND-DATE  PIC 9(08).
020200         10  WS-LOG-SEND-TIME  PIC 9(06).
020300         10  WS-LOG-TABLES     PIC 9(03).
020400         10  WS-LOG-RECORDS    PIC 9(07).
020500         10  WS-LOG-HASH       PIC 9(11).
020600         10  WS-LOG-ACK-STATUS PIC X(01).
020700         10  WS-LOG-LOAD-DATE  PIC X(08).
020800         10  WS-LOG-RECON-DATE PIC X(08).
020850         10  WS-LOG-DROP-SW    PIC X(01).
020900 77  WS-LOG-USED               PIC 9(05) COMP VALUE ZERO.
021000 77  WS-LOG-SUB                PIC 9(05) COMP VALUE ZERO.
021100 77  WS-LOG-FOUND-SUB          PIC 9(05) COMP VALUE ZERO.
021200
021300 01  WS-SYSTEM-DATE-FIELDS.
021400     05  WS-SYSTEM-DATE        PIC 9(08).
021500
021600*--------------------------------------------------------------*
021700* DATE WORK FIELDS. THE RUN DATE IS BACKED UP THE CUTOFF        *
021800* NUMBER OF DAYS HERE; A GENERATION SENT ON OR BEFORE THE       *
021900* RESULT IS OVERDUE.                                            *
022000*--------------------------------------------------------------*
022100 01  WS-WORK-DATE-FIELDS.
022200     05  WS-WORK-DATE          PIC 9(08).
022300     05  FILLER REDEFINES WS-WORK-DATE.
022400         10  WS-DATE-CCYY      PIC 9(04).
022500         10  WS-DATE-MM        PIC 9(02).
022600         10  WS-DATE-DD        PIC 9(02).
022700
022800 01  WS-EDIT-DATE-FIELDS.
022900     05  WS-EDIT-DATE          PIC 9(08).
023000     05  FILLER REDEFINES WS-EDIT-DATE.
023100         10  WS-EDIT-CCYY      PIC 9(04).
023200         10  WS-EDIT-MM        PIC 9(02).
023300         10  WS-EDIT-DD        PIC 9(02).
023400     05  WS-EDIT-DATE-TEXT     PIC X(10).
023500
023600 01  WS-EDIT-TIME-FIELDS.
023700     05  WS-EDIT-TIME          PIC 9(06).
023800     05  FILLER REDEFINES WS-EDIT-TIME.
023900         10  WS-EDIT-HH        PIC 9(02).
024000         10  WS-EDIT-MN        PIC 9(02).
024100         10  WS-EDIT-SS        PIC 9(02).
024200
024300 01  WS-PARM-AREA.
024400     05  WS-PARM-DAYS          PIC X(02).
024500     05  FILLER                PIC X(78).
024600
024700 01  WS-HOLD-REPORT-LINE       PIC X(132) VALUE SPACES.
024800
024900 77  WS-OVERDUE-DAYS           PIC 9(02) VALUE 2.
025000 77  WS-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
025010 77  WS-KEEP-MONTHS            PIC 9(02) VALUE 12.
025020 77  WS-KEEP-CUTOFF-MONTHS     PIC 9(06) COMP VALUE ZERO.
025030 77  WS-SEND-MONTHS            PIC 9(06) COMP VALUE ZERO.
025100 77  WS-LEAP-QUOT              PIC 9(04) COMP VALUE ZERO.
025200 77  WS-LEAP-REM               PIC 9(04) COMP VALUE ZERO.
025300 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
025400 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
025500 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
025600 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
025700 77  WS-ACK-GENERATION-N       PIC 9(07) VALUE ZERO.
025800 77  WS-ACK-RECORDS-N          PIC 9(07) VALUE ZERO.
025900 77  WS-ACK-HASH-N             PIC 9(11) VALUE ZERO.
026000 77  WS-LATEST-SENT-SUB        PIC 9(05) COMP VALUE ZERO.
026100 77  WS-LATEST-ACKED-SUB       PIC 9(05) COMP VALUE ZERO.
026200 77  WS-LATEST-ACKED-GEN       PIC 9(07) VALUE ZERO.
026300
026400 77  WS-ACKS-READ              PIC 9(05) COMP VALUE ZERO.
026500 77  WS-ACKS-MATCHED           PIC 9(05) COMP VALUE ZERO.
026600 77  WS-ACKS-REPEATED          PIC 9(05) COMP VALUE ZERO.
026700 77  WS-ACKS-REJECTED          PIC 9(05) COMP VALUE ZERO.
026800 77  WS-ACKS-DISAGREED         PIC 9(05) COMP VALUE ZERO.
026900 77  WS-ACKS-UNMATCHED         PIC 9(05) COMP VALUE ZERO.
027000 77  WS-GENS-OUTSTANDING       PIC 9(05) COMP VALUE ZERO.
027100 77  WS-GENS-OVERDUE           PIC 9(05) COMP VALUE ZERO.
027200 77  WS-GENS-SUPERSEDED        PIC 9(05) COMP VALUE ZERO.
027250 77  WS-GENS-DROPPED           PIC 9(05) COMP VALUE ZERO.
027300 77  WS-COUNT-X                PIC 9(05) VALUE ZERO.
027400 77  WS-COUNT-2-X              PIC 9(05) VALUE ZERO.
027500 77  WS-COUNT-3-X              PIC 9(05) VALUE ZERO.
027600 77  WS-GENERATION-X           PIC 9(07) VALUE ZERO.
027700
027800 77  WS-DSL-EOF-SW             PIC X(01) VALUE "N".
027900     88  WS-DSL-EOF                       VALUE "Y".
028000 77  WS-ACK-EOF-SW             PIC X(01) VALUE "N".
028100     88  WS-ACK-EOF                       VALUE "Y".
028200 77  WS-OPEN-PAGE-SW           PIC X(01) VALUE "N".
028300     88  WS-OPEN-PAGE                     VALUE "Y".
028400 77  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
028500     88  WS-PARM-ERROR                    VALUE "Y".
028600 77  WS-LOG-FULL-SW            PIC X(01) VALUE "N".
028700     88  WS-LOG-FULL                      VALUE "Y".
028800
028900 PROCEDURE DIVISION.
029000
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     IF WS-PARM-ERROR OR WS-LOG-FULL
029400         PERFORM 9000-TERMINATE THRU 9000-EXIT
029500         STOP RUN
029600     END-IF.
029700     PERFORM 2000-RECONCILE-ONE-ACK THRU 2000-EXIT
029800         UNTIL WS-ACK-EOF.
029900     IF WS-ACKS-READ = ZERO
030000         MOVE "NO ACKNOWLEDGEMENTS WERE RECEIVED"
030100                                TO WS-TXT-TEXT
030200         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
030300     END-IF.
030400     PERFORM 5000-REPORT-OUTSTANDING THRU 5000-EXIT.
030500     PERFORM 7000-REWRITE-LOG THRU 7000-EXIT.
030600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030700     STOP RUN.
030800
030900*--------------------------------------------------------------*
031000* 1000-INITIALIZE - PICK UP THE CUTOFF, WORK OUT THE CUTOFF     *
031100*                   DATE, LOAD THE DISTRIBUTION LOG, AND PRIME  *
031200*                   THE FIRST ACKNOWLEDGEMENT.                  *
031300*--------------------------------------------------------------*
031400 1000-INITIALIZE.
031500     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
031600     MOVE WS-SYSTEM-DATE        TO WS-EDIT-DATE.
031650     COMPUTE WS-KEEP-CUTOFF-MONTHS =
031660         (WS-EDIT-CCYY * 12) + WS-EDIT-MM - WS-KEEP-MONTHS.
031700     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
031800     MOVE WS-EDIT-DATE-TEXT     TO WS-RUN-DATE.
031900     OPEN OUTPUT ACK-RECON-REPORT.
032000     MOVE SPACES                TO WS-PARM-AREA.
032100     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
032200     IF WS-PARM-DAYS NOT = SPACES
032300         IF WS-PARM-DAYS IS NUMERIC AND WS-PARM-DAYS > "00"
032400             MOVE WS-PARM-DAYS  TO WS-OVERDUE-DAYS
032500         ELSE
032600             SET WS-PARM-ERROR TO TRUE
032700             DISPLAY "ALPHAACR - PARM " WS-PARM-DAYS
032800                 " IS NOT A NUMBER OF DAYS (01-99)"
032900             MOVE "ACKS          "  TO WH3-TITLE
033000             MOVE ZERO          TO WH3-DAYS
033100             MOVE SPACES        TO WH3-CUTOFF
033200             PERFORM 3900-NEW-PAGE THRU 3900-EXIT
033300             MOVE "PARM IS NOT A NUMBER OF DAYS - NOTHING DONE"
033400                                TO WS-TXT-TEXT
033500             PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
033600             GO TO 1000-EXIT
033700         END-IF
033800     END-IF.
033900     MOVE WS-SYSTEM-DATE        TO WS-WORK-DATE.
034000     PERFORM 1100-BACK-UP-ONE-DAY THRU 1100-EXIT
034100         WS-OVERDUE-DAYS TIMES.
034200     MOVE WS-WORK-DATE          TO WS-CUTOFF-DATE.
034300     MOVE WS-CUTOFF-DATE        TO WS-EDIT-DATE.
034400     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
034500     MOVE WS-EDIT-DATE-TEXT     TO WH3-CUTOFF.
034600     MOVE WS-OVERDUE-DAYS       TO WH3-DAYS.
034700     MOVE "ACKNOWLEDGED    "    TO WH3-TITLE.
034800     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
034900     OPEN INPUT ALPHA-DIST-LOG.
035000     PERFORM 1200-LOAD-ONE-LOG THRU 1200-EXIT
035100         UNTIL WS-DSL-EOF OR WS-LOG-FULL.
035200     CLOSE ALPHA-DIST-LOG.
035300     IF WS-LOG-FULL
035400         DISPLAY "ALPHAACR - DISTRIBUTION LOG EXCEEDS 3000 "
035500             "GENERATIONS - NOTHING RECONCILED"
035600         MOVE "DISTRIBUTION LOG TOO LARGE - NOTHING RECONCILED"
035700                                TO WS-TXT-TEXT
035800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
035900         GO TO 1000-EXIT
036000     END-IF.
036100     OPEN INPUT ALPHA-ACK-FILE.
036200     READ ALPHA-ACK-FILE
036300         AT END
036400             SET WS-ACK-EOF TO TRUE
036500     END-READ.
036600 1000-EXIT.
036700     EXIT.
036800
036900*--------------------------------------------------------------*
037000* 1100-BACK-UP-ONE-DAY - BACK THE WORK DATE UP ONE DAY, ROLLING *
037100*                        INTO THE PRIOR MONTH OR YEAR AS NEEDED *
037200*                        (THE SAME RULE AS ALPHATLG: FEBRUARY   *
037300*                        IS LEAP WHEN THE YEAR DIVIDES BY FOUR). *
037400*--------------------------------------------------------------*
037500 1100-BACK-UP-ONE-DAY.
037600     IF WS-DATE-DD > 1
037700         SUBTRACT 1             FROM WS-DATE-DD
037800         GO TO 1100-EXIT
037900     END-IF.
038000     IF WS-DATE-MM = 1
038100         MOVE 12                TO WS-DATE-MM
038200         SUBTRACT 1             FROM WS-DATE-CCYY
038300     ELSE
038400         SUBTRACT 1             FROM WS-DATE-MM
038500     END-IF.
038600     EVALUATE WS-DATE-MM
038700         WHEN 1
038800         WHEN 3
038900         WHEN 5
039000         WHEN 7
039100         WHEN 8
039200         WHEN 10
039300         WHEN 12
039400             MOVE 31            TO WS-DATE-DD
039500         WHEN 4
039600         WHEN 6
039700         WHEN 9
039800         WHEN 11
039900             MOVE 30            TO WS-DATE-DD
040000         WHEN 2
040100             DIVIDE WS-DATE-CCYY BY 4
040200                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
040300             IF WS-LEAP-REM = ZERO
040400                 MOVE 29        TO WS-DATE-DD
040500             ELSE
040600                 MOVE 28        TO WS-DATE-DD
040700             END-IF
040800     END-EVALUATE.
040900 1100-EXIT.
041000     EXIT.
041100
041200 1200-LOAD-ONE-LOG.
041300     READ ALPHA-DIST-LOG
041400         AT END
041500             SET WS-DSL-EOF TO TRUE
041600             GO TO 1200-EXIT
041700     END-READ.
041800     IF WS-LOG-USED NOT LESS THAN 3000
041900         SET WS-LOG-FULL TO TRUE
042000         GO TO 1200-EXIT
042100     END-IF.
042200     ADD 1                      TO WS-LOG-USED.
042300     MOVE DSL-GENERATION     TO WS-LOG-GENERATION (WS-LOG-USED).
042400     MOVE DSL-SEND-DATE      TO WS-LOG-SEND-DATE (WS-LOG-USED).
042500     MOVE DSL-SEND-TIME      TO WS-LOG-SEND-TIME (WS-LOG-USED).
042600     MOVE DSL-TABLE-COUNT    TO WS-LOG-TABLES (WS-LOG-USED).
042700     MOVE DSL-RECORD-COUNT   TO WS-LOG-RECORDS (WS-LOG-USED).
042800     MOVE DSL-HASH-TOTAL     TO WS-LOG-HASH (WS-LOG-USED).
042900     MOVE DSL-ACK-STATUS     TO WS-LOG-ACK-STATUS (WS-LOG-USED).
043000     MOVE DSL-ACK-LOAD-DATE  TO WS-LOG-LOAD-DATE (WS-LOG-USED).
043100     MOVE DSL-ACK-RECON-DATE TO WS-LOG-RECON-DATE (WS-LOG-USED).
043150     MOVE "N"                TO WS-LOG-DROP-SW (WS-LOG-USED).
043200 1200-EXIT.
043300     EXIT.
043400
043500*--------------------------------------------------------------*
043600* 2000-RECONCILE-ONE-ACK - MATCH ONE ACKNOWLEDGEMENT TO ITS     *
043700*                          GENERATION AND RECORD THE OUTCOME    *
043800*                          ON THE LOG ENTRY. A GENERATION       *
043900*                          ALREADY GOOD STAYS GOOD - A REPEATED *
044000*                          ACKNOWLEDGEMENT IS ONLY NOTED.       *
044100*--------------------------------------------------------------*
044200 2000-RECONCILE-ONE-ACK.
044300     ADD 1                      TO WS-ACKS-READ.
044400     MOVE ACK-GENERATION        TO WS-ACK-GENERATION.
044500     MOVE SPACES                TO WS-ACK-SENT.
044600     MOVE ACK-LOAD-DATE         TO WS-ACK-LOADED.
044700     IF ACK-LOAD-DATE IS NUMERIC
044800         MOVE ACK-LOAD-DATE     TO WS-EDIT-DATE
044900         PERFORM 3700-EDIT-DATE THRU 3700-EXIT
045000         MOVE WS-EDIT-DATE-TEXT TO WS-ACK-LOADED
045100     END-IF.
045200     MOVE ACK-STATUS            TO WS-ACK-STATUS.
045300     MOVE SPACES                TO WS-ACK-REC-SENT.
045400     MOVE ACK-RECORD-COUNT      TO WS-ACK-REC-BACK.
045500     MOVE SPACES                TO WS-ACK-HASH-SENT.
045600     MOVE ACK-HASH-TOTAL        TO WS-ACK-HASH-BACK.
045700     IF ACK-GENERATION IS NOT NUMERIC
045800             OR NOT (ACK-LOADED OR ACK-REJECTED)
045900         ADD 1                  TO WS-ACKS-UNMATCHED
046000         MOVE "UNREADABLE ACKNOWLEDGEMENT" TO WS-ACK-OUTCOME
046100         GO TO 2000-PRINT
046200     END-IF.
046300     MOVE ACK-GENERATION        TO WS-ACK-GENERATION-N.
046400     PERFORM 2100-LOCATE-GENERATION THRU 2100-EXIT.
046500     IF WS-LOG-FOUND-SUB = ZERO
046600         ADD 1                  TO WS-ACKS-UNMATCHED
046700         MOVE "NO SUCH GENERATION WAS SENT" TO WS-ACK-OUTCOME
046800         GO TO 2000-PRINT
046900     END-IF.
047000     MOVE WS-LOG-SEND-DATE (WS-LOG-FOUND-SUB) TO WS-EDIT-DATE.
047100     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
047200     MOVE WS-EDIT-DATE-TEXT     TO WS-ACK-SENT.
047300     MOVE WS-LOG-RECORDS (WS-LOG-FOUND-SUB) TO WS-ACK-REC-SENT.
047400     MOVE WS-LOG-HASH (WS-LOG-FOUND-SUB)    TO WS-ACK-HASH-SENT.
047500     IF WS-LOG-ACK-STATUS (WS-LOG-FOUND-SUB) = "A"
047600         ADD 1                  TO WS-ACKS-REPEATED
047700         MOVE "ALREADY ACKNOWLEDGED - IGNORED"
047800                                TO WS-ACK-OUTCOME
047900         GO TO 2000-PRINT
048000     END-IF.
048100     MOVE ACK-LOAD-DATE TO WS-LOG-LOAD-DATE (WS-LOG-FOUND-SUB).
048200     MOVE WS-SYSTEM-DATE
048300                        TO WS-LOG-RECON-DATE (WS-LOG-FOUND-SUB).
048400     IF ACK-REJECTED
048500         ADD 1                  TO WS-ACKS-REJECTED
048600         MOVE "R"       TO WS-LOG-ACK-STATUS (WS-LOG-FOUND-SUB)
048700         MOVE SPACES            TO WS-ACK-OUTCOME
048800         STRING "REJECTED - " DELIMITED BY SIZE
048900                ACK-REASON      DELIMITED BY SIZE
049000             INTO WS-ACK-OUTCOME
049100         GO TO 2000-PRINT
049200     END-IF.
049300     IF ACK-RECORD-COUNT IS NUMERIC
049400             AND ACK-HASH-TOTAL IS NUMERIC
049500         MOVE ACK-RECORD-COUNT  TO WS-ACK-RECORDS-N
049600         MOVE ACK-HASH-TOTAL    TO WS-ACK-HASH-N
049700         IF WS-ACK-RECORDS-N = WS-LOG-RECORDS (WS-LOG-FOUND-SUB)
049800             AND WS-ACK-HASH-N = WS-LOG-HASH (WS-LOG-FOUND-SUB)
049900             ADD 1              TO WS-ACKS-MATCHED
050000             MOVE "A"   TO WS-LOG-ACK-STATUS (WS-LOG-FOUND-SUB)
050100             MOVE "MATCHED"     TO WS-ACK-OUTCOME
050200             GO TO 2000-PRINT
050300         END-IF
050400     END-IF.
050500     ADD 1                      TO WS-ACKS-DISAGREED.
050600     MOVE "M"           TO WS-LOG-ACK-STATUS (WS-LOG-FOUND-SUB).
050700     MOVE "LOADED BUT TOTALS DO NOT AGREE WITH SENT"
050800                                TO WS-ACK-OUTCOME.
050900 2000-PRINT.
051000     MOVE WS-ACK-DETAIL-LINE    TO ACK-RECON-REPORT-REC.
051100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
051200     READ ALPHA-ACK-FILE
051300         AT END
051400             SET WS-ACK-EOF TO TRUE
051500     END-READ.
051600 2000-EXIT.
051700     EXIT.
051800
051900*--------------------------------------------------------------*
052000* 2100-LOCATE-GENERATION - FIND THE LOG ENTRY FOR THE           *
052100*                          ACKNOWLEDGED GENERATION, RETURNING   *
052200*                          ITS SUBSCRIPT IN WS-LOG-FOUND-SUB OR *
052300*                          ZERO.                                *
052400*--------------------------------------------------------------*
052500 2100-LOCATE-GENERATION.
052600     MOVE ZERO                  TO WS-LOG-FOUND-SUB.
052700     PERFORM 2110-MATCH-ONE-GENERATION THRU 2110-EXIT
052800         VARYING WS-LOG-SUB FROM 1 BY 1
052900             UNTIL WS-LOG-SUB > WS-LOG-USED
053000                 OR WS-LOG-FOUND-SUB > ZERO.
053100 2100-EXIT.
053200     EXIT.
053300
053400 2110-MATCH-ONE-GENERATION.
053500     IF WS-LOG-GENERATION (WS-LOG-SUB) = WS-ACK-GENERATION-N
053600         MOVE WS-LOG-SUB        TO WS-LOG-FOUND-SUB
053700     END-IF.
053800 2110-EXIT.
053900     EXIT.
054000
054100*--------------------------------------------------------------*
054200* 3700-EDIT-DATE - EDIT WS-EDIT-DATE (CCYYMMDD) AS MM/DD/CCYY   *
054300*                  INTO WS-EDIT-DATE-TEXT.                      *
054400*--------------------------------------------------------------*
054500 3700-EDIT-DATE.
054600     MOVE WS-EDIT-MM            TO WS-EDIT-DATE-TEXT (1:2).
054700     MOVE "/"                   TO WS-EDIT-DATE-TEXT (3:1).
054800     MOVE WS-EDIT-DD            TO WS-EDIT-DATE-TEXT (4:2).
054900     MOVE "/"                   TO WS-EDIT-DATE-TEXT (6:1).
055000     MOVE WS-EDIT-CCYY          TO WS-EDIT-DATE-TEXT (7:4).
055100 3700-EXIT.
055200     EXIT.
055300
055400*--------------------------------------------------------------*
055500* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
055600*--------------------------------------------------------------*
055700 3800-WRITE-REPORT-LINE.
055800     MOVE WS-TEXT-DETAIL-LINE   TO ACK-RECON-REPORT-REC.
055900     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
056000 3800-EXIT.
056100     EXIT.
056200
056300*--------------------------------------------------------------*
056400* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
056500*                            THE RECORD AREA, STARTING A NEW    *
056600*                            PAGE WHEN THE CURRENT ONE IS FULL. *
056700*--------------------------------------------------------------*
056800 3850-WRITE-PREBUILT-LINE.
056900     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
057000         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
057100     END-IF.
057200     WRITE ACK-RECON-REPORT-REC.
057300     ADD 1                      TO WS-LINE-COUNT.
057400 3850-EXIT.
057500     EXIT.
057600
057700*--------------------------------------------------------------*
057800* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
057900*                 PAGE, WITH THE ACKNOWLEDGEMENT OR OUTSTANDING *
058000*                 COLUMN HEADINGS AS THE PAGE REQUIRES.         *
058100*--------------------------------------------------------------*
058200 3900-NEW-PAGE.
058300     MOVE ACK-RECON-REPORT-REC  TO WS-HOLD-REPORT-LINE.
058400     ADD 1                      TO WS-PAGE-COUNT.
058500     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
058600     MOVE WS-RUN-DATE           TO WH1-DATE.
058700     IF WS-PAGE-COUNT = 1
058800         WRITE ACK-RECON-REPORT-REC FROM WS-REPORT-HEADING-1
058900     ELSE
059000         WRITE ACK-RECON-REPORT-REC FROM WS-REPORT-HEADING-1
059100             AFTER ADVANCING PAGE
059200     END-IF.
059300     WRITE ACK-RECON-REPORT-REC FROM WS-REPORT-HEADING-2.
059400     MOVE SPACES                TO ACK-RECON-REPORT-REC.
059500     WRITE ACK-RECON-REPORT-REC.
059600     WRITE ACK-RECON-REPORT-REC FROM WS-REPORT-HEADING-3.
059700     MOVE SPACES                TO ACK-RECON-REPORT-REC.
059800     WRITE ACK-RECON-REPORT-REC.
059900     IF WS-OPEN-PAGE
060000         WRITE ACK-RECON-REPORT-REC FROM WS-OPEN-COLUMN-HEADING
060100     ELSE
060200         WRITE ACK-RECON-REPORT-REC FROM WS-ACK-COLUMN-HEADING
060300     END-IF.
060400     MOVE SPACES                TO ACK-RECON-REPORT-REC.
060500     WRITE ACK-RECON-REPORT-REC.
060600     MOVE ZERO                  TO WS-LINE-COUNT.
060700     MOVE WS-HOLD-REPORT-LINE   TO ACK-RECON-REPORT-REC.
060800 3900-EXIT.
060900     EXIT.
061000
061100*--------------------------------------------------------------*
061200* 5000-REPORT-OUTSTANDING - LIST EVERY GENERATION WITHOUT A     *
061300*                           GOOD ACKNOWLEDGEMENT, THEN WHICH    *
061400*                           GENERATION THE RECEIVING SIDE IS    *
061500*                           RUNNING ON AND THE RUN'S TOTALS.    *
061510*                           THE SETTLED GENERATIONS THE REWRITE *
061520*                           WILL DROP ARE MARKED HERE TOO.      *
061600*--------------------------------------------------------------*
061700 5000-REPORT-OUTSTANDING.
061800     PERFORM 5100-FIND-LATEST THRU 5100-EXIT
061900         VARYING WS-LOG-SUB FROM 1 BY 1
062000             UNTIL WS-LOG-SUB > WS-LOG-USED.
062010     PERFORM 5300-MARK-SETTLED THRU 5300-EXIT
062020         VARYING WS-LOG-SUB FROM 1 BY 1
062030             UNTIL WS-LOG-SUB > WS-LOG-USED.
062100     SET WS-OPEN-PAGE TO TRUE.
062200     MOVE "OUTSTANDING     "    TO WH3-TITLE.
062300     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
062400     PERFORM 5200-REPORT-ONE-GENERATION THRU 5200-EXIT
062500         VARYING WS-LOG-SUB FROM 1 BY 1
062600             UNTIL WS-LOG-SUB > WS-LOG-USED.
062700     IF WS-GENS-OUTSTANDING = ZERO
062800         MOVE "EVERY GENERATION SENT HAS BEEN ACKNOWLEDGED"
062900                                TO WS-TXT-TEXT
063000         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
063100     END-IF.
063200     MOVE SPACES                TO ACK-RECON-REPORT-REC.
063300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
063400     IF WS-LATEST-SENT-SUB = ZERO
063500         MOVE "NO GENERATION HAS BEEN SENT" TO WS-TXT-TEXT
063600         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
063700     ELSE
063800         MOVE WS-LOG-GENERATION (WS-LATEST-SENT-SUB)
063900                                TO WS-GENERATION-X
064000         MOVE WS-LOG-SEND-DATE (WS-LATEST-SENT-SUB)
064100                                TO WS-EDIT-DATE
064200         PERFORM 3700-EDIT-DATE THRU 3700-EXIT
064300         MOVE SPACES            TO WS-TXT-TEXT
064400         STRING "LATEST GENERATION SENT        " DELIMITED BY SIZE
064500                WS-GENERATION-X DELIMITED BY SIZE
064600                " ON "          DELIMITED BY SIZE
064700                WS-EDIT-DATE-TEXT DELIMITED BY SIZE
064800             INTO WS-TXT-TEXT
064900         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
065000     END-IF.
065100     IF WS-LATEST-ACKED-SUB = ZERO
065200         MOVE "NO GENERATION HAS EVER BEEN ACKNOWLEDGED"
065300                                TO WS-TXT-TEXT
065400         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
065500     ELSE
065600         MOVE WS-LATEST-ACKED-GEN TO WS-GENERATION-X
065700         MOVE WS-LOG-SEND-DATE (WS-LATEST-ACKED-SUB)
065800                                TO WS-EDIT-DATE
065900         PERFORM 3700-EDIT-DATE THRU 3700-EXIT
066000         MOVE SPACES            TO WS-TXT-TEXT
066100         STRING "RECEIVING SIDE IS ON GENERATION " DELIMITED
066200                    BY SIZE
066300                WS-GENERATION-X DELIMITED BY SIZE
066400                " SENT "        DELIMITED BY SIZE
066500                WS-EDIT-DATE-TEXT DELIMITED BY SIZE
066600             INTO WS-TXT-TEXT
066700         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
066800     END-IF.
066900     MOVE WS-ACKS-READ          TO WS-COUNT-X.
067000     MOVE WS-ACKS-MATCHED       TO WS-COUNT-2-X.
067100     MOVE WS-ACKS-REPEATED      TO WS-COUNT-3-X.
067200     MOVE SPACES                TO WS-TXT-TEXT.
067300     STRING "ACKNOWLEDGEMENTS READ " DELIMITED BY SIZE
067400            WS-COUNT-X          DELIMITED BY SIZE
067500            "  MATCHED "        DELIMITED BY SIZE
067600            WS-COUNT-2-X        DELIMITED BY SIZE
067700            "  REPEATS "        DELIMITED BY SIZE
067800            WS-COUNT-3-X        DELIMITED BY SIZE
067900         INTO WS-TXT-TEXT.
068000     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
068100     MOVE WS-ACKS-REJECTED      TO WS-COUNT-X.
068200     MOVE WS-ACKS-DISAGREED     TO WS-COUNT-2-X.
068300     MOVE WS-ACKS-UNMATCHED     TO WS-COUNT-3-X.
068400     MOVE SPACES                TO WS-TXT-TEXT.
068500     STRING "REJECTED "         DELIMITED BY SIZE
068600            WS-COUNT-X          DELIMITED BY SIZE
068700            "  TOTALS DISAGREE " DELIMITED BY SIZE
068800            WS-COUNT-2-X        DELIMITED BY SIZE
068900            "  UNMATCHED "      DELIMITED BY SIZE
069000            WS-COUNT-3-X        DELIMITED BY SIZE
069100         INTO WS-TXT-TEXT.
069200     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
069300     MOVE WS-GENS-OUTSTANDING   TO WS-COUNT-X.
069400     MOVE WS-GENS-OVERDUE       TO WS-COUNT-2-X.
069500     MOVE WS-GENS-SUPERSEDED    TO WS-COUNT-3-X.
069600     MOVE SPACES                TO WS-TXT-TEXT.
069700     STRING "GENERATIONS OUTSTANDING " DELIMITED BY SIZE
069800            WS-COUNT-X          DELIMITED BY SIZE
069900            "  OVERDUE "        DELIMITED BY SIZE
070000            WS-COUNT-2-X        DELIMITED BY SIZE
070100            "  SUPERSEDED "     DELIMITED BY SIZE
070200            WS-COUNT-3-X        DELIMITED BY SIZE
070300         INTO WS-TXT-TEXT.
070400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
070410     MOVE WS-GENS-DROPPED       TO WS-COUNT-X.
070430     MOVE SPACES                TO WS-TXT-TEXT.
070440     STRING "SETTLED GENERATIONS SENT OVER " DELIMITED BY SIZE
070450            WS-KEEP-MONTHS      DELIMITED BY SIZE
070460            " MONTHS AGO DROPPED FROM THE LOG " DELIMITED BY SIZE
070470            WS-COUNT-X          DELIMITED BY SIZE
070480         INTO WS-TXT-TEXT.
070490     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
070500     IF WS-GENS-OVERDUE > ZERO
070600         MOVE "THE RECEIVING SIDE MAY BE RUNNING ON OLD TABLES"
070700                                TO WS-TXT-TEXT
070800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
070900     END-IF.
071000 5000-EXIT.
071100     EXIT.
071200
071300*--------------------------------------------------------------*
071400* 5100-FIND-LATEST - NOTE THE HIGHEST GENERATION SENT AND THE   *
071500*                    HIGHEST WITH A GOOD ACKNOWLEDGEMENT.       *
071600*--------------------------------------------------------------*
071700 5100-FIND-LATEST.
071800     IF WS-LATEST-SENT-SUB = ZERO
071900         MOVE WS-LOG-SUB        TO WS-LATEST-SENT-SUB
072000     ELSE
072100         IF WS-LOG-GENERATION (WS-LOG-SUB)
072200                 > WS-LOG-GENERATION (WS-LATEST-SENT-SUB)
072300             MOVE WS-LOG-SUB    TO WS-LATEST-SENT-SUB
072400         END-IF
072500     END-IF.
072600     IF WS-LOG-ACK-STATUS (WS-LOG-SUB) = "A"
072700         AND WS-LOG-GENERATION (WS-LOG-SUB) > WS-LATEST-ACKED-GEN
072800         MOVE WS-LOG-SUB        TO WS-LATEST-ACKED-SUB
072900         MOVE WS-LOG-GENERATION (WS-LOG-SUB)
073000                                TO WS-LATEST-ACKED-GEN
073100     END-IF.
073200 5100-EXIT.
073300     EXIT.
073400
073500*--------------------------------------------------------------*
073600* 5200-REPORT-ONE-GENERATION - ONE LINE FOR A GENERATION        *
073700*                              WITHOUT A GOOD ACKNOWLEDGEMENT.  *
073800*                              ONE OLDER THAN THE LATEST GOOD   *
073900*                              ONE IS SUPERSEDED - THE          *
074000*                              RECEIVING SIDE HAS NEWER TABLES  *
074100*                              - AND IS NOT COUNTED OVERDUE.    *
074200*--------------------------------------------------------------*
074300 5200-REPORT-ONE-GENERATION.
074400     IF WS-LOG-ACK-STATUS (WS-LOG-SUB) = "A"
074500         GO TO 5200-EXIT
074600     END-IF.
074700     ADD 1                      TO WS-GENS-OUTSTANDING.
074800     MOVE WS-LOG-GENERATION (WS-LOG-SUB) TO WS-OPN-GENERATION.
074900     MOVE WS-LOG-SEND-DATE (WS-LOG-SUB)  TO WS-EDIT-DATE.
075000     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
075100     MOVE WS-EDIT-DATE-TEXT     TO WS-OPN-SENT.
075200     MOVE WS-LOG-SEND-TIME (WS-LOG-SUB)  TO WS-EDIT-TIME.
075300     MOVE SPACES                TO WS-OPN-TIME.
075400     STRING WS-EDIT-HH          DELIMITED BY SIZE
075500            ":"                 DELIMITED BY SIZE
075600            WS-EDIT-MN          DELIMITED BY SIZE
075700            ":"                 DELIMITED BY SIZE
075800            WS-EDIT-SS          DELIMITED BY SIZE
075900         INTO WS-OPN-TIME.
076000     MOVE WS-LOG-TABLES (WS-LOG-SUB)     TO WS-OPN-TABLES.
076100     MOVE WS-LOG-RECORDS (WS-LOG-SUB)    TO WS-OPN-RECORDS.
076200     EVALUATE WS-LOG-ACK-STATUS (WS-LOG-SUB)
076300         WHEN "R"
076400             MOVE "REJECTED"    TO WS-OPN-STATUS
076500         WHEN "M"
076600             MOVE "TOTALS DISAGREE" TO WS-OPN-STATUS
076700         WHEN OTHER
076800             MOVE "NOT ACKNOWLEDGED" TO WS-OPN-STATUS
076900     END-EVALUATE.
077000     IF WS-LOG-GENERATION (WS-LOG-SUB) < WS-LATEST-ACKED-GEN
077100         ADD 1                  TO WS-GENS-SUPERSEDED
077200         MOVE "SUPERSEDED"      TO WS-OPN-CUTOFF
077300     ELSE
077400         IF WS-LOG-SEND-DATE (WS-LOG-SUB) > WS-CUTOFF-DATE
077500             MOVE "WITHIN CUTOFF" TO WS-OPN-CUTOFF
077600         ELSE
077700             ADD 1              TO WS-GENS-OVERDUE
077800             MOVE "OVERDUE"     TO WS-OPN-CUTOFF
077900         END-IF
078000     END-IF.
078100     MOVE WS-OPEN-DETAIL-LINE   TO ACK-RECON-REPORT-REC.
078200     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
078300 5200-EXIT.
078400     EXIT.
078410
078420*--------------------------------------------------------------*
078430* 5300-MARK-SETTLED - MARK A GENERATION TO BE DROPPED FROM THE  *
078440*                     LOG ON THE REWRITE: ONE OLDER THAN THE    *
078450*                     LATEST GOOD ONE (ACKNOWLEDGED ITSELF OR   *
078460*                     SUPERSEDED) AND SENT BEFORE THE LAST      *
078470*                     WS-KEEP-MONTHS MONTHS. THE LATEST GOOD    *
078480*                     ONE AND EVERY LATER ONE ARE ALWAYS KEPT,  *
078490*                     SO ALPHADST STILL FINDS THE HIGHEST       *
078500*                     GENERATION TO NUMBER FROM.                *
078510*--------------------------------------------------------------*
078520 5300-MARK-SETTLED.
078530     IF WS-LOG-GENERATION (WS-LOG-SUB) NOT < WS-LATEST-ACKED-GEN
078540         GO TO 5300-EXIT
078550     END-IF.
078560     MOVE WS-LOG-SEND-DATE (WS-LOG-SUB)  TO WS-EDIT-DATE.
078570     COMPUTE WS-SEND-MONTHS = (WS-EDIT-CCYY * 12) + WS-EDIT-MM.
078580     IF WS-SEND-MONTHS < WS-KEEP-CUTOFF-MONTHS
078582         MOVE "Y"               TO WS-LOG-DROP-SW (WS-LOG-SUB)
078584         ADD 1                  TO WS-GENS-DROPPED
078586     END-IF.
078588 5300-EXIT.
078590     EXIT.
078592
078600*--------------------------------------------------------------*
078700* 7000-REWRITE-LOG - WRITE THE DISTRIBUTION LOG BACK WITH THE   *
078800*                    ACKNOWLEDGEMENT OUTCOMES, LESS THE         *
078850*                    SETTLED GENERATIONS 5300 MARKED.           *
078900*--------------------------------------------------------------*
079000 7000-REWRITE-LOG.
079100     CLOSE ALPHA-ACK-FILE.
079200     OPEN OUTPUT ALPHA-DIST-LOG.
079300     PERFORM 7100-WRITE-ONE-LOG THRU 7100-EXIT
079400         VARYING WS-LOG-SUB FROM 1 BY 1
079500             UNTIL WS-LOG-SUB > WS-LOG-USED.
079600     CLOSE ALPHA-DIST-LOG.
079700 7000-EXIT.
079800     EXIT.
079900
080000 7100-WRITE-ONE-LOG.
080050     IF WS-LOG-DROP-SW (WS-LOG-SUB) = "Y"
080060         GO TO 7100-EXIT
080070     END-IF.
080100     MOVE SPACES                TO ALPHA-DIST-LOG-RECORD.
080200     MOVE WS-LOG-GENERATION (WS-LOG-SUB) TO DSL-GENERATION.
080300     MOVE WS-LOG-SEND-DATE (WS-LOG-SUB)  TO DSL-SEND-DATE.
080400     MOVE WS-LOG-SEND-TIME (WS-LOG-SUB)  TO DSL-SEND-TIME.
080500     MOVE WS-LOG-TABLES (WS-LOG-SUB)     TO DSL-TABLE-COUNT.
080600     MOVE WS-LOG-RECORDS (WS-LOG-SUB)    TO DSL-RECORD-COUNT.
080700     MOVE WS-LOG-HASH (WS-LOG-SUB)       TO DSL-HASH-TOTAL.
080800     MOVE WS-LOG-ACK-STATUS (WS-LOG-SUB) TO DSL-ACK-STATUS.
080900     MOVE WS-LOG-LOAD-DATE (WS-LOG-SUB)  TO DSL-ACK-LOAD-DATE.
081000     MOVE WS-LOG-RECON-DATE (WS-LOG-SUB) TO DSL-ACK-RECON-DATE.
081100     WRITE ALPHA-DIST-LOG-RECORD.
081200 7100-EXIT.
081300     EXIT.
081400
081500*--------------------------------------------------------------*
081600* 9000-TERMINATE - CLOSE THE REPORT, ECHO THE TOTALS, AND SET   *
081700*                  THE RETURN CODE: 8 FOR A BAD PARM OR A FULL  *
081800*                  LOG, 4 FOR AN OVERDUE GENERATION OR AN       *
081900*                  ACKNOWLEDGEMENT THAT WAS NOT GOOD.           *
082000*--------------------------------------------------------------*
082100 9000-TERMINATE.
082200     CLOSE ACK-RECON-REPORT.
082250     COMPUTE WS-COUNT-X = WS-LOG-USED - WS-GENS-DROPPED.
082300     DISPLAY "ALPHAACR - GENERATIONS ON LOG " WS-COUNT-X.
082350     DISPLAY "ALPHAACR - SETTLED, DROPPED   " WS-GENS-DROPPED.
082400     DISPLAY "ALPHAACR - ACKS READ          " WS-ACKS-READ.
082500     DISPLAY "ALPHAACR - ACKS MATCHED       " WS-ACKS-MATCHED.
082600     DISPLAY "ALPHAACR - GENERATIONS OVERDUE " WS-GENS-OVERDUE.
082700     IF WS-PARM-ERROR OR WS-LOG-FULL
082800         MOVE 8                 TO RETURN-CODE
082900     ELSE
083000         IF WS-GENS-OVERDUE > ZERO
083100                 OR WS-ACKS-REJECTED > ZERO
083200                 OR WS-ACKS-DISAGREED > ZERO
083300                 OR WS-ACKS-UNMATCHED > ZERO
083400             MOVE 4             TO RETURN-CODE
083500         END-IF
083600     END-IF.
083700 9000-EXIT.
083800     EXIT.
