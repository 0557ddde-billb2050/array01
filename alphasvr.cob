000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHASVR.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* WEEKLY SECURITY VIOLATION REPORT FOR THE SECURITY OFFICER.    *
000900* READS THE SECURITY VIOLATION LOG (SEE ALPHASVL - ONE RECORD   *
001000* FOR EVERY OPERATOR REFUSED BY ALPHAMNT, ALPHAAPR, ALPHACOR,    *
001100* ALPHAHST, OR AN ALPHAINQ CONSOLE SESSION, WRITTEN THROUGH     *
001200* ALPHAAUT) AND LISTS EVERY REFUSAL IN THE SEVEN DAYS ENDING ON *
001300* THE WEEK-ENDING DATE - WHEN, WHO, WHICH PROGRAM, THE FUNCTION *
001400* AND TABLE ATTEMPTED, AND WHY IT WAS REFUSED - FOLLOWED BY A   *
001500* SUMMARY PAGE WITH EACH OPERATOR'S REFUSALS BY FUNCTION AND    *
001600* THE WEEK'S TOTAL.                                             *
001700* THE PARM IS THE WEEK-ENDING DATE AS CCYYMMDD; BLANK MEANS THE *
001800* RUN DATE, SO THE SCHEDULED RUN COVERS THE WEEK JUST ENDED.    *
001900* RETURN CODE 4 MEANS AT LEAST ONE VIOLATION WAS REPORTED AND   *
002000* THE SECURITY OFFICER MUST REVIEW IT; 8 MEANS A BAD PARM, OR A *
002100* WORK AREA OVERFLOWED AND THE SUMMARY IS INCOMPLETE.           *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY.                                         *
002400*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000     SELECT ALPHA-VIOLATION-FILE ASSIGN TO ALPHASVL
003100         ORGANIZATION IS SEQUENTIAL.
003200
003300     SELECT VIOLATION-REPORT ASSIGN TO ALPHASVP
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900*--------------------------------------------------------------*
004000* ALPHA-VIOLATION-FILE - SECURITY VIOLATION LOG.                *
004100*--------------------------------------------------------------*
004200 FD  ALPHA-VIOLATION-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 80 CHARACTERS.
004600     COPY ALPHASVL.
004700
004800*--------------------------------------------------------------*
004900* VIOLATION-REPORT - THE WEEK'S REFUSALS AND THE OPERATOR       *
005000*                    SUMMARY PAGE.                              *
005100*--------------------------------------------------------------*
005200 FD  VIOLATION-REPORT
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  VIOLATION-REPORT-REC      PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900
006000*--------------------------------------------------------------*
006100* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
006200* THIRD HEADING NAMES THE WEEK; THE FOURTH CARRIES THE COLUMN   *
006300* HEADINGS FOR THE KIND OF PAGE BEING PRINTED.                  *
006400*--------------------------------------------------------------*
006500 01  WS-REPORT-HEADING-1.
006600     05  FILLER                PIC X(01) VALUE SPACES.
006700     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
006800     05  FILLER                PIC X(08) VALUE "ALPHASVR".
006900     05  FILLER                PIC X(09) VALUE SPACES.
007000     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
007100     05  WH1-DATE              PIC X(10).
007200     05  FILLER                PIC X(10) VALUE SPACES.
007300     05  FILLER                PIC X(06) VALUE "PAGE: ".
007400     05  WH1-PAGE              PIC ZZ9.
007500     05  FILLER                PIC X(66) VALUE SPACES.
007600
007700 01  WS-REPORT-HEADING-2.
007800     05  FILLER                PIC X(44) VALUE SPACES.
007900     05  FILLER                PIC X(38)
008000             VALUE "WEEKLY SECURITY VIOLATION REPORT      ".
008100     05  FILLER                PIC X(50) VALUE SPACES.
008200
008300 01  WS-REPORT-HEADING-3.
008400     05  FILLER                PIC X(04) VALUE SPACES.
008500     05  WH3-TITLE             PIC X(12).
008600     05  FILLER                PIC X(06) VALUE "WEEK: ".
008700     05  WH3-WEEK-START        PIC X(10).
008800     05  FILLER                PIC X(06) VALUE " THRU ".
008900     05  WH3-WEEK-END          PIC X(10).
009000     05  FILLER                PIC X(84) VALUE SPACES.
009100
009200 01  WS-DETAIL-COLUMN-HEADING.
009300     05  FILLER                PIC X(04) VALUE SPACES.
009400     05  FILLER                PIC X(04) VALUE "DATE".
009500     05  FILLER                PIC X(08) VALUE SPACES.
009600     05  FILLER                PIC X(04) VALUE "TIME".
009700     05  FILLER                PIC X(06) VALUE SPACES.
009800     05  FILLER                PIC X(08) VALUE "OPERATOR".
009900     05  FILLER                PIC X(02) VALUE SPACES.
010000     05  FILLER                PIC X(07) VALUE "PROGRAM".
010100     05  FILLER                PIC X(03) VALUE SPACES.
010200     05  FILLER                PIC X(04) VALUE "FUNC".
010300     05  FILLER                PIC X(02) VALUE SPACES.
010400     05  FILLER                PIC X(05) VALUE "TABLE".
010500     05  FILLER                PIC X(02) VALUE SPACES.
010600     05  FILLER                PIC X(06) VALUE "REASON".
010700     05  FILLER                PIC X(20) VALUE SPACES.
010800     05  FILLER                PIC X(06) VALUE "DETAIL".
010900     05  FILLER                PIC X(39) VALUE SPACES.
011000
011100 01  WS-SUMMARY-COLUMN-HEADING.
011200     05  FILLER                PIC X(04) VALUE SPACES.
011300     05  FILLER                PIC X(08) VALUE "OPERATOR".
011400     05  FILLER                PIC X(04) VALUE SPACES.
011500     05  FILLER                PIC X(06) VALUE "SUBMIT".
011600     05  FILLER                PIC X(03) VALUE SPACES.
011700     05  FILLER                PIC X(07) VALUE "APPROVE".
011800     05  FILLER                PIC X(03) VALUE SPACES.
011900     05  FILLER                PIC X(07) VALUE "CORRECT".
012000     05  FILLER                PIC X(05) VALUE SPACES.
012100     05  FILLER                PIC X(05) VALUE "PURGE".
012200     05  FILLER                PIC X(03) VALUE SPACES.
012300     05  FILLER                PIC X(07) VALUE "INQUIRE".
012400     05  FILLER                PIC X(05) VALUE SPACES.
012500     05  FILLER                PIC X(05) VALUE "OTHER".
012600     05  FILLER                PIC X(05) VALUE SPACES.
012700     05  FILLER                PIC X(05) VALUE "TOTAL".
012800     05  FILLER                PIC X(50) VALUE SPACES.
012900
013000 01  WS-VIOLATION-DETAIL-LINE.
013100     05  FILLER                PIC X(04) VALUE SPACES.
013200     05  WS-DET-DATE           PIC X(10).
013300     05  FILLER                PIC X(02) VALUE SPACES.
013400     05  WS-DET-TIME           PIC X(08).
013500     05  FILLER                PIC X(02) VALUE SPACES.
013600     05  WS-DET-OPERATOR       PIC X(08).
013700     05  FILLER                PIC X(02) VALUE SPACES.
013800     05  WS-DET-PROGRAM        PIC X(08).
013900     05  FILLER                PIC X(03) VALUE SPACES.
014000     05  WS-DET-FUNCTION       PIC X(01).
014100     05  FILLER                PIC X(06) VALUE SPACES.
014200     05  WS-DET-TABLE-ID       PIC X(01).
014300     05  FILLER                PIC X(04) VALUE SPACES.
014400     05  WS-DET-REASON         PIC X(24).
014500     05  FILLER                PIC X(02) VALUE SPACES.
014600     05  WS-DET-DETAIL         PIC X(10).
014700     05  FILLER                PIC X(37) VALUE SPACES.
014800
014900 01  WS-SUMMARY-LINE.
015000     05  FILLER                PIC X(04) VALUE SPACES.
015100     05  WS-SUM-OPERATOR       PIC X(08).
015200     05  FILLER                PIC X(03) VALUE SPACES.
015300     05  WS-SUM-SUBMIT         PIC ZZ,ZZ9.
015400     05  FILLER                PIC X(04) VALUE SPACES.
015500     05  WS-SUM-APPROVE        PIC ZZ,ZZ9.
015600     05  FILLER                PIC X(04) VALUE SPACES.
015700     05  WS-SUM-CORRECT        PIC ZZ,ZZ9.
015800     05  FILLER                PIC X(04) VALUE SPACES.
015900     05  WS-SUM-PURGE          PIC ZZ,ZZ9.
016000     05  FILLER                PIC X(04) VALUE SPACES.
016100     05  WS-SUM-INQUIRE        PIC ZZ,ZZ9.
016200     05  FILLER                PIC X(04) VALUE SPACES.
016300     05  WS-SUM-OTHER          PIC ZZ,ZZ9.
016400     05  FILLER                PIC X(04) VALUE SPACES.
016500     05  WS-SUM-TOTAL          PIC ZZ,ZZ9.
016600     05  FILLER                PIC X(50) VALUE SPACES.
016700
016800 01  WS-TEXT-DETAIL-LINE.
016900     05  FILLER                PIC X(04) VALUE SPACES.
017000     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
017100     05  FILLER                PIC X(58) VALUE SPACES.
017200
017300 01  WS-SYSTEM-DATE-FIELDS.
017400     05  WS-SYSTEM-DATE        PIC 9(08).
017500
017600*--------------------------------------------------------------*
017700* DATE WORK FIELDS. THE WEEK-ENDING DATE IS BACKED UP SIX DAYS  *
017800* HERE TO FIND THE FIRST DAY OF THE WEEK.                       *
017900*--------------------------------------------------------------*
018000 01  WS-WORK-DATE-FIELDS.
018100     05  WS-WORK-DATE          PIC 9(08).
018200     05  FILLER REDEFINES WS-WORK-DATE.
018300         10  WS-DATE-CCYY      PIC 9(04).
018400         10  WS-DATE-MM        PIC 9(02).
018500         10  WS-DATE-DD        PIC 9(02).
018600
018700 01  WS-EDIT-DATE-FIELDS.
018800     05  WS-EDIT-DATE          PIC 9(08).
018900     05  FILLER REDEFINES WS-EDIT-DATE.
019000         10  WS-EDIT-CCYY      PIC 9(04).
019100         10  WS-EDIT-MM        PIC 9(02).
019200         10  WS-EDIT-DD        PIC 9(02).
019300     05  WS-EDIT-DATE-TEXT     PIC X(10).
019400
019500 01  WS-EDIT-TIME-FIELDS.
019600     05  WS-EDIT-TIME          PIC 9(06).
019700     05  FILLER REDEFINES WS-EDIT-TIME.
019800         10  WS-EDIT-HH        PIC 9(02).
019900         10  WS-EDIT-MN        PIC 9(02).
020000         10  WS-EDIT-SS        PIC 9(02).
020100
020200 01  WS-HOLD-REPORT-LINE       PIC X(132) VALUE SPACES.
020300
020400 77  WS-WEEK-START             PIC 9(08) VALUE ZERO.
020500 77  WS-WEEK-END               PIC 9(08) VALUE ZERO.
020600 77  WS-LEAP-QUOT              PIC 9(04) COMP VALUE ZERO.
020700 77  WS-LEAP-REM               PIC 9(04) COMP VALUE ZERO.
020800 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
020900 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
021000 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
021100 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
021200 77  WS-PARM-TEXT              PIC X(08) VALUE SPACES.
021300 77  WS-SUMMARY-PAGE-SW        PIC X(01) VALUE "N".
021400     88  WS-SUMMARY-PAGE                  VALUE "Y".
021500
021600*--------------------------------------------------------------*
021700* THE WEEK'S REFUSALS PER OPERATOR, BY FUNCTION, IN THE ORDER   *
021800* EACH OPERATOR WAS FIRST SEEN.                                 *
021900*--------------------------------------------------------------*
022000 01  WS-OPERATOR-AREA.
022100     05  WS-OPS-ENTRY          OCCURS 50 TIMES.
022200         10  WS-OPS-OPERATOR   PIC X(08).
022300         10  WS-OPS-SUBMIT     PIC 9(05) COMP.
022400         10  WS-OPS-APPROVE    PIC 9(05) COMP.
022500         10  WS-OPS-CORRECT    PIC 9(05) COMP.
022600         10  WS-OPS-PURGE      PIC 9(05) COMP.
022700         10  WS-OPS-INQUIRE    PIC 9(05) COMP.
022800         10  WS-OPS-OTHER      PIC 9(05) COMP.
022900         10  WS-OPS-TOTAL      PIC 9(05) COMP.
023000 77  WS-OPS-USED               PIC 9(02) COMP VALUE ZERO.
023100 77  WS-OPS-SUB                PIC 9(02) COMP VALUE ZERO.
023200 77  WS-OPS-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
023300
023400 77  WS-TOT-SUBMIT             PIC 9(05) COMP VALUE ZERO.
023500 77  WS-TOT-APPROVE            PIC 9(05) COMP VALUE ZERO.
023600 77  WS-TOT-CORRECT            PIC 9(05) COMP VALUE ZERO.
023700 77  WS-TOT-PURGE              PIC 9(05) COMP VALUE ZERO.
023800 77  WS-TOT-INQUIRE            PIC 9(05) COMP VALUE ZERO.
023900 77  WS-TOT-OTHER              PIC 9(05) COMP VALUE ZERO.
024000 77  WS-VIOLATIONS-READ        PIC 9(07) COMP VALUE ZERO.
024100 77  WS-VIOLATIONS-IN-WEEK     PIC 9(07) COMP VALUE ZERO.
024200 77  WS-VIOLATIONS-BAD         PIC 9(07) COMP VALUE ZERO.
024300 77  WS-VIOLATIONS-IN-WEEK-X   PIC 9(07) VALUE ZERO.
024400 77  WS-VIOLATIONS-BAD-X       PIC 9(07) VALUE ZERO.
024500
024600 77  WS-SVL-EOF-SW             PIC X(01) VALUE "N".
024700     88  WS-SVL-EOF                       VALUE "Y".
024800 77  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
024900     88  WS-ANY-OVERFLOW                  VALUE "Y".
025000 77  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
025100     88  WS-PARM-ERROR                    VALUE "Y".
025200
025300 PROCEDURE DIVISION.
025400
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025700     IF WS-PARM-ERROR
025800         PERFORM 9000-TERMINATE THRU 9000-EXIT
025900         STOP RUN
026000     END-IF.
026100     PERFORM 2000-REPORT-ONE-VIOLATION THRU 2000-EXIT
026200         UNTIL WS-SVL-EOF.
026300     IF WS-VIOLATIONS-IN-WEEK = ZERO
026400         MOVE "NO SECURITY VIOLATIONS WERE LOGGED FOR THE WEEK"
026500                                TO WS-TXT-TEXT
026600         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
026700     END-IF.
026800     PERFORM 6000-OPERATOR-SUMMARY THRU 6000-EXIT.
026900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027000     STOP RUN.
027100
027200*--------------------------------------------------------------*
027300* 1000-INITIALIZE - PICK UP THE WEEK-ENDING DATE, WORK OUT THE  *
027400*                   FIRST DAY OF THE WEEK, OPEN THE FILES, AND  *
027500*                   PRIME THE FIRST VIOLATION RECORD.           *
027600*--------------------------------------------------------------*
027700 1000-INITIALIZE.
027800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
027900     MOVE WS-SYSTEM-DATE        TO WS-EDIT-DATE.
028000     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
028100     MOVE WS-EDIT-DATE-TEXT     TO WS-RUN-DATE.
028200     OPEN OUTPUT VIOLATION-REPORT.
028300     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
028400     IF WS-PARM-TEXT = SPACES
028500         MOVE WS-SYSTEM-DATE    TO WS-WORK-DATE
028600     ELSE
028700         IF WS-PARM-TEXT IS NUMERIC
028800             MOVE WS-PARM-TEXT  TO WS-WORK-DATE
028900         ELSE
029000             MOVE ZERO          TO WS-WORK-DATE
029100         END-IF
029200     END-IF.
029300     MOVE WS-WORK-DATE          TO WS-WEEK-END.
029400     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
029500        OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
029600         SET WS-PARM-ERROR TO TRUE
029700         DISPLAY "ALPHASVR - PARM " WS-PARM-TEXT
029800             " IS NOT A DATE (CCYYMMDD)"
029900         MOVE "SECURITY    "    TO WH3-TITLE
030000         MOVE SPACES            TO WH3-WEEK-START
030100         MOVE SPACES            TO WH3-WEEK-END
030200         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
030300         MOVE "PARM IS NOT A DATE (CCYYMMDD) - NO REPORT"
030400                                TO WS-TXT-TEXT
030500         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
030600         GO TO 1000-EXIT
030700     END-IF.
030800     PERFORM 1100-BACK-UP-ONE-DAY THRU 1100-EXIT 6 TIMES.
030900     MOVE WS-WORK-DATE          TO WS-WEEK-START.
031000     MOVE WS-WEEK-START         TO WS-EDIT-DATE.
031100     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
031200     MOVE WS-EDIT-DATE-TEXT     TO WH3-WEEK-START.
031300     MOVE WS-WEEK-END           TO WS-EDIT-DATE.
031400     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
031500     MOVE WS-EDIT-DATE-TEXT     TO WH3-WEEK-END.
031600     MOVE "SECURITY    "        TO WH3-TITLE.
031700     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
031800     OPEN INPUT ALPHA-VIOLATION-FILE.
031900     READ ALPHA-VIOLATION-FILE
032000         AT END
032100             SET WS-SVL-EOF TO TRUE
032200     END-READ.
032300 1000-EXIT.
032400     EXIT.
032500
032600*--------------------------------------------------------------*
032700* 1100-BACK-UP-ONE-DAY - BACK THE WORK DATE UP ONE DAY, ROLLING *
032800*                        INTO THE PRIOR MONTH OR YEAR AS NEEDED *
032900*                        (THE SAME RULE AS ALPHATLG: FEBRUARY   *
033000*                        IS LEAP WHEN THE YEAR DIVIDES BY FOUR). *
033100*--------------------------------------------------------------*
033200 1100-BACK-UP-ONE-DAY.
033300     IF WS-DATE-DD > 1
033400         SUBTRACT 1             FROM WS-DATE-DD
033500         GO TO 1100-EXIT
033600     END-IF.
033700     IF WS-DATE-MM = 1
033800         MOVE 12                TO WS-DATE-MM
033900         SUBTRACT 1             FROM WS-DATE-CCYY
034000     ELSE
034100         SUBTRACT 1             FROM WS-DATE-MM
034200     END-IF.
034300     EVALUATE WS-DATE-MM
034400         WHEN 1
034500         WHEN 3
034600         WHEN 5
034700         WHEN 7
034800         WHEN 8
034900         WHEN 10
035000         WHEN 12
035100             MOVE 31            TO WS-DATE-DD
035200         WHEN 4
035300         WHEN 6
035400         WHEN 9
035500         WHEN 11
035600             MOVE 30            TO WS-DATE-DD
035700         WHEN 2
035800             DIVIDE WS-DATE-CCYY BY 4
035900                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
036000             IF WS-LEAP-REM = ZERO
036100                 MOVE 29        TO WS-DATE-DD
036200             ELSE
036300                 MOVE 28        TO WS-DATE-DD
036400             END-IF
036500     END-EVALUATE.
036600 1100-EXIT.
036700     EXIT.
036800
036900*--------------------------------------------------------------*
037000* 2000-REPORT-ONE-VIOLATION - LIST ONE REFUSAL FROM THE WEEK    *
037100*                             AND ADD IT TO ITS OPERATOR'S      *
037200*                             SUMMARY. RECORDS OUTSIDE THE WEEK *
037300*                             ARE PASSED OVER.                  *
037400*--------------------------------------------------------------*
037500 2000-REPORT-ONE-VIOLATION.
037600     ADD 1                      TO WS-VIOLATIONS-READ.
037700     IF SVL-DATE IS NOT NUMERIC OR SVL-TIME IS NOT NUMERIC
037800         ADD 1                  TO WS-VIOLATIONS-BAD
037900         GO TO 2000-READ
038000     END-IF.
038100     IF SVL-DATE < WS-WEEK-START OR SVL-DATE > WS-WEEK-END
038200         GO TO 2000-READ
038300     END-IF.
038400     ADD 1                      TO WS-VIOLATIONS-IN-WEEK.
038500     MOVE SVL-DATE              TO WS-EDIT-DATE.
038600     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
038700     MOVE WS-EDIT-DATE-TEXT     TO WS-DET-DATE.
038800     MOVE SVL-TIME              TO WS-EDIT-TIME.
038900     MOVE SPACES                TO WS-DET-TIME.
039000     STRING WS-EDIT-HH          DELIMITED BY SIZE
039100            ":"                 DELIMITED BY SIZE
039200            WS-EDIT-MN          DELIMITED BY SIZE
039300            ":"                 DELIMITED BY SIZE
039400            WS-EDIT-SS          DELIMITED BY SIZE
039500         INTO WS-DET-TIME.
039600     MOVE SVL-OPERATOR          TO WS-DET-OPERATOR.
039700     MOVE SVL-PROGRAM           TO WS-DET-PROGRAM.
039800     MOVE SVL-FUNCTION          TO WS-DET-FUNCTION.
039900     MOVE SVL-TABLE-ID          TO WS-DET-TABLE-ID.
040000     MOVE SVL-REASON            TO WS-DET-REASON.
040100     MOVE SVL-DETAIL            TO WS-DET-DETAIL.
040200     MOVE WS-VIOLATION-DETAIL-LINE TO VIOLATION-REPORT-REC.
040300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
040400     MOVE ZERO                  TO WS-OPS-FOUND-SUB.
040500     PERFORM 2100-MATCH-ONE-OPERATOR THRU 2100-EXIT
040600         VARYING WS-OPS-SUB FROM 1 BY 1
040700             UNTIL WS-OPS-SUB > WS-OPS-USED
040800                 OR WS-OPS-FOUND-SUB > ZERO.
040900     IF WS-OPS-FOUND-SUB = ZERO
041000         PERFORM 2200-ADD-OPERATOR THRU 2200-EXIT
041100     END-IF.
041200     IF WS-OPS-FOUND-SUB > ZERO
041300         PERFORM 2300-COUNT-VIOLATION THRU 2300-EXIT
041400     END-IF.
041500 2000-READ.
041600     READ ALPHA-VIOLATION-FILE
041700         AT END
041800             SET WS-SVL-EOF TO TRUE
041900     END-READ.
042000 2000-EXIT.
042100     EXIT.
042200
042300 2100-MATCH-ONE-OPERATOR.
042400     IF WS-OPS-OPERATOR (WS-OPS-SUB) = SVL-OPERATOR
042500         MOVE WS-OPS-SUB        TO WS-OPS-FOUND-SUB
042600     END-IF.
042700 2100-EXIT.
042800     EXIT.
042900
043000*--------------------------------------------------------------*
043100* 2200-ADD-OPERATOR - OPEN A SUMMARY ENTRY FOR AN OPERATOR NOT  *
043200*                     YET SEEN THIS WEEK. A FULL AREA LEAVES    *
043300*                     WS-OPS-FOUND-SUB ZERO AND THE REFUSAL OUT *
043400*                     OF THE SUMMARY (IT IS STILL LISTED).      *
043500*--------------------------------------------------------------*
043600 2200-ADD-OPERATOR.
043700     IF WS-OPS-USED NOT LESS THAN 50
043800         SET WS-ANY-OVERFLOW TO TRUE
043900         GO TO 2200-EXIT
044000     END-IF.
044100     ADD 1                      TO WS-OPS-USED.
044200     MOVE SVL-OPERATOR          TO WS-OPS-OPERATOR (WS-OPS-USED).
044300     MOVE ZERO                  TO WS-OPS-SUBMIT (WS-OPS-USED)
044400                                   WS-OPS-APPROVE (WS-OPS-USED)
044500                                   WS-OPS-CORRECT (WS-OPS-USED)
044600                                   WS-OPS-PURGE (WS-OPS-USED)
044700                                   WS-OPS-INQUIRE (WS-OPS-USED)
044800                                   WS-OPS-OTHER (WS-OPS-USED)
044900                                   WS-OPS-TOTAL (WS-OPS-USED).
045000     MOVE WS-OPS-USED           TO WS-OPS-FOUND-SUB.
045100 2200-EXIT.
045200     EXIT.
045300
045400*--------------------------------------------------------------*
045500* 2300-COUNT-VIOLATION - ADD THE REFUSAL TO THE OPERATOR'S      *
045600*                        COUNT FOR ITS FUNCTION AND TO THE      *
045700*                        WEEK'S TOTALS.                         *
045800*--------------------------------------------------------------*
045900 2300-COUNT-VIOLATION.
046000     EVALUATE SVL-FUNCTION
046100         WHEN "S"
046200             ADD 1 TO WS-OPS-SUBMIT (WS-OPS-FOUND-SUB)
046300             ADD 1              TO WS-TOT-SUBMIT
046400         WHEN "A"
046500             ADD 1 TO WS-OPS-APPROVE (WS-OPS-FOUND-SUB)
046600             ADD 1              TO WS-TOT-APPROVE
046700         WHEN "C"
046800             ADD 1 TO WS-OPS-CORRECT (WS-OPS-FOUND-SUB)
046900             ADD 1              TO WS-TOT-CORRECT
047000         WHEN "P"
047100             ADD 1 TO WS-OPS-PURGE (WS-OPS-FOUND-SUB)
047200             ADD 1              TO WS-TOT-PURGE
047300         WHEN "I"
047400             ADD 1 TO WS-OPS-INQUIRE (WS-OPS-FOUND-SUB)
047500             ADD 1              TO WS-TOT-INQUIRE
047600         WHEN OTHER
047700             ADD 1 TO WS-OPS-OTHER (WS-OPS-FOUND-SUB)
047800             ADD 1              TO WS-TOT-OTHER
047900     END-EVALUATE.
048000     ADD 1 TO WS-OPS-TOTAL (WS-OPS-FOUND-SUB).
048100 2300-EXIT.
048200     EXIT.
048300
048400*--------------------------------------------------------------*
048500* 3700-EDIT-DATE - EDIT WS-EDIT-DATE (CCYYMMDD) AS MM/DD/CCYY   *
048600*                  INTO WS-EDIT-DATE-TEXT.                      *
048700*--------------------------------------------------------------*
048800 3700-EDIT-DATE.
048900     MOVE WS-EDIT-MM            TO WS-EDIT-DATE-TEXT (1:2).
049000     MOVE "/"                   TO WS-EDIT-DATE-TEXT (3:1).
049100     MOVE WS-EDIT-DD            TO WS-EDIT-DATE-TEXT (4:2).
049200     MOVE "/"                   TO WS-EDIT-DATE-TEXT (6:1).
049300     MOVE WS-EDIT-CCYY          TO WS-EDIT-DATE-TEXT (7:4).
049400 3700-EXIT.
049500     EXIT.
049600
049700*--------------------------------------------------------------*
049800* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
049900*--------------------------------------------------------------*
050000 3800-WRITE-REPORT-LINE.
050100     MOVE WS-TEXT-DETAIL-LINE   TO VIOLATION-REPORT-REC.
050200     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
050300 3800-EXIT.
050400     EXIT.
050500
050600*--------------------------------------------------------------*
050700* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
050800*                            THE RECORD AREA, STARTING A NEW    *
050900*                            PAGE WHEN THE CURRENT ONE IS FULL. *
051000*--------------------------------------------------------------*
051100 3850-WRITE-PREBUILT-LINE.
051200     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
051300         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
051400     END-IF.
051500     WRITE VIOLATION-REPORT-REC.
051600     ADD 1                      TO WS-LINE-COUNT.
051700 3850-EXIT.
051800     EXIT.
051900
052000*--------------------------------------------------------------*
052100* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
052200*                 PAGE, WITH THE DETAIL OR SUMMARY COLUMN       *
052300*                 HEADINGS AS THE PAGE REQUIRES.                *
052400*--------------------------------------------------------------*
052500 3900-NEW-PAGE.
052600     MOVE VIOLATION-REPORT-REC  TO WS-HOLD-REPORT-LINE.
052700     ADD 1                      TO WS-PAGE-COUNT.
052800     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
052900     MOVE WS-RUN-DATE           TO WH1-DATE.
053000     IF WS-PAGE-COUNT = 1
053100         WRITE VIOLATION-REPORT-REC FROM WS-REPORT-HEADING-1
053200     ELSE
053300         WRITE VIOLATION-REPORT-REC FROM WS-REPORT-HEADING-1
053400             AFTER ADVANCING PAGE
053500     END-IF.
053600     WRITE VIOLATION-REPORT-REC FROM WS-REPORT-HEADING-2.
053700     MOVE SPACES                TO VIOLATION-REPORT-REC.
053800     WRITE VIOLATION-REPORT-REC.
053900     WRITE VIOLATION-REPORT-REC FROM WS-REPORT-HEADING-3.
054000     MOVE SPACES                TO VIOLATION-REPORT-REC.
054100     WRITE VIOLATION-REPORT-REC.
054200     IF WS-SUMMARY-PAGE
054300         WRITE VIOLATION-REPORT-REC
054400             FROM WS-SUMMARY-COLUMN-HEADING
054500     ELSE
054600         WRITE VIOLATION-REPORT-REC FROM WS-DETAIL-COLUMN-HEADING
054700     END-IF.
054800     MOVE SPACES                TO VIOLATION-REPORT-REC.
054900     WRITE VIOLATION-REPORT-REC.
055000     MOVE ZERO                  TO WS-LINE-COUNT.
055100     MOVE WS-HOLD-REPORT-LINE   TO VIOLATION-REPORT-REC.
055200 3900-EXIT.
055300     EXIT.
055400
055500*--------------------------------------------------------------*
055600* 6000-OPERATOR-SUMMARY - ONE LINE PER OPERATOR WITH THE WEEK'S *
055700*                         REFUSALS BY FUNCTION, THE WEEK'S      *
055800*                         TOTALS, AND THE RUN'S WARNINGS.       *
055900*--------------------------------------------------------------*
056000 6000-OPERATOR-SUMMARY.
056100     SET WS-SUMMARY-PAGE TO TRUE.
056200     MOVE "SUMMARY     "        TO WH3-TITLE.
056300     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
056400     PERFORM 6100-SUMMARIZE-ONE-OPERATOR THRU 6100-EXIT
056500         VARYING WS-OPS-SUB FROM 1 BY 1
056600             UNTIL WS-OPS-SUB > WS-OPS-USED.
056700     MOVE SPACES                TO VIOLATION-REPORT-REC.
056800     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
056900     MOVE "TOTAL"               TO WS-SUM-OPERATOR.
057000     MOVE WS-TOT-SUBMIT         TO WS-SUM-SUBMIT.
057100     MOVE WS-TOT-APPROVE        TO WS-SUM-APPROVE.
057200     MOVE WS-TOT-CORRECT        TO WS-SUM-CORRECT.
057300     MOVE WS-TOT-PURGE          TO WS-SUM-PURGE.
057400     MOVE WS-TOT-INQUIRE        TO WS-SUM-INQUIRE.
057500     MOVE WS-TOT-OTHER          TO WS-SUM-OTHER.
057600     MOVE WS-VIOLATIONS-IN-WEEK TO WS-SUM-TOTAL.
057700     MOVE WS-SUMMARY-LINE       TO VIOLATION-REPORT-REC.
057800     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
057900     MOVE SPACES                TO VIOLATION-REPORT-REC.
058000     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
058100     MOVE WS-VIOLATIONS-IN-WEEK TO WS-VIOLATIONS-IN-WEEK-X.
058200     MOVE WS-VIOLATIONS-BAD     TO WS-VIOLATIONS-BAD-X.
058300     MOVE SPACES                TO WS-TXT-TEXT.
058400     STRING "VIOLATIONS FOR THE WEEK " DELIMITED BY SIZE
058500            WS-VIOLATIONS-IN-WEEK-X DELIMITED BY SIZE
058600            "  UNREADABLE RECORDS SKIPPED " DELIMITED BY SIZE
058700            WS-VIOLATIONS-BAD-X DELIMITED BY SIZE
058800         INTO WS-TXT-TEXT.
058900     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
059000     IF WS-VIOLATIONS-IN-WEEK > ZERO
059100         MOVE "EVERY VIOLATION LISTED MUST BE REVIEWED"
059200                                TO WS-TXT-TEXT
059300         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
059400     END-IF.
059500     IF WS-ANY-OVERFLOW
059600         MOVE "TOO MANY OPERATORS - THIS SUMMARY IS INCOMPLETE"
059700                                TO WS-TXT-TEXT
059800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
059900     END-IF.
060000 6000-EXIT.
060100     EXIT.
060200
060300 6100-SUMMARIZE-ONE-OPERATOR.
060400     MOVE WS-OPS-OPERATOR (WS-OPS-SUB) TO WS-SUM-OPERATOR.
060500     MOVE WS-OPS-SUBMIT (WS-OPS-SUB)   TO WS-SUM-SUBMIT.
060600     MOVE WS-OPS-APPROVE (WS-OPS-SUB)  TO WS-SUM-APPROVE.
060700     MOVE WS-OPS-CORRECT (WS-OPS-SUB)  TO WS-SUM-CORRECT.
060800     MOVE WS-OPS-PURGE (WS-OPS-SUB)    TO WS-SUM-PURGE.
060900     MOVE WS-OPS-INQUIRE (WS-OPS-SUB)  TO WS-SUM-INQUIRE.
061000     MOVE WS-OPS-OTHER (WS-OPS-SUB)    TO WS-SUM-OTHER.
061100     MOVE WS-OPS-TOTAL (WS-OPS-SUB)    TO WS-SUM-TOTAL.
061200     MOVE WS-SUMMARY-LINE       TO VIOLATION-REPORT-REC.
061300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
061400 6100-EXIT.
061500     EXIT.
061600
061700*--------------------------------------------------------------*
061800* 9000-TERMINATE - CLOSE FILES, ECHO THE TOTALS, AND SET THE    *
061900*                  RETURN CODE: 8 FOR A BAD PARM OR AN          *
062000*                  OVERFLOW, 4 WHEN ANY VIOLATION WAS REPORTED. *
062100*--------------------------------------------------------------*
062200 9000-TERMINATE.
062300     IF NOT WS-PARM-ERROR
062400         CLOSE ALPHA-VIOLATION-FILE
062500     END-IF.
062600     CLOSE VIOLATION-REPORT.
062700     DISPLAY "ALPHASVR - WEEK ENDING        " WS-WEEK-END.
062800     DISPLAY "ALPHASVR - LOG RECORDS READ   " WS-VIOLATIONS-READ.
062900     DISPLAY "ALPHASVR - VIOLATIONS IN WEEK "
062950         WS-VIOLATIONS-IN-WEEK.
063000     DISPLAY "ALPHASVR - OPERATORS          " WS-OPS-USED.
063100     IF WS-PARM-ERROR OR WS-ANY-OVERFLOW
063200         MOVE 8                 TO RETURN-CODE
063300     ELSE
063400         IF WS-VIOLATIONS-IN-WEEK > ZERO
063500             MOVE 4             TO RETURN-CODE
063600         END-IF
063700     END-IF.
063800 9000-EXIT.
063900     EXIT.
