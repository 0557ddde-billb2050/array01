000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHASLA.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MONTHLY OPERATIONS SLA SCORECARD FOR THE CHARACTER-TABLE JOB. *
000900* READS THE NIGHTLY STATUS HISTORY ALPHASTA APPENDS (SEE        *
001000* ALPHASTH), THE SHARED STEP TIMING LOG (SEE ALPHATIM), THE RUN *
001100* AUDIT TRAIL (SEE ALPHAAUD), AND THE CUSTOM SEQUENCE CHANGE    *
001200* HISTORY (SEE ALPHACHG) FOR ONE MONTH AND THE MONTH BEFORE IT, *
001300* AND SCORES THE MONTH AGAINST THE SHOP-SET TARGETS OPERATIONS  *
001400* KEEPS ON ALPHASLT:                                            *
001500*   - PERCENT OF NIGHTS CLEAN, WITH WARNINGS, AND FAILED;       *
001600*   - NIGHTS THAT USED A LAST-KNOWN-GOOD FALLBACK;              *
001700*   - REJECT RECORDS;                                           *
001800*   - NIGHTS WHOSE CHAIN TOTAL OVERRAN THE BATCH WINDOW;        *
001900*   - TABLE CHANGES APPLIED.                                    *
002000* EACH MEASURE IS PRINTED FOR THE MONTH AND THE MONTH BEFORE    *
002100* WITH ITS TARGET, MET OR MISSED, AND WHETHER IT GOT BETTER OR  *
002200* WORSE. A NIGHT ALPHASTA JUDGED MORE THAN ONCE (A RERUN) COUNTS*
002300* ONCE, UNDER ITS LAST VERDICT. THE AUDIT TRAIL SUPPLIES THE    *
002400* RUNS AND RECORDS PROCESSED AND EXPOSES ANY NIGHT ARRAY01 RAN  *
002500* THAT HAS NO STATUS RECORDED. THIS IS THE PAGE FOR THE SERVICE *
002600* REVIEW MEETING.                                               *
002700* THE PARM IS THE MONTH AS CCYYMM; BLANK MEANS THE MONTH BEFORE *
002800* THE RUN DATE. RETURN CODE 4 MEANS A TARGET WAS MISSED; 8      *
002900* MEANS A BAD PARM, NO STATUS HISTORY FOR THE MONTH, OR A WORK  *
003000* AREA OVERFLOW (A HISTORY DATE THAT IS NOT A REAL DATE).       *
003100*--------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                         *
003300*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
003400*--------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800
003900     SELECT ALPHA-STATUS-HISTORY ASSIGN TO ALPHASTH
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT ALPHA-TIMING-FILE ASSIGN TO ALPHATIM
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT ALPHA-AUDIT-FILE ASSIGN TO ALPHAAUD
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT ALPHA-CHANGE-FILE ASSIGN TO ALPHACHG
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT ALPHA-TARGET-FILE ASSIGN TO ALPHASLT
005200         ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT SCORECARD-REPORT ASSIGN TO ALPHASLR
005500         ORGANIZATION IS SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000*--------------------------------------------------------------*
006100* ALPHA-STATUS-HISTORY - ONE RECORD PER ALPHASTA RUN.           *
006200*--------------------------------------------------------------*
006300 FD  ALPHA-STATUS-HISTORY
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS.
006700     COPY ALPHASTH.
006800
006900*--------------------------------------------------------------*
007000* ALPHA-TIMING-FILE - SHARED STEP TIMING LOG.                   *
007100*--------------------------------------------------------------*
007200 FD  ALPHA-TIMING-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600     COPY ALPHATIM.
007700
007800*--------------------------------------------------------------*
007900* ALPHA-AUDIT-FILE - RUN-LEVEL AUDIT TRAIL.                     *
008000*--------------------------------------------------------------*
008100 FD  ALPHA-AUDIT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS.
008500     COPY ALPHAAUD.
008600
008700*--------------------------------------------------------------*
008800* ALPHA-CHANGE-FILE - CUSTOM SEQUENCE CHANGE HISTORY.           *
008900*--------------------------------------------------------------*
009000 FD  ALPHA-CHANGE-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 200 CHARACTERS.
009400     COPY ALPHACHG.
009500
009600*--------------------------------------------------------------*
009700* ALPHA-TARGET-FILE - SERVICE-LEVEL TARGETS, MAINTAINED BY      *
009800*                     OPERATIONS.                               *
009900*--------------------------------------------------------------*
010000 FD  ALPHA-TARGET-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400     COPY ALPHASLT.
010500
010600*--------------------------------------------------------------*
010700* SCORECARD-REPORT - THE MONTHLY SLA SCORECARD.                 *
010800*--------------------------------------------------------------*
010900 FD  SCORECARD-REPORT
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 132 CHARACTERS.
011300 01  SCORECARD-REPORT-REC      PIC X(132).
011400
011500 WORKING-STORAGE SECTION.
011600
011700*--------------------------------------------------------------*
011800* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
011900* THIRD HEADING NAMES THE MONTH, THE MONTH IT IS COMPARED WITH, *
012000* AND THE BATCH WINDOW THE NIGHTS WERE HELD TO.                 *
012100*--------------------------------------------------------------*
012200 01  WS-REPORT-HEADING-1.
012300     05  FILLER                PIC X(01) VALUE SPACES.
012400     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
012500     05  FILLER                PIC X(08) VALUE "ALPHASLA".
012600     05  FILLER                PIC X(09) VALUE SPACES.
012700     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
012800     05  WH1-DATE              PIC X(10).
012900     05  FILLER                PIC X(10) VALUE SPACES.
013000     05  FILLER                PIC X(06) VALUE "PAGE: ".
013100     05  WH1-PAGE              PIC ZZ9.
013200     05  FILLER                PIC X(66) VALUE SPACES.
013300
013400 01  WS-REPORT-HEADING-2.
013500     05  FILLER                PIC X(44) VALUE SPACES.
013600     05  FILLER                PIC X(38)
013700             VALUE "CHARACTER-TABLE JOB SLA SCORECARD     ".
013800     05  FILLER                PIC X(50) VALUE SPACES.
013900
014000 01  WS-REPORT-HEADING-3.
014100     05  FILLER                PIC X(04) VALUE SPACES.
014200     05  FILLER                PIC X(07) VALUE "MONTH: ".
014300     05  WH3-CCYY              PIC 9(04).
014400     05  FILLER                PIC X(01) VALUE "/".
014500     05  WH3-MM                PIC 9(02).
014600     05  FILLER                PIC X(04) VALUE SPACES.
014700     05  FILLER                PIC X(13) VALUE "PRIOR MONTH: ".
014800     05  WH3-PRIOR-CCYY        PIC 9(04).
014900     05  FILLER                PIC X(01) VALUE "/".
015000     05  WH3-PRIOR-MM          PIC 9(02).
015100     05  FILLER                PIC X(04) VALUE SPACES.
015200     05  FILLER                PIC X(14) VALUE "BATCH WINDOW: ".
015300     05  WH3-WINDOW            PIC ZZZZ9.
015400     05  FILLER                PIC X(08) VALUE " SECONDS".
015500     05  FILLER                PIC X(59) VALUE SPACES.
015600
015700 01  WS-COLUMN-HEADING.
015800     05  FILLER                PIC X(04) VALUE SPACES.
015900     05  FILLER                PIC X(30) VALUE "MEASURE".
016000     05  FILLER                PIC X(12) VALUE "  THIS MONTH".
016100     05  FILLER                PIC X(12) VALUE " PRIOR MONTH".
016200     05  FILLER                PIC X(21) VALUE "   TARGET".
016300     05  FILLER                PIC X(12) VALUE "   RESULT".
016400     05  FILLER                PIC X(09) VALUE "   TREND".
016500     05  FILLER                PIC X(32) VALUE SPACES.
016600
016700 01  WS-MEASURE-LINE.
016800     05  FILLER                PIC X(04) VALUE SPACES.
016900     05  WS-DET-DESC           PIC X(30).
017000     05  FILLER                PIC X(03) VALUE SPACES.
017100     05  WS-DET-THIS           PIC X(09).
017200     05  FILLER                PIC X(03) VALUE SPACES.
017300     05  WS-DET-PRIOR          PIC X(09).
017400     05  FILLER                PIC X(03) VALUE SPACES.
017500     05  WS-DET-TARGET-DIR     PIC X(08).
017600     05  FILLER                PIC X(01) VALUE SPACES.
017700     05  WS-DET-TARGET         PIC X(09).
017800     05  FILLER                PIC X(03) VALUE SPACES.
017900     05  WS-DET-RESULT         PIC X(09).
018000     05  FILLER                PIC X(03) VALUE SPACES.
018100     05  WS-DET-TREND          PIC X(06).
018200     05  FILLER                PIC X(32) VALUE SPACES.
018300
018400 01  WS-TEXT-DETAIL-LINE.
018500     05  FILLER                PIC X(04) VALUE SPACES.
018600     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
018700     05  FILLER                PIC X(58) VALUE SPACES.
018800
018900 01  WS-SYSTEM-DATE-FIELDS.
019000     05  WS-SYSTEM-DATE        PIC 9(08).
019100     05  FILLER REDEFINES WS-SYSTEM-DATE.
019200         10  WS-DATE-CCYY      PIC 9(04).
019300         10  WS-DATE-MM        PIC 9(02).
019400         10  WS-DATE-DD        PIC 9(02).
019500
019600 01  WS-REPORT-MONTH-FIELDS.
019700     05  WS-REPORT-MONTH       PIC 9(06).
019800     05  FILLER REDEFINES WS-REPORT-MONTH.
019900         10  WS-REPORT-CCYY    PIC 9(04).
020000         10  WS-REPORT-MM      PIC 9(02).
020100
020200 01  WS-PRIOR-MONTH-FIELDS.
020300     05  WS-PRIOR-MONTH        PIC 9(06).
020400     05  FILLER REDEFINES WS-PRIOR-MONTH.
020500         10  WS-PRIOR-CCYY     PIC 9(04).
020600         10  WS-PRIOR-MM       PIC 9(02).
020700
020800 01  WS-WORK-DATE-FIELDS.
020900     05  WS-WORK-DATE          PIC 9(08).
021000     05  FILLER REDEFINES WS-WORK-DATE.
021100         10  WS-WORK-MONTH     PIC 9(06).
021200         10  WS-WORK-DD        PIC 9(02).
021300
021400 01  WS-PARM-AREA.
021500     05  WS-PARM-TEXT          PIC X(06).
021600     05  WS-PARM-REST          PIC X(74).
021700
021800 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
021900 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
022000 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
022100 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
022200 77  WS-WINDOW-SECS            PIC 9(05) COMP VALUE 14400.
022300
022400*--------------------------------------------------------------*
022500* THE MEASURES, IN PRINT ORDER: THE TARGET CARD NAME, WHETHER   *
022600* THE TARGET IS A FLOOR (L - AT LEAST) OR A CEILING (M - AT     *
022700* MOST), WHETHER THE VALUE IS A PERCENT (P) OR A COUNT (C), AND *
022800* THE DESCRIPTION PRINTED.                                      *
022900*--------------------------------------------------------------*
023000 01  WS-MEASURE-VALUES.
023100     05  FILLER                PIC X(40) VALUE
023200         "CLEANPCTLPNIGHTS CLEAN (PERCENT)".
023300     05  FILLER                PIC X(40) VALUE
023400         "WARNPCT MPNIGHTS WITH WARNINGS (PERCENT)".
023500     05  FILLER                PIC X(40) VALUE
023600         "FAILPCT MPNIGHTS FAILED (PERCENT)".
023700     05  FILLER                PIC X(40) VALUE
023800         "FALLBACKMCNIGHTS WITH A FALLBACK TABLE".
023900     05  FILLER                PIC X(40) VALUE
024000         "REJECTS MCREJECT RECORDS".
024100     05  FILLER                PIC X(40) VALUE
024200         "OVERRUN MCNIGHTS OVER THE BATCH WINDOW".
024300     05  FILLER                PIC X(40) VALUE
024400         "CHANGES MCTABLE CHANGES APPLIED".
024500 01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-VALUES.
024600     05  WS-MSR-DEF            OCCURS 7 TIMES.
024700         10  WS-MSR-NAME       PIC X(08).
024800         10  WS-MSR-DIRECTION  PIC X(01).
024900             88  WS-MSR-AT-LEAST          VALUE "L".
025000         10  WS-MSR-KIND       PIC X(01).
025100             88  WS-MSR-PERCENT           VALUE "P".
025200         10  WS-MSR-DESC       PIC X(30).
025300 77  WS-MSR-COUNT              PIC 9(02) COMP VALUE 7.
025400 77  WS-MSR-SUB                PIC 9(02) COMP VALUE ZERO.
025500 77  WS-MSR-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
025600
025700*--------------------------------------------------------------*
025800* EACH MEASURE'S TARGET AND ITS VALUE FOR THE MONTH (1) AND THE *
025900* PRIOR MONTH (2).                                              *
026000*--------------------------------------------------------------*
026100 01  WS-MEASURE-RESULTS.
026200     05  WS-MSR-RESULT         OCCURS 7 TIMES.
026300         10  WS-MSR-TARGET-SW  PIC X(01).
026400             88  WS-MSR-HAS-TARGET        VALUE "Y".
026500         10  WS-MSR-TARGET     PIC 9(05)V9(01).
026600         10  WS-MSR-VALUE      PIC 9(07)V9(01)
026700                               OCCURS 2 TIMES.
026800
026900*--------------------------------------------------------------*
027000* THE MONTH'S (1) AND THE PRIOR MONTH'S (2) TALLIES.            *
027100*--------------------------------------------------------------*
027200 01  WS-MONTH-AREA.
027300     05  WS-MON-ENTRY          OCCURS 2 TIMES.
027400         10  WS-MON-NIGHTS     PIC 9(05) COMP.
027500         10  WS-MON-CLEAN      PIC 9(05) COMP.
027600         10  WS-MON-WARNINGS   PIC 9(05) COMP.
027700         10  WS-MON-FAILED     PIC 9(05) COMP.
027800         10  WS-MON-FALLBACK   PIC 9(05) COMP.
027900         10  WS-MON-REJECTS    PIC 9(07) COMP.
028000         10  WS-MON-TIMED      PIC 9(05) COMP.
028100         10  WS-MON-OVERRUN    PIC 9(05) COMP.
028200         10  WS-MON-RUNS       PIC 9(05) COMP.
028300         10  WS-MON-RECORDS    PIC 9(09) COMP.
028400         10  WS-MON-NO-STATUS  PIC 9(05) COMP.
028500         10  WS-MON-CHANGES    PIC 9(05) COMP.
028600 77  WS-MON-SUB                PIC 9(02) COMP VALUE ZERO.
028700
028800*--------------------------------------------------------------*
028900* NIGHTS OF THE TWO MONTHS: THE LAST STATUS ALPHASTA RECORDED,  *
029000* THE CHAIN'S TOTAL ELAPSED SECONDS, AND THE NIGHTS ARRAY01     *
029100* WROTE AN AUDIT RECORD.                                        *
029200*--------------------------------------------------------------*
029300 01  WS-STATUS-NIGHT-AREA.
029400     05  WS-STN-ENTRY          OCCURS 62 TIMES.
029500         10  WS-STN-DATE       PIC 9(08).
029600         10  WS-STN-VERDICT    PIC X(08).
029700         10  WS-STN-FALLBACK-SW PIC X(01).
029800         10  WS-STN-REJECTS    PIC 9(05) COMP.
029900 77  WS-STN-USED               PIC 9(02) COMP VALUE ZERO.
030000 77  WS-STN-SUB                PIC 9(02) COMP VALUE ZERO.
030100 77  WS-STN-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
030200
030300 01  WS-TIMED-NIGHT-AREA.
030400     05  WS-TMN-ENTRY          OCCURS 62 TIMES.
030500         10  WS-TMN-DATE       PIC 9(08).
030600         10  WS-TMN-ELAPSED    PIC 9(07) COMP.
030700 77  WS-TMN-USED               PIC 9(02) COMP VALUE ZERO.
030800 77  WS-TMN-SUB                PIC 9(02) COMP VALUE ZERO.
030900 77  WS-TMN-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
031000
031100 01  WS-AUDIT-NIGHT-AREA.
031200     05  WS-ADN-ENTRY          OCCURS 62 TIMES.
031300         10  WS-ADN-DATE       PIC 9(08).
031400 77  WS-ADN-USED               PIC 9(02) COMP VALUE ZERO.
031500 77  WS-ADN-SUB                PIC 9(02) COMP VALUE ZERO.
031600 77  WS-ADN-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
031700
031800 77  WS-EDIT-PERCENT           PIC ZZZ,ZZ9.9.
031900 77  WS-EDIT-COUNT             PIC ZZZZZZZZ9.
032000 77  WS-EDIT-VALUE             PIC 9(07)V9(01) VALUE ZERO.
032100 77  WS-EDIT-OUT               PIC X(09) VALUE SPACES.
032200 77  WS-TARGETS-SET            PIC 9(02) COMP VALUE ZERO.
032300 77  WS-TARGETS-MISSED         PIC 9(02) COMP VALUE ZERO.
032400 77  WS-COUNT-X                PIC 9(02) VALUE ZERO.
032500 77  WS-COUNT-X2               PIC 9(02) VALUE ZERO.
032600 77  WS-STATUS-BAD             PIC 9(05) COMP VALUE ZERO.
032700
032800 77  WS-STH-EOF-SW             PIC X(01) VALUE "N".
032900     88  WS-STH-EOF                       VALUE "Y".
033000 77  WS-TIM-EOF-SW             PIC X(01) VALUE "N".
033100     88  WS-TIM-EOF                       VALUE "Y".
033200 77  WS-AUD-EOF-SW             PIC X(01) VALUE "N".
033300     88  WS-AUD-EOF                       VALUE "Y".
033400 77  WS-CHG-EOF-SW             PIC X(01) VALUE "N".
033500     88  WS-CHG-EOF                       VALUE "Y".
033600 77  WS-SLT-EOF-SW             PIC X(01) VALUE "N".
033700     88  WS-SLT-EOF                       VALUE "Y".
033800 77  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
033900     88  WS-PARM-ERROR                    VALUE "Y".
034000 77  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
034100     88  WS-ANY-OVERFLOW                  VALUE "Y".
034200
034300 PROCEDURE DIVISION.
034400
034500 0000-MAINLINE.
034600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034700     IF WS-PARM-ERROR
034800         PERFORM 9000-TERMINATE THRU 9000-EXIT
034900         STOP RUN
035000     END-IF.
035100     PERFORM 2000-LOAD-STATUS-HISTORY THRU 2000-EXIT.
035200     PERFORM 2300-LOAD-TIMING THRU 2300-EXIT.
035300     PERFORM 2500-LOAD-AUDIT THRU 2500-EXIT.
035400     PERFORM 2700-LOAD-CHANGES THRU 2700-EXIT.
035500     PERFORM 4000-SET-MEASURES THRU 4000-EXIT.
035600     PERFORM 5000-WRITE-SCORECARD THRU 5000-EXIT.
035700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035800     STOP RUN.
035900
036000*--------------------------------------------------------------*
036100* 1000-INITIALIZE - PICK UP THE MONTH AND WORK OUT THE ONE      *
036200*                   BEFORE IT, OPEN THE REPORT, AND LOAD THE    *
036300*                   TARGETS.                                    *
036400*--------------------------------------------------------------*
036500 1000-INITIALIZE.
036600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
036700     MOVE WS-DATE-MM            TO WS-RUN-DATE (1:2).
036800     MOVE "/"                   TO WS-RUN-DATE (3:1).
036900     MOVE WS-DATE-DD            TO WS-RUN-DATE (4:2).
037000     MOVE "/"                   TO WS-RUN-DATE (6:1).
037100     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
037200     INITIALIZE WS-MONTH-AREA.
037300     INITIALIZE WS-MEASURE-RESULTS.
037400     OPEN OUTPUT SCORECARD-REPORT.
037500     MOVE SPACES                TO WS-PARM-AREA.
037600     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
037700     IF WS-PARM-AREA = SPACES
037800         MOVE WS-DATE-CCYY      TO WS-REPORT-CCYY
037900         MOVE WS-DATE-MM        TO WS-REPORT-MM
038000         IF WS-REPORT-MM = 1
038100             MOVE 12            TO WS-REPORT-MM
038200             SUBTRACT 1         FROM WS-REPORT-CCYY
038300         ELSE
038400             SUBTRACT 1         FROM WS-REPORT-MM
038500         END-IF
038600     ELSE
038700         IF WS-PARM-TEXT IS NUMERIC AND WS-PARM-REST = SPACES
038800             MOVE WS-PARM-TEXT  TO WS-REPORT-MONTH
038900         ELSE
039000             MOVE ZERO          TO WS-REPORT-MONTH
039100         END-IF
039200     END-IF.
039300     MOVE WS-REPORT-CCYY        TO WS-PRIOR-CCYY.
039400     MOVE WS-REPORT-MM          TO WS-PRIOR-MM.
039500     IF WS-PRIOR-MM = 1
039600         MOVE 12                TO WS-PRIOR-MM
039700         SUBTRACT 1             FROM WS-PRIOR-CCYY
039800     ELSE
039900         SUBTRACT 1             FROM WS-PRIOR-MM
040000     END-IF.
040100     MOVE WS-REPORT-CCYY        TO WH3-CCYY.
040200     MOVE WS-REPORT-MM          TO WH3-MM.
040300     MOVE WS-PRIOR-CCYY         TO WH3-PRIOR-CCYY.
040400     MOVE WS-PRIOR-MM           TO WH3-PRIOR-MM.
040500     IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
040600         SET WS-PARM-ERROR TO TRUE
040700         DISPLAY "ALPHASLA - PARM IS NOT A MONTH (CCYYMM): "
040800             WS-PARM-AREA
040900         MOVE WS-WINDOW-SECS    TO WH3-WINDOW
041000         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
041100         MOVE "PARM IS NOT A MONTH (CCYYMM) - NO SCORECARD"
041200                                TO WS-TXT-TEXT
041300         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
041400         GO TO 1000-EXIT
041500     END-IF.
041600     OPEN INPUT ALPHA-TARGET-FILE.
041700     PERFORM 1100-LOAD-ONE-TARGET THRU 1100-EXIT
041800         UNTIL WS-SLT-EOF.
041900     CLOSE ALPHA-TARGET-FILE.
042000     MOVE WS-WINDOW-SECS        TO WH3-WINDOW.
042100 1000-EXIT.
042200     EXIT.
042300
042400*--------------------------------------------------------------*
042500* 1100-LOAD-ONE-TARGET - STORE ONE TARGET CARD AGAINST ITS      *
042600*                        MEASURE, OR TAKE THE BATCH WINDOW FROM *
042700*                        A WINDOW CARD. A CARD THAT CANNOT BE   *
042800*                        USED IS NAMED ON THE CONSOLE AND       *
042900*                        SKIPPED - ITS MEASURE PRINTS WITH NO   *
043000*                        TARGET.                                *
043100*--------------------------------------------------------------*
043200 1100-LOAD-ONE-TARGET.
043300     READ ALPHA-TARGET-FILE
043400         AT END
043500             SET WS-SLT-EOF TO TRUE
043600             GO TO 1100-EXIT
043700     END-READ.
043800     IF SLT-TARGET IS NOT NUMERIC
043900         DISPLAY "ALPHASLA - TARGET FOR " SLT-MEASURE
044000             " NOT NUMERIC - CARD SKIPPED"
044100         GO TO 1100-EXIT
044200     END-IF.
044300     IF SLT-MEASURE = "WINDOW"
044400         IF SLT-TARGET < 1
044500             DISPLAY "ALPHASLA - WINDOW OF ZERO SECONDS - "
044600                 "CARD SKIPPED"
044700         ELSE
044800             MOVE SLT-TARGET    TO WS-WINDOW-SECS
044900         END-IF
045000         GO TO 1100-EXIT
045100     END-IF.
045200     MOVE ZERO                  TO WS-MSR-FOUND-SUB.
045300     PERFORM 1110-MATCH-ONE-MEASURE THRU 1110-EXIT
045400         VARYING WS-MSR-SUB FROM 1 BY 1
045500             UNTIL WS-MSR-SUB > WS-MSR-COUNT
045600                 OR WS-MSR-FOUND-SUB > ZERO.
045700     IF WS-MSR-FOUND-SUB = ZERO
045800         DISPLAY "ALPHASLA - MEASURE " SLT-MEASURE
045900             " NOT KNOWN - CARD SKIPPED"
046000         GO TO 1100-EXIT
046100     END-IF.
046200     MOVE "Y"              TO WS-MSR-TARGET-SW (WS-MSR-FOUND-SUB).
046300     MOVE SLT-TARGET       TO WS-MSR-TARGET (WS-MSR-FOUND-SUB).
046400 1100-EXIT.
046500     EXIT.
046600
046700 1110-MATCH-ONE-MEASURE.
046800     IF WS-MSR-NAME (WS-MSR-SUB) = SLT-MEASURE
046900         MOVE WS-MSR-SUB        TO WS-MSR-FOUND-SUB
047000     END-IF.
047100 1110-EXIT.
047200     EXIT.
047300
047400*--------------------------------------------------------------*
047500* 2000-LOAD-STATUS-HISTORY - KEEP EACH NIGHT OF THE TWO MONTHS  *
047600*                            UNDER THE LAST STATUS ALPHASTA     *
047700*                            RECORDED FOR IT (A RERUN'S VERDICT *
047800*                            REPLACES THE FAILED ATTEMPT'S),    *
047900*                            THEN TALLY THE NIGHTS BY MONTH.    *
048000*--------------------------------------------------------------*
048100 2000-LOAD-STATUS-HISTORY.
048200     OPEN INPUT ALPHA-STATUS-HISTORY.
048300     PERFORM 2010-LOAD-ONE-STATUS THRU 2010-EXIT
048400         UNTIL WS-STH-EOF.
048500     CLOSE ALPHA-STATUS-HISTORY.
048600     PERFORM 2200-TALLY-ONE-STATUS-NIGHT THRU 2200-EXIT
048700         VARYING WS-STN-SUB FROM 1 BY 1
048800             UNTIL WS-STN-SUB > WS-STN-USED.
048900 2000-EXIT.
049000     EXIT.
049100
049200 2010-LOAD-ONE-STATUS.
049300     READ ALPHA-STATUS-HISTORY
049400         AT END
049500             SET WS-STH-EOF TO TRUE
049600             GO TO 2010-EXIT
049700     END-READ.
049800     IF STH-NIGHT-DATE IS NOT NUMERIC
049900         ADD 1                  TO WS-STATUS-BAD
050000         GO TO 2010-EXIT
050100     END-IF.
050200     MOVE STH-NIGHT-DATE        TO WS-WORK-DATE.
050300     PERFORM 2050-FIND-MONTH THRU 2050-EXIT.
050400     IF WS-MON-SUB = ZERO
050500         GO TO 2010-EXIT
050600     END-IF.
050700     MOVE ZERO                  TO WS-STN-FOUND-SUB.
050800     PERFORM 2100-MATCH-ONE-STATUS-NIGHT THRU 2100-EXIT
050900         VARYING WS-STN-SUB FROM 1 BY 1
051000             UNTIL WS-STN-SUB > WS-STN-USED
051100                 OR WS-STN-FOUND-SUB > ZERO.
051200     IF WS-STN-FOUND-SUB = ZERO
051300         IF WS-STN-USED NOT LESS THAN 62
051400             SET WS-ANY-OVERFLOW TO TRUE
051500             GO TO 2010-EXIT
051600         END-IF
051700         ADD 1                  TO WS-STN-USED
051800         MOVE WS-STN-USED       TO WS-STN-FOUND-SUB
051900         MOVE WS-WORK-DATE      TO WS-STN-DATE (WS-STN-FOUND-SUB)
052000     END-IF.
052100     MOVE STH-VERDICT        TO WS-STN-VERDICT (WS-STN-FOUND-SUB).
052200     MOVE STH-FALLBACK-SW
052300                         TO WS-STN-FALLBACK-SW (WS-STN-FOUND-SUB).
052400     IF STH-REJECT-COUNT IS NUMERIC
052500         MOVE STH-REJECT-COUNT
052600                         TO WS-STN-REJECTS (WS-STN-FOUND-SUB)
052700     ELSE
052800         MOVE ZERO       TO WS-STN-REJECTS (WS-STN-FOUND-SUB)
052900     END-IF.
053000 2010-EXIT.
053100     EXIT.
053200
053300*--------------------------------------------------------------*
053400* 2050-FIND-MONTH - SET WS-MON-SUB TO 1 WHEN WS-WORK-DATE FALLS *
053500*                   IN THE MONTH, 2 IN THE PRIOR MONTH, AND     *
053600*                   ZERO OTHERWISE.                             *
053700*--------------------------------------------------------------*
053800 2050-FIND-MONTH.
053900     EVALUATE WS-WORK-MONTH
054000         WHEN WS-REPORT-MONTH
054100             MOVE 1             TO WS-MON-SUB
054200         WHEN WS-PRIOR-MONTH
054300             MOVE 2             TO WS-MON-SUB
054400         WHEN OTHER
054500             MOVE ZERO          TO WS-MON-SUB
054600     END-EVALUATE.
054700 2050-EXIT.
054800     EXIT.
054900
055000 2100-MATCH-ONE-STATUS-NIGHT.
055100     IF WS-STN-DATE (WS-STN-SUB) = WS-WORK-DATE
055200         MOVE WS-STN-SUB        TO WS-STN-FOUND-SUB
055300     END-IF.
055400 2100-EXIT.
055500     EXIT.
055600
055700 2200-TALLY-ONE-STATUS-NIGHT.
055800     MOVE WS-STN-DATE (WS-STN-SUB) TO WS-WORK-DATE.
055900     PERFORM 2050-FIND-MONTH THRU 2050-EXIT.
056000     ADD 1                      TO WS-MON-NIGHTS (WS-MON-SUB).
056100     EVALUATE WS-STN-VERDICT (WS-STN-SUB)
056200         WHEN "CLEAN"
056300             ADD 1              TO WS-MON-CLEAN (WS-MON-SUB)
056400         WHEN "WARNINGS"
056500             ADD 1              TO WS-MON-WARNINGS (WS-MON-SUB)
056600         WHEN OTHER
056700             ADD 1              TO WS-MON-FAILED (WS-MON-SUB)
056800     END-EVALUATE.
056900     IF WS-STN-FALLBACK-SW (WS-STN-SUB) = "Y"
057000         ADD 1                  TO WS-MON-FALLBACK (WS-MON-SUB)
057100     END-IF.
057200     ADD WS-STN-REJECTS (WS-STN-SUB)
057300                                TO WS-MON-REJECTS (WS-MON-SUB).
057400 2200-EXIT.
057500     EXIT.
057600
057700*--------------------------------------------------------------*
057800* 2300-LOAD-TIMING - TOTAL EACH NIGHT'S STEP ELAPSED SECONDS    *
057900*                    FROM THE TIMING LOG, AS ALPHATRP DOES, AND *
058000*                    COUNT THE NIGHTS WHOSE CHAIN TOTAL         *
058100*                    OVERRAN THE BATCH WINDOW.                  *
058200*--------------------------------------------------------------*
058300 2300-LOAD-TIMING.
058400     OPEN INPUT ALPHA-TIMING-FILE.
058500     PERFORM 2310-LOAD-ONE-TIMING THRU 2310-EXIT
058600         UNTIL WS-TIM-EOF.
058700     CLOSE ALPHA-TIMING-FILE.
058800     PERFORM 2400-TALLY-ONE-TIMED-NIGHT THRU 2400-EXIT
058900         VARYING WS-TMN-SUB FROM 1 BY 1
059000             UNTIL WS-TMN-SUB > WS-TMN-USED.
059100 2300-EXIT.
059200     EXIT.
059300
059400 2310-LOAD-ONE-TIMING.
059500     READ ALPHA-TIMING-FILE
059600         AT END
059700             SET WS-TIM-EOF TO TRUE
059800             GO TO 2310-EXIT
059900     END-READ.
060000     IF TIM-RUN-DATE IS NOT NUMERIC
060100             OR TIM-ELAPSED-SECS IS NOT NUMERIC
060200         GO TO 2310-EXIT
060300     END-IF.
060400     MOVE TIM-RUN-DATE          TO WS-WORK-DATE.
060500     PERFORM 2050-FIND-MONTH THRU 2050-EXIT.
060600     IF WS-MON-SUB = ZERO
060700         GO TO 2310-EXIT
060800     END-IF.
060900     MOVE ZERO                  TO WS-TMN-FOUND-SUB.
061000     PERFORM 2320-MATCH-ONE-TIMED-NIGHT THRU 2320-EXIT
061100         VARYING WS-TMN-SUB FROM 1 BY 1
061200             UNTIL WS-TMN-SUB > WS-TMN-USED
061300                 OR WS-TMN-FOUND-SUB > ZERO.
061400     IF WS-TMN-FOUND-SUB = ZERO
061500         IF WS-TMN-USED NOT LESS THAN 62
061600             SET WS-ANY-OVERFLOW TO TRUE
061700             GO TO 2310-EXIT
061800         END-IF
061900         ADD 1                  TO WS-TMN-USED
062000         MOVE WS-TMN-USED       TO WS-TMN-FOUND-SUB
062100         MOVE WS-WORK-DATE      TO WS-TMN-DATE (WS-TMN-FOUND-SUB)
062200         MOVE ZERO           TO WS-TMN-ELAPSED (WS-TMN-FOUND-SUB)
062300     END-IF.
062400     ADD TIM-ELAPSED-SECS    TO WS-TMN-ELAPSED (WS-TMN-FOUND-SUB).
062500 2310-EXIT.
062600     EXIT.
062700
062800 2320-MATCH-ONE-TIMED-NIGHT.
062900     IF WS-TMN-DATE (WS-TMN-SUB) = WS-WORK-DATE
063000         MOVE WS-TMN-SUB        TO WS-TMN-FOUND-SUB
063100     END-IF.
063200 2320-EXIT.
063300     EXIT.
063400
063500 2400-TALLY-ONE-TIMED-NIGHT.
063600     MOVE WS-TMN-DATE (WS-TMN-SUB) TO WS-WORK-DATE.
063700     PERFORM 2050-FIND-MONTH THRU 2050-EXIT.
063800     ADD 1                      TO WS-MON-TIMED (WS-MON-SUB).
063900     IF WS-TMN-ELAPSED (WS-TMN-SUB) > WS-WINDOW-SECS
064000         ADD 1                  TO WS-MON-OVERRUN (WS-MON-SUB)
064100     END-IF.
064200 2400-EXIT.
064300     EXIT.
064400
064500*--------------------------------------------------------------*
064600* 2500-LOAD-AUDIT - COUNT ARRAY01'S RUNS AND RECORDS PROCESSED  *
064700*                   IN EACH MONTH FROM THE AUDIT TRAIL, THEN    *
064800*                   COUNT THE NIGHTS IT RAN THAT HAVE NO STATUS *
064900*                   ON THE HISTORY - A NIGHT THE STATUS STEP    *
065000*                   NEVER JUDGED IS A NIGHT THE SCORECARD       *
065100*                   CANNOT SCORE, AND THE MEETING SHOULD KNOW.  *
065200*--------------------------------------------------------------*
065300 2500-LOAD-AUDIT.
065400     OPEN INPUT ALPHA-AUDIT-FILE.
065500     PERFORM 2510-LOAD-ONE-AUDIT THRU 2510-EXIT
065600         UNTIL WS-AUD-EOF.
065700     CLOSE ALPHA-AUDIT-FILE.
065800     PERFORM 2600-CHECK-ONE-AUDIT-NIGHT THRU 2600-EXIT
065900         VARYING WS-ADN-SUB FROM 1 BY 1
066000             UNTIL WS-ADN-SUB > WS-ADN-USED.
066100 2500-EXIT.
066200     EXIT.
066300
066400 2510-LOAD-ONE-AUDIT.
066500     READ ALPHA-AUDIT-FILE
066600         AT END
066700             SET WS-AUD-EOF TO TRUE
066800             GO TO 2510-EXIT
066900     END-READ.
067000     IF AUD-RUN-DATE (1:2) IS NOT NUMERIC
067100             OR AUD-RUN-DATE (4:2) IS NOT NUMERIC
067200             OR AUD-RUN-DATE (7:4) IS NOT NUMERIC
067300         GO TO 2510-EXIT
067400     END-IF.
067500     MOVE AUD-RUN-DATE (7:4)    TO WS-WORK-DATE (1:4).
067600     MOVE AUD-RUN-DATE (1:2)    TO WS-WORK-DATE (5:2).
067700     MOVE AUD-RUN-DATE (4:2)    TO WS-WORK-DATE (7:2).
067800     PERFORM 2050-FIND-MONTH THRU 2050-EXIT.
067900     IF WS-MON-SUB = ZERO
068000         GO TO 2510-EXIT
068100     END-IF.
068200     ADD 1                      TO WS-MON-RUNS (WS-MON-SUB).
068300     IF AUD-RECORD-COUNT IS NUMERIC
068400         ADD AUD-RECORD-COUNT   TO WS-MON-RECORDS (WS-MON-SUB)
068500     END-IF.
068600     MOVE ZERO                  TO WS-ADN-FOUND-SUB.
068700     PERFORM 2520-MATCH-ONE-AUDIT-NIGHT THRU 2520-EXIT
068800         VARYING WS-ADN-SUB FROM 1 BY 1
068900             UNTIL WS-ADN-SUB > WS-ADN-USED
069000                 OR WS-ADN-FOUND-SUB > ZERO.
069100     IF WS-ADN-FOUND-SUB = ZERO
069200         IF WS-ADN-USED NOT LESS THAN 62
069300             SET WS-ANY-OVERFLOW TO TRUE
069400             GO TO 2510-EXIT
069500         END-IF
069600         ADD 1                  TO WS-ADN-USED
069700         MOVE WS-WORK-DATE      TO WS-ADN-DATE (WS-ADN-USED)
069800     END-IF.
069900 2510-EXIT.
070000     EXIT.
070100
070200 2520-MATCH-ONE-AUDIT-NIGHT.
070300     IF WS-ADN-DATE (WS-ADN-SUB) = WS-WORK-DATE
070400         MOVE WS-ADN-SUB        TO WS-ADN-FOUND-SUB
070500     END-IF.
070600 2520-EXIT.
070700     EXIT.
070800
070900 2600-CHECK-ONE-AUDIT-NIGHT.
071000     MOVE WS-ADN-DATE (WS-ADN-SUB) TO WS-WORK-DATE.
071100     MOVE ZERO                  TO WS-STN-FOUND-SUB.
071200     PERFORM 2100-MATCH-ONE-STATUS-NIGHT THRU 2100-EXIT
071300         VARYING WS-STN-SUB FROM 1 BY 1
071400             UNTIL WS-STN-SUB > WS-STN-USED
071500                 OR WS-STN-FOUND-SUB > ZERO.
071600     IF WS-STN-FOUND-SUB = ZERO
071700         PERFORM 2050-FIND-MONTH THRU 2050-EXIT
071800         ADD 1                  TO WS-MON-NO-STATUS (WS-MON-SUB)
071900     END-IF.
072000 2600-EXIT.
072100     EXIT.
072200
072300*--------------------------------------------------------------*
072400* 2700-LOAD-CHANGES - COUNT THE TABLE CHANGES ALPHAAPR APPLIED  *
072500*                     IN EACH MONTH, CUSTOM AND LIBRARY ALIKE.  *
072600*--------------------------------------------------------------*
072700 2700-LOAD-CHANGES.
072800     OPEN INPUT ALPHA-CHANGE-FILE.
072900     PERFORM 2710-LOAD-ONE-CHANGE THRU 2710-EXIT
073000         UNTIL WS-CHG-EOF.
073100     CLOSE ALPHA-CHANGE-FILE.
073200 2700-EXIT.
073300     EXIT.
073400
073500 2710-LOAD-ONE-CHANGE.
073600     READ ALPHA-CHANGE-FILE
073700         AT END
073800             SET WS-CHG-EOF TO TRUE
073900             GO TO 2710-EXIT
074000     END-READ.
074100     IF CHG-APPLY-DATE IS NOT NUMERIC
074200         GO TO 2710-EXIT
074300     END-IF.
074400     MOVE CHG-APPLY-DATE        TO WS-WORK-DATE.
074500     PERFORM 2050-FIND-MONTH THRU 2050-EXIT.
074600     IF WS-MON-SUB > ZERO
074700         ADD 1                  TO WS-MON-CHANGES (WS-MON-SUB)
074800     END-IF.
074900 2710-EXIT.
075000     EXIT.
075100
075200*--------------------------------------------------------------*
075300* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
075400*--------------------------------------------------------------*
075500 3800-WRITE-REPORT-LINE.
075600     MOVE WS-TEXT-DETAIL-LINE   TO SCORECARD-REPORT-REC.
075700     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
075800 3800-EXIT.
075900     EXIT.
076000
076100*--------------------------------------------------------------*
076200* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
076300*                            THE RECORD AREA, STARTING A NEW    *
076400*                            PAGE WHEN THE CURRENT ONE IS FULL. *
076500*--------------------------------------------------------------*
076600 3850-WRITE-PREBUILT-LINE.
076700     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
076800         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
076900     END-IF.
077000     WRITE SCORECARD-REPORT-REC.
077100     ADD 1                      TO WS-LINE-COUNT.
077200 3850-EXIT.
077300     EXIT.
077400
077500*--------------------------------------------------------------*
077600* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
077700*                 PAGE.                                         *
077800*--------------------------------------------------------------*
077900 3900-NEW-PAGE.
078000     ADD 1                      TO WS-PAGE-COUNT.
078100     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
078200     MOVE WS-RUN-DATE           TO WH1-DATE.
078300     IF WS-PAGE-COUNT = 1
078400         WRITE SCORECARD-REPORT-REC FROM WS-REPORT-HEADING-1
078500     ELSE
078600         WRITE SCORECARD-REPORT-REC FROM WS-REPORT-HEADING-1
078700             AFTER ADVANCING PAGE
078800     END-IF.
078900     WRITE SCORECARD-REPORT-REC FROM WS-REPORT-HEADING-2.
079000     MOVE SPACES                TO SCORECARD-REPORT-REC.
079100     WRITE SCORECARD-REPORT-REC.
079200     WRITE SCORECARD-REPORT-REC FROM WS-REPORT-HEADING-3.
079300     MOVE SPACES                TO SCORECARD-REPORT-REC.
079400     WRITE SCORECARD-REPORT-REC.
079500     WRITE SCORECARD-REPORT-REC FROM WS-COLUMN-HEADING.
079600     MOVE SPACES                TO SCORECARD-REPORT-REC.
079700     WRITE SCORECARD-REPORT-REC.
079800     MOVE ZERO                  TO WS-LINE-COUNT.
079900 3900-EXIT.
080000     EXIT.
080100
080200*--------------------------------------------------------------*
080300* 4000-SET-MEASURES - TURN EACH MONTH'S TALLIES INTO THE        *
080400*                     MEASURE VALUES. A PERCENTAGE IS OF THE    *
080500*                     NIGHTS WITH A STATUS, TO ONE DECIMAL.     *
080600*--------------------------------------------------------------*
080700 4000-SET-MEASURES.
080800     PERFORM 4100-SET-ONE-MONTH THRU 4100-EXIT
080900         VARYING WS-MON-SUB FROM 1 BY 1
081000             UNTIL WS-MON-SUB > 2.
081100 4000-EXIT.
081200     EXIT.
081300
081400 4100-SET-ONE-MONTH.
081500     IF WS-MON-NIGHTS (WS-MON-SUB) > ZERO
081600         COMPUTE WS-MSR-VALUE (1 WS-MON-SUB) ROUNDED =
081700             WS-MON-CLEAN (WS-MON-SUB) * 100
081800                 / WS-MON-NIGHTS (WS-MON-SUB)
081900         COMPUTE WS-MSR-VALUE (2 WS-MON-SUB) ROUNDED =
082000             WS-MON-WARNINGS (WS-MON-SUB) * 100
082100                 / WS-MON-NIGHTS (WS-MON-SUB)
082200         COMPUTE WS-MSR-VALUE (3 WS-MON-SUB) ROUNDED =
082300             WS-MON-FAILED (WS-MON-SUB) * 100
082400                 / WS-MON-NIGHTS (WS-MON-SUB)
082500     END-IF.
082600     MOVE WS-MON-FALLBACK (WS-MON-SUB)
082700                           TO WS-MSR-VALUE (4 WS-MON-SUB).
082800     MOVE WS-MON-REJECTS (WS-MON-SUB)
082900                           TO WS-MSR-VALUE (5 WS-MON-SUB).
083000     MOVE WS-MON-OVERRUN (WS-MON-SUB)
083100                           TO WS-MSR-VALUE (6 WS-MON-SUB).
083200     MOVE WS-MON-CHANGES (WS-MON-SUB)
083300                           TO WS-MSR-VALUE (7 WS-MON-SUB).
083400 4100-EXIT.
083500     EXIT.
083600
083700*--------------------------------------------------------------*
083800* 5000-WRITE-SCORECARD - PRINT THE MONTH'S VOLUMES, THEN EVERY  *
083900*                        MEASURE AGAINST ITS TARGET AND THE     *
084000*                        PRIOR MONTH, THEN THE VERDICT.         *
084100*--------------------------------------------------------------*
084200 5000-WRITE-SCORECARD.
084300     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
084400     MOVE "NIGHTS WITH A STATUS RECORDED" TO WS-DET-DESC.
084500     MOVE WS-MON-NIGHTS (1)     TO WS-EDIT-COUNT.
084600     MOVE WS-EDIT-COUNT         TO WS-DET-THIS.
084700     MOVE WS-MON-NIGHTS (2)     TO WS-EDIT-COUNT.
084800     MOVE WS-EDIT-COUNT         TO WS-DET-PRIOR.
084900     PERFORM 5100-WRITE-VOLUME-LINE THRU 5100-EXIT.
085000     MOVE "NIGHTS RUN WITH NO STATUS" TO WS-DET-DESC.
085100     MOVE WS-MON-NO-STATUS (1)  TO WS-EDIT-COUNT.
085200     MOVE WS-EDIT-COUNT         TO WS-DET-THIS.
085300     MOVE WS-MON-NO-STATUS (2)  TO WS-EDIT-COUNT.
085400     MOVE WS-EDIT-COUNT         TO WS-DET-PRIOR.
085500     PERFORM 5100-WRITE-VOLUME-LINE THRU 5100-EXIT.
085600     MOVE "ARRAY01 RUNS (AUDIT TRAIL)" TO WS-DET-DESC.
085700     MOVE WS-MON-RUNS (1)       TO WS-EDIT-COUNT.
085800     MOVE WS-EDIT-COUNT         TO WS-DET-THIS.
085900     MOVE WS-MON-RUNS (2)       TO WS-EDIT-COUNT.
086000     MOVE WS-EDIT-COUNT         TO WS-DET-PRIOR.
086100     PERFORM 5100-WRITE-VOLUME-LINE THRU 5100-EXIT.
086200     MOVE "RECORDS PROCESSED (AUDIT)" TO WS-DET-DESC.
086300     MOVE WS-MON-RECORDS (1)    TO WS-EDIT-COUNT.
086400     MOVE WS-EDIT-COUNT         TO WS-DET-THIS.
086500     MOVE WS-MON-RECORDS (2)    TO WS-EDIT-COUNT.
086600     MOVE WS-EDIT-COUNT         TO WS-DET-PRIOR.
086700     PERFORM 5100-WRITE-VOLUME-LINE THRU 5100-EXIT.
086800     MOVE "NIGHTS TIMED (TIMING LOG)" TO WS-DET-DESC.
086900     MOVE WS-MON-TIMED (1)      TO WS-EDIT-COUNT.
087000     MOVE WS-EDIT-COUNT         TO WS-DET-THIS.
087100     MOVE WS-MON-TIMED (2)      TO WS-EDIT-COUNT.
087200     MOVE WS-EDIT-COUNT         TO WS-DET-PRIOR.
087300     PERFORM 5100-WRITE-VOLUME-LINE THRU 5100-EXIT.
087400     MOVE SPACES                TO SCORECARD-REPORT-REC.
087500     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
087600     PERFORM 5200-WRITE-ONE-MEASURE THRU 5200-EXIT
087700         VARYING WS-MSR-SUB FROM 1 BY 1
087800             UNTIL WS-MSR-SUB > WS-MSR-COUNT.
087900     MOVE SPACES                TO SCORECARD-REPORT-REC.
088000     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
088100     PERFORM 5500-WRITE-VERDICT THRU 5500-EXIT.
088200 5000-EXIT.
088300     EXIT.
088400
088500 5100-WRITE-VOLUME-LINE.
088600     MOVE SPACES                TO WS-DET-TARGET-DIR.
088700     MOVE SPACES                TO WS-DET-TARGET.
088800     MOVE SPACES                TO WS-DET-RESULT.
088900     MOVE SPACES                TO WS-DET-TREND.
089000     MOVE WS-MEASURE-LINE       TO SCORECARD-REPORT-REC.
089100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
089200 5100-EXIT.
089300     EXIT.
089400
089500*--------------------------------------------------------------*
089600* 5200-WRITE-ONE-MEASURE - PRINT ONE MEASURE FOR BOTH MONTHS    *
089700*                          WITH ITS TARGET, JUDGE THE MONTH     *
089800*                          AGAINST THE TARGET, AND SAY WHETHER  *
089900*                          IT IMPROVED ON THE PRIOR MONTH. WITH *
090000*                          NO NIGHTS IN A MONTH THERE IS NOTHING*
090100*                          TO JUDGE OR COMPARE.                 *
090200*--------------------------------------------------------------*
090300 5200-WRITE-ONE-MEASURE.
090400     MOVE WS-MSR-DESC (WS-MSR-SUB) TO WS-DET-DESC.
090500     MOVE WS-MSR-VALUE (WS-MSR-SUB 1) TO WS-EDIT-VALUE.
090600     PERFORM 5300-EDIT-VALUE THRU 5300-EXIT.
090700     MOVE WS-EDIT-OUT           TO WS-DET-THIS.
090800     MOVE WS-MSR-VALUE (WS-MSR-SUB 2) TO WS-EDIT-VALUE.
090900     PERFORM 5300-EDIT-VALUE THRU 5300-EXIT.
091000     MOVE WS-EDIT-OUT           TO WS-DET-PRIOR.
091100     MOVE SPACES                TO WS-DET-TREND.
091200     IF NOT WS-MSR-HAS-TARGET (WS-MSR-SUB)
091300         MOVE SPACES            TO WS-DET-TARGET-DIR
091400         MOVE SPACES            TO WS-DET-TARGET
091500         MOVE "NO TARGET"       TO WS-DET-RESULT
091600     ELSE
091700         ADD 1                  TO WS-TARGETS-SET
091800         IF WS-MSR-AT-LEAST (WS-MSR-SUB)
091900             MOVE "AT LEAST"    TO WS-DET-TARGET-DIR
092000         ELSE
092100             MOVE "AT MOST"     TO WS-DET-TARGET-DIR
092200         END-IF
092300         MOVE WS-MSR-TARGET (WS-MSR-SUB) TO WS-EDIT-VALUE
092400         PERFORM 5300-EDIT-VALUE THRU 5300-EXIT
092500         MOVE WS-EDIT-OUT       TO WS-DET-TARGET
092600         PERFORM 5250-JUDGE-MEASURE THRU 5250-EXIT
092700     END-IF.
092800     IF WS-MON-NIGHTS (1) > ZERO AND WS-MON-NIGHTS (2) > ZERO
092900         EVALUATE TRUE
093000             WHEN WS-MSR-VALUE (WS-MSR-SUB 1) =
093100                     WS-MSR-VALUE (WS-MSR-SUB 2)
093200                 MOVE "SAME"    TO WS-DET-TREND
093300             WHEN WS-MSR-VALUE (WS-MSR-SUB 1) >
093400                     WS-MSR-VALUE (WS-MSR-SUB 2)
093500                 IF WS-MSR-AT-LEAST (WS-MSR-SUB)
093600                     MOVE "BETTER" TO WS-DET-TREND
093700                 ELSE
093800                     MOVE "WORSE"  TO WS-DET-TREND
093900                 END-IF
094000             WHEN OTHER
094100                 IF WS-MSR-AT-LEAST (WS-MSR-SUB)
094200                     MOVE "WORSE"  TO WS-DET-TREND
094300                 ELSE
094400                     MOVE "BETTER" TO WS-DET-TREND
094500                 END-IF
094600         END-EVALUATE
094700     END-IF.
094800     MOVE WS-MEASURE-LINE       TO SCORECARD-REPORT-REC.
094900     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
095000 5200-EXIT.
095100     EXIT.
095200
095300 5250-JUDGE-MEASURE.
095400     IF WS-MON-NIGHTS (1) = ZERO
095500         MOVE "NO DATA"         TO WS-DET-RESULT
095600         GO TO 5250-EXIT
095700     END-IF.
095800     IF WS-MSR-AT-LEAST (WS-MSR-SUB)
095900         IF WS-MSR-VALUE (WS-MSR-SUB 1) <
096000                 WS-MSR-TARGET (WS-MSR-SUB)
096100             MOVE "*MISSED*"    TO WS-DET-RESULT
096200             ADD 1              TO WS-TARGETS-MISSED
096300         ELSE
096400             MOVE "MET"         TO WS-DET-RESULT
096500         END-IF
096600     ELSE
096700         IF WS-MSR-VALUE (WS-MSR-SUB 1) >
096800                 WS-MSR-TARGET (WS-MSR-SUB)
096900             MOVE "*MISSED*"    TO WS-DET-RESULT
097000             ADD 1              TO WS-TARGETS-MISSED
097100         ELSE
097200             MOVE "MET"         TO WS-DET-RESULT
097300         END-IF
097400     END-IF.
097500 5250-EXIT.
097600     EXIT.
097700
097800*--------------------------------------------------------------*
097900* 5300-EDIT-VALUE - EDIT WS-EDIT-VALUE FOR PRINT AS A PERCENT   *
098000*                   (ONE DECIMAL) OR A WHOLE COUNT, AS THE      *
098100*                   CURRENT MEASURE IS.                         *
098200*--------------------------------------------------------------*
098300 5300-EDIT-VALUE.
098400     IF WS-MSR-PERCENT (WS-MSR-SUB)
098500         MOVE WS-EDIT-VALUE     TO WS-EDIT-PERCENT
098600         MOVE WS-EDIT-PERCENT   TO WS-EDIT-OUT
098700     ELSE
098800         MOVE WS-EDIT-VALUE     TO WS-EDIT-COUNT
098900         MOVE WS-EDIT-COUNT     TO WS-EDIT-OUT
099000     END-IF.
099100 5300-EXIT.
099200     EXIT.
099300
099400*--------------------------------------------------------------*
099500* 5500-WRITE-VERDICT - SUM UP THE MONTH FOR THE MEETING.        *
099600*--------------------------------------------------------------*
099700 5500-WRITE-VERDICT.
099800     IF WS-MON-NIGHTS (1) = ZERO
099900         MOVE "*** NO STATUS HISTORY FOR THE MONTH - NOTHING "
100000                                TO WS-TXT-TEXT
100100         MOVE "SCORED ***"      TO WS-TXT-TEXT (47:10)
100200         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
100300         GO TO 5500-EXIT
100400     END-IF.
100500     MOVE WS-TARGETS-SET        TO WS-COUNT-X.
100600     MOVE WS-TARGETS-MISSED     TO WS-COUNT-X2.
100700     MOVE SPACES                TO WS-TXT-TEXT.
100800     IF WS-TARGETS-MISSED > ZERO
100900         STRING "*** TARGETS MISSED: " DELIMITED BY SIZE
101000                WS-COUNT-X2     DELIMITED BY SIZE
101100                " OF "          DELIMITED BY SIZE
101200                WS-COUNT-X      DELIMITED BY SIZE
101300                " ***"          DELIMITED BY SIZE
101400             INTO WS-TXT-TEXT
101500     ELSE
101600         STRING "ALL TARGETS MET - " DELIMITED BY SIZE
101700                WS-COUNT-X      DELIMITED BY SIZE
101800                " OF "          DELIMITED BY SIZE
101900                WS-COUNT-X      DELIMITED BY SIZE
102000             INTO WS-TXT-TEXT
102100     END-IF.
102200     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
102300 5500-EXIT.
102400     EXIT.
102500
102600*--------------------------------------------------------------*
102700* 9000-TERMINATE - CLOSE THE REPORT, ECHO THE RESULT, AND SET   *
102800*                  THE RETURN CODE: 8 FOR A BAD PARM, NO STATUS *
102900*                  HISTORY FOR THE MONTH, OR A WORK AREA        *
103000*                  OVERFLOW; 4 WHEN A TARGET WAS MISSED.        *
103100*--------------------------------------------------------------*
103200 9000-TERMINATE.
103300     IF WS-ANY-OVERFLOW
103400         MOVE "*** MORE NIGHTS THAN THE WORK AREA HOLDS - "
103500                                TO WS-TXT-TEXT
103600         MOVE "CHECK THE DATES ***" TO WS-TXT-TEXT (44:19)
103700         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
103800     END-IF.
103900     CLOSE SCORECARD-REPORT.
104000     IF WS-PARM-ERROR
104100         MOVE 8                 TO RETURN-CODE
104200         GO TO 9000-EXIT
104300     END-IF.
104400     IF WS-STATUS-BAD > ZERO
104500         DISPLAY "ALPHASLA - UNREADABLE STATUS RECORDS "
104600             WS-STATUS-BAD
104700     END-IF.
104800     DISPLAY "ALPHASLA - NIGHTS SCORED     " WS-MON-NIGHTS (1).
104900     DISPLAY "ALPHASLA - TARGETS SET       " WS-TARGETS-SET.
105000     DISPLAY "ALPHASLA - TARGETS MISSED    " WS-TARGETS-MISSED.
105100     EVALUATE TRUE
105200         WHEN WS-MON-NIGHTS (1) = ZERO
105300             MOVE 8             TO RETURN-CODE
105400         WHEN WS-ANY-OVERFLOW
105500             MOVE 8             TO RETURN-CODE
105600         WHEN WS-TARGETS-MISSED > ZERO
105700             MOVE 4             TO RETURN-CODE
105800     END-EVALUATE.
105900 9000-EXIT.
106000     EXIT.
