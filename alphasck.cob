000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHASCK.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* COLLATING-SEQUENCE CONFORMANCE CHECK FOR A SORTED FILE.       *
000900* CONFIRMS THAT A FILE SORTED WITH THE ALTSEQ DECK ALPHASEQ     *
001000* GENERATES (OR A COPY OF IT) REALLY IS IN THE SHOP SEQUENCE,   *
001100* SO A STALE HAND-COPIED DECK OR A SORT THAT FELL BACK TO THE   *
001200* NATIVE ORDER STOPS THE NEXT STEP INSTEAD OF BEING SHIPPED.    *
001300* THE PARM NAMES THE TABLE (COLUMN 1 - U, L, OR C, DEFAULT U AS *
001400* FOR ALPHASEQ) AND, IN COLUMNS 3-46, THE DATASET NAME TO PRINT *
001500* ON THE REPORT. THE TABLE'S SEQUENCE COMES FROM THE ALPHACOL   *
001600* ROWS ARRAY01 WROTE (THE LATEST ROW FOR A POSITION WINS, AS IN *
001700* ALPHASEQ). THE KEY COLUMNS AND RECORD-TYPE LAYOUT COME FROM   *
001800* A RULE FILE IN ALPHARUL FORMAT: THE LAYOUT RULE GIVES THE     *
001900* RECORD LENGTH AND WHERE THE TYPE CODE LIVES, AND THE RANGE    *
002000* RULES FOR A RECORD'S TYPE (OR **), IN RULE-FILE ORDER, MAKE   *
002100* UP ITS SORT KEY. AN EMPTY RULE FILE MEANS THE WHOLE 80-BYTE   *
002200* RECORD IS THE KEY.                                            *
002300* EACH KEY IS COMPARED WITH THE ONE BEFORE IT BYTE BY BYTE ON   *
002400* TABLE POSITIONS. A CHARACTER NOT IN THE TABLE KEEPS ITS       *
002500* NATIVE CODE UNDER ALTSEQ, WHICH LIES ABOVE EVERY TABLE        *
002600* POSITION, SO IT RANKS AFTER THE TABLE - SPACE FIRST, THEN     *
002700* ANY OTHER (TWO DIFFERENT OTHERS ARE NOT TOLD APART). EVERY    *
002800* OUT-OF-SEQUENCE PAIR IS LISTED WITH BOTH RECORD NUMBERS, AND  *
002900* EVERY NON-BLANK KEY CHARACTER NOT IN THE TABLE IS LISTED WITH *
003000* ITS COUNT AND FIRST RECORD.                                   *
003100* RETURN CODE 8 MEANS THE FILE IS OUT OF SEQUENCE OR THE TABLE  *
003200* COULD NOT BE LOADED; 4 MEANS IN SEQUENCE BUT WITH KEY         *
003300* CHARACTERS OUTSIDE THE TABLE.                                 *
003400*--------------------------------------------------------------*
003500* MODIFICATION HISTORY.                                         *
003600*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
003700*--------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100
004200     SELECT ALPHA-COLLATE-FILE ASSIGN TO ALPHACOL
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT ALPHA-RULE-FILE ASSIGN TO ALPHARUL
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT SCK-INPUT-FILE ASSIGN TO SCKIN
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT SEQUENCE-REPORT ASSIGN TO ALPHASCP
005200         ORGANIZATION IS SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600
005700*--------------------------------------------------------------*
005800* ALPHA-COLLATE-FILE - COLLATING SEQUENCE REFERENCE FILE        *
005900*                      WRITTEN BY ARRAY01.                      *
006000*--------------------------------------------------------------*
006100 FD  ALPHA-COLLATE-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 80 CHARACTERS.
006500     COPY ALPHACOL.
006600
006700*--------------------------------------------------------------*
006800* ALPHA-RULE-FILE - KEY COLUMNS AND RECORD-TYPE LAYOUT OF THE   *
006900*                   FILE BEING CHECKED.                         *
007000*--------------------------------------------------------------*
007100 FD  ALPHA-RULE-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500     COPY ALPHARUL.
007600
007700*--------------------------------------------------------------*
007800* SCK-INPUT-FILE - THE SORTED FILE. RECORD CONTAINS 0 TAKES THE *
007900*                  RECORD LENGTH FROM THE DATASET LABEL; THE    *
008000*                  LENGTH CHECKED IS THE ONE THE RULE FILE      *
008100*                  DECLARES (DEFAULT 80, UP TO 512).            *
008200*--------------------------------------------------------------*
008300 FD  SCK-INPUT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 0 CHARACTERS.
008700 01  SCK-INPUT-RECORD          PIC X(512).
008800
008900*--------------------------------------------------------------*
009000* SEQUENCE-REPORT - OUT-OF-SEQUENCE PAIRS AND KEY CHARACTERS    *
009100*                   NOT IN THE TABLE.                           *
009200*--------------------------------------------------------------*
009300 FD  SEQUENCE-REPORT
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 132 CHARACTERS.
009700 01  SEQUENCE-REPORT-REC       PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000
010100*--------------------------------------------------------------*
010200* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
010300* THIRD HEADING NAMES THE TABLE AND THE FILE CHECKED.           *
010400*--------------------------------------------------------------*
010500 01  WS-REPORT-HEADING-1.
010600     05  FILLER                PIC X(01) VALUE SPACES.
010700     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
010800     05  FILLER                PIC X(08) VALUE "ALPHASCK".
010900     05  FILLER                PIC X(09) VALUE SPACES.
011000     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
011100     05  WH1-DATE              PIC X(10).
011200     05  FILLER                PIC X(10) VALUE SPACES.
011300     05  FILLER                PIC X(06) VALUE "PAGE: ".
011400     05  WH1-PAGE              PIC ZZ9.
011500     05  FILLER                PIC X(66) VALUE SPACES.
011600
011700 01  WS-REPORT-HEADING-2.
011800     05  FILLER                PIC X(44) VALUE SPACES.
011900     05  FILLER                PIC X(38)
012000             VALUE "COLLATING SEQUENCE CONFORMANCE CHECK  ".
012100     05  FILLER                PIC X(50) VALUE SPACES.
012200
012300 01  WS-REPORT-HEADING-3.
012400     05  FILLER                PIC X(04) VALUE SPACES.
012500     05  FILLER                PIC X(07) VALUE "TABLE: ".
012600     05  WH3-TABLE-ID          PIC X(01).
012700     05  FILLER                PIC X(04) VALUE SPACES.
012800     05  FILLER                PIC X(06) VALUE "FILE: ".
012900     05  WH3-FILE-NAME         PIC X(44).
013000     05  FILLER                PIC X(66) VALUE SPACES.
013100
013200 01  WS-PAIR-COLUMN-HEADING.
013300     05  FILLER                PIC X(04) VALUE SPACES.
013400     05  FILLER                PIC X(11) VALUE "PRIOR REC#".
013500     05  FILLER                PIC X(02) VALUE SPACES.
013600     05  FILLER                PIC X(11) VALUE "THIS REC#".
013700     05  FILLER                PIC X(02) VALUE SPACES.
013800     05  FILLER                PIC X(48) VALUE "PRIOR KEY".
013900     05  FILLER                PIC X(02) VALUE SPACES.
014000     05  FILLER                PIC X(48) VALUE "THIS KEY".
014100     05  FILLER                PIC X(04) VALUE SPACES.
014200
014300 01  WS-PAIR-DETAIL-LINE.
014400     05  FILLER                PIC X(04) VALUE SPACES.
014500     05  WS-PDL-PRIOR-REC      PIC ZZZ,ZZZ,ZZ9.
014600     05  FILLER                PIC X(02) VALUE SPACES.
014700     05  WS-PDL-THIS-REC       PIC ZZZ,ZZZ,ZZ9.
014800     05  FILLER                PIC X(02) VALUE SPACES.
014900     05  WS-PDL-PRIOR-KEY      PIC X(48).
015000     05  FILLER                PIC X(02) VALUE SPACES.
015100     05  WS-PDL-THIS-KEY       PIC X(48).
015200     05  FILLER                PIC X(04) VALUE SPACES.
015300
015400 01  WS-TEXT-DETAIL-LINE.
015500     05  FILLER                PIC X(04) VALUE SPACES.
015600     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
015700     05  FILLER                PIC X(58) VALUE SPACES.
015800
015900 01  WS-SYSTEM-DATE-FIELDS.
016000     05  WS-SYSTEM-DATE        PIC 9(08).
016100
016200 01  WS-EDIT-DATE-FIELDS.
016300     05  WS-EDIT-DATE          PIC 9(08).
016400     05  FILLER REDEFINES WS-EDIT-DATE.
016500         10  WS-EDIT-CCYY      PIC 9(04).
016600         10  WS-EDIT-MM        PIC 9(02).
016700         10  WS-EDIT-DD        PIC 9(02).
016800     05  WS-EDIT-DATE-TEXT     PIC X(10).
016900
017000 01  WS-HOLD-REPORT-LINE       PIC X(132) VALUE SPACES.
017100
017200*--------------------------------------------------------------*
017300* THE PARM - TABLE LETTER IN COLUMN 1, DATASET NAME FOR THE     *
017400* REPORT IN COLUMNS 3-46.                                       *
017500*--------------------------------------------------------------*
017600 01  WS-PARM-AREA.
017700     05  WS-PARM-TABLE-ID      PIC X(01) VALUE SPACES.
017800     05  FILLER                PIC X(01) VALUE SPACES.
017900     05  WS-PARM-FILE-NAME     PIC X(44) VALUE SPACES.
018000
018100*--------------------------------------------------------------*
018200* THE TABLE'S SEQUENCE, SLOTTED BY ALPHACOL SEQUENCE NUMBER.    *
018300*--------------------------------------------------------------*
018400 01  WS-SEQUENCE-AREA.
018500     05  WS-SEQ-CHAR           PIC X(01) OCCURS 64 TIMES.
018600 77  WS-SEQ-COUNT              PIC 9(02) COMP VALUE ZERO.
018700 77  WS-SEQ-SUB                PIC 9(02) COMP VALUE ZERO.
018800 77  WS-ROW-COUNT              PIC 9(05) COMP VALUE ZERO.
018900
019000*--------------------------------------------------------------*
019100* KEY RULES LOADED FROM THE RULE FILE - THE SAME RULES AND      *
019200* DEFAULTS AS ALPHAXLT. WS-FILE-LENGTH IS THE FILE'S DECLARED   *
019300* RECORD LENGTH; WS-TYPE-START/LENGTH LOCATE THE RECORD-TYPE    *
019400* CODE (LENGTH ZERO MEANS AN UNTYPED FILE, MATCHED BY ** RULES  *
019500* ONLY).                                                        *
019600*--------------------------------------------------------------*
019700 01  WS-RULE-AREA.
019800     05  WS-RUL-ENTRY          OCCURS 50 TIMES.
019900         10  WS-RUL-TYPE       PIC X(02).
020000         10  WS-RUL-START      PIC 9(04) COMP.
020100         10  WS-RUL-END        PIC 9(04) COMP.
020200 77  WS-RUL-USED               PIC 9(02) COMP VALUE ZERO.
020300 77  WS-RUL-SUB                PIC 9(02) COMP VALUE ZERO.
020400 77  WS-FILE-LENGTH            PIC 9(04) COMP VALUE 80.
020500 77  WS-TYPE-START             PIC 9(04) COMP VALUE ZERO.
020600 77  WS-TYPE-LENGTH            PIC 9(01) COMP VALUE ZERO.
020700 77  WS-RECORD-TYPE            PIC X(02) VALUE SPACES.
020800
020900*--------------------------------------------------------------*
021000* THE CURRENT AND PRIOR SORT KEYS, WITH THE COLLATING RANK OF   *
021100* EACH KEY BYTE: ITS TABLE POSITION, 98 FOR A SPACE, 99 FOR ANY *
021200* OTHER CHARACTER NOT IN THE TABLE.                             *
021300*--------------------------------------------------------------*
021400 01  WS-THIS-KEY-AREA.
021500     05  WS-THIS-KEY           PIC X(256).
021600     05  WS-THIS-RANK          PIC 9(02) OCCURS 256 TIMES.
021700 01  WS-PRIOR-KEY-AREA.
021800     05  WS-PRIOR-KEY          PIC X(256).
021900     05  WS-PRIOR-RANK         PIC 9(02) OCCURS 256 TIMES.
022000 77  WS-THIS-KEY-LENGTH        PIC 9(04) COMP VALUE ZERO.
022100 77  WS-PRIOR-KEY-LENGTH       PIC 9(04) COMP VALUE ZERO.
022200 77  WS-COMPARE-LENGTH         PIC 9(04) COMP VALUE ZERO.
022300 77  WS-PIECE-LENGTH           PIC 9(04) COMP VALUE ZERO.
022400 77  WS-PIECE-END              PIC 9(04) COMP VALUE ZERO.
022500 77  WS-KEY-SUB                PIC 9(04) COMP VALUE ZERO.
022600 77  WS-RANK                   PIC 9(02) VALUE ZERO.
022700 77  WS-COMPARE-RESULT         PIC X(01) VALUE SPACE.
022800     88  WS-KEYS-EQUAL                    VALUE "E".
022900     88  WS-KEY-IN-SEQUENCE               VALUE "A".
023000     88  WS-KEY-OUT-OF-SEQUENCE           VALUE "B".
023100
023200*--------------------------------------------------------------*
023300* DISTINCT KEY CHARACTERS FOUND THAT ARE NOT IN THE TABLE.      *
023400*--------------------------------------------------------------*
023500 01  WS-STRAY-AREA.
023600     05  WS-STR-ENTRY          OCCURS 100 TIMES.
023700         10  WS-STR-CHAR       PIC X(01).
023800         10  WS-STR-COUNT      PIC 9(07) COMP.
023900         10  WS-STR-FIRST-REC  PIC 9(09) COMP.
024000 77  WS-STR-USED               PIC 9(03) COMP VALUE ZERO.
024100 77  WS-STR-SUB                PIC 9(03) COMP VALUE ZERO.
024200 77  WS-STR-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
024300
024400 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
024500 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
024600 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
024700 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
024800 77  WS-TABLE-ID               PIC X(01) VALUE "U".
024900 77  WS-RECORD-COUNT           PIC 9(09) COMP VALUE ZERO.
025000 77  WS-PAIR-COUNT             PIC 9(07) COMP VALUE ZERO.
025100 77  WS-STRAY-COUNT            PIC 9(07) COMP VALUE ZERO.
025200 77  WS-RECORD-COUNT-X         PIC 9(09) VALUE ZERO.
025300 77  WS-PAIR-COUNT-X           PIC 9(07) VALUE ZERO.
025400 77  WS-STRAY-COUNT-X          PIC 9(07) VALUE ZERO.
025500 77  WS-STR-COUNT-X            PIC 9(07) VALUE ZERO.
025600 77  WS-STR-FIRST-REC-X        PIC 9(09) VALUE ZERO.
025700
025800 77  WS-COL-EOF-SW             PIC X(01) VALUE "N".
025900     88  WS-COL-EOF                       VALUE "Y".
026000 77  WS-RUL-EOF-SW             PIC X(01) VALUE "N".
026100     88  WS-RUL-EOF                       VALUE "Y".
026200 77  WS-SCK-EOF-SW             PIC X(01) VALUE "N".
026300     88  WS-SCK-EOF                       VALUE "Y".
026400 77  WS-TABLE-ERROR-SW         PIC X(01) VALUE "N".
026500     88  WS-TABLE-ERROR                   VALUE "Y".
026600 77  WS-STRAY-OVERFLOW-SW      PIC X(01) VALUE "N".
026700     88  WS-STRAY-OVERFLOW                VALUE "Y".
026800
026900 PROCEDURE DIVISION.
027000
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027300     IF WS-TABLE-ERROR
027400         PERFORM 9000-TERMINATE THRU 9000-EXIT
027500         STOP RUN
027600     END-IF.
027700     PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
027800         UNTIL WS-SCK-EOF.
027900     IF WS-PAIR-COUNT = ZERO
028000         MOVE "NO OUT-OF-SEQUENCE RECORDS"
028100                                TO WS-TXT-TEXT
028200         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
028300     END-IF.
028400     PERFORM 6000-REPORT-STRAYS THRU 6000-EXIT.
028500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028600     STOP RUN.
028700
028800*--------------------------------------------------------------*
028900* 1000-INITIALIZE - PICK UP THE PARM, LOAD THE TABLE'S SEQUENCE *
029000*                   AND THE KEY RULES, OPEN THE SORTED FILE,    *
029100*                   AND PRIME ITS FIRST RECORD. A TABLE WITH NO *
029200*                   ROWS, OR A GAP IN ITS SEQUENCE NUMBERS,     *
029300*                   ENDS THE RUN UNCHECKED.                     *
029400*--------------------------------------------------------------*
029500 1000-INITIALIZE.
029600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
029700     MOVE WS-SYSTEM-DATE        TO WS-EDIT-DATE.
029800     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
029900     MOVE WS-EDIT-DATE-TEXT     TO WS-RUN-DATE.
030000     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
030100     IF WS-PARM-TABLE-ID NOT = SPACE
030200         MOVE WS-PARM-TABLE-ID  TO WS-TABLE-ID
030300     END-IF.
030400     MOVE WS-TABLE-ID           TO WH3-TABLE-ID.
030500     MOVE WS-PARM-FILE-NAME     TO WH3-FILE-NAME.
030600     OPEN OUTPUT SEQUENCE-REPORT.
030700     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
030800     MOVE SPACES                TO WS-SEQUENCE-AREA.
030900     OPEN INPUT ALPHA-COLLATE-FILE.
031000     PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
031100         UNTIL WS-COL-EOF.
031200     CLOSE ALPHA-COLLATE-FILE.
031300     IF WS-SEQ-COUNT = ZERO
031400         SET WS-TABLE-ERROR TO TRUE
031500         DISPLAY "ALPHASCK - NO COLLATE ROWS FOR TABLE "
031600             WS-TABLE-ID
031700         MOVE "NO COLLATE ROWS FOR THE TABLE - FILE NOT CHECKED"
031800                                TO WS-TXT-TEXT
031900         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
032000         GO TO 1000-EXIT
032100     END-IF.
032200     PERFORM 1200-CHECK-ONE-SLOT THRU 1200-EXIT
032300         VARYING WS-SEQ-SUB FROM 1 BY 1
032400             UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
032500                 OR WS-TABLE-ERROR.
032600     IF WS-TABLE-ERROR
032700         MOVE "GAP IN THE TABLE'S SEQUENCE - FILE NOT CHECKED"
032800                                TO WS-TXT-TEXT
032900         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
033000         GO TO 1000-EXIT
033100     END-IF.
033200     PERFORM 1300-LOAD-RULES THRU 1300-EXIT.
033300     MOVE WS-PAIR-COLUMN-HEADING TO SEQUENCE-REPORT-REC.
033400     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
033500     MOVE SPACES                TO SEQUENCE-REPORT-REC.
033600     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
033700     OPEN INPUT SCK-INPUT-FILE.
033800     READ SCK-INPUT-FILE
033900         AT END
034000             SET WS-SCK-EOF TO TRUE
034100     END-READ.
034200 1000-EXIT.
034300     EXIT.
034400
034500*--------------------------------------------------------------*
034600* 1100-LOAD-ONE-ROW - KEEP ONE COLLATE ROW IF IT BELONGS TO THE *
034700*                     TABLE, SLOTTED BY ITS SEQUENCE NUMBER.    *
034800*--------------------------------------------------------------*
034900 1100-LOAD-ONE-ROW.
035000     READ ALPHA-COLLATE-FILE
035100         AT END
035200             SET WS-COL-EOF TO TRUE
035300             GO TO 1100-EXIT
035400     END-READ.
035500     IF ACL-TABLE-ID NOT = WS-TABLE-ID
035600         GO TO 1100-EXIT
035700     END-IF.
035800     IF ACL-SEQUENCE-NBR IS NOT NUMERIC
035900        OR ACL-SEQUENCE-NBR = ZERO
036000        OR ACL-SEQUENCE-NBR > 64
036100         DISPLAY "ALPHASCK - COLLATE ROW WITH A BAD SEQUENCE "
036200             "NUMBER FOR TABLE " WS-TABLE-ID " SKIPPED"
036300         GO TO 1100-EXIT
036400     END-IF.
036500     ADD 1                      TO WS-ROW-COUNT.
036600     MOVE ACL-CHARACTER         TO WS-SEQ-CHAR (ACL-SEQUENCE-NBR).
036700     IF ACL-SEQUENCE-NBR > WS-SEQ-COUNT
036800         MOVE ACL-SEQUENCE-NBR  TO WS-SEQ-COUNT
036900     END-IF.
037000 1100-EXIT.
037100     EXIT.
037200
037300 1200-CHECK-ONE-SLOT.
037400     IF WS-SEQ-CHAR (WS-SEQ-SUB) = SPACE
037500         SET WS-TABLE-ERROR TO TRUE
037600         DISPLAY "ALPHASCK - GAP AT SEQUENCE POSITION "
037700             WS-SEQ-SUB " FOR TABLE " WS-TABLE-ID
037800     END-IF.
037900 1200-EXIT.
038000     EXIT.
038100
038200*--------------------------------------------------------------*
038300* 1300-LOAD-RULES - LOAD THE LAYOUT RULE AND EVERY KEY RANGE    *
038400*                   RULE. AN EMPTY OR MISSING RULE FILE MAKES   *
038500*                   THE WHOLE RECORD THE KEY.                   *
038600*--------------------------------------------------------------*
038700 1300-LOAD-RULES.
038800     MOVE "N"                   TO WS-RUL-EOF-SW.
038900     OPEN INPUT ALPHA-RULE-FILE.
039000     PERFORM 1310-READ-ONE-RULE THRU 1310-EXIT
039100         UNTIL WS-RUL-EOF.
039200     CLOSE ALPHA-RULE-FILE.
039300     IF WS-RUL-USED = ZERO
039400         MOVE 1                 TO WS-RUL-USED
039500         MOVE "**"              TO WS-RUL-TYPE (1)
039600         MOVE 1                 TO WS-RUL-START (1)
039700         MOVE WS-FILE-LENGTH    TO WS-RUL-END (1)
039800     END-IF.
039900 1300-EXIT.
040000     EXIT.
040100
040200 1310-READ-ONE-RULE.
040300     READ ALPHA-RULE-FILE
040400         AT END
040500             SET WS-RUL-EOF TO TRUE
040600             GO TO 1310-EXIT
040700     END-READ.
040800     EVALUATE TRUE
040900         WHEN RUL-LAYOUT-RULE
041000             IF RUL-RECORD-LENGTH IS NUMERIC
041100                     AND RUL-RECORD-LENGTH > ZERO
041200                     AND RUL-RECORD-LENGTH < 513
041300                 MOVE RUL-RECORD-LENGTH TO WS-FILE-LENGTH
041400             END-IF
041500             IF RUL-TYPE-START IS NUMERIC
041600                     AND RUL-TYPE-LENGTH IS NUMERIC
041700                     AND RUL-TYPE-LENGTH > ZERO
041800                     AND RUL-TYPE-LENGTH < 3
041900                 MOVE RUL-TYPE-START  TO WS-TYPE-START
042000                 MOVE RUL-TYPE-LENGTH TO WS-TYPE-LENGTH
042100             END-IF
042200         WHEN RUL-RANGE-RULE
042300             IF WS-RUL-USED < 50
042400                     AND RUL-START-COL IS NUMERIC
042500                     AND RUL-END-COL IS NUMERIC
042600                     AND RUL-START-COL > ZERO
042700                     AND RUL-START-COL NOT GREATER RUL-END-COL
042800                 ADD 1          TO WS-RUL-USED
042900                 MOVE RUL-RECORD-TYPE
043000                                TO WS-RUL-TYPE (WS-RUL-USED)
043100                 MOVE RUL-START-COL
043200                                TO WS-RUL-START (WS-RUL-USED)
043300                 MOVE RUL-END-COL
043400                                TO WS-RUL-END (WS-RUL-USED)
043500             ELSE
043600                 DISPLAY "ALPHASCK - RANGE RULE SKIPPED - "
043700                     "BAD COLUMNS OR RULE AREA FULL"
043800             END-IF
043900         WHEN OTHER
044000             CONTINUE
044100     END-EVALUATE.
044200 1310-EXIT.
044300     EXIT.
044400
044500*--------------------------------------------------------------*
044600* 2000-CHECK-ONE-RECORD - BUILD AND RANK THE RECORD'S KEY AND   *
044700*                         COMPARE IT WITH THE PRIOR RECORD'S.   *
044800*                         A KEY BELOW THE PRIOR ONE IS LISTED   *
044900*                         AS AN OUT-OF-SEQUENCE PAIR; EITHER    *
045000*                         WAY IT BECOMES THE KEY THE NEXT       *
045100*                         RECORD IS COMPARED WITH.              *
045200*--------------------------------------------------------------*
045300 2000-CHECK-ONE-RECORD.
045400     ADD 1                      TO WS-RECORD-COUNT.
045500     MOVE "**"                  TO WS-RECORD-TYPE.
045600     IF WS-TYPE-LENGTH > ZERO
045700             AND WS-TYPE-START > ZERO
045800             AND WS-TYPE-START + WS-TYPE-LENGTH - 1
045900                 NOT GREATER THAN WS-FILE-LENGTH
046000         MOVE SPACES            TO WS-RECORD-TYPE
046100         MOVE SCK-INPUT-RECORD (WS-TYPE-START:WS-TYPE-LENGTH)
046200                                TO WS-RECORD-TYPE
046300     END-IF.
046400     MOVE SPACES                TO WS-THIS-KEY.
046500     MOVE ZERO                  TO WS-THIS-KEY-LENGTH.
046600     PERFORM 2100-ADD-ONE-RANGE THRU 2100-EXIT
046700         VARYING WS-RUL-SUB FROM 1 BY 1
046800             UNTIL WS-RUL-SUB > WS-RUL-USED.
046900     PERFORM 2200-RANK-ONE-BYTE THRU 2200-EXIT
047000         VARYING WS-KEY-SUB FROM 1 BY 1
047100             UNTIL WS-KEY-SUB > WS-THIS-KEY-LENGTH.
047200     IF WS-RECORD-COUNT > 1
047300         PERFORM 2400-COMPARE-KEYS THRU 2400-EXIT
047400         IF WS-KEY-OUT-OF-SEQUENCE
047500             PERFORM 2500-REPORT-PAIR THRU 2500-EXIT
047600         END-IF
047700     END-IF.
047800     MOVE WS-THIS-KEY-AREA      TO WS-PRIOR-KEY-AREA.
047900     MOVE WS-THIS-KEY-LENGTH    TO WS-PRIOR-KEY-LENGTH.
048000     READ SCK-INPUT-FILE
048100         AT END
048200             SET WS-SCK-EOF TO TRUE
048300     END-READ.
048400 2000-EXIT.
048500     EXIT.
048600
048700*--------------------------------------------------------------*
048800* 2100-ADD-ONE-RANGE - APPEND ONE KEY RANGE FOR THE RECORD'S    *
048900*                      TYPE (OR **) TO THE KEY, STOPPING AT THE *
049000*                      DECLARED RECORD LENGTH AND THE 256-BYTE  *
049100*                      KEY AREA.                                *
049200*--------------------------------------------------------------*
049300 2100-ADD-ONE-RANGE.
049400     IF WS-RUL-TYPE (WS-RUL-SUB) NOT = "**"
049500             AND WS-RUL-TYPE (WS-RUL-SUB) NOT = WS-RECORD-TYPE
049600         GO TO 2100-EXIT
049700     END-IF.
049800     IF WS-RUL-START (WS-RUL-SUB) > WS-FILE-LENGTH
049900         GO TO 2100-EXIT
050000     END-IF.
050100     MOVE WS-RUL-END (WS-RUL-SUB) TO WS-PIECE-END.
050200     IF WS-PIECE-END > WS-FILE-LENGTH
050300         MOVE WS-FILE-LENGTH    TO WS-PIECE-END
050400     END-IF.
050500     COMPUTE WS-PIECE-LENGTH =
050600         WS-PIECE-END - WS-RUL-START (WS-RUL-SUB) + 1.
050700     IF WS-THIS-KEY-LENGTH + WS-PIECE-LENGTH > 256
050800         COMPUTE WS-PIECE-LENGTH = 256 - WS-THIS-KEY-LENGTH
050900     END-IF.
051000     IF WS-PIECE-LENGTH = ZERO
051100         GO TO 2100-EXIT
051200     END-IF.
051300     MOVE SCK-INPUT-RECORD
051400             (WS-RUL-START (WS-RUL-SUB):WS-PIECE-LENGTH)
051500         TO WS-THIS-KEY (WS-THIS-KEY-LENGTH + 1:WS-PIECE-LENGTH).
051600     ADD WS-PIECE-LENGTH        TO WS-THIS-KEY-LENGTH.
051700 2100-EXIT.
051800     EXIT.
051900
052000*--------------------------------------------------------------*
052100* 2200-RANK-ONE-BYTE - RANK ONE KEY BYTE BY ITS TABLE POSITION. *
052200*                      A NON-BLANK BYTE NOT IN THE TABLE IS     *
052300*                      COUNTED AS A STRAY CHARACTER.            *
052400*--------------------------------------------------------------*
052500 2200-RANK-ONE-BYTE.
052600     MOVE ZERO                  TO WS-RANK.
052700     PERFORM 2210-MATCH-ONE-POSITION THRU 2210-EXIT
052800         VARYING WS-SEQ-SUB FROM 1 BY 1
052900             UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
053000                 OR WS-RANK > ZERO.
053100     IF WS-RANK = ZERO
053200         IF WS-THIS-KEY (WS-KEY-SUB:1) = SPACE
053300             MOVE 98            TO WS-RANK
053400         ELSE
053500             MOVE 99            TO WS-RANK
053600             PERFORM 2300-COUNT-STRAY THRU 2300-EXIT
053700         END-IF
053800     END-IF.
053900     MOVE WS-RANK               TO WS-THIS-RANK (WS-KEY-SUB).
054000 2200-EXIT.
054100     EXIT.
054200
054300 2210-MATCH-ONE-POSITION.
054400     IF WS-SEQ-CHAR (WS-SEQ-SUB) = WS-THIS-KEY (WS-KEY-SUB:1)
054500         MOVE WS-SEQ-SUB        TO WS-RANK
054600     END-IF.
054700 2210-EXIT.
054800     EXIT.
054900
055000*--------------------------------------------------------------*
055100* 2300-COUNT-STRAY - ADD ONE OCCURRENCE OF A CHARACTER NOT IN   *
055200*                    THE TABLE, REMEMBERING THE FIRST RECORD    *
055300*                    IT WAS SEEN IN. A FULL AREA STILL COUNTS   *
055400*                    THE OCCURRENCE IN THE TOTAL.               *
055500*--------------------------------------------------------------*
055600 2300-COUNT-STRAY.
055700     ADD 1                      TO WS-STRAY-COUNT.
055800     MOVE ZERO                  TO WS-STR-FOUND-SUB.
055900     PERFORM 2310-MATCH-ONE-STRAY THRU 2310-EXIT
056000         VARYING WS-STR-SUB FROM 1 BY 1
056100             UNTIL WS-STR-SUB > WS-STR-USED
056200                 OR WS-STR-FOUND-SUB > ZERO.
056300     IF WS-STR-FOUND-SUB > ZERO
056400         ADD 1 TO WS-STR-COUNT (WS-STR-FOUND-SUB)
056500         GO TO 2300-EXIT
056600     END-IF.
056700     IF WS-STR-USED NOT LESS THAN 100
056800         SET WS-STRAY-OVERFLOW TO TRUE
056900         GO TO 2300-EXIT
057000     END-IF.
057100     ADD 1                      TO WS-STR-USED.
057200     MOVE WS-THIS-KEY (WS-KEY-SUB:1)
057300                                TO WS-STR-CHAR (WS-STR-USED).
057400     MOVE 1                     TO WS-STR-COUNT (WS-STR-USED).
057500     MOVE WS-RECORD-COUNT       TO WS-STR-FIRST-REC (WS-STR-USED).
057600 2300-EXIT.
057700     EXIT.
057800
057900 2310-MATCH-ONE-STRAY.
058000     IF WS-STR-CHAR (WS-STR-SUB) = WS-THIS-KEY (WS-KEY-SUB:1)
058100         MOVE WS-STR-SUB        TO WS-STR-FOUND-SUB
058200     END-IF.
058300 2310-EXIT.
058400     EXIT.
058500
058600*--------------------------------------------------------------*
058700* 2400-COMPARE-KEYS - COMPARE THE KEY WITH THE PRIOR ONE, RANK  *
058800*                     BY RANK. THE FIRST DIFFERING RANK DECIDES *
058900*                     THE ORDER; A SHORTER KEY COMPARES AS IF   *
059000*                     PADDED WITH SPACES.                       *
059100*--------------------------------------------------------------*
059200 2400-COMPARE-KEYS.
059300     SET WS-KEYS-EQUAL TO TRUE.
059400     MOVE WS-THIS-KEY-LENGTH    TO WS-COMPARE-LENGTH.
059500     IF WS-PRIOR-KEY-LENGTH > WS-COMPARE-LENGTH
059600         MOVE WS-PRIOR-KEY-LENGTH TO WS-COMPARE-LENGTH
059700     END-IF.
059800     PERFORM 2410-COMPARE-ONE-RANK THRU 2410-EXIT
059900         VARYING WS-KEY-SUB FROM 1 BY 1
060000             UNTIL WS-KEY-SUB > WS-COMPARE-LENGTH
060100                 OR NOT WS-KEYS-EQUAL.
060200 2400-EXIT.
060300     EXIT.
060400
060500 2410-COMPARE-ONE-RANK.
060600     IF WS-KEY-SUB > WS-THIS-KEY-LENGTH
060700         MOVE 98                TO WS-THIS-RANK (WS-KEY-SUB)
060800     END-IF.
060900     IF WS-KEY-SUB > WS-PRIOR-KEY-LENGTH
061000         MOVE 98                TO WS-PRIOR-RANK (WS-KEY-SUB)
061100     END-IF.
061200     IF WS-THIS-RANK (WS-KEY-SUB) > WS-PRIOR-RANK (WS-KEY-SUB)
061300         SET WS-KEY-IN-SEQUENCE TO TRUE
061400     END-IF.
061500     IF WS-THIS-RANK (WS-KEY-SUB) < WS-PRIOR-RANK (WS-KEY-SUB)
061600         SET WS-KEY-OUT-OF-SEQUENCE TO TRUE
061700     END-IF.
061800 2410-EXIT.
061900     EXIT.
062000
062100*--------------------------------------------------------------*
062200* 2500-REPORT-PAIR - LIST ONE OUT-OF-SEQUENCE PAIR.             *
062300*--------------------------------------------------------------*
062400 2500-REPORT-PAIR.
062500     ADD 1                      TO WS-PAIR-COUNT.
062600     COMPUTE WS-PDL-PRIOR-REC = WS-RECORD-COUNT - 1.
062700     MOVE WS-RECORD-COUNT       TO WS-PDL-THIS-REC.
062800     MOVE WS-PRIOR-KEY          TO WS-PDL-PRIOR-KEY.
062900     MOVE WS-THIS-KEY           TO WS-PDL-THIS-KEY.
063000     MOVE WS-PAIR-DETAIL-LINE   TO SEQUENCE-REPORT-REC.
063100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
063200 2500-EXIT.
063300     EXIT.
063400
063500*--------------------------------------------------------------*
063600* 3700-EDIT-DATE - EDIT WS-EDIT-DATE (CCYYMMDD) AS MM/DD/CCYY   *
063700*                  INTO WS-EDIT-DATE-TEXT.                      *
063800*--------------------------------------------------------------*
063900 3700-EDIT-DATE.
064000     MOVE WS-EDIT-MM            TO WS-EDIT-DATE-TEXT (1:2).
064100     MOVE "/"                   TO WS-EDIT-DATE-TEXT (3:1).
064200     MOVE WS-EDIT-DD            TO WS-EDIT-DATE-TEXT (4:2).
064300     MOVE "/"                   TO WS-EDIT-DATE-TEXT (6:1).
064400     MOVE WS-EDIT-CCYY          TO WS-EDIT-DATE-TEXT (7:4).
064500 3700-EXIT.
064600     EXIT.
064700
064800*--------------------------------------------------------------*
064900* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
065000*--------------------------------------------------------------*
065100 3800-WRITE-REPORT-LINE.
065200     MOVE WS-TEXT-DETAIL-LINE   TO SEQUENCE-REPORT-REC.
065300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
065400 3800-EXIT.
065500     EXIT.
065600
065700*--------------------------------------------------------------*
065800* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
065900*                            THE RECORD AREA, STARTING A NEW    *
066000*                            PAGE WHEN THE CURRENT ONE IS FULL. *
066100*--------------------------------------------------------------*
066200 3850-WRITE-PREBUILT-LINE.
066300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
066400         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
066500     END-IF.
066600     WRITE SEQUENCE-REPORT-REC.
066700     ADD 1                      TO WS-LINE-COUNT.
066800 3850-EXIT.
066900     EXIT.
067000
067100*--------------------------------------------------------------*
067200* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
067300*                 PAGE.                                         *
067400*--------------------------------------------------------------*
067500 3900-NEW-PAGE.
067600     MOVE SEQUENCE-REPORT-REC   TO WS-HOLD-REPORT-LINE.
067700     ADD 1                      TO WS-PAGE-COUNT.
067800     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
067900     MOVE WS-RUN-DATE           TO WH1-DATE.
068000     IF WS-PAGE-COUNT = 1
068100         WRITE SEQUENCE-REPORT-REC FROM WS-REPORT-HEADING-1
068200     ELSE
068300         WRITE SEQUENCE-REPORT-REC FROM WS-REPORT-HEADING-1
068400             AFTER ADVANCING PAGE
068500     END-IF.
068600     WRITE SEQUENCE-REPORT-REC FROM WS-REPORT-HEADING-2.
068700     MOVE SPACES                TO SEQUENCE-REPORT-REC.
068800     WRITE SEQUENCE-REPORT-REC.
068900     WRITE SEQUENCE-REPORT-REC FROM WS-REPORT-HEADING-3.
069000     MOVE SPACES                TO SEQUENCE-REPORT-REC.
069100     WRITE SEQUENCE-REPORT-REC.
069200     MOVE ZERO                  TO WS-LINE-COUNT.
069300     MOVE WS-HOLD-REPORT-LINE   TO SEQUENCE-REPORT-REC.
069400 3900-EXIT.
069500     EXIT.
069600
069700*--------------------------------------------------------------*
069800* 6000-REPORT-STRAYS - LIST EACH KEY CHARACTER NOT IN THE TABLE *
069900*                      AND CLOSE WITH THE RUN'S TOTALS.         *
070000*--------------------------------------------------------------*
070100 6000-REPORT-STRAYS.
070200     MOVE SPACES                TO SEQUENCE-REPORT-REC.
070300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
070400     IF WS-STR-USED = ZERO
070500         MOVE "EVERY KEY CHARACTER IS IN THE TABLE"
070600                                TO WS-TXT-TEXT
070700         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
070800     ELSE
070900         MOVE "KEY CHARACTERS NOT IN THE TABLE"
071000                                TO WS-TXT-TEXT
071100         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
071200         PERFORM 6100-REPORT-ONE-STRAY THRU 6100-EXIT
071300             VARYING WS-STR-SUB FROM 1 BY 1
071400                 UNTIL WS-STR-SUB > WS-STR-USED
071500     END-IF.
071600     IF WS-STRAY-OVERFLOW
071700         MOVE "TOO MANY DISTINCT CHARACTERS - LIST INCOMPLETE"
071800                                TO WS-TXT-TEXT
071900         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
072000     END-IF.
072100     MOVE SPACES                TO SEQUENCE-REPORT-REC.
072200     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
072300     MOVE WS-RECORD-COUNT       TO WS-RECORD-COUNT-X.
072400     MOVE WS-PAIR-COUNT         TO WS-PAIR-COUNT-X.
072500     MOVE WS-STRAY-COUNT        TO WS-STRAY-COUNT-X.
072600     MOVE SPACES                TO WS-TXT-TEXT.
072700     STRING "RECORDS " DELIMITED BY SIZE
072800            WS-RECORD-COUNT-X   DELIMITED BY SIZE
072900            "  OUT OF SEQUENCE " DELIMITED BY SIZE
073000            WS-PAIR-COUNT-X     DELIMITED BY SIZE
073100            "  STRAY CHARACTERS " DELIMITED BY SIZE
073200            WS-STRAY-COUNT-X    DELIMITED BY SIZE
073300         INTO WS-TXT-TEXT.
073400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
073500     IF WS-PAIR-COUNT > ZERO
073600         MOVE "FILE IS OUT OF SEQUENCE - DO NOT SHIP IT"
073700                                TO WS-TXT-TEXT
073800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
073900     END-IF.
074000 6000-EXIT.
074100     EXIT.
074200
074300 6100-REPORT-ONE-STRAY.
074400     MOVE WS-STR-COUNT (WS-STR-SUB) TO WS-STR-COUNT-X.
074500     MOVE WS-STR-FIRST-REC (WS-STR-SUB) TO WS-STR-FIRST-REC-X.
074600     MOVE SPACES                TO WS-TXT-TEXT.
074700     STRING "  CHARACTER " DELIMITED BY SIZE
074800            WS-STR-CHAR (WS-STR-SUB) DELIMITED BY SIZE
074900            "  OCCURRENCES " DELIMITED BY SIZE
075000            WS-STR-COUNT-X      DELIMITED BY SIZE
075100            "  FIRST IN RECORD " DELIMITED BY SIZE
075200            WS-STR-FIRST-REC-X  DELIMITED BY SIZE
075300         INTO WS-TXT-TEXT.
075400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
075500 6100-EXIT.
075600     EXIT.
075700
075800*--------------------------------------------------------------*
075900* 9000-TERMINATE - CLOSE FILES, ECHO THE TOTALS, AND SET THE    *
076000*                  RETURN CODE: 8 FOR AN OUT-OF-SEQUENCE FILE   *
076100*                  OR AN UNUSABLE TABLE, 4 FOR KEY CHARACTERS   *
076200*                  OUTSIDE THE TABLE.                           *
076300*--------------------------------------------------------------*
076400 9000-TERMINATE.
076500     IF NOT WS-TABLE-ERROR
076600         CLOSE SCK-INPUT-FILE
076700     END-IF.
076800     CLOSE SEQUENCE-REPORT.
076900     DISPLAY "ALPHASCK - TABLE              " WS-TABLE-ID.
077000     DISPLAY "ALPHASCK - RECORDS CHECKED    " WS-RECORD-COUNT.
077100     DISPLAY "ALPHASCK - OUT OF SEQUENCE    " WS-PAIR-COUNT.
077200     DISPLAY "ALPHASCK - STRAY CHARACTERS   " WS-STRAY-COUNT.
077300     IF WS-TABLE-ERROR OR WS-PAIR-COUNT > ZERO
077400         MOVE 8                 TO RETURN-CODE
077500     ELSE
077600         IF WS-STRAY-COUNT > ZERO
077700             MOVE 4             TO RETURN-CODE
077800         END-IF
077900     END-IF.
078000 9000-EXIT.
078100     EXIT.
