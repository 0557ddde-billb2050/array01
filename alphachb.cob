000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHACHB.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MONTHLY CHARACTER-TABLE SERVICE CHARGEBACK REPORT. READS THE  *
000900* SHARED USAGE LOG (SEE ALPHAUSE - ARRAY01 LOOKUPS, ALPHALKS    *
001000* CALLS, AND ALPHAINQ INQUIRIES, WRITTEN THROUGH ALPHAULG) FOR  *
001100* ONE MONTH, ASSIGNS EACH REQUESTER TO THE DEPARTMENT BILLED    *
001200* FOR IT, AND PRICES THE VOLUME FROM FINANCE'S RATE TABLE (SEE  *
001300* ALPHARAT). PRINTS ONE PAGE PER DEPARTMENT - EVERY REQUESTER   *
001400* AND FUNCTION WITH ITS VOLUME, UNIT RATE, AND CHARGE, AND THE  *
001500* DEPARTMENT TOTAL - FOLLOWED BY A FINANCE SUMMARY PAGE WITH    *
001600* EACH DEPARTMENT'S TOTALS AND THE GRAND TOTAL.                 *
001700* THE PARM IS THE MONTH AS CCYYMM; BLANK MEANS THE MONTH BEFORE *
001800* THE RUN DATE, SO THE SCHEDULED RUN EARLY IN THE MONTH BILLS   *
001900* THE MONTH JUST CLOSED. RETURN CODE 4 MEANS A FUNCTION HAD NO  *
002000* RATE AND WAS PRICED AT ZERO (ADD AN R CARD AND RERUN); 8      *
002100* MEANS A BAD PARM, OR A WORK AREA OVERFLOWED AND THE REPORT    *
002200* IS INCOMPLETE.                                                *
002300*--------------------------------------------------------------*
002400* MODIFICATION HISTORY.                                         *
002500*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     SELECT ALPHA-USAGE-FILE ASSIGN TO ALPHAUSE
003200         ORGANIZATION IS SEQUENTIAL.
003300
003400     SELECT ALPHA-RATE-FILE ASSIGN TO ALPHARAT
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700     SELECT CHARGEBACK-REPORT ASSIGN TO ALPHACBR
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200
004300*--------------------------------------------------------------*
004400* ALPHA-USAGE-FILE - SHARED SERVICE USAGE LOG.                  *
004500*--------------------------------------------------------------*
004600 FD  ALPHA-USAGE-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 80 CHARACTERS.
005000     COPY ALPHAUSE.
005100
005200*--------------------------------------------------------------*
005300* ALPHA-RATE-FILE - CHARGEBACK RATES AND DEPARTMENT             *
005400*                   ASSIGNMENTS, MAINTAINED BY FINANCE.         *
005500*--------------------------------------------------------------*
005600 FD  ALPHA-RATE-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 80 CHARACTERS.
006000     COPY ALPHARAT.
006100
006200*--------------------------------------------------------------*
006300* CHARGEBACK-REPORT - ONE PAGE PER DEPARTMENT AND THE FINANCE   *
006400*                     SUMMARY PAGE.                             *
006500*--------------------------------------------------------------*
006600 FD  CHARGEBACK-REPORT
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  CHARGEBACK-REPORT-REC     PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300
007400*--------------------------------------------------------------*
007500* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
007600* THIRD HEADING NAMES THE DEPARTMENT (OR THE SUMMARY) AND THE   *
007700* MONTH; THE FOURTH CARRIES THE COLUMN HEADINGS FOR THE KIND OF *
007800* PAGE BEING PRINTED.                                           *
007900*--------------------------------------------------------------*
008000 01  WS-REPORT-HEADING-1.
008100     05  FILLER                PIC X(01) VALUE SPACES.
008200     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
008300     05  FILLER                PIC X(08) VALUE "ALPHACHB".
008400     05  FILLER                PIC X(09) VALUE SPACES.
008500     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
008600     05  WH1-DATE              PIC X(10).
008700     05  FILLER                PIC X(10) VALUE SPACES.
008800     05  FILLER                PIC X(06) VALUE "PAGE: ".
008900     05  WH1-PAGE              PIC ZZ9.
009000     05  FILLER                PIC X(66) VALUE SPACES.
009100
009200 01  WS-REPORT-HEADING-2.
009300     05  FILLER                PIC X(44) VALUE SPACES.
009400     05  FILLER                PIC X(38)
009500             VALUE "CHARACTER-TABLE SERVICE CHARGEBACK    ".
009600     05  FILLER                PIC X(50) VALUE SPACES.
009700
009800 01  WS-REPORT-HEADING-3.
009900     05  FILLER                PIC X(04) VALUE SPACES.
010000     05  WH3-TITLE             PIC X(12).
010100     05  WH3-DEPT-ID           PIC X(08).
010200     05  FILLER                PIC X(04) VALUE SPACES.
010300     05  FILLER                PIC X(07) VALUE "MONTH: ".
010400     05  WH3-CCYY              PIC 9(04).
010500     05  FILLER                PIC X(01) VALUE "/".
010600     05  WH3-MM                PIC 9(02).
010700     05  FILLER                PIC X(90) VALUE SPACES.
010800
010900 01  WS-DEPT-COLUMN-HEADING.
011000     05  FILLER                PIC X(04) VALUE SPACES.
011100     05  FILLER                PIC X(09) VALUE "REQUESTER".
011200     05  FILLER                PIC X(02) VALUE SPACES.
011300     05  FILLER                PIC X(08) VALUE "FUNCTION".
011400     05  FILLER                PIC X(03) VALUE SPACES.
011500     05  FILLER                PIC X(30) VALUE "DESCRIPTION".
011600     05  FILLER                PIC X(08) VALUE SPACES.
011700     05  FILLER                PIC X(06) VALUE "VOLUME".
011800     05  FILLER                PIC X(03) VALUE SPACES.
011900     05  FILLER                PIC X(09) VALUE "UNIT RATE".
012000     05  FILLER                PIC X(10) VALUE SPACES.
012100     05  FILLER                PIC X(06) VALUE "CHARGE".
012200     05  FILLER                PIC X(34) VALUE SPACES.
012300
012400 01  WS-SUMMARY-COLUMN-HEADING.
012500     05  FILLER                PIC X(04) VALUE SPACES.
012600     05  FILLER                PIC X(10) VALUE "DEPARTMENT".
012700     05  FILLER                PIC X(50) VALUE SPACES.
012800     05  FILLER                PIC X(06) VALUE "VOLUME".
012900     05  FILLER                PIC X(22) VALUE SPACES.
013000     05  FILLER                PIC X(06) VALUE "CHARGE".
013100     05  FILLER                PIC X(34) VALUE SPACES.
013200
013300 01  WS-CHARGE-DETAIL-LINE.
013400     05  FILLER                PIC X(04) VALUE SPACES.
013500     05  WS-DET-REQUESTER      PIC X(08).
013600     05  FILLER                PIC X(03) VALUE SPACES.
013700     05  WS-DET-FUNCTION       PIC X(08).
013800     05  FILLER                PIC X(03) VALUE SPACES.
013900     05  WS-DET-DESCRIPTION    PIC X(30).
014000     05  FILLER                PIC X(03) VALUE SPACES.
014100     05  WS-DET-VOLUME         PIC ZZZ,ZZZ,ZZ9.
014200     05  FILLER                PIC X(03) VALUE SPACES.
014300     05  WS-DET-RATE           PIC ZZ9.9999.
014400     05  FILLER                PIC X(03) VALUE SPACES.
014500     05  WS-DET-CHARGE         PIC $$$,$$$,$$9.99.
014600     05  FILLER                PIC X(03) VALUE SPACES.
014700     05  WS-DET-FLAG           PIC X(10).
014800     05  FILLER                PIC X(21) VALUE SPACES.
014900
015000 01  WS-TOTAL-LINE.
015100     05  FILLER                PIC X(04) VALUE SPACES.
015200     05  WS-TOT-LABEL          PIC X(55).
015300     05  WS-TOT-VOLUME         PIC ZZZ,ZZZ,ZZ9.
015400     05  FILLER                PIC X(14) VALUE SPACES.
015500     05  WS-TOT-CHARGE         PIC $$$,$$$,$$9.99.
015600     05  FILLER                PIC X(34) VALUE SPACES.
015700
015800 01  WS-TEXT-DETAIL-LINE.
015900     05  FILLER                PIC X(04) VALUE SPACES.
016000     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
016100     05  FILLER                PIC X(58) VALUE SPACES.
016200
016300 01  WS-SYSTEM-DATE-FIELDS.
016400     05  WS-SYSTEM-DATE        PIC 9(08).
016500     05  FILLER REDEFINES WS-SYSTEM-DATE.
016600         10  WS-DATE-CCYY      PIC 9(04).
016700         10  WS-DATE-MM        PIC 9(02).
016800         10  WS-DATE-DD        PIC 9(02).
016900
017000 01  WS-BILL-MONTH-FIELDS.
017100     05  WS-BILL-MONTH         PIC 9(06).
017200     05  FILLER REDEFINES WS-BILL-MONTH.
017300         10  WS-BILL-CCYY      PIC 9(04).
017400         10  WS-BILL-MM        PIC 9(02).
017500
017600 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
017700 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
017800 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
017900 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
018000 77  WS-PARM-TEXT              PIC X(06) VALUE SPACES.
018100 77  WS-SUMMARY-PAGE-SW        PIC X(01) VALUE "N".
018200     88  WS-SUMMARY-PAGE                  VALUE "Y".
018300
018400*--------------------------------------------------------------*
018500* RATES (R CARDS) AND REQUESTER-TO-DEPARTMENT ASSIGNMENTS (D    *
018600* CARDS) FROM THE RATE TABLE.                                   *
018700*--------------------------------------------------------------*
018800 01  WS-RATE-AREA.
018900     05  WS-RTE-ENTRY          OCCURS 20 TIMES.
019000         10  WS-RTE-FUNCTION   PIC X(08).
019100         10  WS-RTE-RATE       PIC 9(03)V9(04).
019200         10  WS-RTE-DESCRIPTION PIC X(30).
019300 77  WS-RTE-USED               PIC 9(02) COMP VALUE ZERO.
019400 77  WS-RTE-SUB                PIC 9(02) COMP VALUE ZERO.
019500 77  WS-RTE-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
019600
019700 01  WS-ASSIGN-AREA.
019800     05  WS-ASG-ENTRY          OCCURS 200 TIMES.
019900         10  WS-ASG-REQUESTER  PIC X(08).
020000         10  WS-ASG-DEPT-ID    PIC X(08).
020100 77  WS-ASG-USED               PIC 9(03) COMP VALUE ZERO.
020200 77  WS-ASG-SUB                PIC 9(03) COMP VALUE ZERO.
020300 77  WS-ASG-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
020400
020500*--------------------------------------------------------------*
020600* THE MONTH'S VOLUME PER DEPARTMENT, REQUESTER, AND FUNCTION,   *
020700* KEPT IN KEY ORDER AS IT IS BUILT SO THE DEPARTMENT PAGES      *
020800* PRINT IN ORDER WITHOUT A SORT.                                *
020900*--------------------------------------------------------------*
021000 01  WS-CHARGE-AREA.
021100     05  WS-CHG-ENTRY          OCCURS 500 TIMES.
021200         10  WS-CHG-KEY.
021300             15  WS-CHG-DEPT-ID    PIC X(08).
021400             15  WS-CHG-REQUESTER  PIC X(08).
021500             15  WS-CHG-FUNCTION   PIC X(08).
021600         10  WS-CHG-VOLUME     PIC 9(09) COMP.
021700 77  WS-CHG-USED               PIC 9(03) COMP VALUE ZERO.
021800 77  WS-CHG-SUB                PIC 9(03) COMP VALUE ZERO.
021900 77  WS-CHG-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
022000 77  WS-CHG-INSERT-SUB         PIC 9(03) COMP VALUE ZERO.
022100 77  WS-CHG-MOVE-SUB           PIC 9(03) COMP VALUE ZERO.
022200
022300 01  WS-NEW-CHARGE-KEY.
022400     05  WS-NEW-DEPT-ID        PIC X(08).
022500     05  WS-NEW-REQUESTER      PIC X(08).
022600     05  WS-NEW-FUNCTION       PIC X(08).
022700
022800*--------------------------------------------------------------*
022900* DEPARTMENT TOTALS FOR THE FINANCE SUMMARY, IN PRINT ORDER.    *
023000*--------------------------------------------------------------*
023100 01  WS-DEPT-TOTAL-AREA.
023200     05  WS-DTT-ENTRY          OCCURS 100 TIMES.
023300         10  WS-DTT-DEPT-ID    PIC X(08).
023400         10  WS-DTT-VOLUME     PIC 9(09) COMP.
023500         10  WS-DTT-CHARGE     PIC 9(09)V99 COMP.
023600 77  WS-DTT-USED               PIC 9(03) COMP VALUE ZERO.
023700 77  WS-DTT-SUB                PIC 9(03) COMP VALUE ZERO.
023800
023900 77  WS-CURRENT-DEPT-ID        PIC X(08) VALUE SPACES.
024000 77  WS-USE-VOLUME             PIC 9(07) VALUE ZERO.
024100 77  WS-LINE-CHARGE            PIC 9(09)V99 COMP VALUE ZERO.
024200 77  WS-DEPT-VOLUME            PIC 9(09) COMP VALUE ZERO.
024300 77  WS-DEPT-CHARGE            PIC 9(09)V99 COMP VALUE ZERO.
024400 77  WS-GRAND-VOLUME           PIC 9(09) COMP VALUE ZERO.
024500 77  WS-GRAND-CHARGE           PIC 9(09)V99 COMP VALUE ZERO.
024600 77  WS-USAGE-READ             PIC 9(07) COMP VALUE ZERO.
024700 77  WS-USAGE-IN-MONTH         PIC 9(07) COMP VALUE ZERO.
024800 77  WS-USAGE-BAD              PIC 9(07) COMP VALUE ZERO.
024900 77  WS-USAGE-IN-MONTH-X       PIC 9(07) VALUE ZERO.
025000 77  WS-USAGE-BAD-X            PIC 9(07) VALUE ZERO.
025100
025200 77  WS-USE-EOF-SW             PIC X(01) VALUE "N".
025300     88  WS-USE-EOF                       VALUE "Y".
025400 77  WS-RAT-EOF-SW             PIC X(01) VALUE "N".
025500     88  WS-RAT-EOF                       VALUE "Y".
025600 77  WS-NO-RATE-SW             PIC X(01) VALUE "N".
025700     88  WS-ANY-NO-RATE                   VALUE "Y".
025800 77  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
025900     88  WS-ANY-OVERFLOW                  VALUE "Y".
026000 77  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
026100     88  WS-PARM-ERROR                    VALUE "Y".
026200
026300 PROCEDURE DIVISION.
026400
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     IF WS-PARM-ERROR
026800         PERFORM 9000-TERMINATE THRU 9000-EXIT
026900         STOP RUN
027000     END-IF.
027100     PERFORM 2000-LOAD-ONE-USAGE THRU 2000-EXIT
027200         UNTIL WS-USE-EOF.
027300     IF WS-CHG-USED > ZERO
027400         PERFORM 5000-REPORT-ONE-LINE THRU 5000-EXIT
027500             VARYING WS-CHG-SUB FROM 1 BY 1
027600                 UNTIL WS-CHG-SUB > WS-CHG-USED
027700         PERFORM 5500-END-DEPARTMENT THRU 5500-EXIT
027800     END-IF.
027900     PERFORM 6000-FINANCE-SUMMARY THRU 6000-EXIT.
028000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028100     STOP RUN.
028200
028300*--------------------------------------------------------------*
028400* 1000-INITIALIZE - PICK UP THE BILLING MONTH, LOAD THE RATE    *
028500*                   TABLE, OPEN THE FILES, AND PRIME THE FIRST  *
028600*                   USAGE RECORD.                               *
028700*--------------------------------------------------------------*
028800 1000-INITIALIZE.
028900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
029000     MOVE WS-DATE-MM            TO WS-RUN-DATE (1:2).
029100     MOVE "/"                   TO WS-RUN-DATE (3:1).
029200     MOVE WS-DATE-DD            TO WS-RUN-DATE (4:2).
029300     MOVE "/"                   TO WS-RUN-DATE (6:1).
029400     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
029500     OPEN OUTPUT CHARGEBACK-REPORT.
029600     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
029700     IF WS-PARM-TEXT = SPACES
029800         MOVE WS-DATE-CCYY      TO WS-BILL-CCYY
029900         MOVE WS-DATE-MM        TO WS-BILL-MM
030000         IF WS-BILL-MM = 1
030100             MOVE 12            TO WS-BILL-MM
030200             SUBTRACT 1         FROM WS-BILL-CCYY
030300         ELSE
030400             SUBTRACT 1         FROM WS-BILL-MM
030500         END-IF
030600     ELSE
030700         IF WS-PARM-TEXT IS NUMERIC
030800             MOVE WS-PARM-TEXT  TO WS-BILL-MONTH
030900         ELSE
031000             MOVE ZERO          TO WS-BILL-MONTH
031100         END-IF
031200     END-IF.
031300     MOVE WS-BILL-CCYY          TO WH3-CCYY.
031400     MOVE WS-BILL-MM            TO WH3-MM.
031500     IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
031600         SET WS-PARM-ERROR TO TRUE
031700         DISPLAY "ALPHACHB - PARM " WS-PARM-TEXT
031800             " IS NOT A MONTH (CCYYMM)"
031900         MOVE "BILLING MONTH"   TO WH3-TITLE
032000         MOVE SPACES            TO WH3-DEPT-ID
032100         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
032200         MOVE "PARM IS NOT A MONTH (CCYYMM) - NO CHARGEBACK"
032300                                TO WS-TXT-TEXT
032400         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
032500         GO TO 1000-EXIT
032600     END-IF.
032700     OPEN INPUT ALPHA-RATE-FILE.
032800     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
032900         UNTIL WS-RAT-EOF.
033000     CLOSE ALPHA-RATE-FILE.
033100     OPEN INPUT ALPHA-USAGE-FILE.
033200     READ ALPHA-USAGE-FILE
033300         AT END
033400             SET WS-USE-EOF TO TRUE
033500     END-READ.
033600 1000-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------*
034000* 1100-LOAD-ONE-RATE - STORE ONE RATE OR DEPARTMENT CARD. A     *
034100*                      CARD THAT CANNOT BE USED IS NAMED ON     *
034200*                      THE CONSOLE AND SKIPPED.                 *
034300*--------------------------------------------------------------*
034400 1100-LOAD-ONE-RATE.
034500     READ ALPHA-RATE-FILE
034600         AT END
034700             SET WS-RAT-EOF TO TRUE
034800             GO TO 1100-EXIT
034900     END-READ.
035000     EVALUATE TRUE
035100         WHEN RAT-RATE-CARD
035200             IF RAT-UNIT-RATE IS NOT NUMERIC
035300                 DISPLAY "ALPHACHB - RATE FOR " RAT-FUNCTION
035400                     " NOT NUMERIC - CARD SKIPPED"
035500                 GO TO 1100-EXIT
035600             END-IF
035700             IF WS-RTE-USED NOT LESS THAN 20
035800                 SET WS-ANY-OVERFLOW TO TRUE
035900                 GO TO 1100-EXIT
036000             END-IF
036100             ADD 1              TO WS-RTE-USED
036200             MOVE RAT-FUNCTION  TO WS-RTE-FUNCTION (WS-RTE-USED)
036300             MOVE RAT-UNIT-RATE TO WS-RTE-RATE (WS-RTE-USED)
036400             MOVE RAT-DESCRIPTION
036500                             TO WS-RTE-DESCRIPTION (WS-RTE-USED)
036600         WHEN RAT-DEPT-CARD
036700             IF WS-ASG-USED NOT LESS THAN 200
036800                 SET WS-ANY-OVERFLOW TO TRUE
036900                 GO TO 1100-EXIT
037000             END-IF
037100             ADD 1              TO WS-ASG-USED
037200             MOVE RAT-REQUESTER TO WS-ASG-REQUESTER (WS-ASG-USED)
037300             MOVE RAT-DEPT-ID   TO WS-ASG-DEPT-ID (WS-ASG-USED)
037400         WHEN OTHER
037500             DISPLAY "ALPHACHB - RATE CARD TYPE " RAT-CARD-TYPE
037600                 " NOT R OR D - CARD SKIPPED"
037700     END-EVALUATE.
037800 1100-EXIT.
037900     EXIT.
038000
038100*--------------------------------------------------------------*
038200* 2000-LOAD-ONE-USAGE - ADD ONE USAGE RECORD FOR THE BILLING    *
038300*                       MONTH TO THE CHARGE AREA UNDER ITS      *
038400*                       DEPARTMENT, REQUESTER, AND FUNCTION.    *
038500*--------------------------------------------------------------*
038600 2000-LOAD-ONE-USAGE.
038700     ADD 1                      TO WS-USAGE-READ.
038800     IF USE-DATE IS NOT NUMERIC OR USE-VOLUME IS NOT NUMERIC
038900         ADD 1                  TO WS-USAGE-BAD
039000         GO TO 2000-READ
039100     END-IF.
039200     IF USE-DATE (1:6) NOT = WS-BILL-MONTH
039300         GO TO 2000-READ
039400     END-IF.
039500     ADD 1                      TO WS-USAGE-IN-MONTH.
039600     MOVE USE-VOLUME            TO WS-USE-VOLUME.
039700     MOVE USE-REQUESTER         TO WS-NEW-REQUESTER.
039800     MOVE USE-FUNCTION          TO WS-NEW-FUNCTION.
039900     MOVE USE-REQUESTER         TO WS-NEW-DEPT-ID.
040000     MOVE ZERO                  TO WS-ASG-FOUND-SUB.
040100     PERFORM 2100-MATCH-ONE-ASSIGN THRU 2100-EXIT
040200         VARYING WS-ASG-SUB FROM 1 BY 1
040300             UNTIL WS-ASG-SUB > WS-ASG-USED
040400                 OR WS-ASG-FOUND-SUB > ZERO.
040500     IF WS-ASG-FOUND-SUB > ZERO
040600         MOVE WS-ASG-DEPT-ID (WS-ASG-FOUND-SUB) TO WS-NEW-DEPT-ID
040700     END-IF.
040800     MOVE ZERO                  TO WS-CHG-FOUND-SUB.
040900     PERFORM 2200-MATCH-ONE-CHARGE THRU 2200-EXIT
041000         VARYING WS-CHG-SUB FROM 1 BY 1
041100             UNTIL WS-CHG-SUB > WS-CHG-USED
041200                 OR WS-CHG-FOUND-SUB > ZERO.
041300     IF WS-CHG-FOUND-SUB = ZERO
041400         PERFORM 2300-INSERT-CHARGE THRU 2300-EXIT
041500     END-IF.
041600     IF WS-CHG-FOUND-SUB > ZERO
041700         ADD WS-USE-VOLUME TO WS-CHG-VOLUME (WS-CHG-FOUND-SUB)
041800     END-IF.
041900 2000-READ.
042000     READ ALPHA-USAGE-FILE
042100         AT END
042200             SET WS-USE-EOF TO TRUE
042300     END-READ.
042400 2000-EXIT.
042500     EXIT.
042600
042700 2100-MATCH-ONE-ASSIGN.
042800     IF WS-ASG-REQUESTER (WS-ASG-SUB) = WS-NEW-REQUESTER
042900         MOVE WS-ASG-SUB        TO WS-ASG-FOUND-SUB
043000     END-IF.
043100 2100-EXIT.
043200     EXIT.
043300
043400 2200-MATCH-ONE-CHARGE.
043500     IF WS-CHG-KEY (WS-CHG-SUB) = WS-NEW-CHARGE-KEY
043600         MOVE WS-CHG-SUB        TO WS-CHG-FOUND-SUB
043700     END-IF.
043800 2200-EXIT.
043900     EXIT.
044000
044100*--------------------------------------------------------------*
044200* 2300-INSERT-CHARGE - OPEN A NEW CHARGE ENTRY IN KEY ORDER:    *
044300*                      FIND THE FIRST ENTRY WITH A HIGHER KEY,  *
044400*                      SHIFT IT AND EVERYTHING AFTER IT DOWN    *
044500*                      ONE, AND PUT THE NEW KEY IN ITS PLACE.   *
044600*                      A FULL AREA LEAVES WS-CHG-FOUND-SUB      *
044700*                      ZERO AND THE VOLUME UNBILLED.            *
044800*--------------------------------------------------------------*
044900 2300-INSERT-CHARGE.
045000     IF WS-CHG-USED NOT LESS THAN 500
045100         SET WS-ANY-OVERFLOW TO TRUE
045200         GO TO 2300-EXIT
045300     END-IF.
045400     MOVE ZERO                  TO WS-CHG-INSERT-SUB.
045500     PERFORM 2310-FIND-INSERT-POINT THRU 2310-EXIT
045600         VARYING WS-CHG-SUB FROM 1 BY 1
045700             UNTIL WS-CHG-SUB > WS-CHG-USED
045800                 OR WS-CHG-INSERT-SUB > ZERO.
045900     IF WS-CHG-INSERT-SUB = ZERO
046000         COMPUTE WS-CHG-INSERT-SUB = WS-CHG-USED + 1
046100     END-IF.
046200     PERFORM 2320-SHIFT-ONE-CHARGE THRU 2320-EXIT
046300         VARYING WS-CHG-MOVE-SUB FROM WS-CHG-USED BY -1
046400             UNTIL WS-CHG-MOVE-SUB < WS-CHG-INSERT-SUB.
046500     ADD 1                      TO WS-CHG-USED.
046600     MOVE WS-NEW-CHARGE-KEY     TO WS-CHG-KEY (WS-CHG-INSERT-SUB).
046700     MOVE ZERO               TO WS-CHG-VOLUME (WS-CHG-INSERT-SUB).
046800     MOVE WS-CHG-INSERT-SUB     TO WS-CHG-FOUND-SUB.
046900 2300-EXIT.
047000     EXIT.
047100
047200 2310-FIND-INSERT-POINT.
047300     IF WS-CHG-KEY (WS-CHG-SUB) > WS-NEW-CHARGE-KEY
047400         MOVE WS-CHG-SUB        TO WS-CHG-INSERT-SUB
047500     END-IF.
047600 2310-EXIT.
047700     EXIT.
047800
047900 2320-SHIFT-ONE-CHARGE.
048000     IF WS-CHG-MOVE-SUB = ZERO
048100         GO TO 2320-EXIT
048200     END-IF.
048300     MOVE WS-CHG-ENTRY (WS-CHG-MOVE-SUB)
048400                        TO WS-CHG-ENTRY (WS-CHG-MOVE-SUB + 1).
048500 2320-EXIT.
048600     EXIT.
048700
048800*--------------------------------------------------------------*
048900* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
049000*--------------------------------------------------------------*
049100 3800-WRITE-REPORT-LINE.
049200     MOVE WS-TEXT-DETAIL-LINE   TO CHARGEBACK-REPORT-REC.
049300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
049400 3800-EXIT.
049500     EXIT.
049600
049700*--------------------------------------------------------------*
049800* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
049900*                            THE RECORD AREA, STARTING A NEW    *
050000*                            PAGE WHEN THE CURRENT ONE IS FULL. *
050100*--------------------------------------------------------------*
050200 3850-WRITE-PREBUILT-LINE.
050300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
050400         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
050500     END-IF.
050600     WRITE CHARGEBACK-REPORT-REC.
050700     ADD 1                      TO WS-LINE-COUNT.
050800 3850-EXIT.
050900     EXIT.
051000
051100*--------------------------------------------------------------*
051200* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
051300*                 PAGE, WITH THE DEPARTMENT OR SUMMARY COLUMN   *
051400*                 HEADINGS AS THE PAGE REQUIRES.                *
051500*--------------------------------------------------------------*
051600 3900-NEW-PAGE.
051700     ADD 1                      TO WS-PAGE-COUNT.
051800     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
051900     MOVE WS-RUN-DATE           TO WH1-DATE.
052000     IF WS-PAGE-COUNT = 1
052100         WRITE CHARGEBACK-REPORT-REC FROM WS-REPORT-HEADING-1
052200     ELSE
052300         WRITE CHARGEBACK-REPORT-REC FROM WS-REPORT-HEADING-1
052400             AFTER ADVANCING PAGE
052500     END-IF.
052600     WRITE CHARGEBACK-REPORT-REC FROM WS-REPORT-HEADING-2.
052700     MOVE SPACES                TO CHARGEBACK-REPORT-REC.
052800     WRITE CHARGEBACK-REPORT-REC.
052900     WRITE CHARGEBACK-REPORT-REC FROM WS-REPORT-HEADING-3.
053000     MOVE SPACES                TO CHARGEBACK-REPORT-REC.
053100     WRITE CHARGEBACK-REPORT-REC.
053200     IF WS-SUMMARY-PAGE
053300         WRITE CHARGEBACK-REPORT-REC
053400             FROM WS-SUMMARY-COLUMN-HEADING
053500     ELSE
053600         WRITE CHARGEBACK-REPORT-REC FROM WS-DEPT-COLUMN-HEADING
053700     END-IF.
053800     MOVE SPACES                TO CHARGEBACK-REPORT-REC.
053900     WRITE CHARGEBACK-REPORT-REC.
054000     MOVE ZERO                  TO WS-LINE-COUNT.
054100 3900-EXIT.
054200     EXIT.
054300
054400*--------------------------------------------------------------*
054500* 5000-REPORT-ONE-LINE - PRICE AND PRINT ONE DEPARTMENT,        *
054600*                        REQUESTER, AND FUNCTION. A CHANGE OF   *
054700*                        DEPARTMENT CLOSES THE LAST ONE'S PAGE  *
054800*                        WITH ITS TOTAL AND STARTS A NEW PAGE.  *
054900*--------------------------------------------------------------*
055000 5000-REPORT-ONE-LINE.
055100     IF WS-CHG-SUB = 1 OR
055200        WS-CHG-DEPT-ID (WS-CHG-SUB) NOT = WS-CURRENT-DEPT-ID
055300         IF WS-CHG-SUB > 1
055400             PERFORM 5500-END-DEPARTMENT THRU 5500-EXIT
055500         END-IF
055600         MOVE WS-CHG-DEPT-ID (WS-CHG-SUB) TO WS-CURRENT-DEPT-ID
055700         MOVE ZERO              TO WS-DEPT-VOLUME
055800         MOVE ZERO              TO WS-DEPT-CHARGE
055900         MOVE "DEPARTMENT: "    TO WH3-TITLE
056000         MOVE WS-CURRENT-DEPT-ID TO WH3-DEPT-ID
056100         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
056200     END-IF.
056300     MOVE WS-CHG-FUNCTION (WS-CHG-SUB) TO WS-NEW-FUNCTION.
056400     MOVE ZERO                  TO WS-RTE-FOUND-SUB.
056500     PERFORM 5100-MATCH-ONE-RATE THRU 5100-EXIT
056600         VARYING WS-RTE-SUB FROM 1 BY 1
056700             UNTIL WS-RTE-SUB > WS-RTE-USED
056800                 OR WS-RTE-FOUND-SUB > ZERO.
056900     MOVE WS-CHG-REQUESTER (WS-CHG-SUB) TO WS-DET-REQUESTER.
057000     MOVE WS-CHG-FUNCTION (WS-CHG-SUB)  TO WS-DET-FUNCTION.
057100     MOVE WS-CHG-VOLUME (WS-CHG-SUB)    TO WS-DET-VOLUME.
057200     IF WS-RTE-FOUND-SUB > ZERO
057300         COMPUTE WS-LINE-CHARGE ROUNDED =
057400             WS-CHG-VOLUME (WS-CHG-SUB)
057500                 * WS-RTE-RATE (WS-RTE-FOUND-SUB)
057600         MOVE WS-RTE-DESCRIPTION (WS-RTE-FOUND-SUB)
057700                                TO WS-DET-DESCRIPTION
057800         MOVE WS-RTE-RATE (WS-RTE-FOUND-SUB) TO WS-DET-RATE
057900         MOVE SPACES            TO WS-DET-FLAG
058000     ELSE
058100         SET WS-ANY-NO-RATE TO TRUE
058200         MOVE ZERO              TO WS-LINE-CHARGE
058300         MOVE SPACES            TO WS-DET-DESCRIPTION
058400         MOVE ZERO              TO WS-DET-RATE
058500         MOVE "*NO RATE*"       TO WS-DET-FLAG
058600     END-IF.
058700     MOVE WS-LINE-CHARGE        TO WS-DET-CHARGE.
058800     MOVE WS-CHARGE-DETAIL-LINE TO CHARGEBACK-REPORT-REC.
058900     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
059000     ADD WS-CHG-VOLUME (WS-CHG-SUB) TO WS-DEPT-VOLUME.
059100     ADD WS-LINE-CHARGE         TO WS-DEPT-CHARGE.
059200 5000-EXIT.
059300     EXIT.
059400
059500 5100-MATCH-ONE-RATE.
059600     IF WS-RTE-FUNCTION (WS-RTE-SUB) = WS-NEW-FUNCTION
059700         MOVE WS-RTE-SUB        TO WS-RTE-FOUND-SUB
059800     END-IF.
059900 5100-EXIT.
060000     EXIT.
060100
060200*--------------------------------------------------------------*
060300* 5500-END-DEPARTMENT - PRINT THE DEPARTMENT TOTAL AND KEEP IT  *
060400*                       FOR THE FINANCE SUMMARY.                *
060500*--------------------------------------------------------------*
060600 5500-END-DEPARTMENT.
060700     MOVE SPACES                TO CHARGEBACK-REPORT-REC.
060800     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
060900     MOVE SPACES                TO WS-TOT-LABEL.
061000     STRING "TOTAL FOR DEPARTMENT " DELIMITED BY SIZE
061100            WS-CURRENT-DEPT-ID  DELIMITED BY SIZE
061200         INTO WS-TOT-LABEL.
061300     MOVE WS-DEPT-VOLUME        TO WS-TOT-VOLUME.
061400     MOVE WS-DEPT-CHARGE        TO WS-TOT-CHARGE.
061500     MOVE WS-TOTAL-LINE         TO CHARGEBACK-REPORT-REC.
061600     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
061700     IF WS-DTT-USED < 100
061800         ADD 1                  TO WS-DTT-USED
061900         MOVE WS-CURRENT-DEPT-ID TO WS-DTT-DEPT-ID (WS-DTT-USED)
062000         MOVE WS-DEPT-VOLUME    TO WS-DTT-VOLUME (WS-DTT-USED)
062100         MOVE WS-DEPT-CHARGE    TO WS-DTT-CHARGE (WS-DTT-USED)
062200     ELSE
062300         SET WS-ANY-OVERFLOW TO TRUE
062400     END-IF.
062500     ADD WS-DEPT-VOLUME         TO WS-GRAND-VOLUME.
062600     ADD WS-DEPT-CHARGE         TO WS-GRAND-CHARGE.
062700 5500-EXIT.
062800     EXIT.
062900
063000*--------------------------------------------------------------*
063100* 6000-FINANCE-SUMMARY - ONE LINE PER DEPARTMENT WITH ITS       *
063200*                        VOLUME AND CHARGE, THE GRAND TOTAL,    *
063300*                        AND THE RUN'S WARNINGS.                *
063400*--------------------------------------------------------------*
063500 6000-FINANCE-SUMMARY.
063600     SET WS-SUMMARY-PAGE TO TRUE.
063700     MOVE "FINANCE     "        TO WH3-TITLE.
063800     MOVE "SUMMARY"             TO WH3-DEPT-ID.
063900     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
064000     PERFORM 6100-SUMMARIZE-ONE-DEPT THRU 6100-EXIT
064100         VARYING WS-DTT-SUB FROM 1 BY 1
064200             UNTIL WS-DTT-SUB > WS-DTT-USED.
064300     MOVE SPACES                TO CHARGEBACK-REPORT-REC.
064400     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
064500     MOVE "GRAND TOTAL"         TO WS-TOT-LABEL.
064600     MOVE WS-GRAND-VOLUME       TO WS-TOT-VOLUME.
064700     MOVE WS-GRAND-CHARGE       TO WS-TOT-CHARGE.
064800     MOVE WS-TOTAL-LINE         TO CHARGEBACK-REPORT-REC.
064900     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
065000     MOVE SPACES                TO CHARGEBACK-REPORT-REC.
065100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
065200     MOVE WS-USAGE-IN-MONTH     TO WS-USAGE-IN-MONTH-X.
065300     MOVE WS-USAGE-BAD          TO WS-USAGE-BAD-X.
065400     MOVE SPACES                TO WS-TXT-TEXT.
065500     STRING "USAGE RECORDS FOR THE MONTH " DELIMITED BY SIZE
065600            WS-USAGE-IN-MONTH-X DELIMITED BY SIZE
065700            "  UNREADABLE RECORDS SKIPPED " DELIMITED BY SIZE
065800            WS-USAGE-BAD-X      DELIMITED BY SIZE
065900         INTO WS-TXT-TEXT.
066000     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
066100     IF WS-CHG-USED = ZERO
066200         MOVE "NO USAGE WAS LOGGED FOR THE MONTH" TO WS-TXT-TEXT
066300         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
066400     END-IF.
066500     IF WS-ANY-NO-RATE
066600         MOVE "*NO RATE* FUNCTIONS PRICED AT ZERO - ADD AN R CARD"
066700                                TO WS-TXT-TEXT
066800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
066900     END-IF.
067000     IF WS-ANY-OVERFLOW
067100         MOVE "A WORK AREA OVERFLOWED - THIS REPORT IS INCOMPLETE"
067200                                TO WS-TXT-TEXT
067300         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
067400     END-IF.
067500 6000-EXIT.
067600     EXIT.
067700
067800 6100-SUMMARIZE-ONE-DEPT.
067900     MOVE SPACES                TO WS-TOT-LABEL.
068000     MOVE WS-DTT-DEPT-ID (WS-DTT-SUB) TO WS-TOT-LABEL.
068100     MOVE WS-DTT-VOLUME (WS-DTT-SUB)  TO WS-TOT-VOLUME.
068200     MOVE WS-DTT-CHARGE (WS-DTT-SUB)  TO WS-TOT-CHARGE.
068300     MOVE WS-TOTAL-LINE         TO CHARGEBACK-REPORT-REC.
068400     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
068500 6100-EXIT.
068600     EXIT.
068700
068800*--------------------------------------------------------------*
068900* 9000-TERMINATE - CLOSE FILES, ECHO THE TOTALS, AND SET THE    *
069000*                  RETURN CODE: 8 FOR A BAD PARM OR AN          *
069100*                  OVERFLOW, 4 WHEN A FUNCTION HAD NO RATE.     *
069200*--------------------------------------------------------------*
069300 9000-TERMINATE.
069400     IF NOT WS-PARM-ERROR
069500         CLOSE ALPHA-USAGE-FILE
069600     END-IF.
069700     CLOSE CHARGEBACK-REPORT.
069800     DISPLAY "ALPHACHB - BILLING MONTH      " WS-BILL-MONTH.
069900     DISPLAY "ALPHACHB - USAGE RECORDS READ " WS-USAGE-READ.
070000     DISPLAY "ALPHACHB - IN BILLING MONTH   " WS-USAGE-IN-MONTH.
070100     DISPLAY "ALPHACHB - DEPARTMENTS BILLED " WS-DTT-USED.
070200     IF WS-PARM-ERROR OR WS-ANY-OVERFLOW
070300         MOVE 8                 TO RETURN-CODE
070400     ELSE
070500         IF WS-ANY-NO-RATE
070600             MOVE 4             TO RETURN-CODE
070700         END-IF
070800     END-IF.
070900 9000-EXIT.
071000     EXIT.
