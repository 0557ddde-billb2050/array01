000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHARCN.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AS-OF-DATE TABLE RECONSTRUCTION. REBUILDS THE SEQUENCE AND    *
000900* COUNT OF ONE TABLE AS THEY STOOD ON A PAST DATE BY WALKING    *
001000* THE CHANGE HISTORY (SEE ALPHACHG), SO A REPORT OR TRANSLATED  *
001100* FILE CAN BE REPRODUCED EXACTLY AS IT RAN ON THAT DATE.        *
001200* THE PARM NAMES THE TABLE LETTER (COLUMN 1) AND THE AS-OF DATE *
001300* AS CCYYMMDD (COLUMNS 3-10; BLANK MEANS THE RUN DATE).         *
001400* THE TABLE IN EFFECT ON THE AS-OF DATE IS THE AFTER IMAGE OF   *
001500* THE LAST CHANGE EFFECTIVE ON OR BEFORE THAT DATE (ARRAY01     *
001600* OVERLAYS A CHANGE FROM ITS EFFECTIVE DATE, NOT ITS APPLY      *
001700* DATE). WITH NO SUCH CHANGE IT IS THE BEFORE IMAGE OF THE      *
001800* FIRST CHANGE EFFECTIVE AFTER THE DATE, AND WITH NO CHANGE ON  *
001900* FILE AT ALL IT IS THE CURRENT TABLE - THE ONLY CASE FOR THE   *
002000* UPPER AND LOWER TABLES, WHICH ARE NEVER STAGED. CHANGES NOT   *
002100* YET APPLIED BY ALPHAAPR ARE NOT IN THE HISTORY AND ARE NOT    *
002200* CONSIDERED.                                                   *
002300* THE REPORT SHOWS THE RECONSTRUCTED TABLE POSITION BY POSITION *
002400* WITH THE CHANGE THAT PRODUCED IT (APPLY DATE, SUBMITTER,      *
002500* APPROVER, EFFECTIVE DATE). THE RUN ALSO WRITES A CONTROL      *
002600* RECORD (SEE ALPHACTL) AND A LIBRARY FILE (SEE ALPHALIB) THAT  *
002700* ARE THE CURRENT ONES WITH THE RECONSTRUCTED TABLE IN PLACE -  *
002800* POINT ALPHAXLT'S ALPHACTL AND ALPHALIB DDS AT THEM (AND       *
002900* ALPHAPND AT AN EMPTY DATASET) TO RERUN A TRANSLATION AS OF    *
003000* THE DATE, OR FEED THEM TO ARRAY01 TO BUILD THE INDEX MASTER   *
003100* THAT ALPHAINQ ANSWERS FROM.                                   *
003200* RETURN CODE 4 MEANS THE TABLE DID NOT YET EXIST ON THE AS-OF  *
003300* DATE (IT IS LEFT OFF THE LIBRARY FILE); 8 MEANS A BAD PARM OR *
003400* A TABLE LETTER WITH NO TABLE AND NO HISTORY, AND NOTHING WAS  *
003500* WRITTEN.                                                      *
003600*--------------------------------------------------------------*
003700* MODIFICATION HISTORY.                                         *
003800*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
003900*--------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300
004400     SELECT ALPHA-CHANGE-FILE ASSIGN TO ALPHACHG
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700     SELECT ALPHA-CONTROL-FILE ASSIGN TO ALPHACTL
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT ALPHA-LIBRARY-FILE ASSIGN TO ALPHALIB
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300     SELECT ASOF-CONTROL-FILE ASSIGN TO ALPHARCT
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600     SELECT ASOF-LIBRARY-FILE ASSIGN TO ALPHARLB
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900     SELECT RECONSTRUCT-REPORT ASSIGN TO ALPHARCP
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400
006500*--------------------------------------------------------------*
006600* ALPHA-CHANGE-FILE - CHANGE HISTORY, IN THE ORDER ALPHAAPR     *
006700*                     APPLIED THE CHANGES.                      *
006800*--------------------------------------------------------------*
006900 FD  ALPHA-CHANGE-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 200 CHARACTERS.
007300     COPY ALPHACHG.
007400
007500*--------------------------------------------------------------*
007600* ALPHA-CONTROL-FILE - CURRENT CONTROL RECORD.                  *
007700*--------------------------------------------------------------*
007800 FD  ALPHA-CONTROL-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 200 CHARACTERS.
008200     COPY ALPHACTL.
008300
008400*--------------------------------------------------------------*
008500* ALPHA-LIBRARY-FILE - CURRENT CUSTOM TABLE LIBRARY.            *
008600*--------------------------------------------------------------*
008700 FD  ALPHA-LIBRARY-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 100 CHARACTERS.
009100     COPY ALPHALIB.
009200
009300*--------------------------------------------------------------*
009400* ASOF-CONTROL-FILE - THE CONTROL RECORD AS OF THE DATE, IN     *
009500*                     ALPHACTL FORMAT.                          *
009600*--------------------------------------------------------------*
009700 FD  ASOF-CONTROL-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 200 CHARACTERS.
010100 01  ASOF-CONTROL-REC          PIC X(200).
010200
010300*--------------------------------------------------------------*
010400* ASOF-LIBRARY-FILE - THE LIBRARY AS OF THE DATE, IN ALPHALIB   *
010500*                     FORMAT.                                   *
010600*--------------------------------------------------------------*
010700 FD  ASOF-LIBRARY-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 100 CHARACTERS.
011100 01  ASOF-LIBRARY-REC          PIC X(100).
011200
011300*--------------------------------------------------------------*
011400* RECONSTRUCT-REPORT - THE RECONSTRUCTED TABLE AND THE CHANGE   *
011500*                      THAT PRODUCED IT.                        *
011600*--------------------------------------------------------------*
011700 FD  RECONSTRUCT-REPORT
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 132 CHARACTERS.
012100 01  RECONSTRUCT-REPORT-REC    PIC X(132).
012200
012300 WORKING-STORAGE SECTION.
012400
012500*--------------------------------------------------------------*
012600* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE. THE     *
012700* THIRD HEADING NAMES THE TABLE AND THE AS-OF DATE.             *
012800*--------------------------------------------------------------*
012900 01  WS-REPORT-HEADING-1.
013000     05  FILLER                PIC X(01) VALUE SPACES.
013100     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
013200     05  FILLER                PIC X(08) VALUE "ALPHARCN".
013300     05  FILLER                PIC X(09) VALUE SPACES.
013400     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
013500     05  WH1-DATE              PIC X(10).
013600     05  FILLER                PIC X(10) VALUE SPACES.
013700     05  FILLER                PIC X(06) VALUE "PAGE: ".
013800     05  WH1-PAGE              PIC ZZ9.
013900     05  FILLER                PIC X(66) VALUE SPACES.
014000
014100 01  WS-REPORT-HEADING-2.
014200     05  FILLER                PIC X(44) VALUE SPACES.
014300     05  FILLER                PIC X(38)
014400             VALUE "AS-OF-DATE TABLE RECONSTRUCTION       ".
014500     05  FILLER                PIC X(50) VALUE SPACES.
014600
014700 01  WS-REPORT-HEADING-3.
014800     05  FILLER                PIC X(04) VALUE SPACES.
014900     05  FILLER                PIC X(07) VALUE "TABLE: ".
015000     05  WH3-TABLE-ID          PIC X(01).
015100     05  FILLER                PIC X(04) VALUE SPACES.
015200     05  FILLER                PIC X(06) VALUE "NAME: ".
015300     05  WH3-TABLE-NAME        PIC X(08).
015400     05  FILLER                PIC X(04) VALUE SPACES.
015500     05  FILLER                PIC X(07) VALUE "AS OF: ".
015600     05  WH3-AS-OF-DATE        PIC X(10).
015700     05  FILLER                PIC X(81) VALUE SPACES.
015800
015900 01  WS-POSITION-COLUMN-HEADING.
016000     05  FILLER                PIC X(04) VALUE SPACES.
016100     05  FILLER                PIC X(08) VALUE "POSITION".
016200     05  FILLER                PIC X(04) VALUE SPACES.
016300     05  FILLER                PIC X(09) VALUE "CHARACTER".
016400     05  FILLER                PIC X(107) VALUE SPACES.
016500
016600 01  WS-POSITION-DETAIL-LINE.
016700     05  FILLER                PIC X(08) VALUE SPACES.
016800     05  WS-POS-POSITION       PIC Z9.
016900     05  FILLER                PIC X(10) VALUE SPACES.
017000     05  WS-POS-CHARACTER      PIC X(01).
017100     05  FILLER                PIC X(111) VALUE SPACES.
017200
017300 01  WS-TEXT-DETAIL-LINE.
017400     05  FILLER                PIC X(04) VALUE SPACES.
017500     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
017600     05  FILLER                PIC X(58) VALUE SPACES.
017700
017800 01  WS-SYSTEM-DATE-FIELDS.
017900     05  WS-SYSTEM-DATE        PIC 9(08).
018000
018100*--------------------------------------------------------------*
018200* THE PARM - TABLE LETTER IN COLUMN 1, AS-OF DATE (CCYYMMDD) IN *
018300* COLUMNS 3-10.                                                 *
018400*--------------------------------------------------------------*
018500 01  WS-PARM-AREA.
018600     05  WS-PARM-TABLE-ID      PIC X(01) VALUE SPACES.
018700     05  FILLER                PIC X(01) VALUE SPACES.
018800     05  WS-PARM-AS-OF         PIC X(08) VALUE SPACES.
018900
019000 01  WS-WORK-DATE-FIELDS.
019100     05  WS-WORK-DATE          PIC 9(08).
019200     05  FILLER REDEFINES WS-WORK-DATE.
019300         10  WS-DATE-CCYY      PIC 9(04).
019400         10  WS-DATE-MM        PIC 9(02).
019500         10  WS-DATE-DD        PIC 9(02).
019600
019700 01  WS-EDIT-DATE-FIELDS.
019800     05  WS-EDIT-DATE          PIC 9(08).
019900     05  FILLER REDEFINES WS-EDIT-DATE.
020000         10  WS-EDIT-CCYY      PIC 9(04).
020100         10  WS-EDIT-MM        PIC 9(02).
020200         10  WS-EDIT-DD        PIC 9(02).
020300     05  WS-EDIT-DATE-TEXT     PIC X(10).
020400
020500 01  WS-HOLD-REPORT-LINE       PIC X(132) VALUE SPACES.
020600
020700*--------------------------------------------------------------*
020800* THE CURRENT TABLE, AND THE CHANGE HISTORY RECORDS THAT        *
020900* BRACKET THE AS-OF DATE - THE LAST CHANGE EFFECTIVE ON OR      *
021000* BEFORE IT AND THE FIRST CHANGE EFFECTIVE AFTER IT.            *
021100*--------------------------------------------------------------*
021200 01  WS-CURRENT-TABLE.
021300     05  WS-CUR-NAME           PIC X(08) VALUE SPACES.
021400     05  WS-CUR-ALPHA          PIC X(64) VALUE SPACES.
021500     05  WS-CUR-COUNT          PIC 9(02) VALUE ZERO.
021600
021700 01  WS-IN-EFFECT-CHANGE.
021800     05  WS-EFF-APPLY-DATE     PIC 9(08) VALUE ZERO.
021900     05  WS-EFF-APPLY-TIME     PIC X(08) VALUE SPACES.
022000     05  WS-EFF-SUBMIT-OPERATOR
022100                               PIC X(08) VALUE SPACES.
022200     05  WS-EFF-APPROVE-OPERATOR
022300                               PIC X(08) VALUE SPACES.
022400     05  WS-EFF-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.
022500     05  WS-EFF-NEW-ALPHA      PIC X(64) VALUE SPACES.
022600     05  WS-EFF-NEW-COUNT      PIC 9(02) VALUE ZERO.
022700
022800 01  WS-NEXT-CHANGE.
022900     05  WS-NXT-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.
023000     05  WS-NXT-OLD-ALPHA      PIC X(64) VALUE SPACES.
023100     05  WS-NXT-OLD-COUNT      PIC 9(02) VALUE ZERO.
023200
023300 01  WS-RESULT-TABLE.
023400     05  WS-RES-ALPHA          PIC X(64) VALUE SPACES.
023500     05  WS-RES-COUNT          PIC 9(02) VALUE ZERO.
023600
023700 77  WS-AS-OF-DATE             PIC 9(08) VALUE ZERO.
023800 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
023900 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
024000 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
024100 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
024200 77  WS-POS-SUB                PIC 9(02) COMP VALUE ZERO.
024300 77  WS-CHANGES-READ           PIC 9(07) COMP VALUE ZERO.
024400 77  WS-CHANGES-FOR-TABLE      PIC 9(05) COMP VALUE ZERO.
024500 77  WS-CHANGES-IN-EFFECT      PIC 9(05) COMP VALUE ZERO.
024600 77  WS-CHANGES-BAD            PIC 9(05) COMP VALUE ZERO.
024700 77  WS-CHANGES-FOR-TABLE-X    PIC 9(05) VALUE ZERO.
024800 77  WS-CHANGES-IN-EFFECT-X    PIC 9(05) VALUE ZERO.
024900 77  WS-CHANGES-BAD-X          PIC 9(05) VALUE ZERO.
025000 77  WS-LIB-WRITTEN            PIC 9(03) COMP VALUE ZERO.
025100 77  WS-LIB-WRITTEN-X          PIC 9(03) VALUE ZERO.
025200 77  WS-COUNT-X                PIC 9(02) VALUE ZERO.
025300
025400 77  WS-CHG-EOF-SW             PIC X(01) VALUE "N".
025500     88  WS-CHG-EOF                       VALUE "Y".
025600 77  WS-LIB-EOF-SW             PIC X(01) VALUE "N".
025700     88  WS-LIB-EOF                       VALUE "Y".
025800 77  WS-CURRENT-FOUND-SW       PIC X(01) VALUE "N".
025900     88  WS-CURRENT-FOUND                 VALUE "Y".
026000 77  WS-IN-EFFECT-FOUND-SW     PIC X(01) VALUE "N".
026100     88  WS-IN-EFFECT-FOUND               VALUE "Y".
026200 77  WS-NEXT-FOUND-SW          PIC X(01) VALUE "N".
026300     88  WS-NEXT-FOUND                    VALUE "Y".
026400 77  WS-NOT-YET-SW             PIC X(01) VALUE "N".
026500     88  WS-NOT-YET-IN-EXISTENCE          VALUE "Y".
026600 77  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
026700     88  WS-PARM-ERROR                    VALUE "Y".
026800 77  WS-NO-TABLE-SW            PIC X(01) VALUE "N".
026900     88  WS-NO-TABLE                      VALUE "Y".
027000
027100 PROCEDURE DIVISION.
027200
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027500     IF WS-PARM-ERROR
027600         PERFORM 9000-TERMINATE THRU 9000-EXIT
027700         STOP RUN
027800     END-IF.
027900     PERFORM 2000-SCAN-ONE-CHANGE THRU 2000-EXIT
028000         UNTIL WS-CHG-EOF.
028100     PERFORM 3000-RESOLVE-TABLE THRU 3000-EXIT.
028200     PERFORM 4000-REPORT-TABLE THRU 4000-EXIT.
028300     IF NOT WS-NO-TABLE
028400         PERFORM 5000-WRITE-TABLE-FILES THRU 5000-EXIT
028500     END-IF.
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028700     STOP RUN.
028800
028900*--------------------------------------------------------------*
029000* 1000-INITIALIZE - PICK UP AND CHECK THE PARM, FIND THE        *
029100*                   CURRENT TABLE ON THE CONTROL RECORD OR THE  *
029200*                   LIBRARY, AND PRIME THE FIRST CHANGE HISTORY *
029300*                   RECORD.                                     *
029400*--------------------------------------------------------------*
029500 1000-INITIALIZE.
029600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
029700     MOVE WS-SYSTEM-DATE        TO WS-EDIT-DATE.
029800     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
029900     MOVE WS-EDIT-DATE-TEXT     TO WS-RUN-DATE.
030000     OPEN OUTPUT RECONSTRUCT-REPORT.
030100     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
030200     MOVE WS-PARM-TABLE-ID      TO WH3-TABLE-ID.
030300     IF WS-PARM-AS-OF = SPACES
030400         MOVE WS-SYSTEM-DATE    TO WS-WORK-DATE
030500     ELSE
030600         IF WS-PARM-AS-OF IS NUMERIC
030700             MOVE WS-PARM-AS-OF TO WS-WORK-DATE
030800         ELSE
030900             MOVE ZERO          TO WS-WORK-DATE
031000         END-IF
031100     END-IF.
031200     MOVE WS-WORK-DATE          TO WS-AS-OF-DATE.
031300     IF WS-PARM-TABLE-ID IS NOT ALPHABETIC
031400        OR WS-PARM-TABLE-ID = SPACE
031500        OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
031600        OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
031700         SET WS-PARM-ERROR TO TRUE
031800         DISPLAY "ALPHARCN - PARM " WS-PARM-AREA
031900             " IS NOT A TABLE LETTER AND DATE (T CCYYMMDD)"
032000         MOVE SPACES            TO WH3-TABLE-NAME
032100         MOVE SPACES            TO WH3-AS-OF-DATE
032200         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
032300         MOVE "PARM IS NOT A TABLE LETTER AND DATE (T CCYYMMDD)"
032400                                TO WS-TXT-TEXT
032500         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
032600         MOVE "NOTHING WAS RECONSTRUCTED"
032700                                TO WS-TXT-TEXT
032800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
032900         GO TO 1000-EXIT
033000     END-IF.
033100     MOVE WS-AS-OF-DATE         TO WS-EDIT-DATE.
033200     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
033300     MOVE WS-EDIT-DATE-TEXT     TO WH3-AS-OF-DATE.
033400     PERFORM 1100-FIND-CURRENT-TABLE THRU 1100-EXIT.
033500     OPEN INPUT ALPHA-CHANGE-FILE.
033600     READ ALPHA-CHANGE-FILE
033700         AT END
033800             SET WS-CHG-EOF TO TRUE
033900     END-READ.
034000 1000-EXIT.
034100     EXIT.
034200
034300*--------------------------------------------------------------*
034400* 1100-FIND-CURRENT-TABLE - U, L AND C ARE ON THE CONTROL       *
034500*                           RECORD; ANY OTHER LETTER IS LOOKED  *
034600*                           UP ON THE LIBRARY. THE CONTROL      *
034700*                           RECORD STAYS IN ITS RECORD AREA FOR *
034800*                           THE AS-OF CONTROL FILE.             *
034900*--------------------------------------------------------------*
035000 1100-FIND-CURRENT-TABLE.
035100     OPEN INPUT ALPHA-CONTROL-FILE.
035200     READ ALPHA-CONTROL-FILE
035300         AT END
035400             MOVE SPACES        TO ALPHA-CONTROL-RECORD
035500     END-READ.
035600     CLOSE ALPHA-CONTROL-FILE.
035700     EVALUATE WS-PARM-TABLE-ID
035800         WHEN "U"
035900             MOVE "UPPER"       TO WS-CUR-NAME
036000             MOVE CTL-ALPHA     TO WS-CUR-ALPHA
036100             MOVE CTL-ALPHA-COUNT TO WS-CUR-COUNT
036200             SET WS-CURRENT-FOUND TO TRUE
036300         WHEN "L"
036400             MOVE "LOWER"       TO WS-CUR-NAME
036500             MOVE CTL-ALPHA-LOWER TO WS-CUR-ALPHA
036600             MOVE CTL-LOWER-COUNT TO WS-CUR-COUNT
036700             SET WS-CURRENT-FOUND TO TRUE
036800         WHEN "C"
036900             MOVE "CUSTOM"      TO WS-CUR-NAME
037000             MOVE CTL-ALPHA-CUSTOM TO WS-CUR-ALPHA
037100             MOVE CTL-CUSTOM-COUNT TO WS-CUR-COUNT
037200             SET WS-CURRENT-FOUND TO TRUE
037300         WHEN OTHER
037400             MOVE "N"           TO WS-LIB-EOF-SW
037500             OPEN INPUT ALPHA-LIBRARY-FILE
037600             PERFORM 1200-MATCH-ONE-LIBRARY THRU 1200-EXIT
037700                 UNTIL WS-LIB-EOF OR WS-CURRENT-FOUND
037800             CLOSE ALPHA-LIBRARY-FILE
037900     END-EVALUATE.
038000     MOVE WS-CUR-NAME           TO WH3-TABLE-NAME.
038100 1100-EXIT.
038200     EXIT.
038300
038400 1200-MATCH-ONE-LIBRARY.
038500     READ ALPHA-LIBRARY-FILE
038600         AT END
038700             SET WS-LIB-EOF TO TRUE
038800             GO TO 1200-EXIT
038900     END-READ.
039000     IF LIB-TABLE-ID = WS-PARM-TABLE-ID
039100         MOVE LIB-TABLE-NAME    TO WS-CUR-NAME
039200         MOVE LIB-ALPHA         TO WS-CUR-ALPHA
039300         MOVE LIB-COUNT (1:2)   TO WS-CUR-COUNT
039400         SET WS-CURRENT-FOUND TO TRUE
039500     END-IF.
039600 1200-EXIT.
039700     EXIT.
039800
039900*--------------------------------------------------------------*
040000* 2000-SCAN-ONE-CHANGE - KEEP THE LAST CHANGE TO THE TABLE      *
040100*                        EFFECTIVE ON OR BEFORE THE AS-OF DATE  *
040200*                        (A LATER RECORD WINS A TIE - IT WAS    *
040300*                        APPLIED ON TOP) AND THE FIRST CHANGE   *
040400*                        EFFECTIVE AFTER IT.                    *
040500*--------------------------------------------------------------*
040600 2000-SCAN-ONE-CHANGE.
040700     ADD 1                      TO WS-CHANGES-READ.
040800     IF CHG-TABLE-ID NOT = WS-PARM-TABLE-ID
040900         GO TO 2000-READ
041000     END-IF.
041100     IF CHG-EFFECTIVE-DATE IS NOT NUMERIC
041200        OR CHG-OLD-COUNT IS NOT NUMERIC
041300        OR CHG-NEW-COUNT IS NOT NUMERIC
041400         ADD 1                  TO WS-CHANGES-BAD
041500         GO TO 2000-READ
041600     END-IF.
041700     ADD 1                      TO WS-CHANGES-FOR-TABLE.
041800     IF CHG-EFFECTIVE-DATE > WS-AS-OF-DATE
041900         GO TO 2000-LATER
042000     END-IF.
042100     ADD 1                      TO WS-CHANGES-IN-EFFECT.
042200     IF WS-IN-EFFECT-FOUND
042300        AND CHG-EFFECTIVE-DATE < WS-EFF-EFFECTIVE-DATE
042400         GO TO 2000-READ
042500     END-IF.
042600     SET WS-IN-EFFECT-FOUND TO TRUE.
042700     MOVE CHG-APPLY-DATE        TO WS-EFF-APPLY-DATE.
042800     MOVE CHG-APPLY-TIME        TO WS-EFF-APPLY-TIME.
042900     MOVE CHG-SUBMIT-OPERATOR   TO WS-EFF-SUBMIT-OPERATOR.
043000     MOVE CHG-APPROVE-OPERATOR  TO WS-EFF-APPROVE-OPERATOR.
043100     MOVE CHG-EFFECTIVE-DATE    TO WS-EFF-EFFECTIVE-DATE.
043200     MOVE CHG-NEW-ALPHA         TO WS-EFF-NEW-ALPHA.
043300     MOVE CHG-NEW-COUNT         TO WS-EFF-NEW-COUNT.
043400     GO TO 2000-READ.
043500 2000-LATER.
043600     IF WS-NEXT-FOUND
043700        AND CHG-EFFECTIVE-DATE NOT < WS-NXT-EFFECTIVE-DATE
043800         GO TO 2000-READ
043900     END-IF.
044000     SET WS-NEXT-FOUND TO TRUE.
044100     MOVE CHG-EFFECTIVE-DATE    TO WS-NXT-EFFECTIVE-DATE.
044200     MOVE CHG-OLD-ALPHA         TO WS-NXT-OLD-ALPHA.
044300     MOVE CHG-OLD-COUNT         TO WS-NXT-OLD-COUNT.
044400 2000-READ.
044500     READ ALPHA-CHANGE-FILE
044600         AT END
044700             SET WS-CHG-EOF TO TRUE
044800     END-READ.
044900 2000-EXIT.
045000     EXIT.
045100
045200*--------------------------------------------------------------*
045300* 3000-RESOLVE-TABLE - PICK THE IMAGE IN EFFECT ON THE AS-OF    *
045400*                      DATE. A BEFORE IMAGE WITH A ZERO COUNT   *
045500*                      MEANS THE TABLE WAS FIRST ADDED LATER.   *
045600*--------------------------------------------------------------*
045700 3000-RESOLVE-TABLE.
045800     IF WS-IN-EFFECT-FOUND
045900         MOVE WS-EFF-NEW-ALPHA  TO WS-RES-ALPHA
046000         MOVE WS-EFF-NEW-COUNT  TO WS-RES-COUNT
046100         GO TO 3000-EXIT
046200     END-IF.
046300     IF WS-NEXT-FOUND
046400         MOVE WS-NXT-OLD-ALPHA  TO WS-RES-ALPHA
046500         MOVE WS-NXT-OLD-COUNT  TO WS-RES-COUNT
046600         IF WS-RES-COUNT = ZERO
046700             SET WS-NOT-YET-IN-EXISTENCE TO TRUE
046800         END-IF
046900         GO TO 3000-EXIT
047000     END-IF.
047100     IF WS-CURRENT-FOUND
047200         MOVE WS-CUR-ALPHA      TO WS-RES-ALPHA
047300         MOVE WS-CUR-COUNT      TO WS-RES-COUNT
047400     ELSE
047500         SET WS-NO-TABLE TO TRUE
047600     END-IF.
047700 3000-EXIT.
047800     EXIT.
047900
048000*--------------------------------------------------------------*
048100* 3700-EDIT-DATE - EDIT WS-EDIT-DATE (CCYYMMDD) AS MM/DD/CCYY   *
048200*                  INTO WS-EDIT-DATE-TEXT.                      *
048300*--------------------------------------------------------------*
048400 3700-EDIT-DATE.
048500     MOVE WS-EDIT-MM            TO WS-EDIT-DATE-TEXT (1:2).
048600     MOVE "/"                   TO WS-EDIT-DATE-TEXT (3:1).
048700     MOVE WS-EDIT-DD            TO WS-EDIT-DATE-TEXT (4:2).
048800     MOVE "/"                   TO WS-EDIT-DATE-TEXT (6:1).
048900     MOVE WS-EDIT-CCYY          TO WS-EDIT-DATE-TEXT (7:4).
049000 3700-EXIT.
049100     EXIT.
049200
049300*--------------------------------------------------------------*
049400* 3800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
049500*--------------------------------------------------------------*
049600 3800-WRITE-REPORT-LINE.
049700     MOVE WS-TEXT-DETAIL-LINE   TO RECONSTRUCT-REPORT-REC.
049800     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
049900 3800-EXIT.
050000     EXIT.
050100
050200*--------------------------------------------------------------*
050300* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
050400*                            THE RECORD AREA, STARTING A NEW    *
050500*                            PAGE WHEN THE CURRENT ONE IS FULL. *
050600*--------------------------------------------------------------*
050700 3850-WRITE-PREBUILT-LINE.
050800     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
050900         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
051000     END-IF.
051100     WRITE RECONSTRUCT-REPORT-REC.
051200     ADD 1                      TO WS-LINE-COUNT.
051300 3850-EXIT.
051400     EXIT.
051500
051600*--------------------------------------------------------------*
051700* 3900-NEW-PAGE - WRITE THE REPORT HEADINGS AT THE TOP OF EACH  *
051800*                 PAGE.                                         *
051900*--------------------------------------------------------------*
052000 3900-NEW-PAGE.
052100     MOVE RECONSTRUCT-REPORT-REC TO WS-HOLD-REPORT-LINE.
052200     ADD 1                      TO WS-PAGE-COUNT.
052300     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
052400     MOVE WS-RUN-DATE           TO WH1-DATE.
052500     IF WS-PAGE-COUNT = 1
052600         WRITE RECONSTRUCT-REPORT-REC FROM WS-REPORT-HEADING-1
052700     ELSE
052800         WRITE RECONSTRUCT-REPORT-REC FROM WS-REPORT-HEADING-1
052900             AFTER ADVANCING PAGE
053000     END-IF.
053100     WRITE RECONSTRUCT-REPORT-REC FROM WS-REPORT-HEADING-2.
053200     MOVE SPACES                TO RECONSTRUCT-REPORT-REC.
053300     WRITE RECONSTRUCT-REPORT-REC.
053400     WRITE RECONSTRUCT-REPORT-REC FROM WS-REPORT-HEADING-3.
053500     MOVE SPACES                TO RECONSTRUCT-REPORT-REC.
053600     WRITE RECONSTRUCT-REPORT-REC.
053700     MOVE ZERO                  TO WS-LINE-COUNT.
053800     MOVE WS-HOLD-REPORT-LINE   TO RECONSTRUCT-REPORT-REC.
053900 3900-EXIT.
054000     EXIT.
054100
054200*--------------------------------------------------------------*
054300* 4000-REPORT-TABLE - WHERE THE TABLE CAME FROM, THEN EACH      *
054400*                     POSITION OF THE RECONSTRUCTED SEQUENCE.   *
054500*--------------------------------------------------------------*
054600 4000-REPORT-TABLE.
054700     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
054800     IF WS-NO-TABLE
054900         MOVE "NO SUCH TABLE ON THE CONTROL RECORD OR LIBRARY AND"
055000                                TO WS-TXT-TEXT
055100         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
055200         MOVE "NO CHANGE HISTORY FOR IT - NOTHING RECONSTRUCTED"
055300                                TO WS-TXT-TEXT
055400         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
055500         GO TO 4000-COUNTS
055600     END-IF.
055700     IF WS-IN-EFFECT-FOUND
055800         PERFORM 4100-REPORT-CHANGE THRU 4100-EXIT
055900         GO TO 4000-POSITIONS
056000     END-IF.
056100     IF WS-NOT-YET-IN-EXISTENCE
056200         MOVE WS-NXT-EFFECTIVE-DATE TO WS-EDIT-DATE
056300         PERFORM 3700-EDIT-DATE THRU 3700-EXIT
056400         MOVE SPACES            TO WS-TXT-TEXT
056500         STRING "TABLE DID NOT YET EXIST - FIRST ADDED EFFECTIVE "
056600                                DELIMITED BY SIZE
056700                WS-EDIT-DATE-TEXT DELIMITED BY SIZE
056800             INTO WS-TXT-TEXT
056900         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
057000         MOVE "IT IS LEFT OFF THE AS-OF LIBRARY FILE"
057100                                TO WS-TXT-TEXT
057200         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
057300         GO TO 4000-COUNTS
057400     END-IF.
057500     IF WS-NEXT-FOUND
057600         MOVE WS-NXT-EFFECTIVE-DATE TO WS-EDIT-DATE
057700         PERFORM 3700-EDIT-DATE THRU 3700-EXIT
057800         MOVE SPACES            TO WS-TXT-TEXT
057900         STRING "ORIGINAL TABLE - IN EFFECT UNTIL THE FIRST "
058000                                DELIMITED BY SIZE
058100                "RECORDED CHANGE, EFFECTIVE "
058200                                DELIMITED BY SIZE
058300                WS-EDIT-DATE-TEXT DELIMITED BY SIZE
058400             INTO WS-TXT-TEXT
058500     ELSE
058600         MOVE "NO RECORDED CHANGE - CURRENT TABLE WAS IN EFFECT"
058700                                TO WS-TXT-TEXT
058800     END-IF.
058900     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
059000 4000-POSITIONS.
059100     MOVE WS-RES-COUNT          TO WS-COUNT-X.
059200     MOVE SPACES                TO WS-TXT-TEXT.
059300     STRING "CHARACTER COUNT    " DELIMITED BY SIZE
059400            WS-COUNT-X          DELIMITED BY SIZE
059500         INTO WS-TXT-TEXT.
059600     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
059700     MOVE "SEQUENCE"            TO WS-TXT-TEXT.
059800     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
059900     MOVE WS-RES-ALPHA          TO WS-TXT-TEXT.
060000     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
060100     MOVE SPACES                TO RECONSTRUCT-REPORT-REC.
060200     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
060300     MOVE WS-POSITION-COLUMN-HEADING TO RECONSTRUCT-REPORT-REC.
060400     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
060500     MOVE SPACES                TO RECONSTRUCT-REPORT-REC.
060600     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
060700     PERFORM 4200-REPORT-ONE-POSITION THRU 4200-EXIT
060800         VARYING WS-POS-SUB FROM 1 BY 1
060900             UNTIL WS-POS-SUB > WS-RES-COUNT.
061000 4000-COUNTS.
061100     MOVE SPACES                TO RECONSTRUCT-REPORT-REC.
061200     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
061300     MOVE WS-CHANGES-FOR-TABLE  TO WS-CHANGES-FOR-TABLE-X.
061400     MOVE WS-CHANGES-IN-EFFECT  TO WS-CHANGES-IN-EFFECT-X.
061500     MOVE WS-CHANGES-BAD        TO WS-CHANGES-BAD-X.
061600     MOVE SPACES                TO WS-TXT-TEXT.
061700     STRING "CHANGES ON FILE " DELIMITED BY SIZE
061800            WS-CHANGES-FOR-TABLE-X DELIMITED BY SIZE
061900            "  EFFECTIVE BY THE DATE " DELIMITED BY SIZE
062000            WS-CHANGES-IN-EFFECT-X DELIMITED BY SIZE
062100            "  UNREADABLE " DELIMITED BY SIZE
062200            WS-CHANGES-BAD-X    DELIMITED BY SIZE
062300         INTO WS-TXT-TEXT.
062400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
062500 4000-EXIT.
062600     EXIT.
062700
062800*--------------------------------------------------------------*
062900* 4100-REPORT-CHANGE - THE CHANGE WHOSE AFTER IMAGE IS THE      *
063000*                      TABLE IN EFFECT.                         *
063100*--------------------------------------------------------------*
063200 4100-REPORT-CHANGE.
063300     MOVE "PRODUCED BY THE CHANGE" TO WS-TXT-TEXT.
063400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
063500     MOVE WS-EFF-EFFECTIVE-DATE TO WS-EDIT-DATE.
063600     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
063700     MOVE SPACES                TO WS-TXT-TEXT.
063800     STRING "  EFFECTIVE        " DELIMITED BY SIZE
063900            WS-EDIT-DATE-TEXT   DELIMITED BY SIZE
064000         INTO WS-TXT-TEXT.
064100     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
064200     MOVE WS-EFF-APPLY-DATE     TO WS-EDIT-DATE.
064300     PERFORM 3700-EDIT-DATE THRU 3700-EXIT.
064400     MOVE SPACES                TO WS-TXT-TEXT.
064500     STRING "  APPLIED          " DELIMITED BY SIZE
064600            WS-EDIT-DATE-TEXT   DELIMITED BY SIZE
064700            " "                 DELIMITED BY SIZE
064800            WS-EFF-APPLY-TIME   DELIMITED BY SIZE
064900         INTO WS-TXT-TEXT.
065000     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
065100     MOVE SPACES                TO WS-TXT-TEXT.
065200     STRING "  SUBMITTED BY     " DELIMITED BY SIZE
065300            WS-EFF-SUBMIT-OPERATOR DELIMITED BY SIZE
065400         INTO WS-TXT-TEXT.
065500     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
065600     MOVE SPACES                TO WS-TXT-TEXT.
065700     STRING "  APPROVED BY      " DELIMITED BY SIZE
065800            WS-EFF-APPROVE-OPERATOR DELIMITED BY SIZE
065900         INTO WS-TXT-TEXT.
066000     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
066100 4100-EXIT.
066200     EXIT.
066300
066400 4200-REPORT-ONE-POSITION.
066500     MOVE WS-POS-SUB            TO WS-POS-POSITION.
066600     MOVE WS-RES-ALPHA (WS-POS-SUB:1) TO WS-POS-CHARACTER.
066700     MOVE WS-POSITION-DETAIL-LINE TO RECONSTRUCT-REPORT-REC.
066800     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
066900 4200-EXIT.
067000     EXIT.
067100
067200*--------------------------------------------------------------*
067300* 5000-WRITE-TABLE-FILES - THE CURRENT CONTROL RECORD AND       *
067400*                          LIBRARY WITH THE RECONSTRUCTED TABLE *
067500*                          IN PLACE. A TABLE THAT DID NOT YET   *
067600*                          EXIST IS LEFT OFF THE LIBRARY; ONE   *
067700*                          SINCE DROPPED FROM IT IS ADDED BACK  *
067800*                          AT THE END.                          *
067900*--------------------------------------------------------------*
068000 5000-WRITE-TABLE-FILES.
068100     OPEN OUTPUT ASOF-CONTROL-FILE.
068200     IF WS-PARM-TABLE-ID = "C"
068300         MOVE WS-RES-ALPHA      TO CTL-ALPHA-CUSTOM
068400         MOVE WS-RES-COUNT      TO CTL-CUSTOM-COUNT
068500     END-IF.
068600     WRITE ASOF-CONTROL-REC FROM ALPHA-CONTROL-RECORD.
068700     CLOSE ASOF-CONTROL-FILE.
068800     OPEN OUTPUT ASOF-LIBRARY-FILE.
068900     MOVE "N"                   TO WS-LIB-EOF-SW.
069000     MOVE "N"                   TO WS-CURRENT-FOUND-SW.
069100     OPEN INPUT ALPHA-LIBRARY-FILE.
069200     PERFORM 5100-COPY-ONE-LIBRARY THRU 5100-EXIT
069300         UNTIL WS-LIB-EOF.
069400     CLOSE ALPHA-LIBRARY-FILE.
069500     IF NOT WS-CURRENT-FOUND
069600        AND NOT WS-NOT-YET-IN-EXISTENCE
069700        AND WS-PARM-TABLE-ID NOT = "U"
069800        AND WS-PARM-TABLE-ID NOT = "L"
069900        AND WS-PARM-TABLE-ID NOT = "C"
070000         MOVE SPACES            TO ALPHA-LIBRARY-RECORD
070100         MOVE WS-PARM-TABLE-ID  TO LIB-TABLE-ID
070200         MOVE WS-CUR-NAME       TO LIB-TABLE-NAME
070300         MOVE WS-RES-ALPHA      TO LIB-ALPHA
070400         MOVE WS-RES-COUNT      TO LIB-COUNT
070500         WRITE ASOF-LIBRARY-REC FROM ALPHA-LIBRARY-RECORD
070600         ADD 1                  TO WS-LIB-WRITTEN
070700     END-IF.
070800     CLOSE ASOF-LIBRARY-FILE.
070900     MOVE WS-LIB-WRITTEN        TO WS-LIB-WRITTEN-X.
071000     MOVE SPACES                TO WS-TXT-TEXT.
071100     STRING "AS-OF CONTROL RECORD WRITTEN  LIBRARY ENTRIES "
071200                                DELIMITED BY SIZE
071300            WS-LIB-WRITTEN-X    DELIMITED BY SIZE
071400         INTO WS-TXT-TEXT.
071500     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
071600 5000-EXIT.
071700     EXIT.
071800
071900 5100-COPY-ONE-LIBRARY.
072000     READ ALPHA-LIBRARY-FILE
072100         AT END
072200             SET WS-LIB-EOF TO TRUE
072300             GO TO 5100-EXIT
072400     END-READ.
072500     IF LIB-TABLE-ID = WS-PARM-TABLE-ID
072600         SET WS-CURRENT-FOUND TO TRUE
072700         IF WS-NOT-YET-IN-EXISTENCE
072800             GO TO 5100-EXIT
072900         END-IF
073000         MOVE WS-RES-ALPHA      TO LIB-ALPHA
073100         MOVE WS-RES-COUNT      TO LIB-COUNT
073200     END-IF.
073300     WRITE ASOF-LIBRARY-REC FROM ALPHA-LIBRARY-RECORD.
073400     ADD 1                      TO WS-LIB-WRITTEN.
073500 5100-EXIT.
073600     EXIT.
073700
073800*--------------------------------------------------------------*
073900* 9000-TERMINATE - CLOSE FILES, ECHO THE RESULT, AND SET THE    *
074000*                  RETURN CODE: 8 FOR A BAD PARM OR NO SUCH     *
074100*                  TABLE, 4 WHEN THE TABLE DID NOT YET EXIST.   *
074200*--------------------------------------------------------------*
074300 9000-TERMINATE.
074400     IF NOT WS-PARM-ERROR
074500         CLOSE ALPHA-CHANGE-FILE
074600     END-IF.
074700     CLOSE RECONSTRUCT-REPORT.
074800     DISPLAY "ALPHARCN - TABLE              " WS-PARM-TABLE-ID.
074900     DISPLAY "ALPHARCN - AS OF              " WS-AS-OF-DATE.
075000     DISPLAY "ALPHARCN - HISTORY READ       " WS-CHANGES-READ.
075100     DISPLAY "ALPHARCN - CHANGES FOR TABLE  "
075150         WS-CHANGES-FOR-TABLE.
075200     DISPLAY "ALPHARCN - COUNT AS OF DATE   " WS-RES-COUNT.
075300     IF WS-PARM-ERROR OR WS-NO-TABLE
075400         MOVE 8                 TO RETURN-CODE
075500     ELSE
075600         IF WS-NOT-YET-IN-EXISTENCE
075700             MOVE 4             TO RETURN-CODE
075800         END-IF
075900     END-IF.
076000 9000-EXIT.
076100     EXIT.
