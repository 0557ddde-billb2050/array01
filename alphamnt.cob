001800* TABLE-ID OR A TABLE-ID OF C TARGETS CTL-ALPHA-CUSTOM ON THE   *
001900* CONTROL RECORD; ANY OTHER LETTER (U AND L ARE RESERVED)       *
002000* TARGETS THAT NAMED ENTRY IN THE CUSTOM TABLE LIBRARY.         *
002010* THE SUBMITTING OPERATOR MUST HOLD SUBMIT AUTHORITY FOR THE    *
002020* TARGET TABLE ON THE OPERATOR AUTHORIZATION MASTER (SEE        *
002030* ALPHAOPR); A REFUSAL IS LOGGED TO THE SECURITY VIOLATION LOG  *
002040* AND ENDS THE RUN WITH RETURN CODE 8.                          *
002050* EVERY RUN PRINTS AN IMPACT REPORT (ALPHAMIR) LISTING EACH     *
002060* DOWNSTREAM JOB, DATASET, AND CONTACT GROUP REGISTERED ON THE  *
002070* TABLE CONSUMER REGISTRY (SEE ALPHACNS) FOR THE TABLE BEING    *
002080* CHANGED, SO THE APPROVER KNOWS WHO IS AFFECTED BEFORE SIGNING *
002090* OFF.                                                          *
002100*--------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                         *
002300*   08/09/2026  BB   ORIGINAL PROGRAM.                          *
005140*                    ALPHAMNR (LAYOUT UNCHANGED) SO THE NEW      *
005160*                    ALPHAPRP PROPOSED-SEQUENCE GENERATOR CAN    *
005180*                    WRITE READY-TO-SUBMIT TRANSACTIONS.         *
005182*   10/15/2026  BB   THE SUBMITTING OPERATOR MUST NOW BE         *
005184*                    AUTHORIZED TO SUBMIT FOR THE TARGET TABLE   *
005186*                    ON THE OPERATOR AUTHORIZATION MASTER (SEE   *
005188*                    ALPHAOPR, CHECKED THROUGH ALPHAAUT). A      *
005190*                    REFUSAL STAGES NOTHING, IS LOGGED TO THE    *
005192*                    ALPHASVL SECURITY VIOLATION LOG, AND ENDS   *
005194*                    THE RUN WITH RETURN CODE 8.                 *
005200*   10/15/2026  BB   EVERY RUN NOW PRINTS A TABLE CHANGE IMPACT  *
005210*                    REPORT (NEW ALPHAMIR DD) LISTING THE        *
005220*                    CONSUMERS REGISTERED FOR THE TARGET TABLE   *
005230*                    ON THE NEW TABLE CONSUMER REGISTRY (SEE     *
005240*                    ALPHACNS, NEW ALPHACNS DD). A REJECTED      *
005250*                    CHANGE GETS A ONE-LINE REPORT SAYING SO.    *
005260*--------------------------------------------------------------*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005900
006000     SELECT ALPHA-PENDING-FILE ASSIGN TO ALPHAPND
006100         ORGANIZATION IS SEQUENTIAL.
006110
006120     SELECT ALPHA-CONSUMER-FILE ASSIGN TO ALPHACNS
006130         ORGANIZATION IS SEQUENTIAL.
006140
006150     SELECT IMPACT-REPORT ASSIGN TO ALPHAMIR
006160         ORGANIZATION IS SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 200 CHARACTERS.
009400     COPY ALPHAPND.
009402
009405*--------------------------------------------------------------*
009410* ALPHA-CONSUMER-FILE - TABLE CONSUMER REGISTRY, MAINTAINED BY  *
009415*                       THE SCHEDULING GROUP.                   *
009420*--------------------------------------------------------------*
009425 FD  ALPHA-CONSUMER-FILE
009430     RECORDING MODE IS F
009435     LABEL RECORDS ARE STANDARD
009440     RECORD CONTAINS 80 CHARACTERS.
009445     COPY ALPHACNS.
009450
009455*--------------------------------------------------------------*
009460* IMPACT-REPORT - EVERY REGISTERED CONSUMER OF THE TABLE BEING  *
009465*                 CHANGED, FOR THE APPROVER.                    *
009470*--------------------------------------------------------------*
009475 FD  IMPACT-REPORT
009480     RECORDING MODE IS F
009485     LABEL RECORDS ARE STANDARD
009490     RECORD CONTAINS 132 CHARACTERS.
009495 01  IMPACT-REPORT-REC         PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700
012000     88  WS-INVALID                       VALUE "N".
012100 77  WS-ERROR-POSITION         PIC 9(02) VALUE ZERO.
012200 77  WS-ERROR-REASON           PIC X(40) VALUE SPACES.
012210 77  WS-REFUSED-SW             PIC X(01) VALUE "N".
012220     88  WS-REFUSED                       VALUE "Y".
012230
012240*--------------------------------------------------------------*
012250* PARAMETER AREA FOR THE ALPHAAUT OPERATOR AUTHORIZATION CHECK. *
012260*--------------------------------------------------------------*
012270     COPY ALPHAAUA.
012300
012301*--------------------------------------------------------------*
012302* IMPACT REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE.  *
012303*--------------------------------------------------------------*
012304 01  WS-REPORT-HEADING-1.
012305     05  FILLER                PIC X(01) VALUE SPACES.
012306     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
012307     05  FILLER                PIC X(08) VALUE "ALPHAMNT".
012308     05  FILLER                PIC X(09) VALUE SPACES.
012309     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
012310     05  WH1-DATE              PIC X(10).
012311     05  FILLER                PIC X(10) VALUE SPACES.
012312     05  FILLER                PIC X(06) VALUE "PAGE: ".
012313     05  WH1-PAGE              PIC ZZ9.
012314     05  FILLER                PIC X(66) VALUE SPACES.
012315
012316 01  WS-REPORT-HEADING-2.
012317     05  FILLER                PIC X(44) VALUE SPACES.
012318     05  FILLER                PIC X(38)
012319             VALUE "TABLE CHANGE IMPACT REPORT            ".
012320     05  FILLER                PIC X(50) VALUE SPACES.
012321
012322 01  WS-REPORT-HEADING-3.
012323     05  FILLER                PIC X(04) VALUE SPACES.
012324     05  FILLER                PIC X(07) VALUE "TABLE: ".
012325     05  WH3-TABLE-ID          PIC X(01).
012326     05  FILLER                PIC X(04) VALUE SPACES.
012327     05  FILLER                PIC X(06) VALUE "NAME: ".
012328     05  WH3-TABLE-NAME        PIC X(08).
012329     05  FILLER                PIC X(04) VALUE SPACES.
012330     05  FILLER                PIC X(11) VALUE "EFFECTIVE: ".
012331     05  WH3-EFFECTIVE-DATE    PIC X(10).
012332     05  FILLER                PIC X(04) VALUE SPACES.
012333     05  FILLER                PIC X(14) VALUE "SUBMITTED BY: ".
012334     05  WH3-OPERATOR-ID       PIC X(08).
012335     05  FILLER                PIC X(51) VALUE SPACES.
012336
012337 01  WS-CONSUMER-COLUMN-HEADING.
012338     05  FILLER                PIC X(04) VALUE SPACES.
012339     05  FILLER                PIC X(04) VALUE "TYPE".
012340     05  FILLER                PIC X(07) VALUE SPACES.
012341     05  FILLER                PIC X(08) VALUE "CONSUMER".
012342     05  FILLER                PIC X(39) VALUE SPACES.
012343     05  FILLER                PIC X(07) VALUE "CONTACT".
012344     05  FILLER                PIC X(16) VALUE SPACES.
012345     05  FILLER                PIC X(06) VALUE "TABLES".
012346     05  FILLER                PIC X(41) VALUE SPACES.
012347
012348 01  WS-CONSUMER-DETAIL-LINE.
012349     05  FILLER                PIC X(04) VALUE SPACES.
012350     05  WS-DET-TYPE           PIC X(08).
012351     05  FILLER                PIC X(03) VALUE SPACES.
012352     05  WS-DET-NAME           PIC X(44).
012353     05  FILLER                PIC X(03) VALUE SPACES.
012354     05  WS-DET-CONTACT        PIC X(20).
012355     05  FILLER                PIC X(03) VALUE SPACES.
012356     05  WS-DET-SCOPE          PIC X(12).
012357     05  FILLER                PIC X(35) VALUE SPACES.
012358
012359 01  WS-TEXT-DETAIL-LINE.
012360     05  FILLER                PIC X(04) VALUE SPACES.
012361     05  WS-TXT-TEXT           PIC X(70) VALUE SPACES.
012362     05  FILLER                PIC X(58) VALUE SPACES.
012363
012364 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
012365 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
012366 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
012367 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
012368 77  WS-HOLD-REPORT-LINE       PIC X(132) VALUE SPACES.
012369 77  WS-CONSUMER-COUNT         PIC 9(05) COMP VALUE ZERO.
012370 77  WS-CONSUMER-COUNT-X       PIC 9(05) VALUE ZERO.
012371 77  WS-CNS-EOF-SW             PIC X(01) VALUE "N".
012372     88  WS-CNS-EOF                       VALUE "Y".
012373
012400 PROCEDURE DIVISION.
012500
012600 0000-MAINLINE.
013600             WS-ERROR-REASON
013700         DISPLAY "ALPHAMNT - NOTHING STAGED"
013800     END-IF.
013850     PERFORM 4000-REPORT-IMPACT THRU 4000-EXIT.
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014000     STOP RUN.
014100
019500*                        OUT OF RANGE. THE TABLE-IDS U AND L     *
019600*                        ARE RESERVED FOR THE UPPER AND LOWER    *
019700*                        TABLES AND CANNOT NAME A LIBRARY        *
019800*                        ENTRY. THE OPERATOR MUST BE AUTHORIZED  *
019850*                        TO SUBMIT FOR THE TARGET TABLE.         *
019900*--------------------------------------------------------------*
020000 2000-VALIDATE-CUSTOM.
020100     SET WS-VALID TO TRUE.
020600         MOVE "TABLE-ID U AND L ARE RESERVED"
020700                                TO WS-ERROR-REASON
020800         GO TO 2000-EXIT
020805     END-IF.
020810     MOVE WS-OPERATOR-ID        TO AUA-OPERATOR.
020815     MOVE "ALPHAMNT"            TO AUA-PROGRAM.
020820     MOVE "S"                   TO AUA-FUNCTION.
020825     MOVE WS-TARGET-ID          TO AUA-TABLE-ID.
020830     MOVE SPACES                TO AUA-DETAIL.
020835     CALL "ALPHAAUT" USING ALPHA-AUTHORIZATION-AREA.
020840     IF AUA-REFUSED
020845         SET WS-INVALID TO TRUE
020850         SET WS-REFUSED TO TRUE
020855         MOVE "OPERATOR NOT AUTHORIZED TO SUBMIT"
020860                                TO WS-ERROR-REASON
020865         DISPLAY "ALPHAMNT - OPERATOR " WS-OPERATOR-ID
020870             " REFUSED FOR TABLE " WS-TARGET-ID " - " AUA-REASON
020875         GO TO 2000-EXIT
020900     END-IF.
021000     IF WS-CUSTOM-COUNT = ZERO
021100         SET WS-INVALID TO TRUE
028100 3000-EXIT.
028200     EXIT.
028300
028350*--------------------------------------------------------------*
028400* 4000-REPORT-IMPACT - PRINT THE IMPACT REPORT FOR THE CHANGE:  *
028450*                      EVERY CONSUMER REGISTERED FOR THE TARGET *
028500*                      TABLE (OR FOR EVERY TABLE - SEE          *
028550*                      ALPHACNS), SO THE APPROVER KNOWS WHO IS  *
028600*                      AFFECTED BEFORE SIGNING OFF. A REJECTED  *
028650*                      CHANGE GETS A ONE-LINE REPORT SAYING SO. *
028700*--------------------------------------------------------------*
028750 4000-REPORT-IMPACT.
028800     MOVE WS-DATE-MM            TO WS-RUN-DATE (1:2).
028850     MOVE "/"                   TO WS-RUN-DATE (3:1).
028900     MOVE WS-DATE-DD            TO WS-RUN-DATE (4:2).
028950     MOVE "/"                   TO WS-RUN-DATE (6:1).
029000     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
029050     MOVE WS-TARGET-ID          TO WH3-TABLE-ID.
029100     MOVE WS-TARGET-NAME        TO WH3-TABLE-NAME.
029150     MOVE WS-EFFECTIVE-DATE (5:2) TO WH3-EFFECTIVE-DATE (1:2).
029200     MOVE "/"                   TO WH3-EFFECTIVE-DATE (3:1).
029250     MOVE WS-EFFECTIVE-DATE (7:2) TO WH3-EFFECTIVE-DATE (4:2).
029300     MOVE "/"                   TO WH3-EFFECTIVE-DATE (6:1).
029350     MOVE WS-EFFECTIVE-DATE (1:4) TO WH3-EFFECTIVE-DATE (7:4).
029400     MOVE WS-OPERATOR-ID        TO WH3-OPERATOR-ID.
029450     OPEN OUTPUT IMPACT-REPORT.
029500     PERFORM 4900-NEW-PAGE THRU 4900-EXIT.
029550     IF WS-INVALID
029600         MOVE SPACES            TO WS-TXT-TEXT
029650         STRING "REJECTED - NOTHING STAGED - " DELIMITED BY SIZE
029700                WS-ERROR-REASON DELIMITED BY SIZE
029750             INTO WS-TXT-TEXT
029800         PERFORM 4800-WRITE-REPORT-LINE THRU 4800-EXIT
029850         GO TO 4000-CLOSE
029900     END-IF.
029950     OPEN INPUT ALPHA-CONSUMER-FILE.
030000     PERFORM 4100-REPORT-ONE-CONSUMER THRU 4100-EXIT
030050         UNTIL WS-CNS-EOF.
030100     CLOSE ALPHA-CONSUMER-FILE.
030150     MOVE SPACES                TO IMPACT-REPORT-REC.
030200     PERFORM 4850-WRITE-PREBUILT-LINE THRU 4850-EXIT.
030250     IF WS-CONSUMER-COUNT = ZERO
030300         MOVE "NO CONSUMERS ARE REGISTERED FOR THIS TABLE"
030350                                TO WS-TXT-TEXT
030400     ELSE
030450         MOVE WS-CONSUMER-COUNT TO WS-CONSUMER-COUNT-X
030500         MOVE SPACES            TO WS-TXT-TEXT
030550         STRING "REGISTERED CONSUMERS AFFECTED " DELIMITED BY SIZE
030600                WS-CONSUMER-COUNT-X DELIMITED BY SIZE
030650             INTO WS-TXT-TEXT
030700     END-IF.
030750     PERFORM 4800-WRITE-REPORT-LINE THRU 4800-EXIT.
030800     DISPLAY "ALPHAMNT - CONSUMERS AFFECTED " WS-CONSUMER-COUNT.
030850 4000-CLOSE.
030900     CLOSE IMPACT-REPORT.
030950 4000-EXIT.
031000     EXIT.
031050
031100*--------------------------------------------------------------*
031150* 4100-REPORT-ONE-CONSUMER - READ ONE REGISTRY RECORD AND PRINT *
031200*                            IT WHEN IT NAMES THE TARGET TABLE  *
031250*                            OR EVERY TABLE.                    *
031300*--------------------------------------------------------------*
031350 4100-REPORT-ONE-CONSUMER.
031400     READ ALPHA-CONSUMER-FILE
031450         AT END
031500             SET WS-CNS-EOF TO TRUE
031550             GO TO 4100-EXIT
031600     END-READ.
031650     IF CNS-TABLE-ID NOT = WS-TARGET-ID AND CNS-TABLE-ID NOT = "*"
031700         GO TO 4100-EXIT
031750     END-IF.
031800     ADD 1                      TO WS-CONSUMER-COUNT.
031850     EVALUATE TRUE
031900         WHEN CNS-JOB
031950             MOVE "JOB"         TO WS-DET-TYPE
032000         WHEN CNS-DATASET
032050             MOVE "DATASET"     TO WS-DET-TYPE
032100         WHEN CNS-GROUP
032150             MOVE "GROUP"       TO WS-DET-TYPE
032200         WHEN OTHER
032250             MOVE CNS-CONSUMER-TYPE TO WS-DET-TYPE
032300     END-EVALUATE.
032350     MOVE CNS-CONSUMER-NAME     TO WS-DET-NAME.
032400     MOVE CNS-CONTACT           TO WS-DET-CONTACT.
032450     IF CNS-TABLE-ID = "*"
032500         MOVE "ALL TABLES"      TO WS-DET-SCOPE
032550     ELSE
032600         MOVE "THIS TABLE"      TO WS-DET-SCOPE
032650     END-IF.
032700     MOVE WS-CONSUMER-DETAIL-LINE TO IMPACT-REPORT-REC.
032750     PERFORM 4850-WRITE-PREBUILT-LINE THRU 4850-EXIT.
032800 4100-EXIT.
032850     EXIT.
032900
032950*--------------------------------------------------------------*
033000* 4800-WRITE-REPORT-LINE - WRITE THE TEXT DETAIL LINE.          *
033050*--------------------------------------------------------------*
033100 4800-WRITE-REPORT-LINE.
033150     MOVE WS-TEXT-DETAIL-LINE   TO IMPACT-REPORT-REC.
033200     PERFORM 4850-WRITE-PREBUILT-LINE THRU 4850-EXIT.
033250 4800-EXIT.
033300     EXIT.
033350
033400*--------------------------------------------------------------*
033450* 4850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
033500*                            THE RECORD AREA, STARTING A NEW    *
033550*                            PAGE WHEN THE CURRENT ONE IS FULL. *
033600*--------------------------------------------------------------*
033650 4850-WRITE-PREBUILT-LINE.
033700     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
033750         MOVE IMPACT-REPORT-REC TO WS-HOLD-REPORT-LINE
033800         PERFORM 4900-NEW-PAGE THRU 4900-EXIT
033850         MOVE WS-HOLD-REPORT-LINE TO IMPACT-REPORT-REC
033900     END-IF.
033950     WRITE IMPACT-REPORT-REC.
034000     ADD 1                      TO WS-LINE-COUNT.
034050 4850-EXIT.
034100     EXIT.
034150
034200*--------------------------------------------------------------*
034250* 4900-NEW-PAGE - WRITE THE REPORT HEADING AND COLUMN HEADING   *
034300*                 LINES AT THE TOP OF EACH REPORT PAGE.         *
034350*--------------------------------------------------------------*
034400 4900-NEW-PAGE.
034450     ADD 1                      TO WS-PAGE-COUNT.
034500     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
034550     MOVE WS-RUN-DATE           TO WH1-DATE.
034600     IF WS-PAGE-COUNT = 1
034650         WRITE IMPACT-REPORT-REC FROM WS-REPORT-HEADING-1
034700     ELSE
034750         WRITE IMPACT-REPORT-REC FROM WS-REPORT-HEADING-1
034800             AFTER ADVANCING PAGE
034850     END-IF.
034900     WRITE IMPACT-REPORT-REC FROM WS-REPORT-HEADING-2.
034950     MOVE SPACES                TO IMPACT-REPORT-REC.
035000     WRITE IMPACT-REPORT-REC.
035050     WRITE IMPACT-REPORT-REC FROM WS-REPORT-HEADING-3.
035100     MOVE SPACES                TO IMPACT-REPORT-REC.
035150     WRITE IMPACT-REPORT-REC.
035200     WRITE IMPACT-REPORT-REC FROM WS-CONSUMER-COLUMN-HEADING.
035250     MOVE SPACES                TO IMPACT-REPORT-REC.
035300     WRITE IMPACT-REPORT-REC.
035350     MOVE ZERO                  TO WS-LINE-COUNT.
035400 4900-EXIT.
035450     EXIT.
035500
040000*--------------------------------------------------------------*
040100* 9000-TERMINATE - END THE RUN, WITH RETURN CODE 8 WHEN THE     *
040200*                  OPERATOR WAS NOT AUTHORIZED TO SUBMIT.       *
040300*--------------------------------------------------------------*
040400 9000-TERMINATE.
040500     IF WS-REFUSED
040600         MOVE 8                 TO RETURN-CODE
040700     END-IF.
040800 9000-EXIT.
040900     EXIT.
