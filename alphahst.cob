002000* OR NEW-AUDIT) AND A RERUN RECOVERS. A PARM OF 00 REPORTS      *
002100* ONLY AND ARCHIVES NOTHING; THE NEW-AUDIT FILE IS STILL        *
002200* WRITTEN IN FULL SO THE COPY STEP IS ALWAYS SAFE TO RUN.       *
002210* COLUMNS 4-11 OF THE PARM NAME THE OPERATOR. ARCHIVING IS A    *
002220* PURGE OF THE LIVE AUDIT TRAIL, SO A NONZERO RETENTION NEEDS   *
002230* PURGE AUTHORITY ON THE OPERATOR AUTHORIZATION MASTER (SEE     *
002240* ALPHAOPR); WITHOUT IT THE REFUSAL IS LOGGED TO THE SECURITY   *
002250* VIOLATION LOG AND THE RUN REPORTS ONLY, WITH RETURN CODE 8.   *
002300*--------------------------------------------------------------*
002400* MODIFICATION HISTORY.                                         *
002500*   08/22/2026  BB   ORIGINAL PROGRAM.                          *
003200*                    RETAINED (MOST RECENT) RECORDS, WHICH       *
003300*                    EXISTED ONLY IN WORKING STORAGE AND WERE    *
003400*                    NOT ON THE ARCHIVE.                         *
003410*   10/15/2026  BB   THE PARM NOW ALSO CARRIES THE OPERATOR ID   *
003420*                    IN COLUMNS 4-11 (RETENTION STILL IN 1-2).   *
003430*                    A NONZERO RETENTION ARCHIVES AUDIT HISTORY, *
003440*                    SO THE OPERATOR MUST HOLD PURGE AUTHORITY   *
003450*                    ON THE OPERATOR AUTHORIZATION MASTER (SEE   *
003460*                    ALPHAOPR, CHECKED THROUGH ALPHAAUT). A      *
003470*                    REFUSAL IS LOGGED TO THE ALPHASVL SECURITY  *
003480*                    VIOLATION LOG AND THE RUN REPORTS ONLY,     *
003490*                    WITH RETURN CODE 8, AS FOR A BAD PARM.      *
003500*--------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
022300 77  WS-OPER-FOUND-SUB         PIC 9(02) COMP VALUE ZERO.
022400
022500 77  WS-RETENTION-MONTHS       PIC 9(02) VALUE 12.
022600 01  WS-PARM-AREA.
022610     05  WS-PARM-TEXT          PIC X(02) VALUE SPACES.
022620     05  FILLER                PIC X(01) VALUE SPACES.
022630     05  WS-PARM-OPERATOR      PIC X(08) VALUE SPACES.
022700 77  WS-CUTOFF-MONTHS          PIC 9(06) COMP VALUE ZERO.
022800 77  WS-RECORD-MONTHS          PIC 9(06) COMP VALUE ZERO.
022900 77  WS-AUD-CCYY               PIC 9(04) VALUE ZERO.
024300 77  WS-KEEP-COUNT-X           PIC 9(05) VALUE ZERO.
024400 77  WS-DAY-COUNT              PIC 9(05) COMP VALUE ZERO.
024500 77  WS-BREAK-DATE             PIC X(10) VALUE SPACES.
024510
024520*--------------------------------------------------------------*
024530* PARAMETER AREA FOR THE ALPHAAUT OPERATOR AUTHORIZATION CHECK. *
024540*--------------------------------------------------------------*
024550     COPY ALPHAAUA.
024600
024700 PROCEDURE DIVISION.
024800
026900     MOVE WS-DATE-DD            TO WS-RUN-DATE (4:2).
027000     MOVE "/"                   TO WS-RUN-DATE (6:1).
027100     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
027200     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
027300     IF WS-PARM-TEXT (1:1) NOT = SPACE
027400             AND WS-PARM-TEXT (2:1) = SPACE
027500         MOVE WS-PARM-TEXT (1:1) TO WS-PARM-TEXT (2:1)
029000     COMPUTE WS-CUTOFF-MONTHS =
029100         (WS-DATE-CCYY * 12) + WS-DATE-MM
029200         - WS-RETENTION-MONTHS.
029210     IF WS-RETENTION-MONTHS > ZERO
029220         PERFORM 1100-CHECK-PURGE-AUTHORITY THRU 1100-EXIT
029230     END-IF.
029300     OPEN INPUT  ALPHA-AUDIT-FILE.
029400     OPEN EXTEND ALPHA-HISTORY-FILE.
029500     OPEN OUTPUT ALPHA-HISTORY-REPORT.
030000     END-READ.
030100 1000-EXIT.
030200     EXIT.
030203
030206*--------------------------------------------------------------*
030209* 1100-CHECK-PURGE-AUTHORITY - ARCHIVING TAKES RECORDS OUT OF   *
030212*                              THE LIVE AUDIT TRAIL, SO THE     *
030215*                              OPERATOR MUST HOLD PURGE         *
030218*                              AUTHORITY. A REFUSAL (LOGGED BY  *
030221*                              ALPHAAUT) DROPS THE RUN TO       *
030224*                              REPORTING ONLY, AS A BAD PARM    *
030227*                              DOES.                            *
030230*--------------------------------------------------------------*
030233 1100-CHECK-PURGE-AUTHORITY.
030236     MOVE WS-PARM-OPERATOR      TO AUA-OPERATOR.
030239     MOVE "ALPHAHST"            TO AUA-PROGRAM.
030242     MOVE "P"                   TO AUA-FUNCTION.
030245     MOVE SPACE                 TO AUA-TABLE-ID.
030248     MOVE SPACES                TO AUA-DETAIL.
030251     STRING "RETAIN "           DELIMITED BY SIZE
030254            WS-PARM-TEXT        DELIMITED BY SIZE
030257         INTO AUA-DETAIL.
030260     CALL "ALPHAAUT" USING ALPHA-AUTHORIZATION-AREA.
030263     IF AUA-REFUSED
030266         SET WS-ANY-ERROR TO TRUE
030269         MOVE ZERO              TO WS-RETENTION-MONTHS
030272         DISPLAY "ALPHAHST - OPERATOR " WS-PARM-OPERATOR
030275             " REFUSED PURGE - " AUA-REASON " - REPORTING ONLY"
030278     END-IF.
030281 1100-EXIT.
030284     EXIT.
030300
030400*--------------------------------------------------------------*
030500* 2000-PROCESS-ONE-AUDIT - REPORT ONE AUDIT RECORD, TALLY IT    *
