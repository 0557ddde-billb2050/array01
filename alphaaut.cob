000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHAAUT.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* OPERATOR AUTHORIZATION SUBPROGRAM. CALLED BY ALPHAMNT         *
000900* (SUBMIT), ALPHAAPR (APPROVE), ALPHACOR (CORRECT), ALPHAHST    *
001000* (PURGE), AND ALPHAINQ IN CONSOLE MODE (INQUIRE) WITH THE      *
001100* OPERATOR ID, THE FUNCTION, AND THE TABLE-ID ATTEMPTED (SEE    *
001200* THE ALPHAAUA PARAMETER AREA). ON THE FIRST CALL THE OPERATOR  *
001300* AUTHORIZATION MASTER (SEE ALPHAOPR) IS LOADED INTO STORAGE.   *
001400* EACH CALL ANSWERS Y OR N; EVERY N IS APPENDED TO THE SHARED   *
001500* ALPHASVL SECURITY VIOLATION LOG BEFORE RETURNING, SO NO       *
001600* CALLER CAN REFUSE AN OPERATOR WITHOUT THE SECURITY OFFICER    *
001700* SEEING IT ON THE WEEKLY ALPHASVR REPORT. A BLANK OPERATOR ID  *
001800* OR ONE NOT ON THE MASTER IS REFUSED EVERYTHING. KEPT AS A     *
001900* SUBPROGRAM SO THE CALLERS CANNOT DRIFT APART, AS WITH         *
002000* ALPHATLG.                                                     *
002100*--------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                         *
002300*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     SELECT ALPHA-OPERATOR-FILE ASSIGN TO ALPHAOPR
003000         ORGANIZATION IS SEQUENTIAL.
003100
003200     SELECT ALPHA-VIOLATION-FILE ASSIGN TO ALPHASVL
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700
003800*--------------------------------------------------------------*
003900* ALPHA-OPERATOR-FILE - OPERATOR AUTHORIZATION MASTER, READ IN  *
004000*                       FULL ON THE FIRST CALL.                 *
004100*--------------------------------------------------------------*
004200 FD  ALPHA-OPERATOR-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 80 CHARACTERS.
004600     COPY ALPHAOPR.
004700
004800*--------------------------------------------------------------*
004900* ALPHA-VIOLATION-FILE - SHARED SECURITY VIOLATION LOG,         *
005000*                        APPENDED TO ON EVERY REFUSAL.          *
005100*--------------------------------------------------------------*
005200 FD  ALPHA-VIOLATION-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 80 CHARACTERS.
005600     COPY ALPHASVL.
005700
005800 WORKING-STORAGE SECTION.
005900
006000*--------------------------------------------------------------*
006100* THE AUTHORIZATION MASTER IN STORAGE. AN OPERATOR PAST THE     *
006200* 100TH IS NOT LOADED, AND SO IS REFUSED - RAISE THE OCCURS     *
006300* AND RECOMPILE IF THE SHOP OUTGROWS IT.                        *
006400*--------------------------------------------------------------*
006500 01  WS-OPERATOR-AREA.
006600     05  WS-OPR-ENTRY          OCCURS 100 TIMES.
006700         10  WS-OPR-ID         PIC X(08).
006800         10  WS-OPR-AUTHORITY  PIC X(05).
006900         10  WS-OPR-TABLES     PIC X(26).
007000 77  WS-OPR-USED               PIC 9(03) COMP VALUE ZERO.
007100 77  WS-OPR-SUB                PIC 9(03) COMP VALUE ZERO.
007200 77  WS-OPR-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
007300 77  WS-FLAG-SUB               PIC 9(01) COMP VALUE ZERO.
007400 77  WS-TABLE-HITS             PIC 9(02) COMP VALUE ZERO.
007500
007600 01  WS-SYSTEM-DATE-FIELDS.
007700     05  WS-SYSTEM-DATE        PIC 9(08).
007800 01  WS-SYSTEM-TIME-FIELDS.
007900     05  WS-SYSTEM-TIME        PIC 9(08).
008000     05  FILLER REDEFINES WS-SYSTEM-TIME.
008100         10  WS-TIME-HHMMSS    PIC 9(06).
008200         10  WS-TIME-HS        PIC 9(02).
008300
008400 77  WS-FIRST-CALL-SW          PIC X(01) VALUE "Y".
008500     88  WS-FIRST-CALL                    VALUE "Y".
008600 77  WS-OPR-EOF-SW             PIC X(01) VALUE "N".
008700     88  WS-OPR-EOF                       VALUE "Y".
008800
008900 LINKAGE SECTION.
009000
009100     COPY ALPHAAUA.
009200
009300 PROCEDURE DIVISION USING ALPHA-AUTHORIZATION-AREA.
009400
009500 0000-MAINLINE.
009600     IF WS-FIRST-CALL
009700         PERFORM 1000-FIRST-CALL-LOAD THRU 1000-EXIT
009800         MOVE "N"               TO WS-FIRST-CALL-SW
009900     END-IF.
010000     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
010100     IF AUA-REFUSED
010200         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
010300     END-IF.
010400     GOBACK.
010500
010600*--------------------------------------------------------------*
010700* 1000-FIRST-CALL-LOAD - LOAD THE OPERATOR AUTHORIZATION        *
010800*                        MASTER INTO STORAGE.                   *
010900*--------------------------------------------------------------*
011000 1000-FIRST-CALL-LOAD.
011100     OPEN INPUT ALPHA-OPERATOR-FILE.
011200     PERFORM 1100-READ-ONE-OPERATOR THRU 1100-EXIT
011300         UNTIL WS-OPR-EOF.
011400     CLOSE ALPHA-OPERATOR-FILE.
011500 1000-EXIT.
011600     EXIT.
011700
011800 1100-READ-ONE-OPERATOR.
011900     READ ALPHA-OPERATOR-FILE
012000         AT END
012100             SET WS-OPR-EOF TO TRUE
012200             GO TO 1100-EXIT
012300     END-READ.
012400     IF OPR-OPERATOR-ID = SPACES OR WS-OPR-USED NOT LESS THAN 100
012500         GO TO 1100-EXIT
012600     END-IF.
012700     ADD 1                      TO WS-OPR-USED.
012800     MOVE OPR-OPERATOR-ID       TO WS-OPR-ID (WS-OPR-USED).
012900     MOVE OPR-AUTHORITY         TO WS-OPR-AUTHORITY (WS-OPR-USED).
013000     MOVE OPR-TABLE-LETTERS     TO WS-OPR-TABLES (WS-OPR-USED).
013500 1100-EXIT.
013600     EXIT.
013700
013800*--------------------------------------------------------------*
013900* 2000-CHECK-AUTHORITY - FIND THE OPERATOR, THEN CHECK THE      *
014000*                        FUNCTION FLAG, THEN (WHEN A TABLE-ID   *
014100*                        WAS GIVEN) THE TABLE LETTERS. THE      *
014200*                        FIRST FAILURE IS THE REASON GIVEN.     *
014300*--------------------------------------------------------------*
014400 2000-CHECK-AUTHORITY.
014500     SET AUA-AUTHORIZED TO TRUE.
014600     MOVE SPACES                TO AUA-REASON.
014700     IF AUA-OPERATOR = SPACES
014800         SET AUA-REFUSED TO TRUE
014900         MOVE "NO OPERATOR ID"  TO AUA-REASON
015000         GO TO 2000-EXIT
015100     END-IF.
015200     MOVE ZERO                  TO WS-OPR-FOUND-SUB.
015300     PERFORM 2100-MATCH-ONE-OPERATOR THRU 2100-EXIT
015400         VARYING WS-OPR-SUB FROM 1 BY 1
015500             UNTIL WS-OPR-SUB > WS-OPR-USED
015600                 OR WS-OPR-FOUND-SUB > ZERO.
015700     IF WS-OPR-FOUND-SUB = ZERO
015800         SET AUA-REFUSED TO TRUE
015900         MOVE "OPERATOR NOT ON MASTER" TO AUA-REASON
016000         GO TO 2000-EXIT
016100     END-IF.
016200     EVALUATE TRUE
016300         WHEN AUA-FUNC-SUBMIT
016400             MOVE 1             TO WS-FLAG-SUB
016500         WHEN AUA-FUNC-APPROVE
016600             MOVE 2             TO WS-FLAG-SUB
016700         WHEN AUA-FUNC-CORRECT
016800             MOVE 3             TO WS-FLAG-SUB
016900         WHEN AUA-FUNC-PURGE
017000             MOVE 4             TO WS-FLAG-SUB
017100         WHEN AUA-FUNC-INQUIRE
017200             MOVE 5             TO WS-FLAG-SUB
017300         WHEN OTHER
017400             SET AUA-REFUSED TO TRUE
017500             MOVE "UNKNOWN FUNCTION" TO AUA-REASON
017600             GO TO 2000-EXIT
017700     END-EVALUATE.
017800     IF WS-OPR-AUTHORITY (WS-OPR-FOUND-SUB) (WS-FLAG-SUB:1)
017850             NOT = "Y"
017900         SET AUA-REFUSED TO TRUE
018000         MOVE "FUNCTION NOT AUTHORIZED" TO AUA-REASON
018100         GO TO 2000-EXIT
018200     END-IF.
018300     IF AUA-TABLE-ID = SPACE
018400         GO TO 2000-EXIT
018500     END-IF.
018600     IF WS-OPR-TABLES (WS-OPR-FOUND-SUB) (1:1) = "*"
018700         GO TO 2000-EXIT
018800     END-IF.
018900     MOVE ZERO                  TO WS-TABLE-HITS.
019000     INSPECT WS-OPR-TABLES (WS-OPR-FOUND-SUB)
019100         TALLYING WS-TABLE-HITS FOR ALL AUA-TABLE-ID.
019200     IF WS-TABLE-HITS = ZERO
019300         SET AUA-REFUSED TO TRUE
019400         MOVE "TABLE NOT AUTHORIZED" TO AUA-REASON
019500     END-IF.
019600 2000-EXIT.
019700     EXIT.
019800
019900 2100-MATCH-ONE-OPERATOR.
020000     IF WS-OPR-ID (WS-OPR-SUB) = AUA-OPERATOR
020100         MOVE WS-OPR-SUB        TO WS-OPR-FOUND-SUB
020200     END-IF.
020300 2100-EXIT.
020400     EXIT.
020500
020600*--------------------------------------------------------------*
020700* 3000-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY       *
020800*                      VIOLATION LOG.                           *
020900*--------------------------------------------------------------*
021000 3000-LOG-VIOLATION.
021100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
021200     ACCEPT WS-SYSTEM-TIME FROM TIME.
021300     OPEN EXTEND ALPHA-VIOLATION-FILE.
021400     MOVE SPACES                TO ALPHA-VIOLATION-RECORD.
021500     MOVE WS-SYSTEM-DATE        TO SVL-DATE.
021600     MOVE WS-TIME-HHMMSS        TO SVL-TIME.
021700     IF AUA-OPERATOR = SPACES
021800         MOVE "UNKNOWN"         TO SVL-OPERATOR
021900     ELSE
022000         MOVE AUA-OPERATOR      TO SVL-OPERATOR
022100     END-IF.
022200     MOVE AUA-PROGRAM           TO SVL-PROGRAM.
022300     MOVE AUA-FUNCTION          TO SVL-FUNCTION.
022400     MOVE AUA-TABLE-ID          TO SVL-TABLE-ID.
022500     MOVE AUA-REASON            TO SVL-REASON.
022600     MOVE AUA-DETAIL            TO SVL-DETAIL.
022700     WRITE ALPHA-VIOLATION-RECORD.
022800     CLOSE ALPHA-VIOLATION-FILE.
022900 3000-EXIT.
023000     EXIT.
