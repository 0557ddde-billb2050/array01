000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHALDW.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* RUN LEDGER WRITER SUBPROGRAM. CALLED ONCE, LAST, FROM EACH    *
000900* ARRAY01 CHAIN PROGRAM'S TERMINATION PARAGRAPH (SEE THE        *
001000* ALPHALDA PARAMETER AREA) WITH THE PROGRAM NAME, ITS RETURN    *
001100* CODE, AND THE DD NAMES OF THE DATASETS IT APPENDS TO. COUNTS  *
001200* THE RECORDS NOW ON EACH OF THOSE DATASETS - THE CALLER HAS    *
001300* CLOSED THEM, SO THE COUNT IS EXACTLY WHERE THE STEP LEFT      *
001400* THEM, THE LAST GOOD POINT A RERUN CUTS BACK TO - AND APPENDS  *
001500* THE STEP'S COMPLETION SET TO THE ALPHALDG RUN LEDGER: ONE     *
001600* RECORD PER DATASET, OR ONE WITH NO DATASET FOR A STEP THAT    *
001700* APPENDS TO NONE. A STEP THAT ABENDS NEVER GETS HERE, WHICH    *
001800* IS WHAT LETS ALPHARRN FIND THE FIRST STEP THAT DID NOT        *
001900* COMPLETE. KEPT AS A SUBPROGRAM SO THE CALLERS CANNOT DRIFT    *
002000* APART. A DD NAME NOT IN ALPHALDF IS LOGGED WITH A ZERO COUNT  *
002100* AND A MESSAGE, SINCE NOTHING HERE CAN OPEN IT.                *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY.                                         *
002400*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000     SELECT ALPHA-LEDGER-FILE ASSIGN TO ALPHALDG
003100         ORGANIZATION IS SEQUENTIAL.
003200
003300     SELECT ALPHA-BTH-FILE ASSIGN TO ALPHABTH
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600     SELECT ALPHA-BRJ-FILE ASSIGN TO ALPHABRJ
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900     SELECT ALPHA-IDX-FILE ASSIGN TO ALPHAIDX
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT ALPHA-LKO-FILE ASSIGN TO ALPHALKO
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT ALPHA-RJT-FILE ASSIGN TO ALPHARJT
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT ALPHA-RPT-FILE ASSIGN TO ALPHARPT
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT ALPHA-AUD-FILE ASSIGN TO ALPHAAUD
005200         ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT ALPHA-COL-FILE ASSIGN TO ALPHACOL
005500         ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT ALPHA-USE-FILE ASSIGN TO ALPHAUSE
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000     SELECT ALPHA-BRP-FILE ASSIGN TO ALPHABRP
006100         ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT ALPHA-DRP-FILE ASSIGN TO ALPHADRP
006400         ORGANIZATION IS SEQUENTIAL.
006500
006600     SELECT ALPHA-SRP-FILE ASSIGN TO ALPHASRP
006700         ORGANIZATION IS SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200*--------------------------------------------------------------*
007300* ALPHA-LEDGER-FILE - THE RUN LEDGER, APPENDED TO ON EVERY      *
007400*                     CALL.                                     *
007500*--------------------------------------------------------------*
007600 FD  ALPHA-LEDGER-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
008000     COPY ALPHALDG.
008100
008200*--------------------------------------------------------------*
008300* ALPHA-BTH-FILE THRU ALPHA-SRP-FILE - THE DATASETS IN          *
008400*                     ALPHALDF, IN ITS ORDER. ONLY READ HERE,   *
008500*                     TO COUNT THEM, SO THE RECORDS ARE LEFT    *
008600*                     UNFORMATTED.                              *
008700*--------------------------------------------------------------*
008800 FD  ALPHA-BTH-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  ALPHA-BTH-REC             PIC X(80).
009300
009400 FD  ALPHA-BRJ-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 132 CHARACTERS.
009800 01  ALPHA-BRJ-REC             PIC X(132).
009900
010000 FD  ALPHA-IDX-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  ALPHA-IDX-REC             PIC X(80).
010500
010600 FD  ALPHA-LKO-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  ALPHA-LKO-REC             PIC X(80).
011100
011200 FD  ALPHA-RJT-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  ALPHA-RJT-REC             PIC X(80).
011700
011800 FD  ALPHA-RPT-FILE
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 132 CHARACTERS.
012200 01  ALPHA-RPT-REC             PIC X(132).
012300
012400 FD  ALPHA-AUD-FILE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD
012700     RECORD CONTAINS 80 CHARACTERS.
012800 01  ALPHA-AUD-REC             PIC X(80).
012900
013000 FD  ALPHA-COL-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 80 CHARACTERS.
013400 01  ALPHA-COL-REC             PIC X(80).
013500
013600 FD  ALPHA-USE-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 80 CHARACTERS.
014000 01  ALPHA-USE-REC             PIC X(80).
014100
014200 FD  ALPHA-BRP-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 132 CHARACTERS.
014600 01  ALPHA-BRP-REC             PIC X(132).
014700
014800 FD  ALPHA-DRP-FILE
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD
015100     RECORD CONTAINS 132 CHARACTERS.
015200 01  ALPHA-DRP-REC             PIC X(132).
015300
015400 FD  ALPHA-SRP-FILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD
015700     RECORD CONTAINS 132 CHARACTERS.
015800 01  ALPHA-SRP-REC             PIC X(132).
015900
016000 WORKING-STORAGE SECTION.
016100
016200*--------------------------------------------------------------*
016300* THE DATASETS THE LEDGER COUNTS.                               *
016400*--------------------------------------------------------------*
016500     COPY ALPHALDF.
016600 77  WS-LDF-SUB                PIC 9(02) COMP VALUE ZERO.
016700 77  WS-LDF-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
016800 77  WS-LDA-SUB                PIC 9(02) COMP VALUE ZERO.
016900
017000 01  WS-SYSTEM-DATE-FIELDS.
017100     05  WS-SYSTEM-DATE        PIC 9(08).
017200     05  WS-SYSTEM-TIME        PIC 9(08).
017300
017400 77  WS-RECORD-COUNT           PIC 9(07) COMP VALUE ZERO.
017500 77  WS-FILE-EOF-SW            PIC X(01) VALUE "N".
017600     88  WS-FILE-EOF                      VALUE "Y".
017700
017800 LINKAGE SECTION.
017900
018000     COPY ALPHALDA.
018100
018200 PROCEDURE DIVISION USING ALPHA-LEDGER-AREA.
018300
018400 0000-MAINLINE.
018500     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
018600     ACCEPT WS-SYSTEM-TIME FROM TIME.
018700     OPEN EXTEND ALPHA-LEDGER-FILE.
018800     IF LDA-FILE-COUNT = ZERO
018900         PERFORM 1000-WRITE-NO-FILE THRU 1000-EXIT
019000     ELSE
019100         PERFORM 2000-RECORD-ONE-FILE THRU 2000-EXIT
019200             VARYING WS-LDA-SUB FROM 1 BY 1
019300                 UNTIL WS-LDA-SUB > LDA-FILE-COUNT
019400     END-IF.
019500     CLOSE ALPHA-LEDGER-FILE.
019600     GOBACK.
019700
019800*--------------------------------------------------------------*
019900* 1000-WRITE-NO-FILE - THE CALLER APPENDS TO NO DATASET, SO ITS *
020000*                      COMPLETION SET IS ONE RECORD WITH NO DD  *
020100*                      NAME.                                    *
020200*--------------------------------------------------------------*
020300 1000-WRITE-NO-FILE.
020400     PERFORM 8000-BUILD-RECORD THRU 8000-EXIT.
020500     MOVE 1                     TO LDG-ENTRY-NBR.
020600     MOVE 1                     TO LDG-ENTRY-TOTAL.
020700     WRITE ALPHA-LEDGER-RECORD.
020800 1000-EXIT.
020900     EXIT.
021000
021100*--------------------------------------------------------------*
021200* 2000-RECORD-ONE-FILE - COUNT ONE OF THE CALLER'S DATASETS AND *
021300*                        WRITE ITS ENTRY OF THE COMPLETION SET. *
021400*--------------------------------------------------------------*
021500 2000-RECORD-ONE-FILE.
021600     MOVE ZERO                  TO WS-LDF-FOUND-SUB.
021700     PERFORM 2100-MATCH-ONE-FILE THRU 2100-EXIT
021800         VARYING WS-LDF-SUB FROM 1 BY 1
021900             UNTIL WS-LDF-SUB > LDF-FILE-COUNT.
022000     MOVE ZERO                  TO WS-RECORD-COUNT.
022100     IF WS-LDF-FOUND-SUB = ZERO
022200         DISPLAY "ALPHALDW - " LDA-PROGRAM " DATASET "
022300             LDA-FILE-NAME (WS-LDA-SUB)
022400             " IS NOT IN ALPHALDF - LOGGED WITH NO COUNT"
022500     ELSE
022600         PERFORM 3000-COUNT-FILE THRU 3000-EXIT
022700     END-IF.
022800     PERFORM 8000-BUILD-RECORD THRU 8000-EXIT.
022900     MOVE WS-LDA-SUB            TO LDG-ENTRY-NBR.
023000     MOVE LDA-FILE-COUNT        TO LDG-ENTRY-TOTAL.
023100     MOVE LDA-FILE-NAME (WS-LDA-SUB) TO LDG-DDNAME.
023200     MOVE WS-RECORD-COUNT       TO LDG-RECORD-COUNT.
023300     WRITE ALPHA-LEDGER-RECORD.
023400 2000-EXIT.
023500     EXIT.
023600
023700 2100-MATCH-ONE-FILE.
023800     IF LDF-DDNAME (WS-LDF-SUB) = LDA-FILE-NAME (WS-LDA-SUB)
023900         MOVE WS-LDF-SUB        TO WS-LDF-FOUND-SUB
024000     END-IF.
024100 2100-EXIT.
024200     EXIT.
024300
024400*--------------------------------------------------------------*
024500* 3000-COUNT-FILE - COUNT THE RECORDS ON THE DATASET AT         *
024600*                   WS-LDF-FOUND-SUB.                           *
024700*--------------------------------------------------------------*
024800 3000-COUNT-FILE.
024900     MOVE "N"                   TO WS-FILE-EOF-SW.
025000     PERFORM 3100-OPEN-FILE THRU 3100-EXIT.
025100     PERFORM 3200-READ-FILE THRU 3200-EXIT
025200         UNTIL WS-FILE-EOF.
025300     PERFORM 3300-CLOSE-FILE THRU 3300-EXIT.
025400 3000-EXIT.
025500     EXIT.
025600
025700*--------------------------------------------------------------*
025800* 3100 THRU 3300 - OPEN, READ, AND CLOSE THE DATASET AT         *
025900*                  WS-LDF-FOUND-SUB, IN ALPHALDF ORDER.         *
026000*--------------------------------------------------------------*
026100 3100-OPEN-FILE.
026200     EVALUATE WS-LDF-FOUND-SUB
026300         WHEN 1
026400             OPEN INPUT ALPHA-BTH-FILE
026500         WHEN 2
026600             OPEN INPUT ALPHA-BRJ-FILE
026700         WHEN 3
026800             OPEN INPUT ALPHA-IDX-FILE
026900         WHEN 4
027000             OPEN INPUT ALPHA-LKO-FILE
027100         WHEN 5
027200             OPEN INPUT ALPHA-RJT-FILE
027300         WHEN 6
027400             OPEN INPUT ALPHA-RPT-FILE
027500         WHEN 7
027600             OPEN INPUT ALPHA-AUD-FILE
027700         WHEN 8
027800             OPEN INPUT ALPHA-COL-FILE
027900         WHEN 9
028000             OPEN INPUT ALPHA-USE-FILE
028100         WHEN 10
028200             OPEN INPUT ALPHA-BRP-FILE
028300         WHEN 11
028400             OPEN INPUT ALPHA-DRP-FILE
028500         WHEN 12
028600             OPEN INPUT ALPHA-SRP-FILE
028700     END-EVALUATE.
028800 3100-EXIT.
028900     EXIT.
029000
029100 3200-READ-FILE.
029200     EVALUATE WS-LDF-FOUND-SUB
029300         WHEN 1
029400             READ ALPHA-BTH-FILE
029500                 AT END
029600                     SET WS-FILE-EOF TO TRUE
029700             END-READ
029800         WHEN 2
029900             READ ALPHA-BRJ-FILE
030000                 AT END
030100                     SET WS-FILE-EOF TO TRUE
030200             END-READ
030300         WHEN 3
030400             READ ALPHA-IDX-FILE
030500                 AT END
030600                     SET WS-FILE-EOF TO TRUE
030700             END-READ
030800         WHEN 4
030900             READ ALPHA-LKO-FILE
031000                 AT END
031100                     SET WS-FILE-EOF TO TRUE
031200             END-READ
031300         WHEN 5
031400             READ ALPHA-RJT-FILE
031500                 AT END
031600                     SET WS-FILE-EOF TO TRUE
031700             END-READ
031800         WHEN 6
031900             READ ALPHA-RPT-FILE
032000                 AT END
032100                     SET WS-FILE-EOF TO TRUE
032200             END-READ
032300         WHEN 7
032400             READ ALPHA-AUD-FILE
032500                 AT END
032600                     SET WS-FILE-EOF TO TRUE
032700             END-READ
032800         WHEN 8
032900             READ ALPHA-COL-FILE
033000                 AT END
033100                     SET WS-FILE-EOF TO TRUE
033200             END-READ
033300         WHEN 9
033400             READ ALPHA-USE-FILE
033500                 AT END
033600                     SET WS-FILE-EOF TO TRUE
033700             END-READ
033800         WHEN 10
033900             READ ALPHA-BRP-FILE
034000                 AT END
034100                     SET WS-FILE-EOF TO TRUE
034200             END-READ
034300         WHEN 11
034400             READ ALPHA-DRP-FILE
034500                 AT END
034600                     SET WS-FILE-EOF TO TRUE
034700             END-READ
034800         WHEN 12
034900             READ ALPHA-SRP-FILE
035000                 AT END
035100                     SET WS-FILE-EOF TO TRUE
035200             END-READ
035300     END-EVALUATE.
035400     IF NOT WS-FILE-EOF
035500         ADD 1                  TO WS-RECORD-COUNT
035600     END-IF.
035700 3200-EXIT.
035800     EXIT.
035900
036000 3300-CLOSE-FILE.
036100     EVALUATE WS-LDF-FOUND-SUB
036200         WHEN 1
036300             CLOSE ALPHA-BTH-FILE
036400         WHEN 2
036500             CLOSE ALPHA-BRJ-FILE
036600         WHEN 3
036700             CLOSE ALPHA-IDX-FILE
036800         WHEN 4
036900             CLOSE ALPHA-LKO-FILE
037000         WHEN 5
037100             CLOSE ALPHA-RJT-FILE
037200         WHEN 6
037300             CLOSE ALPHA-RPT-FILE
037400         WHEN 7
037500             CLOSE ALPHA-AUD-FILE
037600         WHEN 8
037700             CLOSE ALPHA-COL-FILE
037800         WHEN 9
037900             CLOSE ALPHA-USE-FILE
038000         WHEN 10
038100             CLOSE ALPHA-BRP-FILE
038200         WHEN 11
038300             CLOSE ALPHA-DRP-FILE
038400         WHEN 12
038500             CLOSE ALPHA-SRP-FILE
038600     END-EVALUATE.
038700 3300-EXIT.
038800     EXIT.
038900
039000*--------------------------------------------------------------*
039100* 8000-BUILD-RECORD - THE PARTS OF A COMPLETION RECORD EVERY    *
039200*                     ENTRY OF THE SET SHARES.                  *
039300*--------------------------------------------------------------*
039400 8000-BUILD-RECORD.
039500     MOVE SPACES                TO ALPHA-LEDGER-RECORD.
039600     SET LDG-STEP-DONE          TO TRUE.
039700     MOVE WS-SYSTEM-DATE        TO LDG-RUN-DATE.
039800     MOVE WS-SYSTEM-TIME        TO LDG-RUN-TIME.
039900     MOVE LDA-PROGRAM           TO LDG-PROGRAM.
040000     MOVE LDA-RETURN-CODE       TO LDG-RETURN-CODE.
040100     MOVE ZERO                  TO LDG-RECORD-COUNT.
040200     MOVE ZERO                  TO LDG-PRIOR-COUNT.
040300     MOVE ZERO                  TO LDG-ATTEMPT.
040400 8000-EXIT.
040500     EXIT.
