000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHABTE.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* DEPARTMENT LOOKUP BATCH EDIT. THE FIRST STEP OF THE ARRAY01   *
000900* JOB. THE DEPARTMENTS SUBMIT THEIR LOOKUP CARDS AS BATCHES     *
001000* (SEE ALPHALKB) - A HEADER WITH THE DEPARTMENT ID, BATCH       *
001100* NUMBER, AND SUBMIT DATE, THE DETAIL CARDS, AND A TRAILER      *
001200* WITH THE DETAIL COUNT AND A HASH TOTAL OF THE TRANSACTION     *
001300* SEQUENCE NUMBERS. EACH BATCH IS HELD IN STORAGE UNTIL ITS     *
001400* TRAILER ARRIVES, THEN EITHER PASSED WHOLE TO ALPHALKP FOR     *
001500* ARRAY01 (EVERY CARD STAMPED WITH THE DEPARTMENT ID) OR        *
001600* REJECTED WHOLE TO THE BATCH REJECT REPORT. A BATCH IS         *
001700* REJECTED WHEN:                                                *
001800*   - THE TRAILER COUNT OR HASH TOTAL IS OUT OF BALANCE, OR     *
001900*     THE TRAILER IS MISSING;                                   *
002000*   - ITS BATCH NUMBER REPEATS ONE ALREADY PROCESSED FOR THE    *
002100*     SAME DEPARTMENT (ALPHABTH, OR EARLIER IN THIS DECK);      *
002200*   - A TRANSACTION SEQUENCE NUMBER APPEARS TWICE IN IT;        *
002300*   - THE HEADER IS INCOMPLETE OR A SEQUENCE NUMBER IS NOT      *
002400*     NUMERIC (IT CANNOT BE HASHED).                            *
002500* A DETAIL OR TRAILER CARD OUTSIDE ANY BATCH IS LISTED ON THE   *
002600* REPORT AND DROPPED. ACCEPTED BATCHES ARE APPENDED TO THE      *
002700* BATCH HISTORY FILE; REJECTED ONES ARE NOT, SO THE DEPARTMENT  *
002800* RESUBMITS THE CORRECTED BATCH UNDER THE SAME NUMBER.          *
002900* A BATCH NUMBER IS CHECKED FOR A REPEAT AGAINST THE BATCHES    *
003000* PROCESSED IN THE LAST 12 MONTHS - OLDER HISTORY RECORDS ARE   *
003100* KEPT BUT NOT READ. RETURN CODE 4 MEANS A BATCH OR CARD WAS    *
003200* REJECTED - THE BALANCED BATCHES STILL GO THROUGH - OR THAT    *
003210* EVEN THE LAST 12 MONTHS OUTGREW THE WORK AREA, SO REPEATS     *
003220* WERE CHECKED AGAINST THE MOST RECENT 3000 BATCHES ONLY.       *
003300*--------------------------------------------------------------*
003400* MODIFICATION HISTORY.                                         *
003500*   10/14/2026  BB   ORIGINAL PROGRAM.                          *
003520*   10/15/2026  BB   RECORD THE STEP'S COMPLETION, RETURN CODE  *
003540*                    AND OUTPUT RECORD COUNTS ON THE ALPHALDG   *
003560*                    RUN LEDGER (ALPHALDW) FOR RERUN CONTROL.   *
003570*   10/15/2026  BB   LOAD ONLY THE LAST 12 MONTHS OF ALPHABTH.  *
003580*                    A HISTORY TOO LARGE FOR THE AREA NO LONGER *
003590*                    REJECTS EVERY BATCH - THE OLDEST ENTRIES   *
003592*                    ARE DROPPED AND THE RUN ENDS WITH RC 4.    *
003600*--------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100     SELECT ALPHA-BATCH-FILE ASSIGN TO ALPHALKB
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400     SELECT ALPHA-LOOKUP-FILE ASSIGN TO ALPHALKP
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700     SELECT ALPHA-BATCH-HISTORY ASSIGN TO ALPHABTH
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT BATCH-REJECT-REPORT ASSIGN TO ALPHABRJ
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500
005600*--------------------------------------------------------------*
005700* ALPHA-BATCH-FILE - THE DEPARTMENT LOOKUP BATCH DECK.          *
005800*--------------------------------------------------------------*
005900 FD  ALPHA-BATCH-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS.
006300     COPY ALPHALKB.
006400
006500*--------------------------------------------------------------*
006600* ALPHA-LOOKUP-FILE - THE BALANCED BATCHES' TRANSACTIONS, ONE   *
006700*                     PER DETAIL CARD, FOR ARRAY01.             *
006800*--------------------------------------------------------------*
006900 FD  ALPHA-LOOKUP-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY ALPHALKP.
007400
007500*--------------------------------------------------------------*
007600* ALPHA-BATCH-HISTORY - EVERY BATCH EVER ACCEPTED. THE LAST 12  *
007700*                       MONTHS ARE LOADED AT STARTUP; ACCEPTED  *
007750*                       BATCHES ARE APPENDED AS THEY PASS.      *
007800*--------------------------------------------------------------*
007900 FD  ALPHA-BATCH-HISTORY
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300     COPY ALPHABTH.
008400
008500*--------------------------------------------------------------*
008600* BATCH-REJECT-REPORT - ONE LINE PER REJECTED BATCH OR STRAY    *
008700*                       CARD, WITH THE COUNTS AND HASH TOTALS   *
008800*                       SIDE BY SIDE, AND THE RUN TOTALS.       *
008900*--------------------------------------------------------------*
009000 FD  BATCH-REJECT-REPORT
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 132 CHARACTERS.
009400 01  BATCH-REJECT-REPORT-REC   PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700
009800*--------------------------------------------------------------*
009900* REPORT HEADING AND DETAIL LINES, 132 CHARACTERS WIDE.         *
010000*--------------------------------------------------------------*
010100 01  WS-REPORT-HEADING-1.
010200     05  FILLER                PIC X(01) VALUE SPACES.
010300     05  FILLER                PIC X(09) VALUE "PROGRAM: ".
010400     05  FILLER                PIC X(08) VALUE "ALPHABTE".
010500     05  FILLER                PIC X(09) VALUE SPACES.
010600     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
010700     05  WH1-DATE              PIC X(10).
010800     05  FILLER                PIC X(10) VALUE SPACES.
010900     05  FILLER                PIC X(06) VALUE "PAGE: ".
011000     05  WH1-PAGE              PIC ZZ9.
011100     05  FILLER                PIC X(66) VALUE SPACES.
011200
011300 01  WS-REPORT-HEADING-2.
011400     05  FILLER                PIC X(46) VALUE SPACES.
011500     05  FILLER                PIC X(31)
011600             VALUE "DEPARTMENT LOOKUP BATCH REJECTS".
011700     05  FILLER                PIC X(55) VALUE SPACES.
011800
011900 01  WS-REPORT-HEADING-3.
012000     05  FILLER                PIC X(04) VALUE SPACES.
012100     05  FILLER                PIC X(04) VALUE "DEPT".
012200     05  FILLER                PIC X(02) VALUE SPACES.
012300     05  FILLER                PIC X(05) VALUE "BATCH".
012400     05  FILLER                PIC X(02) VALUE SPACES.
012500     05  FILLER                PIC X(09) VALUE "SUBMITTED".
012600     05  FILLER                PIC X(02) VALUE SPACES.
012700     05  FILLER                PIC X(05) VALUE "CARDS".
012800     05  FILLER                PIC X(02) VALUE SPACES.
012900     05  FILLER                PIC X(05) VALUE "TRLR ".
013000     05  FILLER                PIC X(02) VALUE SPACES.
013100     05  FILLER                PIC X(09) VALUE "HASH READ".
013200     05  FILLER                PIC X(02) VALUE SPACES.
013300     05  FILLER                PIC X(09) VALUE "HASH TRLR".
013400     05  FILLER                PIC X(02) VALUE SPACES.
013500     05  FILLER                PIC X(40) VALUE "REASON REJECTED".
013600     05  FILLER                PIC X(28) VALUE SPACES.
013700
013800 01  WS-REJECT-DETAIL-LINE.
013900     05  FILLER                PIC X(04) VALUE SPACES.
014000     05  WS-DET-DEPT           PIC X(04).
014100     05  FILLER                PIC X(02) VALUE SPACES.
014200     05  WS-DET-BATCH          PIC X(05).
014300     05  FILLER                PIC X(02) VALUE SPACES.
014400     05  WS-DET-SUBMIT         PIC X(08).
014500     05  FILLER                PIC X(03) VALUE SPACES.
014600     05  WS-DET-CARDS          PIC ZZZZ9.
014700     05  FILLER                PIC X(02) VALUE SPACES.
014800     05  WS-DET-TRL-CARDS      PIC X(05).
014900     05  FILLER                PIC X(02) VALUE SPACES.
015000     05  WS-DET-HASH           PIC ZZZZZZZZ9.
015100     05  FILLER                PIC X(02) VALUE SPACES.
015200     05  WS-DET-TRL-HASH       PIC X(09).
015300     05  FILLER                PIC X(02) VALUE SPACES.
015400     05  WS-DET-REASON         PIC X(40).
015500     05  FILLER                PIC X(28) VALUE SPACES.
015600
015700 01  WS-TEXT-DETAIL-LINE.
015800     05  FILLER                PIC X(04) VALUE SPACES.
015900     05  WS-TXT-TEXT           PIC X(80) VALUE SPACES.
016000     05  FILLER                PIC X(48) VALUE SPACES.
016100
016200 01  WS-SYSTEM-DATE-FIELDS.
016300     05  WS-SYSTEM-DATE        PIC 9(08).
016400     05  FILLER REDEFINES WS-SYSTEM-DATE.
016500         10  WS-DATE-CCYY      PIC 9(04).
016600         10  WS-DATE-MM        PIC 9(02).
016700         10  WS-DATE-DD        PIC 9(02).
016800
016810*--------------------------------------------------------------*
016820* HISTORY RETENTION. A HISTORY RECORD PROCESSED BEFORE THE      *
016830* CUTOFF MONTH (THE RUN MONTH LESS WS-HST-KEEP-MONTHS) IS NOT   *
016840* LOADED. MONTHS ARE COUNTED AS CCYY * 12 + MM, AS ALPHAHST     *
016850* COUNTS THEM.                                                  *
016860*--------------------------------------------------------------*
016870 77  WS-HST-KEEP-MONTHS        PIC 9(02) VALUE 12.
016880 77  WS-HST-CUTOFF-MONTHS      PIC 9(06) COMP VALUE ZERO.
016890 77  WS-HST-RECORD-MONTHS      PIC 9(06) COMP VALUE ZERO.
016892 77  WS-HST-CCYY               PIC 9(04) VALUE ZERO.
016894 77  WS-HST-MM                 PIC 9(02) VALUE ZERO.
016896 77  WS-HST-AGED               PIC 9(05) COMP VALUE ZERO.
016898
016900 77  WS-RUN-DATE               PIC X(10) VALUE SPACES.
017000 77  WS-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
017100 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
017200 77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
017300
017400*--------------------------------------------------------------*
017500* THE BATCH BEING ASSEMBLED - HEADER FIELDS, RUNNING COUNT AND  *
017600* HASH, THE FIRST REASON FOUND TO REJECT IT, AND ITS DETAIL     *
017700* CARDS HELD UNTIL THE TRAILER DECIDES THEIR FATE. A BATCH      *
017800* LONGER THAN THE AREA IS REJECTED - SPLIT IT AND RESUBMIT.     *
017900*--------------------------------------------------------------*
018000 77  WS-BATCH-OPEN-SW          PIC X(01) VALUE "N".
018100     88  WS-BATCH-OPEN                    VALUE "Y".
018200 77  WS-BATCH-ERROR-SW         PIC X(01) VALUE "N".
018300     88  WS-BATCH-ERROR                   VALUE "Y".
018400 77  WS-BATCH-REASON           PIC X(40) VALUE SPACES.
018500 77  WS-BATCH-DEPT-ID          PIC X(04) VALUE SPACES.
018600 77  WS-BATCH-NBR-X            PIC X(05) VALUE SPACES.
018700 77  WS-BATCH-NBR              PIC 9(05) VALUE ZERO.
018800 77  WS-BATCH-SUBMIT-DATE      PIC X(08) VALUE SPACES.
018900 77  WS-BATCH-CARD-COUNT       PIC 9(05) COMP VALUE ZERO.
019000 77  WS-BATCH-HASH             PIC 9(09) COMP VALUE ZERO.
019100 77  WS-TRL-COUNT-X            PIC X(05) VALUE SPACES.
019200 77  WS-TRL-HASH-X             PIC X(09) VALUE SPACES.
019300 77  WS-TRL-COUNT              PIC 9(05) VALUE ZERO.
019400 77  WS-TRL-HASH               PIC 9(09) VALUE ZERO.
019500 77  WS-TRAN-SEQ-N             PIC 9(04) VALUE ZERO.
019600
019700 01  WS-DETAIL-AREA.
019800     05  WS-DTL-ENTRY          OCCURS 500 TIMES.
019900         10  WS-DTL-CHARACTER  PIC X(01).
020000         10  WS-DTL-TABLE-ID   PIC X(01).
020100         10  WS-DTL-TRAN-SEQ   PIC X(04).
020200 77  WS-DTL-USED               PIC 9(05) COMP VALUE ZERO.
020300 77  WS-DTL-SUB                PIC 9(05) COMP VALUE ZERO.
020400 77  WS-DTL-FOUND-SUB          PIC 9(05) COMP VALUE ZERO.
020500
020600*--------------------------------------------------------------*
020700* BATCH NUMBERS ALREADY PROCESSED, PER DEPARTMENT - THE LAST 12 *
020800* MONTHS OF THE HISTORY FILE PLUS THE BATCHES ACCEPTED SO FAR   *
020900* THIS RUN, IN THE ORDER PROCESSED. WHEN THEY NO LONGER FIT,    *
021000* WS-HST-NEXT GOES BACK ROUND THE AREA OVERWRITING THE OLDEST   *
021100* ENTRY, SO REPEATS ARE CHECKED AGAINST THE MOST RECENT 3000    *
021110* BATCHES ONLY AND THE RUN ENDS WITH RETURN CODE 4 - RAISE THE  *
021120* OCCURS AND RECOMPILE.                                         *
021200*--------------------------------------------------------------*
021300 01  WS-HISTORY-AREA.
021400     05  WS-HST-ENTRY          OCCURS 3000 TIMES.
021500         10  WS-HST-DEPT-ID    PIC X(04).
021600         10  WS-HST-BATCH-NBR  PIC 9(05).
021700 77  WS-HST-USED               PIC 9(05) COMP VALUE ZERO.
021800 77  WS-HST-SUB                PIC 9(05) COMP VALUE ZERO.
021900 77  WS-HST-FOUND-SUB          PIC 9(05) COMP VALUE ZERO.
021950 77  WS-HST-NEXT               PIC 9(05) COMP VALUE ZERO.
022000 77  WS-HST-FULL-SW            PIC X(01) VALUE "N".
022100     88  WS-HST-FULL                      VALUE "Y".
022200 77  WS-HST-EOF-SW             PIC X(01) VALUE "N".
022300     88  WS-HST-EOF                       VALUE "Y".
022400
022500 77  WS-BKB-EOF-SW             PIC X(01) VALUE "N".
022600     88  WS-BKB-EOF                       VALUE "Y".
022700 77  WS-CARDS-READ             PIC 9(05) COMP VALUE ZERO.
022800 77  WS-BATCHES-READ           PIC 9(05) COMP VALUE ZERO.
022900 77  WS-BATCHES-ACCEPTED       PIC 9(05) COMP VALUE ZERO.
023000 77  WS-BATCHES-REJECTED       PIC 9(05) COMP VALUE ZERO.
023100 77  WS-STRAY-CARDS            PIC 9(05) COMP VALUE ZERO.
023200 77  WS-TRANS-PASSED           PIC 9(05) COMP VALUE ZERO.
023300 77  WS-CARDS-READ-X           PIC 9(05) VALUE ZERO.
023400 77  WS-BATCHES-READ-X         PIC 9(05) VALUE ZERO.
023500 77  WS-BATCHES-ACCEPTED-X     PIC 9(05) VALUE ZERO.
023600 77  WS-BATCHES-REJECTED-X     PIC 9(05) VALUE ZERO.
023700 77  WS-STRAY-CARDS-X          PIC 9(05) VALUE ZERO.
023800 77  WS-TRANS-PASSED-X         PIC 9(05) VALUE ZERO.
023900
024000*--------------------------------------------------------------*
024100* PARAMETER AREA FOR THE ALPHATLG STEP TIMING LOGGER.           *
024200*--------------------------------------------------------------*
024300     COPY ALPHATLA.
024400
024410*--------------------------------------------------------------*
024420* PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER.            *
024430*--------------------------------------------------------------*
024440     COPY ALPHALDA.
024450
024500 PROCEDURE DIVISION.
024600
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
025000         UNTIL WS-BKB-EOF.
025100     IF WS-BATCH-OPEN
025200         MOVE "NO TRAILER BEFORE END OF DECK"
025300                                TO WS-BATCH-REASON
025400         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
025500     END-IF.
025600     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025800     STOP RUN.
025900
026000*--------------------------------------------------------------*
026100* 1000-INITIALIZE - LOAD THE BATCH HISTORY, OPEN THE FILES,     *
026200*                   WRITE THE FIRST REPORT HEADING, AND PRIME   *
026300*                   THE FIRST CARD.                             *
026400*--------------------------------------------------------------*
026500 1000-INITIALIZE.
026600     MOVE "ALPHABTE"            TO TLA-PROGRAM.
026700     ACCEPT TLA-START-TIME FROM TIME.
026800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
026900     MOVE WS-DATE-MM            TO WS-RUN-DATE (1:2).
027000     MOVE "/"                   TO WS-RUN-DATE (3:1).
027100     MOVE WS-DATE-DD            TO WS-RUN-DATE (4:2).
027200     MOVE "/"                   TO WS-RUN-DATE (6:1).
027300     MOVE WS-DATE-CCYY          TO WS-RUN-DATE (7:4).
027400     PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT.
027500     OPEN INPUT  ALPHA-BATCH-FILE.
027600     OPEN OUTPUT ALPHA-LOOKUP-FILE.
027700     OPEN EXTEND ALPHA-BATCH-HISTORY.
027800     OPEN OUTPUT BATCH-REJECT-REPORT.
027900     PERFORM 3900-NEW-PAGE THRU 3900-EXIT.
028000     READ ALPHA-BATCH-FILE
028100         AT END
028200             SET WS-BKB-EOF TO TRUE
028300     END-READ.
028400 1000-EXIT.
028500     EXIT.
028600
028700*--------------------------------------------------------------*
028800* 1100-LOAD-HISTORY - READ THE BATCHES PROCESSED IN THE LAST    *
028900*                     12 MONTHS INTO THE HISTORY AREA. AN EMPTY *
029000*                     FILE JUST MEANS NO BATCH HAS BEEN         *
029050*                     ACCEPTED YET.                             *
029100*--------------------------------------------------------------*
029200 1100-LOAD-HISTORY.
029210     COMPUTE WS-HST-CUTOFF-MONTHS =
029220         (WS-DATE-CCYY * 12) + WS-DATE-MM
029230         - WS-HST-KEEP-MONTHS.
029300     OPEN INPUT ALPHA-BATCH-HISTORY.
029400     PERFORM 1110-READ-ONE-HISTORY THRU 1110-EXIT
029500         UNTIL WS-HST-EOF.
029600     CLOSE ALPHA-BATCH-HISTORY.
029610     DISPLAY "ALPHABTE - HISTORY BATCHES LOADED " WS-HST-USED
029620         "  OLDER THAN " WS-HST-KEEP-MONTHS " MONTHS "
029630         WS-HST-AGED.
029700 1100-EXIT.
029800     EXIT.
029900
030000 1110-READ-ONE-HISTORY.
030100     READ ALPHA-BATCH-HISTORY
030200         AT END
030300             SET WS-HST-EOF TO TRUE
030400             GO TO 1110-EXIT
030500     END-READ.
030600     IF BTH-PROCESS-DATE IS NUMERIC
030700         MOVE BTH-PROCESS-DATE (1:4) TO WS-HST-CCYY
030800         MOVE BTH-PROCESS-DATE (5:2) TO WS-HST-MM
030900         COMPUTE WS-HST-RECORD-MONTHS =
031000             (WS-HST-CCYY * 12) + WS-HST-MM
031100         IF WS-HST-RECORD-MONTHS < WS-HST-CUTOFF-MONTHS
031200             ADD 1              TO WS-HST-AGED
031300             GO TO 1110-EXIT
031310         END-IF
031320     END-IF.
031330     PERFORM 1150-NEXT-HISTORY-SLOT THRU 1150-EXIT.
031400     MOVE BTH-DEPT-ID           TO WS-HST-DEPT-ID (WS-HST-NEXT).
031500     MOVE BTH-BATCH-NBR         TO WS-HST-BATCH-NBR (WS-HST-NEXT).
031700 1110-EXIT.
031800     EXIT.
031803
031807*--------------------------------------------------------------*
031811* 1150-NEXT-HISTORY-SLOT - POINT WS-HST-NEXT AT THE ENTRY TO    *
031815*                          FILL: THE NEXT FREE ONE, OR ONCE THE *
031819*                          AREA IS FULL THE OLDEST, GOING BACK  *
031823*                          ROUND TO THE FIRST AFTER THE LAST.   *
031827*--------------------------------------------------------------*
031831 1150-NEXT-HISTORY-SLOT.
031835     IF WS-HST-USED < 3000
031839         ADD 1                  TO WS-HST-USED
031843         MOVE WS-HST-USED       TO WS-HST-NEXT
031847         GO TO 1150-EXIT
031851     END-IF.
031855     IF NOT WS-HST-FULL
031859         DISPLAY "ALPHABTE - BATCH HISTORY EXCEEDS THE WORK "
031863             "AREA - REPEATS CHECKED AGAINST THE LATEST 3000"
031867         SET WS-HST-FULL TO TRUE
031871     END-IF.
031875     ADD 1                      TO WS-HST-NEXT.
031879     IF WS-HST-NEXT > 3000
031883         MOVE 1                 TO WS-HST-NEXT
031887     END-IF.
031891 1150-EXIT.
031895     EXIT.
031900
032000*--------------------------------------------------------------*
032100* 2000-PROCESS-ONE-CARD - ROUTE ONE CARD BY ITS TYPE AND READ   *
032200*                         THE NEXT.                             *
032300*--------------------------------------------------------------*
032400 2000-PROCESS-ONE-CARD.
032500     ADD 1                      TO WS-CARDS-READ.
032600     EVALUATE TRUE
032700         WHEN BKB-HEADER
032800             PERFORM 2100-START-BATCH THRU 2100-EXIT
032900         WHEN BKB-DETAIL
033000             PERFORM 2200-ADD-DETAIL THRU 2200-EXIT
033100         WHEN BKB-TRAILER
033200             PERFORM 2300-END-BATCH THRU 2300-EXIT
033300         WHEN OTHER
033400             IF WS-BATCH-OPEN
033500                 MOVE "CARD TYPE NOT H, D, OR T"
033600                                TO WS-DET-REASON
033700                 PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
033800             ELSE
033900                 MOVE "CARD TYPE NOT H, D, OR T - DROPPED"
034000                                TO WS-DET-REASON
034100                 PERFORM 2800-REPORT-STRAY-CARD THRU 2800-EXIT
034200             END-IF
034300     END-EVALUATE.
034400     READ ALPHA-BATCH-FILE
034500         AT END
034600             SET WS-BKB-EOF TO TRUE
034700     END-READ.
034800 2000-EXIT.
034900     EXIT.
035000
035100*--------------------------------------------------------------*
035200* 2050-NOTE-BATCH-ERROR - RECORD THE REASON IN WS-DET-REASON    *
035300*                         AGAINST THE OPEN BATCH. THE FIRST     *
035400*                         REASON FOUND IS THE ONE REPORTED.     *
035500*--------------------------------------------------------------*
035600 2050-NOTE-BATCH-ERROR.
035700     IF NOT WS-BATCH-ERROR
035800         SET WS-BATCH-ERROR TO TRUE
035900         MOVE WS-DET-REASON     TO WS-BATCH-REASON
036000     END-IF.
036100 2050-EXIT.
036200     EXIT.
036300
036400*--------------------------------------------------------------*
036500* 2100-START-BATCH - OPEN A NEW BATCH FROM ITS HEADER CARD. A   *
036600*                    BATCH STILL OPEN HAD NO TRAILER AND IS     *
036700*                    REJECTED FIRST. THE HEADER IS EDITED AND   *
036800*                    ITS BATCH NUMBER CHECKED AGAINST EVERY     *
036900*                    BATCH ALREADY PROCESSED FOR THE SAME       *
037000*                    DEPARTMENT.                                *
037100*--------------------------------------------------------------*
037200 2100-START-BATCH.
037300     IF WS-BATCH-OPEN
037400         MOVE "NO TRAILER BEFORE NEXT HEADER"
037500                                TO WS-BATCH-REASON
037600         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
037700     END-IF.
037800     SET WS-BATCH-OPEN TO TRUE.
037900     ADD 1                      TO WS-BATCHES-READ.
038000     MOVE "N"                   TO WS-BATCH-ERROR-SW.
038100     MOVE SPACES                TO WS-BATCH-REASON.
038200     MOVE ZERO                  TO WS-BATCH-CARD-COUNT.
038300     MOVE ZERO                  TO WS-BATCH-HASH.
038400     MOVE ZERO                  TO WS-DTL-USED.
038500     MOVE SPACES                TO WS-TRL-COUNT-X.
038600     MOVE SPACES                TO WS-TRL-HASH-X.
038700     MOVE BKB-DEPT-ID           TO WS-BATCH-DEPT-ID.
038800     MOVE BKB-BATCH-NBR         TO WS-BATCH-NBR-X.
038900     MOVE BKB-SUBMIT-DATE       TO WS-BATCH-SUBMIT-DATE.
039000     MOVE ZERO                  TO WS-BATCH-NBR.
039100     IF WS-BATCH-DEPT-ID = SPACES
039200         MOVE "HEADER HAS NO DEPARTMENT ID" TO WS-DET-REASON
039300         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
039400     END-IF.
039500     IF WS-BATCH-NBR-X IS NUMERIC
039600         MOVE WS-BATCH-NBR-X    TO WS-BATCH-NBR
039700     ELSE
039800         MOVE "HEADER BATCH NUMBER NOT NUMERIC"
039900                                TO WS-DET-REASON
040000         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
040100     END-IF.
040200     IF WS-BATCH-SUBMIT-DATE IS NOT NUMERIC
040300         MOVE "HEADER SUBMIT DATE NOT NUMERIC"
040400                                TO WS-DET-REASON
040500         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
040600     END-IF.
040700     IF WS-BATCH-ERROR
040800         GO TO 2100-EXIT
040900     END-IF.
041600     MOVE ZERO                  TO WS-HST-FOUND-SUB.
041700     PERFORM 2110-MATCH-HISTORY THRU 2110-EXIT
041800         VARYING WS-HST-SUB FROM 1 BY 1
041900             UNTIL WS-HST-SUB > WS-HST-USED
042000                 OR WS-HST-FOUND-SUB > ZERO.
042100     IF WS-HST-FOUND-SUB > ZERO
042200         MOVE "BATCH NUMBER ALREADY PROCESSED"
042300                                TO WS-DET-REASON
042400         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
042500     END-IF.
042600 2100-EXIT.
042700     EXIT.
042800
042900 2110-MATCH-HISTORY.
043000     IF WS-HST-DEPT-ID (WS-HST-SUB) = WS-BATCH-DEPT-ID
043100             AND WS-HST-BATCH-NBR (WS-HST-SUB) = WS-BATCH-NBR
043200         MOVE WS-HST-SUB        TO WS-HST-FOUND-SUB
043300     END-IF.
043400 2110-EXIT.
043500     EXIT.
043600
043700*--------------------------------------------------------------*
043800* 2200-ADD-DETAIL - COUNT AND HASH ONE DETAIL CARD AND HOLD IT  *
043900*                   WITH ITS BATCH. A SEQUENCE NUMBER ALREADY   *
044000*                   HELD FOR THE BATCH, OR ONE THAT IS NOT      *
044100*                   NUMERIC, MARKS THE WHOLE BATCH FOR REJECT - *
044200*                   BUT THE CARD IS STILL COUNTED SO THE        *
044300*                   REPORT SHOWS THE TRUE CARD COUNT. A DETAIL  *
044400*                   CARD WITH NO BATCH OPEN IS DROPPED.         *
044500*--------------------------------------------------------------*
044600 2200-ADD-DETAIL.
044700     IF NOT WS-BATCH-OPEN
044800         MOVE SPACES            TO WS-DET-REASON
044900         STRING "DETAIL TRAN "  DELIMITED BY SIZE
045000                BKB-TRAN-SEQ    DELIMITED BY SIZE
045100                " OUTSIDE A BATCH - DROPPED"
045200                                DELIMITED BY SIZE
045300             INTO WS-DET-REASON
045400         PERFORM 2800-REPORT-STRAY-CARD THRU 2800-EXIT
045500         GO TO 2200-EXIT
045600     END-IF.
045700     ADD 1                      TO WS-BATCH-CARD-COUNT.
045800     IF BKB-TRAN-SEQ IS NUMERIC
045900         MOVE BKB-TRAN-SEQ      TO WS-TRAN-SEQ-N
046000         ADD WS-TRAN-SEQ-N      TO WS-BATCH-HASH
046100     ELSE
046200         MOVE SPACES            TO WS-DET-REASON
046300         STRING "TRAN SEQ "     DELIMITED BY SIZE
046400                BKB-TRAN-SEQ    DELIMITED BY SIZE
046500                " NOT NUMERIC"  DELIMITED BY SIZE
046600             INTO WS-DET-REASON
046700         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
046800     END-IF.
046900     MOVE ZERO                  TO WS-DTL-FOUND-SUB.
047000     PERFORM 2210-MATCH-TRAN-SEQ THRU 2210-EXIT
047100         VARYING WS-DTL-SUB FROM 1 BY 1
047200             UNTIL WS-DTL-SUB > WS-DTL-USED
047300                 OR WS-DTL-FOUND-SUB > ZERO.
047400     IF WS-DTL-FOUND-SUB > ZERO
047500         MOVE SPACES            TO WS-DET-REASON
047600         STRING "DUPLICATE TRAN SEQ " DELIMITED BY SIZE
047700                BKB-TRAN-SEQ    DELIMITED BY SIZE
047800                " IN BATCH"     DELIMITED BY SIZE
047900             INTO WS-DET-REASON
048000         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
048100         GO TO 2200-EXIT
048200     END-IF.
048300     IF WS-DTL-USED NOT LESS THAN 500
048400         MOVE "BATCH EXCEEDS 500 CARDS - SPLIT IT"
048500                                TO WS-DET-REASON
048600         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
048700         GO TO 2200-EXIT
048800     END-IF.
048900     ADD 1                      TO WS-DTL-USED.
049000     MOVE BKB-CHARACTER         TO WS-DTL-CHARACTER (WS-DTL-USED).
049100     MOVE BKB-TABLE-ID          TO WS-DTL-TABLE-ID (WS-DTL-USED).
049200     MOVE BKB-TRAN-SEQ          TO WS-DTL-TRAN-SEQ (WS-DTL-USED).
049300 2200-EXIT.
049400     EXIT.
049500
049600 2210-MATCH-TRAN-SEQ.
049700     IF WS-DTL-TRAN-SEQ (WS-DTL-SUB) = BKB-TRAN-SEQ
049800         MOVE WS-DTL-SUB        TO WS-DTL-FOUND-SUB
049900     END-IF.
050000 2210-EXIT.
050100     EXIT.
050200
050300*--------------------------------------------------------------*
050400* 2300-END-BATCH - BALANCE THE OPEN BATCH AGAINST ITS TRAILER   *
050500*                  AND PASS OR REJECT IT WHOLE. A TRAILER WITH  *
050600*                  NO BATCH OPEN IS DROPPED.                    *
050700*--------------------------------------------------------------*
050800 2300-END-BATCH.
050900     IF NOT WS-BATCH-OPEN
051000         MOVE "TRAILER OUTSIDE A BATCH - DROPPED"
051100                                TO WS-DET-REASON
051200         PERFORM 2800-REPORT-STRAY-CARD THRU 2800-EXIT
051300         GO TO 2300-EXIT
051400     END-IF.
051500     MOVE BKB-RECORD-COUNT      TO WS-TRL-COUNT-X.
051600     MOVE BKB-HASH-TOTAL        TO WS-TRL-HASH-X.
051700     IF WS-TRL-COUNT-X IS NUMERIC
051800         MOVE WS-TRL-COUNT-X    TO WS-TRL-COUNT
051900         IF WS-TRL-COUNT NOT = WS-BATCH-CARD-COUNT
052000             MOVE "TRAILER CARD COUNT OUT OF BALANCE"
052100                                TO WS-DET-REASON
052200             PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
052300         END-IF
052400     ELSE
052500         MOVE "TRAILER CARD COUNT NOT NUMERIC"
052600                                TO WS-DET-REASON
052700         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
052800     END-IF.
052900     IF WS-TRL-HASH-X IS NUMERIC
053000         MOVE WS-TRL-HASH-X     TO WS-TRL-HASH
053100         IF WS-TRL-HASH NOT = WS-BATCH-HASH
053200             MOVE "TRAILER HASH TOTAL OUT OF BALANCE"
053300                                TO WS-DET-REASON
053400             PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
053500         END-IF
053600     ELSE
053700         MOVE "TRAILER HASH TOTAL NOT NUMERIC"
053800                                TO WS-DET-REASON
053900         PERFORM 2050-NOTE-BATCH-ERROR THRU 2050-EXIT
054000     END-IF.
054100     IF WS-BATCH-ERROR
054200         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
054300     ELSE
054400         PERFORM 2500-ACCEPT-BATCH THRU 2500-EXIT
054500     END-IF.
054600 2300-EXIT.
054700     EXIT.
054800
054900*--------------------------------------------------------------*
055000* 2500-ACCEPT-BATCH - PASS EVERY HELD CARD TO ARRAY01 STAMPED   *
055100*                     WITH THE DEPARTMENT ID, AND RECORD THE    *
055200*                     BATCH ON THE HISTORY FILE AND IN THE      *
055300*                     HISTORY AREA SO A REPEAT LATER IN THIS    *
055400*                     DECK IS CAUGHT TOO.                       *
055500*--------------------------------------------------------------*
055600 2500-ACCEPT-BATCH.
055700     PERFORM 2510-WRITE-ONE-TRANSACTION THRU 2510-EXIT
055800         VARYING WS-DTL-SUB FROM 1 BY 1
055900             UNTIL WS-DTL-SUB > WS-DTL-USED.
056000     MOVE SPACES                TO ALPHA-BATCH-HISTORY-RECORD.
056100     MOVE WS-BATCH-DEPT-ID      TO BTH-DEPT-ID.
056200     MOVE WS-BATCH-NBR          TO BTH-BATCH-NBR.
056300     MOVE WS-BATCH-SUBMIT-DATE  TO BTH-SUBMIT-DATE.
056400     MOVE WS-SYSTEM-DATE        TO BTH-PROCESS-DATE.
056500     MOVE WS-BATCH-CARD-COUNT   TO BTH-RECORD-COUNT.
056600     MOVE WS-BATCH-HASH         TO BTH-HASH-TOTAL.
056700     WRITE ALPHA-BATCH-HISTORY-RECORD.
056800     PERFORM 1150-NEXT-HISTORY-SLOT THRU 1150-EXIT.
056900     MOVE WS-BATCH-DEPT-ID      TO WS-HST-DEPT-ID (WS-HST-NEXT).
057000     MOVE WS-BATCH-NBR          TO WS-HST-BATCH-NBR (WS-HST-NEXT).
057700     ADD 1                      TO WS-BATCHES-ACCEPTED.
057800     DISPLAY "ALPHABTE - DEPT " WS-BATCH-DEPT-ID
057900         " BATCH " WS-BATCH-NBR-X " ACCEPTED - CARDS "
058000         WS-BATCH-CARD-COUNT.
058100     MOVE "N"                   TO WS-BATCH-OPEN-SW.
058200 2500-EXIT.
058300     EXIT.
058400
058500 2510-WRITE-ONE-TRANSACTION.
058600     MOVE SPACES                TO ALPHA-LOOKUP-RECORD.
058700     MOVE WS-DTL-CHARACTER (WS-DTL-SUB) TO ALK-CHARACTER.
058800     MOVE WS-DTL-TABLE-ID (WS-DTL-SUB)  TO ALK-TABLE-ID.
058900     MOVE WS-DTL-TRAN-SEQ (WS-DTL-SUB)  TO ALK-TRAN-SEQ.
059000     MOVE WS-BATCH-DEPT-ID      TO ALK-DEPT-ID.
059100     WRITE ALPHA-LOOKUP-RECORD.
059200     ADD 1                      TO WS-TRANS-PASSED.
059300 2510-EXIT.
059400     EXIT.
059500
059600*--------------------------------------------------------------*
059700* 2800-REPORT-STRAY-CARD - LIST ONE CARD THAT BELONGS TO NO     *
059800*                          BATCH, WITH THE REASON ALREADY IN    *
059900*                          WS-DET-REASON.                       *
060000*--------------------------------------------------------------*
060100 2800-REPORT-STRAY-CARD.
060200     ADD 1                      TO WS-STRAY-CARDS.
060300     MOVE SPACES                TO WS-DET-DEPT.
060400     MOVE SPACES                TO WS-DET-BATCH.
060500     MOVE SPACES                TO WS-DET-SUBMIT.
060600     MOVE ZERO                  TO WS-DET-CARDS.
060700     MOVE SPACES                TO WS-DET-TRL-CARDS.
060800     MOVE ZERO                  TO WS-DET-HASH.
060900     MOVE SPACES                TO WS-DET-TRL-HASH.
061000     MOVE WS-REJECT-DETAIL-LINE TO BATCH-REJECT-REPORT-REC.
061100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
061200 2800-EXIT.
061300     EXIT.
061400
061500*--------------------------------------------------------------*
061600* 2900-REJECT-BATCH - REPORT THE OPEN BATCH AS REJECTED WITH    *
061700*                     THE REASON IN WS-BATCH-REASON, AND DROP   *
061800*                     ITS HELD CARDS. NOTHING FROM IT REACHES   *
061900*                     ARRAY01 OR THE HISTORY FILE.              *
062000*--------------------------------------------------------------*
062100 2900-REJECT-BATCH.
062200     MOVE WS-BATCH-DEPT-ID      TO WS-DET-DEPT.
062300     MOVE WS-BATCH-NBR-X        TO WS-DET-BATCH.
062400     MOVE WS-BATCH-SUBMIT-DATE  TO WS-DET-SUBMIT.
062500     MOVE WS-BATCH-CARD-COUNT   TO WS-DET-CARDS.
062600     MOVE WS-TRL-COUNT-X        TO WS-DET-TRL-CARDS.
062700     MOVE WS-BATCH-HASH         TO WS-DET-HASH.
062800     MOVE WS-TRL-HASH-X         TO WS-DET-TRL-HASH.
062900     MOVE WS-BATCH-REASON       TO WS-DET-REASON.
063000     MOVE WS-REJECT-DETAIL-LINE TO BATCH-REJECT-REPORT-REC.
063100     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
063200     ADD 1                      TO WS-BATCHES-REJECTED.
063300     DISPLAY "ALPHABTE - DEPT " WS-BATCH-DEPT-ID
063400         " BATCH " WS-BATCH-NBR-X " REJECTED - "
063500         WS-BATCH-REASON.
063600     MOVE "N"                   TO WS-BATCH-OPEN-SW.
063700 2900-EXIT.
063800     EXIT.
063900
064000*--------------------------------------------------------------*
064100* 3850-WRITE-PREBUILT-LINE - WRITE WHATEVER LINE IS ALREADY IN  *
064200*                            THE RECORD AREA, STARTING A NEW    *
064300*                            PAGE WHEN THE CURRENT ONE IS FULL. *
064400*--------------------------------------------------------------*
064500 3850-WRITE-PREBUILT-LINE.
064600     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
064700         PERFORM 3900-NEW-PAGE THRU 3900-EXIT
064800     END-IF.
064900     WRITE BATCH-REJECT-REPORT-REC.
065000     ADD 1                      TO WS-LINE-COUNT.
065100 3850-EXIT.
065200     EXIT.
065300
065400*--------------------------------------------------------------*
065500* 3900-NEW-PAGE - WRITE THE REPORT HEADING AND COLUMN HEADING   *
065600*                 LINES AT THE TOP OF EACH REPORT PAGE.         *
065700*--------------------------------------------------------------*
065800 3900-NEW-PAGE.
065900     ADD 1                      TO WS-PAGE-COUNT.
066000     MOVE WS-PAGE-COUNT         TO WH1-PAGE.
066100     MOVE WS-RUN-DATE           TO WH1-DATE.
066200     IF WS-PAGE-COUNT = 1
066300         WRITE BATCH-REJECT-REPORT-REC FROM WS-REPORT-HEADING-1
066400     ELSE
066500         WRITE BATCH-REJECT-REPORT-REC FROM WS-REPORT-HEADING-1
066600             AFTER ADVANCING PAGE
066700     END-IF.
066800     WRITE BATCH-REJECT-REPORT-REC FROM WS-REPORT-HEADING-2.
066900     MOVE SPACES                TO BATCH-REJECT-REPORT-REC.
067000     WRITE BATCH-REJECT-REPORT-REC.
067100     WRITE BATCH-REJECT-REPORT-REC FROM WS-REPORT-HEADING-3.
067200     MOVE SPACES                TO BATCH-REJECT-REPORT-REC.
067300     WRITE BATCH-REJECT-REPORT-REC.
067400     MOVE ZERO                  TO WS-LINE-COUNT.
067500 3900-EXIT.
067600     EXIT.
067700
067800*--------------------------------------------------------------*
067900* 5000-WRITE-SUMMARY - PRINT THE RUN TOTALS BELOW THE REJECTS.  *
068000*--------------------------------------------------------------*
068100 5000-WRITE-SUMMARY.
068200     MOVE SPACES                TO BATCH-REJECT-REPORT-REC.
068300     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
068400     IF WS-BATCHES-REJECTED = ZERO AND WS-STRAY-CARDS = ZERO
068500         MOVE "NO BATCHES OR CARDS REJECTED" TO WS-TXT-TEXT
068600         MOVE WS-TEXT-DETAIL-LINE TO BATCH-REJECT-REPORT-REC
068700         PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT
068800     END-IF.
068810     IF WS-HST-FULL
068820         MOVE "BATCH HISTORY OUTGREW THE WORK AREA -"
068830                                TO WS-TXT-TEXT
068840         MOVE WS-TEXT-DETAIL-LINE TO BATCH-REJECT-REPORT-REC
068850         PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT
068860         MOVE "REPEATS CHECKED AGAINST THE LATEST 3000 ONLY"
068870                                TO WS-TXT-TEXT
068880         MOVE WS-TEXT-DETAIL-LINE TO BATCH-REJECT-REPORT-REC
068890         PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT
068895     END-IF.
068900     MOVE WS-CARDS-READ         TO WS-CARDS-READ-X.
069000     MOVE WS-BATCHES-READ       TO WS-BATCHES-READ-X.
069100     MOVE WS-BATCHES-ACCEPTED   TO WS-BATCHES-ACCEPTED-X.
069200     MOVE WS-BATCHES-REJECTED   TO WS-BATCHES-REJECTED-X.
069300     MOVE WS-STRAY-CARDS        TO WS-STRAY-CARDS-X.
069400     MOVE WS-TRANS-PASSED       TO WS-TRANS-PASSED-X.
069500     MOVE SPACES                TO WS-TXT-TEXT.
069600     STRING "CARDS READ "       DELIMITED BY SIZE
069700            WS-CARDS-READ-X     DELIMITED BY SIZE
069800            "  BATCHES "        DELIMITED BY SIZE
069900            WS-BATCHES-READ-X   DELIMITED BY SIZE
070000            "  ACCEPTED "       DELIMITED BY SIZE
070100            WS-BATCHES-ACCEPTED-X DELIMITED BY SIZE
070200            "  REJECTED "       DELIMITED BY SIZE
070300            WS-BATCHES-REJECTED-X DELIMITED BY SIZE
070400         INTO WS-TXT-TEXT.
070500     MOVE WS-TEXT-DETAIL-LINE   TO BATCH-REJECT-REPORT-REC.
070600     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
070700     MOVE SPACES                TO WS-TXT-TEXT.
070800     STRING "STRAY CARDS DROPPED " DELIMITED BY SIZE
070900            WS-STRAY-CARDS-X    DELIMITED BY SIZE
071000            "  TRANSACTIONS PASSED TO ARRAY01 "
071100                                DELIMITED BY SIZE
071200            WS-TRANS-PASSED-X   DELIMITED BY SIZE
071300         INTO WS-TXT-TEXT.
071400     MOVE WS-TEXT-DETAIL-LINE   TO BATCH-REJECT-REPORT-REC.
071500     PERFORM 3850-WRITE-PREBUILT-LINE THRU 3850-EXIT.
071600 5000-EXIT.
071700     EXIT.
071800
071900*--------------------------------------------------------------*
072000* 9000-TERMINATE - CLOSE FILES, ECHO THE COUNTS, LOG THE STEP   *
072100*                  TIMING, AND SET RETURN CODE 4 WHEN ANYTHING  *
072200*                  WAS REJECTED OR THE 12-MONTH HISTORY OUTGREW *
072300*                  THE WORK AREA.                               *
072400*--------------------------------------------------------------*
072500 9000-TERMINATE.
072600     CLOSE ALPHA-BATCH-FILE.
072700     CLOSE ALPHA-LOOKUP-FILE.
072800     CLOSE ALPHA-BATCH-HISTORY.
072900     CLOSE BATCH-REJECT-REPORT.
073000     DISPLAY "ALPHABTE - BATCHES READ        " WS-BATCHES-READ.
073100     DISPLAY "ALPHABTE - BATCHES ACCEPTED    "
073150         WS-BATCHES-ACCEPTED.
073200     DISPLAY "ALPHABTE - BATCHES REJECTED    "
073250         WS-BATCHES-REJECTED.
073300     DISPLAY "ALPHABTE - STRAY CARDS DROPPED " WS-STRAY-CARDS.
073400     DISPLAY "ALPHABTE - TRANSACTIONS PASSED " WS-TRANS-PASSED.
073500     MOVE WS-TRANS-PASSED       TO TLA-RECORD-VOLUME.
073600     CALL "ALPHATLG" USING ALPHA-TIMING-AREA.
073700     IF WS-HST-FULL
073800             OR WS-BATCHES-REJECTED > ZERO
073900             OR WS-STRAY-CARDS > ZERO
074100         MOVE 4                 TO RETURN-CODE
074300     END-IF.
074310     MOVE "ALPHABTE"            TO LDA-PROGRAM.
074320     MOVE RETURN-CODE           TO LDA-RETURN-CODE.
074330     MOVE 2                     TO LDA-FILE-COUNT.
074340     MOVE "ALPHABTH"            TO LDA-FILE-NAME (1).
074350     MOVE "ALPHABRJ"            TO LDA-FILE-NAME (2).
074360     CALL "ALPHALDW" USING ALPHA-LEDGER-AREA.
074370     MOVE LDA-RETURN-CODE       TO RETURN-CODE.
074400 9000-EXIT.
074500     EXIT.
