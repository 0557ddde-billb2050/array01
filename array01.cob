021793*                    ALPHATLG SUBPROGRAM (SEE ALPHATIM AND THE        *
021794*                    ALPHATRP TREND REPORT), SO BATCH-WINDOW          *
021795*                    CREEP CAN BE PINNED TO A STEP.                   *
021796*   10/14/2026  BB   ALPHALKP NOW COMES FROM THE ALPHABTE BATCH       *
021797*                    EDIT (LAYOUT IN THE ALPHALKP COPYBOOK); THE      *
021798*                    SUBMITTING DEPARTMENT GOES TO ALPHALKO/SUS.      *
021800*   10/15/2026  BB   EVERY LOOKUP ANSWERED (CARD OR RESUBMITTED       *
021810*                    SUSPENSE ITEM) IS COUNTED PER DEPARTMENT AND     *
021820*                    LOGGED TO THE ALPHAUSE USAGE LOG AT END OF       *
021830*                    RUN THROUGH ALPHAULG FOR THE CHARGEBACK.         *
021832*   10/15/2026  BB   RECORD THE STEP'S COMPLETION, RETURN CODE        *
021834*                    AND OUTPUT RECORD COUNTS ON THE ALPHALDG         *
021836*                    RUN LEDGER (ALPHALDW) FOR RERUN CONTROL.         *
021840*   10/15/2026  BB   A CHECKPOINT RESTART IN THE LOOKUP PHASE         *
021850*                    FIRST REBUILDS THE USAGE COUNTS FROM THE         *
021860*                    ANSWERS ALREADY ON ALPHALKO, SO THE LOOKUPS      *
021870*                    ANSWERED BEFORE THE ABEND ARE STILL LOGGED.      *
021880*--------------------------------------------------------------*
021890 ENVIRONMENT DIVISION.
021900 INPUT-OUTPUT SECTION.
022000 FILE-CONTROL.
022100
027800     RECORDING MODE IS F
027900     LABEL RECORDS ARE STANDARD
028000     RECORD CONTAINS 80 CHARACTERS.
028100     COPY ALPHALKP.
028800
028900*--------------------------------------------------------------*
029000* ALPHA-LOOKUP-OUT - REVERSE LOOKUP RESULTS (POSITION OUT).     *
030300     05  ALR-FOUND-SW          PIC X(01).
030400     05  FILLER                PIC X(02).
030500     05  ALR-TRAN-SEQ          PIC X(04).
030600     05  FILLER                PIC X(02).
030610     05  ALR-DEPT-ID           PIC X(04).
030620     05  FILLER                PIC X(57).
030700
030800*--------------------------------------------------------------*
030900* ALPHA-REJECT-FILE - ALPHA VALIDATION REJECTION REPORT.        *
046950* PARAMETER AREA FOR THE ALPHATLG STEP TIMING LOGGER.           *
046960*--------------------------------------------------------------*
046970     COPY ALPHATLA.
046975
046980*--------------------------------------------------------------*
046985* PARAMETER AREA FOR THE ALPHAULG USAGE LOGGER.                 *
046990*--------------------------------------------------------------*
046995     COPY ALPHAULA.
047000
047010*--------------------------------------------------------------*
047020* PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER.            *
047030*--------------------------------------------------------------*
047040     COPY ALPHALDA.
047050
047100 01  WORK-AREA.
047200     05  ALPHA-UPPER           PIC X(64)
047300             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
057100 77  WS-NF-USED                PIC 9(02) COMP VALUE ZERO.
057200 77  WS-NF-SUB                 PIC 9(02) COMP VALUE ZERO.
057300 77  WS-NF-FOUND-SUB           PIC 9(02) COMP VALUE ZERO.
057305
057310*--------------------------------------------------------------*
057315* LOOKUP ANSWERS WRITTEN THIS RUN PER SUBMITTING DEPARTMENT,    *
057320* LOGGED TO THE ALPHAUSE USAGE LOG AT END OF RUN (SEE 8700).    *
057325* WHEN THE AREA FILLS, THE COUNTS SO FAR ARE LOGGED EARLY AND   *
057330* THE AREA STARTS OVER, SO NO ANSWER GOES UNCOUNTED.            *
057335*--------------------------------------------------------------*
057340 01  WS-USAGE-AREA.
057345     05  WS-USG-ENTRY          OCCURS 50 TIMES.
057350         10  WS-USG-DEPT-ID    PIC X(04).
057355         10  WS-USG-COUNT      PIC 9(07) COMP.
057360 77  WS-USG-USED               PIC 9(02) COMP VALUE ZERO.
057365 77  WS-USG-SUB                PIC 9(02) COMP VALUE ZERO.
057370 77  WS-USG-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
057375 77  WS-USG-DEPT-KEY           PIC X(04) VALUE SPACES.
057380 77  WS-USG-RETALLY-COUNT      PIC 9(05) COMP VALUE ZERO.
057385 77  WS-LKO-EOF-SW             PIC X(01) VALUE "N".
057390     88  WS-LKO-EOF                      VALUE "Y".
057400
057500*--------------------------------------------------------------*
057600* RESTART/CHECKPOINT FIELDS. WS-RESTART IS SET ON WHEN A PRIOR   *
065700         MOVE WS-RESTART-LINE-COUNT TO WS-LINE-COUNT
065800         MOVE WS-RESTART-RECORD-COUNT TO WS-RECORD-COUNT
065900         MOVE WS-RESTART-INDEX-COUNT TO WS-INDEX-COUNT
065920         IF WS-RESTART-TABLE-NBR = ZERO
065940             PERFORM 1250-RETALLY-USAGE THRU 1250-EXIT
065960         END-IF
066000         OPEN EXTEND ALPHA-INDEX-FILE
066100         OPEN EXTEND ALPHA-REPORT-FILE
066200         OPEN EXTEND ALPHA-LOOKUP-OUT
086700     END-READ.
086800 1210-EXIT.
086900     EXIT.
086905
086910*--------------------------------------------------------------*
086915* 1250-RETALLY-USAGE - REBUILD THE USAGE COUNTS FOR A RESTART    *
086920*                      FROM A LOOKUP-PHASE CHECKPOINT. THE       *
086925*                      ANSWERS THE ABENDED RUN WROTE BEFORE IT   *
086930*                      CHECKPOINTED ARE READ BACK FROM ALPHA-    *
086935*                      LOOKUP-OUT AND TALLIED AGAIN, SO THEY ARE *
086940*                      LOGGED WITH THE REST AT END OF RUN. THE   *
086945*                      NUMBER TO READ IS THE CHECKPOINTED RECORD *
086950*                      COUNT LESS ITS INDEX RECORDS - REJECTED   *
086955*                      TRANSACTIONS WRITE NO ANSWER.             *
086960*--------------------------------------------------------------*
086965 1250-RETALLY-USAGE.
086970     COMPUTE WS-USG-RETALLY-COUNT =
086975         WS-RESTART-RECORD-COUNT - WS-RESTART-INDEX-COUNT.
086980     MOVE "N"                   TO WS-LKO-EOF-SW.
086985     OPEN INPUT ALPHA-LOOKUP-OUT.
086990     PERFORM 1260-RETALLY-ONE THRU 1260-EXIT
086995         UNTIL WS-LKO-EOF
087000             OR WS-USG-RETALLY-COUNT = ZERO.
087005     CLOSE ALPHA-LOOKUP-OUT.
087010 1250-EXIT.
087015     EXIT.
087020
087025 1260-RETALLY-ONE.
087030     READ ALPHA-LOOKUP-OUT
087035         AT END
087040             SET WS-LKO-EOF TO TRUE
087045             GO TO 1260-EXIT
087050     END-READ.
087055     SUBTRACT 1                 FROM WS-USG-RETALLY-COUNT.
087060     MOVE ALR-DEPT-ID           TO WS-USG-DEPT-KEY.
087065     PERFORM 4800-TALLY-USAGE THRU 4800-EXIT.
087070 1260-EXIT.
087075     EXIT.
087080
087100*--------------------------------------------------------------*
087200* 1500-PROCESS-TABLES - LOAD ONE SELECTED TABLE INTO THE ACTIVE  *
087300*                       ALPHA WORK AREA AND RUN VALIDATION,      *
131100     MOVE ALK-TABLE-ID             TO ALR-TABLE-ID.
131200     MOVE ALK-CHARACTER            TO ALR-CHARACTER.
131300     MOVE ALK-TRAN-SEQ             TO ALR-TRAN-SEQ.
131310     MOVE ALK-DEPT-ID              TO ALR-DEPT-ID.
131400     WRITE ALPHA-LOOKUP-RESULT.
131500     ADD 1                         TO WS-RECORD-COUNT.
131540     MOVE ALK-DEPT-ID              TO WS-USG-DEPT-KEY.
131550     PERFORM 4800-TALLY-USAGE THRU 4800-EXIT.
131600 4100-NEXT.
131700     ADD 1                         TO WS-LOOKUP-COUNT.
131800     PERFORM 7100-WRITE-LOOKUP-CHECKPOINT THRU 7100-EXIT.
137890     MOVE ALK-CHARACTER         TO SUS-CHARACTER.
137900     MOVE WS-ERROR-REASON       TO SUS-REASON.
137910     MOVE WS-SYSTEM-DATE        TO SUS-DATE-ADDED.
137915     MOVE ALK-DEPT-ID           TO SUS-DEPT-ID.
137920     WRITE ALPHA-SUSPENSE-RECORD
137930         INVALID KEY
137940             DISPLAY "ARRAY01 - TRAN " SUS-TRAN-SEQ
145690     MOVE SUS-TABLE-ID          TO ALK-TABLE-ID.
145700     MOVE SUS-CHARACTER         TO ALK-CHARACTER.
145710     MOVE SUS-TRAN-SEQ          TO ALK-TRAN-SEQ.
145715     MOVE SUS-DEPT-ID           TO ALK-DEPT-ID.
145720     MOVE ALK-TABLE-ID          TO WS-LKP-LOOKED-ID.
145730     PERFORM 4200-LOCATE-VALID-SLOT THRU 4200-EXIT.
145740     IF WS-LKP-SLOT = ZERO
146040     MOVE ALK-TABLE-ID             TO ALR-TABLE-ID.
146050     MOVE ALK-CHARACTER            TO ALR-CHARACTER.
146060     MOVE ALK-TRAN-SEQ             TO ALR-TRAN-SEQ.
146065     MOVE ALK-DEPT-ID              TO ALR-DEPT-ID.
146070     WRITE ALPHA-LOOKUP-RESULT.
146080     ADD 1                         TO WS-RECORD-COUNT.
146083     MOVE ALK-DEPT-ID              TO WS-USG-DEPT-KEY.
146085     PERFORM 4800-TALLY-USAGE THRU 4800-EXIT.
146090     DELETE ALPHA-SUSPENSE-FILE RECORD
146100         INVALID KEY
146110             DISPLAY "ARRAY01 - SUSPENSE DELETE FAILED FOR "
146150 4720-EXIT.
146160     EXIT.
146163
146183*--------------------------------------------------------------*
146203* 4800-TALLY-USAGE - COUNT ONE LOOKUP ANSWER AGAINST ITS        *
146223*                    SUBMITTING DEPARTMENT FOR THE USAGE LOG.   *
146233*                    THE DEPARTMENT COMES IN WS-USG-DEPT-KEY.   *
146243*--------------------------------------------------------------*
146263 4800-TALLY-USAGE.
146283     MOVE ZERO                  TO WS-USG-FOUND-SUB.
146303     PERFORM 4810-MATCH-ONE-USAGE THRU 4810-EXIT
146323         VARYING WS-USG-SUB FROM 1 BY 1
146343             UNTIL WS-USG-SUB > WS-USG-USED
146363                 OR WS-USG-FOUND-SUB > ZERO.
146383     IF WS-USG-FOUND-SUB = ZERO
146403         IF WS-USG-USED NOT LESS THAN 50
146423             PERFORM 8700-LOG-USAGE THRU 8700-EXIT
146443         END-IF
146463         ADD 1                  TO WS-USG-USED
146483         MOVE WS-USG-USED       TO WS-USG-FOUND-SUB
146503         MOVE WS-USG-DEPT-KEY   TO WS-USG-DEPT-ID (WS-USG-USED)
146523         MOVE ZERO              TO WS-USG-COUNT (WS-USG-USED)
146543     END-IF.
146563     ADD 1               TO WS-USG-COUNT (WS-USG-FOUND-SUB).
146583 4800-EXIT.
146603     EXIT.
146623
146643 4810-MATCH-ONE-USAGE.
146663     IF WS-USG-DEPT-ID (WS-USG-SUB) = WS-USG-DEPT-KEY
146683         MOVE WS-USG-SUB        TO WS-USG-FOUND-SUB
146703     END-IF.
146723 4810-EXIT.
146743     EXIT.
146763
146783*--------------------------------------------------------------*
146803* 9000-TERMINATE - WRITE THE RUN AUDIT RECORD, CLOSE FILES, AND  *
146823*                  END THE RUN. THE CHECKPOINT FILE IS CLEARED   *
146843*                  ON A NORMAL COMPLETION SO THE NEXT RUN STARTS  *
146863*                  FRESH INSTEAD OF RESTARTING - A CHECKPOINT     *
146883*                  IS ONLY LEFT BEHIND BY A RUN THAT NEVER         *
146903*                  REACHES THIS PARAGRAPH, OR BY A RESTART THAT    *
146923*                  1900-VALIDATE-RESTART REJECTED AS A SELECTOR    *
146943*                  MISMATCH - THAT CASE ALSO SETS A NONZERO        *
146963*                  RETURN-CODE SO A CALLING JOB STEP SEES IT AS     *
146983*                  FAILED RATHER THAN A CLEAN NO-OP RUN. A RUN      *
147003*                  THAT REJECTED AT LEAST ONE TABLE'S ALPHA         *
147023*                  (2000-VALIDATE-ALPHA) ALSO GETS A NONZERO        *
147043*                  RETURN-CODE (8, DISTINCT FROM THE RESTART        *
147063*                  MISMATCH'S 16) SO JCL/ARRAY01.JCL'S STEP020      *
147083*                  SKIPS SORTING ALPHACOL WHEN IT MAY BE MISSING    *
147103*                  THE REJECTED TABLE'S ROWS.                       *
147123*--------------------------------------------------------------*
147200 9000-TERMINATE.
147300     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
147400     IF WS-MODE-LOOKUP OR WS-MODE-BOTH
148400     IF WS-RESTART-MISMATCH
148500         MOVE 16                TO RETURN-CODE
148600     ELSE
148650         PERFORM 8700-LOG-USAGE THRU 8700-EXIT
148700         OPEN OUTPUT ALPHA-CHECKPOINT-FILE
148800         CLOSE ALPHA-CHECKPOINT-FILE
148900         PERFORM 8600-WRITE-LKG THRU 8600-EXIT
149500             END-IF
149600         END-IF
149700     END-IF.
149705     MOVE "ARRAY01"             TO LDA-PROGRAM.
149710     MOVE RETURN-CODE           TO LDA-RETURN-CODE.
149715     MOVE 7                     TO LDA-FILE-COUNT.
149720     MOVE "ALPHAIDX"            TO LDA-FILE-NAME (1).
149725     MOVE "ALPHALKO"            TO LDA-FILE-NAME (2).
149730     MOVE "ALPHARJT"            TO LDA-FILE-NAME (3).
149735     MOVE "ALPHARPT"            TO LDA-FILE-NAME (4).
149740     MOVE "ALPHAAUD"            TO LDA-FILE-NAME (5).
149745     MOVE "ALPHACOL"            TO LDA-FILE-NAME (6).
149750     MOVE "ALPHAUSE"            TO LDA-FILE-NAME (7).
149755     CALL "ALPHALDW" USING ALPHA-LEDGER-AREA.
149760     MOVE LDA-RETURN-CODE       TO RETURN-CODE.
149800 9000-EXIT.
149900     EXIT.
150000
158100     END-IF.
158200 8610-EXIT.
158300     EXIT.
158400
161500*--------------------------------------------------------------*
161600* 8700-LOG-USAGE - WRITE ONE ALPHAUSE USAGE RECORD PER          *
161700*                  DEPARTMENT WHOSE LOOKUPS WERE ANSWERED, THEN *
161800*                  CLEAR THE COUNTS. A TRANSACTION WITH NO      *
161900*                  DEPARTMENT IS LOGGED AS UNKNOWN BY ALPHAULG. *
162000*--------------------------------------------------------------*
162100 8700-LOG-USAGE.
162200     PERFORM 8710-LOG-ONE-USAGE THRU 8710-EXIT
162300         VARYING WS-USG-SUB FROM 1 BY 1
162400             UNTIL WS-USG-SUB > WS-USG-USED.
162500     MOVE ZERO                  TO WS-USG-USED.
162600 8700-EXIT.
162700     EXIT.
162800
162900 8710-LOG-ONE-USAGE.
163000     MOVE WS-USG-DEPT-ID (WS-USG-SUB) TO ULA-REQUESTER.
163100     MOVE "LOOKUP"              TO ULA-FUNCTION.
163200     MOVE "ARRAY01"             TO ULA-SOURCE.
163300     MOVE WS-USG-COUNT (WS-USG-SUB) TO ULA-VOLUME.
163400     CALL "ALPHAULG" USING ALPHA-USAGE-AREA.
163500 8710-EXIT.
163600     EXIT.
