002500* THEMSELVES BECAUSE A LATER STEP CANNOT SEE AN EARLIER         *
002600* STEP'S CONDITION CODE - THE VERDICT LINES SCANNED FOR ARE     *
002700* THE ONES ALPHABAL AND ALPHADLT HAVE ALWAYS PRINTED.           *
002720* EVERY NIGHT'S VERDICT IS ALSO APPENDED TO THE STATUS HISTORY  *
002740* (SEE ALPHASTH), WHICH THE ALPHASLA MONTHLY SCORECARD READS -  *
002760* ALPHASTS ONLY EVER HOLDS LAST NIGHT'S.                        *
002800*--------------------------------------------------------------*
002900* MODIFICATION HISTORY.                                         *
003000*   09/02/2026  BB   ORIGINAL PROGRAM.                          *
003020*   10/15/2026  BB   APPEND EACH NIGHT'S STATUS TO THE ALPHASTH *
003040*                    STATUS HISTORY FOR THE ALPHASLA MONTHLY    *
003060*                    SLA SCORECARD.                             *
003070*   10/15/2026  BB   RECORD THE STEP'S COMPLETION, RETURN CODE  *
003080*                    AND OUTPUT RECORD COUNTS ON THE ALPHALDG   *
003090*                    RUN LEDGER (ALPHALDW) FOR RERUN CONTROL.   *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005280
005300     SELECT ALPHA-PENDING-FILE ASSIGN TO ALPHAPND
005320         ORGANIZATION IS SEQUENTIAL.
005330
005340     SELECT ALPHA-STATUS-HISTORY ASSIGN TO ALPHASTH
005350         ORGANIZATION IS SEQUENTIAL.
005359
005400 DATA DIVISION.
005500 FILE SECTION.
011520     RECORD CONTAINS 200 CHARACTERS.
011530     COPY ALPHAPND.
011540
011545*--------------------------------------------------------------*
011550* ALPHA-STATUS-HISTORY - ONE RECORD APPENDED PER NIGHT (SEE     *
011555*                        ALPHASTH); NEVER OVERWRITTEN.          *
011560*--------------------------------------------------------------*
011565 FD  ALPHA-STATUS-HISTORY
011570     RECORDING MODE IS F
011575     LABEL RECORDS ARE STANDARD
011580     RECORD CONTAINS 80 CHARACTERS.
011585     COPY ALPHASTH.
011590
011600 WORKING-STORAGE SECTION.
011700
011800 01  WS-REPORT-HEADING-1.
018960*--------------------------------------------------------------*
018970     COPY ALPHATLA.
018984
018986*--------------------------------------------------------------*
018988* PARAMETER AREA FOR THE ALPHALDW RUN LEDGER WRITER.            *
018990*--------------------------------------------------------------*
018992     COPY ALPHALDA.
018994
019000 PROCEDURE DIVISION.
019100
019200 0000-MAINLINE.
020200     PERFORM 6000-JUDGE-RUN THRU 6000-EXIT.
020300     PERFORM 7000-WRITE-STATUS-PAGE THRU 7000-EXIT.
020400     PERFORM 7500-WRITE-STATUS-RECORD THRU 7500-EXIT.
020450     PERFORM 7600-APPEND-HISTORY THRU 7600-EXIT.
020500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020600     STOP RUN.
020700
046900     CLOSE ALPHA-STATUS-FILE.
047000 7500-EXIT.
047100     EXIT.
047102
047104*--------------------------------------------------------------*
047106* 7600-APPEND-HISTORY - ADD TONIGHT'S STATUS TO THE STATUS      *
047108*                       HISTORY, SO THE VERDICT SURVIVES        *
047110*                       TOMORROW NIGHT'S REWRITE OF ALPHASTS.   *
047112*--------------------------------------------------------------*
047114 7600-APPEND-HISTORY.
047116     OPEN EXTEND ALPHA-STATUS-HISTORY.
047118     MOVE SPACES                TO ALPHA-STATUS-HISTORY-RECORD.
047120     MOVE WS-SYSTEM-DATE        TO STH-NIGHT-DATE.
047122     MOVE WS-AUD-RUN-DATE       TO STH-RUN-DATE.
047124     MOVE WS-AUD-RUN-TIME       TO STH-RUN-TIME.
047126     MOVE WS-VERDICT            TO STH-VERDICT.
047128     IF WS-IN-BALANCE
047129         MOVE "Y"               TO STH-BALANCED-SW
047130     ELSE
047131         MOVE "N"               TO STH-BALANCED-SW
047132     END-IF.
047133     MOVE WS-DELTA-SW           TO STH-DELTA-SW.
047134     MOVE WS-FALLBACK-SW        TO STH-FALLBACK-SW.
047135     MOVE WS-STALE-SW           TO STH-STALE-SW.
047136     MOVE WS-REJECT-COUNT       TO STH-REJECT-COUNT.
047138     MOVE WS-AUD-INDEX-COUNT    TO STH-INDEX-COUNT.
047140     MOVE WS-AUD-RUN-MODE       TO STH-RUN-MODE.
047142     WRITE ALPHA-STATUS-HISTORY-RECORD.
047144     CLOSE ALPHA-STATUS-HISTORY.
047146 7600-EXIT.
047148     EXIT.
047200
047300*--------------------------------------------------------------*
047400* 9000-TERMINATE - CLOSE FILES AND ECHO THE VERDICT. THE        *
048900         WHEN "FAILED"
049000             MOVE 8             TO RETURN-CODE
049100     END-EVALUATE.
049110     MOVE "ALPHASTA"            TO LDA-PROGRAM.
049120     MOVE RETURN-CODE           TO LDA-RETURN-CODE.
049130     MOVE 1                     TO LDA-FILE-COUNT.
049140     MOVE "ALPHASRP"            TO LDA-FILE-NAME (1).
049150     CALL "ALPHALDW" USING ALPHA-LEDGER-AREA.
049160     MOVE LDA-RETURN-CODE       TO RETURN-CODE.
049200 9000-EXIT.
049300     EXIT.
