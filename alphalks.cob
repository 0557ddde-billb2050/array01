001900* ON THE CALL DATE. EACH TABLE IS VALIDATED (BLANKS AND         *
002000* DUPLICATES, TO ITS OWN COUNT) ON ITS FIRST USE AND THE        *
002100* RESULT IS CACHED FOR THE REST OF THE JOB STEP.                *
002110* EVERY L, T, AND C CALL IS COUNTED PER CALLER (ALKS-CALLER)    *
002120* AND FUNCTION. THE CALLER'S END-OF-RUN E CALL WRITES ONE       *
002130* ALPHAUSE USAGE RECORD PER CALLER AND FUNCTION THROUGH         *
002140* ALPHAULG - A SUMMARY PER RUN, NOT A RECORD PER CALL.          *
002200*--------------------------------------------------------------*
002300* MODIFICATION HISTORY.                                         *
002400*   09/02/2026  BB   ORIGINAL PROGRAM.                          *
002450*   10/15/2026  BB   COUNT CALLS PER CALLER AND FUNCTION AND    *
002460*                    LOG THEM TO ALPHAUSE ON THE E FUNCTION.    *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
012100     88  WS-PND-EOF                       VALUE "Y".
012200 77  WS-CHAR-FOUND-SW          PIC X(01) VALUE "N".
012300     88  WS-CHAR-FOUND                    VALUE "Y".
012304
012308*--------------------------------------------------------------*
012312* CALLS COUNTED SINCE THE LAST E FUNCTION, PER CALLER AND       *
012316* FUNCTION. WHEN THE AREA FILLS, THE COUNTS SO FAR ARE LOGGED   *
012320* EARLY AND THE AREA STARTS OVER, SO NO CALL GOES UNCOUNTED.    *
012324*--------------------------------------------------------------*
012328 01  WS-USAGE-AREA.
012332     05  WS-USG-ENTRY          OCCURS 20 TIMES.
012336         10  WS-USG-CALLER     PIC X(08).
012340         10  WS-USG-FUNCTION   PIC X(01).
012344         10  WS-USG-COUNT      PIC 9(07) COMP.
012348 77  WS-USG-USED               PIC 9(02) COMP VALUE ZERO.
012352 77  WS-USG-SUB                PIC 9(02) COMP VALUE ZERO.
012356 77  WS-USG-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
012360 77  WS-USG-CALLER-KEY         PIC X(08) VALUE SPACES.
012364
012368*--------------------------------------------------------------*
012372* PARAMETER AREA FOR THE ALPHAULG USAGE LOGGER.                 *
012376*--------------------------------------------------------------*
012380     COPY ALPHAULA.
012400
012500 LINKAGE SECTION.
012600
014100         WHEN ALKS-FUNC-CONTROL
014200             MOVE WS-TABLE-SELECT TO ALKS-TABLE-SELECT
014300             MOVE "F"           TO ALKS-STATUS
014410         WHEN ALKS-FUNC-END-RUN
014420             PERFORM 5000-LOG-USAGE THRU 5000-EXIT
014430             MOVE "F"           TO ALKS-STATUS
014440         WHEN OTHER
014500             MOVE "E"           TO ALKS-STATUS
014600     END-EVALUATE.
014610     IF ALKS-FUNC-LOOKUP OR ALKS-FUNC-TABLE OR ALKS-FUNC-CONTROL
014620         PERFORM 4900-COUNT-CALL THRU 4900-EXIT
014630     END-IF.
014700     GOBACK.
014800
014900*--------------------------------------------------------------*
040600     END-IF.
040700 4100-EXIT.
040800     EXIT.
040900
041000*--------------------------------------------------------------*
041100* 4900-COUNT-CALL - ADD ONE TO THE COUNT FOR THIS CALLER AND    *
041200*                   FUNCTION, STARTING A NEW ENTRY THE FIRST    *
041300*                   TIME THE PAIR IS SEEN.                      *
041400*--------------------------------------------------------------*
041500 4900-COUNT-CALL.
041600     IF ALKS-CALLER = SPACES
041700         MOVE "UNKNOWN"         TO WS-USG-CALLER-KEY
041800     ELSE
041900         MOVE ALKS-CALLER       TO WS-USG-CALLER-KEY
042000     END-IF.
042100     MOVE ZERO                  TO WS-USG-FOUND-SUB.
042200     PERFORM 4910-MATCH-ONE-USAGE THRU 4910-EXIT
042300         VARYING WS-USG-SUB FROM 1 BY 1
042400             UNTIL WS-USG-SUB > WS-USG-USED
042500                 OR WS-USG-FOUND-SUB > ZERO.
042600     IF WS-USG-FOUND-SUB = ZERO
042700         IF WS-USG-USED NOT LESS THAN 20
042800             PERFORM 5000-LOG-USAGE THRU 5000-EXIT
042900         END-IF
043000         ADD 1                  TO WS-USG-USED
043100         MOVE WS-USG-USED       TO WS-USG-FOUND-SUB
043200         MOVE WS-USG-CALLER-KEY TO WS-USG-CALLER (WS-USG-USED)
043300         MOVE ALKS-FUNCTION     TO WS-USG-FUNCTION (WS-USG-USED)
043400         MOVE ZERO              TO WS-USG-COUNT (WS-USG-USED)
043500     END-IF.
043600     ADD 1               TO WS-USG-COUNT (WS-USG-FOUND-SUB).
043700 4900-EXIT.
043800     EXIT.
043900
044000 4910-MATCH-ONE-USAGE.
044100     IF WS-USG-CALLER (WS-USG-SUB) = WS-USG-CALLER-KEY
044200             AND WS-USG-FUNCTION (WS-USG-SUB) = ALKS-FUNCTION
044300         MOVE WS-USG-SUB        TO WS-USG-FOUND-SUB
044400     END-IF.
044500 4910-EXIT.
044600     EXIT.
044700
044800*--------------------------------------------------------------*
044900* 5000-LOG-USAGE - WRITE ONE ALPHAUSE RECORD PER CALLER AND     *
045000*                  FUNCTION COUNTED SINCE THE LAST LOG, THEN    *
045100*                  CLEAR THE COUNTS.                            *
045200*--------------------------------------------------------------*
045300 5000-LOG-USAGE.
045400     PERFORM 5100-LOG-ONE-USAGE THRU 5100-EXIT
045500         VARYING WS-USG-SUB FROM 1 BY 1
045600             UNTIL WS-USG-SUB > WS-USG-USED.
045700     MOVE ZERO                  TO WS-USG-USED.
045800 5000-EXIT.
045900     EXIT.
046000
046100 5100-LOG-ONE-USAGE.
046200     MOVE WS-USG-CALLER (WS-USG-SUB) TO ULA-REQUESTER.
046300     MOVE SPACES                TO ULA-FUNCTION.
046400     STRING "LKS-"              DELIMITED BY SIZE
046500            WS-USG-FUNCTION (WS-USG-SUB) DELIMITED BY SIZE
046600         INTO ULA-FUNCTION.
046700     MOVE "ALPHALKS"            TO ULA-SOURCE.
046800     MOVE WS-USG-COUNT (WS-USG-SUB) TO ULA-VOLUME.
046900     CALL "ALPHAULG" USING ALPHA-USAGE-AREA.
047000 5100-EXIT.
047100     EXIT.
