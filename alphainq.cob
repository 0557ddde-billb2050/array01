001500* WINS WHEN GIVEN); T - LIST A WHOLE TABLE. EVERY ANSWER IS     *
001600* WRITTEN TO THE RESULT FILE AND ECHOED TO THE CONSOLE FOR      *
001700* THE HELP DESK.                                                *
001710* COLUMNS 16-23 NAME THE REQUESTING DEPARTMENT. EVERY INQUIRY   *
001720* IS LOGGED AGAINST IT TO THE ALPHAUSE USAGE LOG THROUGH        *
001730* ALPHAULG (FUNCTION INQUIRY, OR CONSINQ FROM THE CONSOLE) FOR  *
001740* THE MONTHLY CHARGEBACK.                                       *
001800* WITH PARM='CONSOLE' THE PROGRAM INSTEAD PROMPTS THE OPERATOR, *
001900* WHO KEYS SUCCESSIVE INQUIRIES IN THE SAME COLUMN LAYOUT AS    *
002000* THE CARDS AND SEES EACH ANSWER IMMEDIATELY - NO CARD DECK     *
002100* PER QUESTION. A BLANK REPLY OR "END" ENDS THE SESSION.        *
002110* COLUMNS 9-16 OF THE PARM NAME THE CONSOLE OPERATOR, WHO MUST  *
002120* HOLD CONSOLE INQUIRY AUTHORITY ON THE OPERATOR AUTHORIZATION  *
002130* MASTER (SEE ALPHAOPR) - CHECKED ONCE FOR THE SESSION AND      *
002140* AGAIN FOR EACH INQUIRY'S TABLE. A REFUSED SESSION ENDS AT     *
002150* ONCE WITH RETURN CODE 8; A REFUSED INQUIRY IS NOT ANSWERED    *
002160* AND ENDS THE RUN WITH RETURN CODE 4. EVERY REFUSAL IS LOGGED  *
002170* TO THE SECURITY VIOLATION LOG.                                *
002200* A CHARACTER NOT ON THE MASTER, OR A BROWSE OR LIST THAT       *
002300* RETURNS NOTHING, ENDS THE RUN WITH RETURN CODE 4.             *
002400*--------------------------------------------------------------*
003100*                    RUN CAN MIX RANDOM READS WITH KEYED         *
003200*                    BROWSES. OLD CARDS (BLANK BEYOND COLUMN     *
003300*                    4) BEHAVE EXACTLY AS BEFORE.                *
003320*   10/15/2026  BB   EVERY INQUIRY ANSWERED IS NOW LOGGED TO     *
003340*                    THE ALPHAUSE USAGE LOG AGAINST THE          *
003360*                    REQUESTING DEPARTMENT IN COLUMNS 16-23 OF   *
003380*                    THE CARD OR CONSOLE LINE.                   *
003382*   10/15/2026  BB   CONSOLE MODE NOW NEEDS THE OPERATOR ID IN   *
003384*                    COLUMNS 9-16 OF THE PARM ('CONSOLE OPERID') *
003386*                    AND CONSOLE INQUIRY AUTHORITY ON THE        *
003388*                    OPERATOR AUTHORIZATION MASTER (SEE ALPHAOPR,*
003390*                    CHECKED THROUGH ALPHAAUT) - FOR THE SESSION *
003392*                    AT START AND FOR EACH INQUIRY'S TABLE.      *
003394*                    REFUSALS ARE LOGGED TO THE ALPHASVL         *
003396*                    SECURITY VIOLATION LOG. CARD MODE IS        *
003398*                    UNCHANGED.                                  *
003400*--------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005800*                      COLUMN 1, CHARACTER IN COLUMN 4,         *
005900*                      INQUIRY TYPE IN COLUMN 7 (BLANK, B, T),  *
006000*                      STARTING POSITION IN COLUMNS 10-11,      *
006100*                      BROWSE COUNT IN COLUMNS 13-14,           *
006150*                      REQUESTING DEPARTMENT IN COLUMNS 16-23.  *
006200*--------------------------------------------------------------*
006300 FD  ALPHA-INQUIRY-FILE
006400     RECORDING MODE IS F
007400     05  INQ-START-POS         PIC X(02).
007500     05  FILLER                PIC X(01).
007600     05  INQ-BROWSE-CNT        PIC X(02).
007650     05  FILLER                PIC X(01).
007700     05  INQ-REQUESTER         PIC X(08).
007750     05  FILLER                PIC X(57).
007800
007900*--------------------------------------------------------------*
008000* ALPHA-INDEX-MASTER - KEYED CHARACTER INDEX MASTER, KEYED ON   *
012000         88  WS-INQ-LIST                  VALUE "T".
012100     05  WS-INQ-START-POS-X    PIC X(02).
012200     05  WS-INQ-BROWSE-CNT-X   PIC X(02).
012250     05  WS-INQ-REQUESTER      PIC X(08).
012300
012400 77  WS-START-POS              PIC 9(02) COMP VALUE ZERO.
012500 77  WS-BROWSE-LIMIT           PIC 9(02) COMP VALUE ZERO.
012600 77  WS-LISTED-COUNT           PIC 9(02) COMP VALUE ZERO.
012700
012800 01  WS-CONSOLE-LINE           PIC X(23) VALUE SPACES.
012900
013000 01  WS-PARM-AREA.
013010     05  WS-PARM-TEXT          PIC X(08) VALUE SPACES.
013020     05  WS-PARM-OPERATOR      PIC X(08) VALUE SPACES.
013100 77  WS-CONSOLE-MODE-SW        PIC X(01) VALUE "N".
013200     88  WS-CONSOLE-MODE                  VALUE "Y".
013300 77  WS-SESSION-END-SW         PIC X(01) VALUE "N".
013900 77  WS-INQUIRY-COUNT          PIC 9(05) COMP VALUE ZERO.
014000 77  WS-FOUND-COUNT            PIC 9(05) COMP VALUE ZERO.
014100 77  WS-NOTFND-COUNT           PIC 9(05) COMP VALUE ZERO.
014102 77  WS-UNAUTH-COUNT           PIC 9(05) COMP VALUE ZERO.
014104 77  WS-SESSION-REFUSED-SW     PIC X(01) VALUE "N".
014106     88  WS-SESSION-REFUSED               VALUE "Y".
014110
014120*--------------------------------------------------------------*
014130* PARAMETER AREA FOR THE ALPHAULG USAGE LOGGER.                 *
014140*--------------------------------------------------------------*
014150     COPY ALPHAULA.
014152
014154*--------------------------------------------------------------*
014156* PARAMETER AREA FOR THE ALPHAAUT OPERATOR AUTHORIZATION CHECK. *
014158*--------------------------------------------------------------*
014160     COPY ALPHAAUA.
014200
014300 PROCEDURE DIVISION.
014400
015900*                   FILES, AND IN CARD MODE PRIME THE FIRST     *
016000*                   INQUIRY CARD. THE CARD FILE IS NOT OPENED   *
016100*                   IN CONSOLE MODE - THE OPERATOR IS THE       *
016200*                   DECK, AND MUST BE AUTHORIZED FOR IT.        *
016300*--------------------------------------------------------------*
016400 1000-INITIALIZE.
016500     ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
016600     IF WS-PARM-TEXT = "CONSOLE"
016700         MOVE "Y"               TO WS-CONSOLE-MODE-SW
016800     END-IF.
016900     OPEN INPUT  ALPHA-INDEX-MASTER.
017000     OPEN OUTPUT ALPHA-INQUIRY-OUT.
017100     IF WS-CONSOLE-MODE
017110         MOVE SPACE             TO AUA-TABLE-ID
017120         MOVE "SESSION"         TO AUA-DETAIL
017130         PERFORM 5500-CHECK-AUTHORITY THRU 5500-EXIT
017140         IF AUA-REFUSED
017150             SET WS-SESSION-REFUSED TO TRUE
017160             SET WS-SESSION-END TO TRUE
017170             DISPLAY "ALPHAINQ - OPERATOR " WS-PARM-OPERATOR
017180                 " REFUSED CONSOLE INQUIRY - " AUA-REASON
017190                 UPON CONS
017195             GO TO 1000-EXIT
017198         END-IF
017200         DISPLAY "ALPHAINQ - CONSOLE INQUIRY SESSION - KEY "
017300             "TABLE/CHAR/TYPE/POS/CNT/DEPT IN CARD COLUMNS, "
017400             "BLANK OR END TO QUIT" UPON CONS
017500     ELSE
017600         OPEN INPUT ALPHA-INQUIRY-FILE
019300     MOVE INQ-FUNCTION          TO WS-INQ-FUNCTION.
019400     MOVE INQ-START-POS         TO WS-INQ-START-POS-X.
019500     MOVE INQ-BROWSE-CNT        TO WS-INQ-BROWSE-CNT-X.
019550     MOVE INQ-REQUESTER         TO WS-INQ-REQUESTER.
019600     PERFORM 3000-ANSWER-INQUIRY THRU 3000-EXIT.
019700     READ ALPHA-INQUIRY-FILE
019800         AT END
020400*--------------------------------------------------------------*
020500* 3000-ANSWER-INQUIRY - ANSWER ONE INQUIRY FROM THE SHARED      *
020600*                       WORK FIELDS: EXACT READ, BROWSE, OR     *
020700*                       WHOLE-TABLE LIST. AN ANSWERED INQUIRY   *
020750*                       IS LOGGED; A REJECTED TYPE IS NOT.      *
020800*--------------------------------------------------------------*
020900 3000-ANSWER-INQUIRY.
021000     ADD 1                      TO WS-INQUIRY-COUNT.
022200     EVALUATE TRUE
022300         WHEN WS-INQ-EXACT
022400             PERFORM 3100-EXACT-INQUIRY THRU 3100-EXIT
022450             PERFORM 3900-LOG-USAGE THRU 3900-EXIT
022500         WHEN WS-INQ-BROWSE
022600             PERFORM 3300-BROWSE-INQUIRY THRU 3300-EXIT
022650             PERFORM 3900-LOG-USAGE THRU 3900-EXIT
022700         WHEN WS-INQ-LIST
022800             MOVE 99            TO WS-BROWSE-LIMIT
022900             MOVE ZERO          TO WS-START-POS
023000             MOVE SPACE         TO WS-INQ-CHARACTER
023100             PERFORM 3300-BROWSE-INQUIRY THRU 3300-EXIT
023150             PERFORM 3900-LOG-USAGE THRU 3900-EXIT
023200         WHEN OTHER
023300             ADD 1              TO WS-NOTFND-COUNT
023400             DISPLAY "ALPHAINQ - INQUIRY TYPE "
033600         " POSITION " AIM-POSITION.
033700 3400-EXIT.
033800     EXIT.
033805
033810*--------------------------------------------------------------*
033815* 3900-LOG-USAGE - LOG ONE ANSWERED INQUIRY TO THE ALPHAUSE     *
033818*                  USAGE LOG AGAINST ITS REQUESTING DEPARTMENT. *
033825*--------------------------------------------------------------*
033830 3900-LOG-USAGE.
033835     MOVE WS-INQ-REQUESTER      TO ULA-REQUESTER.
033840     IF WS-CONSOLE-MODE
033845         MOVE "CONSINQ"         TO ULA-FUNCTION
033850     ELSE
033855         MOVE "INQUIRY"         TO ULA-FUNCTION
033860     END-IF.
033865     MOVE "ALPHAINQ"            TO ULA-SOURCE.
033870     MOVE 1                     TO ULA-VOLUME.
033875     CALL "ALPHAULG" USING ALPHA-USAGE-AREA.
033880 3900-EXIT.
033885     EXIT.
033900
034000*--------------------------------------------------------------*
034100* 5000-CONSOLE-SESSION - PROMPT FOR ONE CONSOLE INQUIRY, IN     *
035700     MOVE WS-CONSOLE-LINE (7:1) TO WS-INQ-FUNCTION.
035800     MOVE WS-CONSOLE-LINE (10:2) TO WS-INQ-START-POS-X.
035900     MOVE WS-CONSOLE-LINE (13:2) TO WS-INQ-BROWSE-CNT-X.
035950     MOVE WS-CONSOLE-LINE (16:8) TO WS-INQ-REQUESTER.
035960     MOVE WS-INQ-TABLE-ID       TO AUA-TABLE-ID.
035970     MOVE SPACES                TO AUA-DETAIL.
035975     STRING "CHAR "             DELIMITED BY SIZE
035980            WS-INQ-CHARACTER    DELIMITED BY SIZE
035985         INTO AUA-DETAIL.
035990     PERFORM 5500-CHECK-AUTHORITY THRU 5500-EXIT.
035992     IF AUA-REFUSED
035994         ADD 1                  TO WS-UNAUTH-COUNT
035996         DISPLAY "ALPHAINQ - TABLE " WS-INQ-TABLE-ID
035997             " NOT ANSWERED - " AUA-REASON UPON CONS
035998         GO TO 5000-EXIT
035999     END-IF.
036000     PERFORM 3000-ANSWER-INQUIRY THRU 3000-EXIT.
036100 5000-EXIT.
036200     EXIT.
036210
036220*--------------------------------------------------------------*
036230* 5500-CHECK-AUTHORITY - ASK ALPHAAUT WHETHER THE CONSOLE       *
036240*                        OPERATOR MAY INQUIRE (AGAINST THE      *
036250*                        TABLE IN AUA-TABLE-ID, OR AT ALL WHEN  *
036260*                        IT IS SPACE). A REFUSAL IS LOGGED BY   *
036270*                        ALPHAAUT ITSELF.                       *
036280*--------------------------------------------------------------*
036290 5500-CHECK-AUTHORITY.
036292     MOVE WS-PARM-OPERATOR      TO AUA-OPERATOR.
036294     MOVE "ALPHAINQ"            TO AUA-PROGRAM.
036296     MOVE "I"                   TO AUA-FUNCTION.
036297     CALL "ALPHAAUT" USING ALPHA-AUTHORIZATION-AREA.
036298 5500-EXIT.
036299     EXIT.
036300
036400*--------------------------------------------------------------*
036500* 9000-TERMINATE - CLOSE FILES, REPORT THE INQUIRY COUNTS, AND  *
036600*                  SET RETURN CODE 4 IF ANY INQUIRY WAS NOT     *
036700*                  FOUND ON THE MASTER, LISTED NOTHING, OR WAS  *
036750*                  REFUSED; 8 IF THE WHOLE CONSOLE SESSION WAS. *
036800*--------------------------------------------------------------*
036900 9000-TERMINATE.
037000     IF NOT WS-CONSOLE-MODE
037500     DISPLAY "ALPHAINQ - INQUIRIES READ " WS-INQUIRY-COUNT.
037600     DISPLAY "ALPHAINQ - ANSWERED       " WS-FOUND-COUNT.
037700     DISPLAY "ALPHAINQ - NOT FOUND      " WS-NOTFND-COUNT.
037750     DISPLAY "ALPHAINQ - NOT AUTHORIZED " WS-UNAUTH-COUNT.
037800     IF WS-SESSION-REFUSED
037820         MOVE 8                 TO RETURN-CODE
037840     ELSE
037850         IF WS-NOTFND-COUNT > ZERO OR WS-UNAUTH-COUNT > ZERO
037900             MOVE 4             TO RETURN-CODE
037950         END-IF
038000     END-IF.
038100 9000-EXIT.
038200     EXIT.
