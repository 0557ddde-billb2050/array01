002000* ALSO OVERLAYS IT AT STARTUP ON OR AFTER THAT DATE, SO A       *
002100* QUARTER-END RESEQUENCE CAN BE STAGED A WEEK AHEAD.            *
002200* RETURN CODE 4 MEANS AT LEAST ONE CHANGE COULD NOT BE          *
002300* APPROVED (SUBMITTER AND APPROVER THE SAME, OR AN APPROVER NOT  *
002310* AUTHORIZED FOR THE CHANGE'S TABLE ON THE OPERATOR             *
002320* AUTHORIZATION MASTER - SEE ALPHAOPR; EVERY SUCH REFUSAL IS    *
002330* LOGGED TO THE SECURITY VIOLATION LOG); 8 MEANS A BLANK PARM   *
002400* OR A PENDING FILE LARGER THAN THE WORK AREA, AND NOTHING WAS  *
002500* CHANGED.                                                      *
002510* EVERY APPLIED CHANGE ALSO WRITES ONE NOTIFICATION RECORD PER  *
002520* CONSUMER REGISTERED FOR ITS TABLE ON THE TABLE CONSUMER       *
002530* REGISTRY (SEE ALPHACNS) TO THE NOTIFICATION EXTRACT (SEE      *
002540* ALPHANTF) FOR THE SCHEDULING GROUP. A REGISTRY LARGER THAN    *
002550* THE WORK AREA ALSO SETS RETURN CODE 4.                        *
002600*--------------------------------------------------------------*
002700* MODIFICATION HISTORY.                                         *
002800*   09/02/2026  BB   ORIGINAL PROGRAM.                          *
002810*   10/15/2026  BB   THE APPROVING OPERATOR MUST NOW ALSO BE    *
002820*                    AUTHORIZED TO APPROVE FOR EACH CHANGE'S    *
002830*                    TABLE ON THE OPERATOR AUTHORIZATION MASTER *
002840*                    (SEE ALPHAOPR, CHECKED THROUGH ALPHAAUT). A*
002850*                    CHANGE THE OPERATOR MAY NOT APPROVE STAYS  *
002860*                    PENDING LIKE A SAME-OPERATOR REFUSAL, IS   *
002870*                    LOGGED TO THE ALPHASVL SECURITY VIOLATION  *
002880*                    LOG, AND SETS RETURN CODE 4.               *
002890*   10/15/2026  BB   EACH APPLIED CHANGE NOW WRITES A           *
002892*                    NOTIFICATION RECORD TO ALPHANTF FOR EVERY  *
002894*                    CONSUMER OF ITS TABLE ON THE ALPHACNS      *
002896*                    TABLE CONSUMER REGISTRY.                   *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004200
004300     SELECT ALPHA-CHANGE-FILE ASSIGN TO ALPHACHG
004400         ORGANIZATION IS SEQUENTIAL.
004405
004410     SELECT ALPHA-CONSUMER-FILE ASSIGN TO ALPHACNS
004420         ORGANIZATION IS SEQUENTIAL.
004430
004440     SELECT ALPHA-NOTIFY-FILE ASSIGN TO ALPHANTF
004450         ORGANIZATION IS SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 200 CHARACTERS.
009000     COPY ALPHACHG.
009003
009005*--------------------------------------------------------------*
009010* ALPHA-CONSUMER-FILE - TABLE CONSUMER REGISTRY. READ IN FULL.   *
009015*--------------------------------------------------------------*
009020 FD  ALPHA-CONSUMER-FILE
009025     RECORDING MODE IS F
009030     LABEL RECORDS ARE STANDARD
009035     RECORD CONTAINS 80 CHARACTERS.
009040     COPY ALPHACNS.
009045
009050*--------------------------------------------------------------*
009055* ALPHA-NOTIFY-FILE - CHANGE NOTIFICATION EXTRACT FOR THE        *
009060*                     SCHEDULING GROUP. APPENDED TO, ONE RECORD  *
009065*                     PER CONSUMER OF EACH CHANGE APPLIED.       *
009070*--------------------------------------------------------------*
009075 FD  ALPHA-NOTIFY-FILE
009080     RECORDING MODE IS F
009085     LABEL RECORDS ARE STANDARD
009090     RECORD CONTAINS 150 CHARACTERS.
009095     COPY ALPHANTF.
009100
009200 WORKING-STORAGE SECTION.
009300
016200 77  WS-REFUSE-COUNT           PIC 9(05) COMP VALUE ZERO.
016300 77  WS-APPLY-COUNT            PIC 9(05) COMP VALUE ZERO.
016400 77  WS-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.
016410 77  WS-UNAUTH-COUNT           PIC 9(05) COMP VALUE ZERO.
016420
016430*--------------------------------------------------------------*
016440* PARAMETER AREA FOR THE ALPHAAUT OPERATOR AUTHORIZATION CHECK. *
016450*--------------------------------------------------------------*
016460     COPY ALPHAAUA.
016500
016600*--------------------------------------------------------------*
016700* WORK FIELDS FOR ONE CHANGE BEING APPLIED.                     *
016996     05  FILLER                PIC X(66).
017300 77  WS-OLD-ALPHA              PIC X(64) VALUE SPACES.
017400 77  WS-OLD-COUNT              PIC 9(02) VALUE ZERO.
017403
017405*--------------------------------------------------------------*
017410* TABLE CONSUMER REGISTRY, LOADED AT START SO EACH CHANGE        *
017415* APPLIED CAN BE NOTIFIED TO EVERY CONSUMER OF ITS TABLE.        *
017420*--------------------------------------------------------------*
017425 01  WS-CONSUMER-AREA.
017430     05  WS-CNS-ENTRY          OCCURS 200 TIMES.
017435         10  WS-CNS-TABLE-ID   PIC X(01).
017440         10  WS-CNS-TYPE       PIC X(01).
017445         10  WS-CNS-NAME       PIC X(44).
017450         10  WS-CNS-CONTACT    PIC X(20).
017455 77  WS-CNS-USED               PIC 9(03) COMP VALUE ZERO.
017460 77  WS-CNS-SUB                PIC 9(03) COMP VALUE ZERO.
017465 77  WS-CNS-EOF-SW             PIC X(01) VALUE "N".
017470     88  WS-CNS-EOF                       VALUE "Y".
017475 77  WS-CNS-OVERFLOW-SW        PIC X(01) VALUE "N".
017480     88  WS-CNS-OVERFLOW                  VALUE "Y".
017485 77  WS-NOTIFY-COUNT           PIC 9(05) COMP VALUE ZERO.
017490 77  WS-NOTIFY-TABLE-NAME      PIC X(08) VALUE SPACES.
017500
017600 PROCEDURE DIVISION.
017700
018200             VARYING WS-PND-SUB FROM 1 BY 1
018300                 UNTIL WS-PND-SUB > WS-PND-COUNT
018400         OPEN EXTEND ALPHA-CHANGE-FILE
018410         OPEN EXTEND ALPHA-NOTIFY-FILE
018420         PERFORM 3000-APPLY-ONE THRU 3000-EXIT
018500             VARYING WS-PND-SUB FROM 1 BY 1
018600                 UNTIL WS-PND-SUB > WS-PND-COUNT
018620         CLOSE ALPHA-CHANGE-FILE
018650         CLOSE ALPHA-NOTIFY-FILE
018700         PERFORM 4000-REWRITE-FILES THRU 4000-EXIT
018800     END-IF.
018900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024900     PERFORM 1200-READ-ONE-LIBRARY THRU 1200-EXIT
025000         UNTIL WS-LIB-EOF.
025100     CLOSE ALPHA-LIBRARY-FILE.
025110     MOVE "N"                   TO WS-CNS-EOF-SW.
025120     OPEN INPUT ALPHA-CONSUMER-FILE.
025130     PERFORM 1300-READ-ONE-CONSUMER THRU 1300-EXIT
025140         UNTIL WS-CNS-EOF.
025150     CLOSE ALPHA-CONSUMER-FILE.
025200 1000-EXIT.
025300     EXIT.
025400
028900     END-READ.
029000 1200-EXIT.
029100     EXIT.
029101
029102*--------------------------------------------------------------*
029104* 1300-READ-ONE-CONSUMER - STORE ONE TABLE CONSUMER REGISTRY    *
029106*                          RECORD. A REGISTRY LARGER THAN THE   *
029108*                          WORK AREA STILL LETS EVERY CHANGE    *
029110*                          APPLY, BUT WARNS THAT NOTIFICATIONS  *
029112*                          ARE INCOMPLETE (RETURN CODE 4).      *
029114*--------------------------------------------------------------*
029116 1300-READ-ONE-CONSUMER.
029118     READ ALPHA-CONSUMER-FILE
029120         AT END
029122             SET WS-CNS-EOF TO TRUE
029124             GO TO 1300-EXIT
029126     END-READ.
029128     IF WS-CNS-USED NOT LESS THAN 200
029130         IF NOT WS-CNS-OVERFLOW
029132             SET WS-CNS-OVERFLOW TO TRUE
029134             DISPLAY "ALPHAAPR - MORE CONSUMERS THAN WORK AREA - "
029136                 "NOTIFICATIONS INCOMPLETE"
029138         END-IF
029140         GO TO 1300-EXIT
029142     END-IF.
029144     ADD 1                      TO WS-CNS-USED.
029146     MOVE CNS-TABLE-ID          TO WS-CNS-TABLE-ID (WS-CNS-USED).
029148     MOVE CNS-CONSUMER-TYPE     TO WS-CNS-TYPE (WS-CNS-USED).
029150     MOVE CNS-CONSUMER-NAME     TO WS-CNS-NAME (WS-CNS-USED).
029152     MOVE CNS-CONTACT           TO WS-CNS-CONTACT (WS-CNS-USED).
029154 1300-EXIT.
029156     EXIT.
029200
029300*--------------------------------------------------------------*
029400* 2000-APPROVE-ONE - APPROVE ONE PENDING CHANGE. A CHANGE       *
029500*                    WHOSE SUBMITTER IS THE APPROVING OPERATOR  *
029600*                    IS REFUSED AND STAYS PENDING - THE SECOND  *
029700*                    PAIR OF EYES IS THE WHOLE POINT. SO IS A   *
029710*                    CHANGE TO A TABLE THE OPERATOR IS NOT      *
029720*                    AUTHORIZED TO APPROVE (ALPHAAUT LOGS THE   *
029730*                    VIOLATION).                                *
029800*--------------------------------------------------------------*
029900 2000-APPROVE-ONE.
030000     MOVE WS-PND-RECORD (WS-PND-SUB) TO WS-WORK-PENDING.
030900             " AND APPROVER MUST DIFFER"
031000         GO TO 2000-EXIT
031100     END-IF.
031110     MOVE WS-APPROVER-ID        TO AUA-OPERATOR.
031120     MOVE "ALPHAAPR"            TO AUA-PROGRAM.
031130     MOVE "A"                   TO AUA-FUNCTION.
031140     MOVE WRK-TABLE-ID          TO AUA-TABLE-ID.
031150     MOVE WRK-SUBMIT-OPERATOR   TO AUA-DETAIL.
031160     CALL "ALPHAAUT" USING ALPHA-AUTHORIZATION-AREA.
031170     IF AUA-REFUSED
031175         SET WS-ANY-REFUSED TO TRUE
031180         ADD 1                  TO WS-UNAUTH-COUNT
031185         DISPLAY "ALPHAAPR - TABLE " WRK-TABLE-ID
031190             " NOT APPROVED - " WS-APPROVER-ID " " AUA-REASON
031195         GO TO 2000-EXIT
031198     END-IF.
031200     MOVE "A"                   TO WRK-STATUS.
031300     MOVE WS-APPROVER-ID        TO WRK-APPROVE-OPERATOR.
031400     MOVE WS-SYSTEM-DATE        TO WRK-APPROVE-DATE.
034500     END-IF.
034600     IF WS-PND-APPLIED (WS-PND-SUB)
034700         PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
034710         IF WRK-TABLE-ID = "C"
034720             MOVE WRK-TABLE-NAME TO WS-NOTIFY-TABLE-NAME
034730         ELSE
034740             MOVE WS-LIB-NAME (WS-LIB-FOUND-SUB)
034750                                TO WS-NOTIFY-TABLE-NAME
034760         END-IF
034770         PERFORM 3600-NOTIFY-ONE-CONSUMER THRU 3600-EXIT
034780             VARYING WS-CNS-SUB FROM 1 BY 1
034790                 UNTIL WS-CNS-SUB > WS-CNS-USED
034800         SET WS-ANY-APPLIED TO TRUE
034900         ADD 1                  TO WS-APPLY-COUNT
035000         DISPLAY "ALPHAAPR - TABLE " WRK-TABLE-ID
043800     WRITE ALPHA-CHANGE-RECORD.
043900 3500-EXIT.
044000     EXIT.
044001
044002*--------------------------------------------------------------*
044004* 3600-NOTIFY-ONE-CONSUMER - WHEN THE REGISTRY ENTRY NAMES THE  *
044006*                            TABLE JUST CHANGED (OR EVERY       *
044008*                            TABLE), APPEND ITS NOTIFICATION    *
044010*                            RECORD, CARRYING THE SAME DATES    *
044012*                            AND BEFORE/AFTER COUNTS AS THE     *
044014*                            CHANGE HISTORY RECORD.             *
044016*--------------------------------------------------------------*
044018 3600-NOTIFY-ONE-CONSUMER.
044020     IF WS-CNS-TABLE-ID (WS-CNS-SUB) NOT = WRK-TABLE-ID
044022             AND WS-CNS-TABLE-ID (WS-CNS-SUB) NOT = "*"
044024         GO TO 3600-EXIT
044026     END-IF.
044028     MOVE SPACES                TO ALPHA-NOTIFY-RECORD.
044030     MOVE WS-SYSTEM-DATE        TO NTF-APPLY-DATE.
044032     MOVE WS-RUN-TIME           TO NTF-APPLY-TIME.
044034     MOVE WRK-TABLE-ID          TO NTF-TABLE-ID.
044036     MOVE WS-NOTIFY-TABLE-NAME  TO NTF-TABLE-NAME.
044038     MOVE WRK-EFFECTIVE-DATE    TO NTF-EFFECTIVE-DATE.
044040     MOVE WS-OLD-COUNT          TO NTF-OLD-COUNT.
044042     MOVE WRK-NEW-COUNT         TO NTF-NEW-COUNT.
044044     MOVE WS-CNS-TYPE (WS-CNS-SUB)    TO NTF-CONSUMER-TYPE.
044046     MOVE WS-CNS-NAME (WS-CNS-SUB)    TO NTF-CONSUMER-NAME.
044048     MOVE WS-CNS-CONTACT (WS-CNS-SUB) TO NTF-CONTACT.
044050     MOVE WS-APPROVER-ID        TO NTF-APPROVE-OPERATOR.
044052     WRITE ALPHA-NOTIFY-RECORD.
044054     ADD 1                      TO WS-NOTIFY-COUNT.
044056 3600-EXIT.
044058     EXIT.
044100
044200*--------------------------------------------------------------*
044300* 4000-REWRITE-FILES - WRITE EVERYTHING BACK: THE CONTROL AND   *
049600*                  8 WHEN NOTHING COULD BE DONE (BLANK PARM OR  *
049700*                  WORK AREA OVERFLOW), 4 WHEN AT LEAST ONE     *
049800*                  CHANGE WAS REFUSED FOR A SAME-OPERATOR       *
049900*                  APPROVAL OR AN UNAUTHORIZED APPROVER.        *
050000*--------------------------------------------------------------*
050100 9000-TERMINATE.
050200     DISPLAY "ALPHAAPR - CHANGES APPROVED " WS-APPROVE-COUNT.
050300     DISPLAY "ALPHAAPR - CHANGES REFUSED  " WS-REFUSE-COUNT.
050350     DISPLAY "ALPHAAPR - NOT AUTHORIZED   " WS-UNAUTH-COUNT.
050400     DISPLAY "ALPHAAPR - CHANGES APPLIED  " WS-APPLY-COUNT.
050500     DISPLAY "ALPHAAPR - CHANGES HELD     " WS-HELD-COUNT.
050550     DISPLAY "ALPHAAPR - NOTIFICATIONS    " WS-NOTIFY-COUNT.
050600     IF WS-ANY-ERROR
050700         MOVE 8                 TO RETURN-CODE
050800     ELSE
050900         IF WS-ANY-REFUSED OR WS-CNS-OVERFLOW
051000             MOVE 4             TO RETURN-CODE
051100         END-IF
051200     END-IF.
