001500* REKEY THE CARD INTO THE NEXT NIGHT'S ALPHALKP DECK.           *
001600* THE AGING DATE (SUS-DATE-ADDED) IS DELIBERATELY LEFT ALONE    *
001700* SO THE ALPHAAGE REPORT MEASURES THE ITEM'S WHOLE STAY.        *
001800* THE PARM IS THE CORRECTING OPERATOR'S ID, WHO MUST HOLD        *
001810* CORRECT AUTHORITY ON THE OPERATOR AUTHORIZATION MASTER (SEE   *
001820* ALPHAOPR) FOR THE ITEM'S TABLE, AND FOR THE NEW TABLE WHEN    *
001830* THE CARD CHANGES IT; A REFUSED CARD IS LOGGED TO THE SECURITY *
001840* VIOLATION LOG AND THE ITEM IS LEFT AS IT WAS.                 *
001850* RETURN CODE 4 MEANS AT LEAST ONE CARD NAMED A TRANSACTION     *
001900* NOT ON THE SUSPENSE MASTER OR WAS REFUSED.                    *
002000*--------------------------------------------------------------*
002100* MODIFICATION HISTORY.                                         *
002200*   09/02/2026  BB   ORIGINAL PROGRAM.                          *
002205*   10/15/2026  BB   THE CORRECTING OPERATOR'S ID IS NOW THE    *
002210*                    PARM, AND THE OPERATOR MUST BE AUTHORIZED  *
002215*                    TO CORRECT ITEMS OF THE SUSPENDED ITEM'S   *
002220*                    TABLE (AND OF THE NEW TABLE WHEN THE CARD  *
002225*                    CHANGES IT) ON THE OPERATOR AUTHORIZATION  *
002230*                    MASTER (SEE ALPHAOPR, CHECKED THROUGH      *
002235*                    ALPHAAUT). A REFUSED CARD LEAVES THE ITEM  *
002240*                    UNTOUCHED, IS LOGGED TO THE ALPHASVL       *
002245*                    SECURITY VIOLATION LOG, AND SETS RETURN    *
002250*                    CODE 4.                                    *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007400 77  WS-CARD-COUNT             PIC 9(05) COMP VALUE ZERO.
007500 77  WS-CORRECT-COUNT          PIC 9(05) COMP VALUE ZERO.
007600 77  WS-NOTFND-COUNT           PIC 9(05) COMP VALUE ZERO.
007610 77  WS-UNAUTH-COUNT           PIC 9(05) COMP VALUE ZERO.
007620 77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
007630 77  WS-CHECK-TABLE-ID         PIC X(01) VALUE SPACE.
007640
007650*--------------------------------------------------------------*
007660* PARAMETER AREA FOR THE ALPHAAUT OPERATOR AUTHORIZATION CHECK. *
007670*--------------------------------------------------------------*
007680     COPY ALPHAAUA.
007700
007800 PROCEDURE DIVISION.
007900
008500     STOP RUN.
008600
008700*--------------------------------------------------------------*
008800* 1000-INITIALIZE - PICK UP THE CORRECTING OPERATOR'S ID FROM   *
008850*                   THE PARM, OPEN THE FILES, AND PRIME THE     *
008900*                   FIRST CORRECTION CARD.                      *
009000*--------------------------------------------------------------*
009100 1000-INITIALIZE.
009150     ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
009200     OPEN INPUT CORRECTION-CARD-FILE.
009300     OPEN I-O   ALPHA-SUSPENSE-FILE.
009400     READ CORRECTION-CARD-FILE
010100*--------------------------------------------------------------*
010200* 2000-CORRECT-ONE - APPLY ONE CORRECTION CARD: READ THE        *
010300*                    SUSPENDED ITEM BY ITS TRANSACTION          *
010400*                    SEQUENCE, CHECK THE OPERATOR'S AUTHORITY   *
010500*                    FOR ITS TABLE (AND THE NEW ONE), OVERLAY   *
010600*                    THE NON-BLANK FIELDS, SET STATUS C, AND    *
010700*                    REWRITE. THE NEXT ARRAY01 LOOKUP PHASE     *
010800*                    RESUBMITS IT.                              *
010900*--------------------------------------------------------------*
011000 2000-CORRECT-ONE.
011100     ADD 1                      TO WS-CARD-COUNT.
011200     MOVE COR-TRAN-SEQ          TO SUS-TRAN-SEQ.
011600             ADD 1              TO WS-NOTFND-COUNT
011700             DISPLAY "ALPHACOR - TRAN " COR-TRAN-SEQ
011800                 " NOT ON THE SUSPENSE MASTER"
011900             GO TO 2000-READ
012000     END-READ.
012010     MOVE SUS-TABLE-ID          TO WS-CHECK-TABLE-ID.
012020     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
012030     IF AUA-AUTHORIZED
012040             AND COR-NEW-TABLE-ID NOT = SPACE
012050             AND COR-NEW-TABLE-ID NOT = SUS-TABLE-ID
012060         MOVE COR-NEW-TABLE-ID  TO WS-CHECK-TABLE-ID
012070         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
012080     END-IF.
012090     IF AUA-REFUSED
012110         ADD 1                  TO WS-UNAUTH-COUNT
012120         DISPLAY "ALPHACOR - TRAN " COR-TRAN-SEQ
012130             " NOT CORRECTED - OPERATOR " WS-OPERATOR-ID
012140             " " AUA-REASON " FOR TABLE " WS-CHECK-TABLE-ID
012150         GO TO 2000-READ
012160     END-IF.
012170     IF COR-NEW-TABLE-ID NOT = SPACE
012180         MOVE COR-NEW-TABLE-ID  TO SUS-TABLE-ID
012200     END-IF.
012300     IF COR-NEW-CHARACTER NOT = SPACE
012400         MOVE COR-NEW-CHARACTER TO SUS-CHARACTER
012500     END-IF.
012600     MOVE "C"                   TO SUS-STATUS.
012700     REWRITE ALPHA-SUSPENSE-RECORD
012800         INVALID KEY
012900             DISPLAY "ALPHACOR - REWRITE FAILED FOR "
013000                 "TRAN " COR-TRAN-SEQ
013100         NOT INVALID KEY
013200             ADD 1              TO WS-CORRECT-COUNT
013300             DISPLAY "ALPHACOR - TRAN " COR-TRAN-SEQ
013400                 " CORRECTED - TABLE " SUS-TABLE-ID
013500                 " CHARACTER " SUS-CHARACTER
013600     END-REWRITE.
013700 2000-READ.
013800     READ CORRECTION-CARD-FILE
013900         AT END
014000             SET WS-CRD-EOF TO TRUE
014100     END-READ.
014200 2000-EXIT.
014300     EXIT.
014310
014320*--------------------------------------------------------------*
014330* 2100-CHECK-AUTHORITY - ASK ALPHAAUT WHETHER THE OPERATOR MAY  *
014340*                        CORRECT ITEMS OF WS-CHECK-TABLE-ID. A  *
014350*                        REFUSAL IS LOGGED BY ALPHAAUT ITSELF.  *
014360*--------------------------------------------------------------*
014370 2100-CHECK-AUTHORITY.
014375     MOVE WS-OPERATOR-ID        TO AUA-OPERATOR.
014380     MOVE "ALPHACOR"            TO AUA-PROGRAM.
014385     MOVE "C"                   TO AUA-FUNCTION.
014390     MOVE WS-CHECK-TABLE-ID     TO AUA-TABLE-ID.
014392     MOVE SPACES                TO AUA-DETAIL.
014394     STRING "TRAN "             DELIMITED BY SIZE
014395            COR-TRAN-SEQ        DELIMITED BY SIZE
014396         INTO AUA-DETAIL.
014397     CALL "ALPHAAUT" USING ALPHA-AUTHORIZATION-AREA.
014398 2100-EXIT.
014399     EXIT.
014400
014500*--------------------------------------------------------------*
014600* 9000-TERMINATE - CLOSE FILES, REPORT THE COUNTS, AND SET      *
014700*                  RETURN CODE 4 WHEN ANY CARD NAMED A          *
014800*                  TRANSACTION NOT ON THE SUSPENSE MASTER OR    *
014850*                  WAS REFUSED.                                 *
014900*--------------------------------------------------------------*
015000 9000-TERMINATE.
015100     CLOSE CORRECTION-CARD-FILE.
015300     DISPLAY "ALPHACOR - CARDS READ      " WS-CARD-COUNT.
015400     DISPLAY "ALPHACOR - ITEMS CORRECTED " WS-CORRECT-COUNT.
015500     DISPLAY "ALPHACOR - NOT ON MASTER   " WS-NOTFND-COUNT.
015550     DISPLAY "ALPHACOR - NOT AUTHORIZED  " WS-UNAUTH-COUNT.
015600     IF WS-ANY-NOTFND OR WS-UNAUTH-COUNT > ZERO
015700         MOVE 4                 TO RETURN-CODE
015800     END-IF.
015900 9000-EXIT.
