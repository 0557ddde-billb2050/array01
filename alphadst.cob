000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHADST.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* NIGHTLY OUTBOUND TABLE DISTRIBUTION. WRITES EVERY CHARACTER   *
000900* TABLE IN EFFECT ON THE RUN DATE TO THE ALPHADSO INTERFACE     *
001000* FILE FOR THE DISTRIBUTED-SYSTEMS TEAM, SO THEIR COPIES ARE    *
001100* LOADED FROM OURS INSTEAD OF RE-KEYED BY HAND. THE TABLES ARE  *
001200* BUILT EXACTLY AS ARRAY01 BUILDS THEM AT STARTUP - THE         *
001300* CONTROL RECORD'S UPPER, LOWER, AND CUSTOM TABLES (OR THE      *
001400* COMPILED-IN DEFAULTS WHEN THERE IS NO CONTROL RECORD), THE    *
001500* CUSTOM TABLE LIBRARY, THEN EVERY APPROVED PENDING CHANGE      *
001600* WHOSE EFFECTIVE DATE HAS ARRIVED OVERLAID ON TOP. A TABLE     *
001700* THAT IS ALL SPACES (AN UNUSED CUSTOM SLOT) IS NOT SENT.       *
001800* THE FILE IS A HEADER, ONE DETAIL PER TABLE POSITION, A TOTAL  *
001900* RECORD AFTER EACH TABLE WITH ITS DETAIL COUNT AND HASH        *
002000* TOTAL, AND A TRAILER WITH THE FILE'S RECORD COUNT AND         *
002100* GRAND TOTALS (SEE ALPHADSO). EACH RUN IS A NEW GENERATION,    *
002200* NUMBERED ONE PAST THE HIGHEST ON THE DISTRIBUTION LOG, AND    *
002300* IS APPENDED TO THE LOG SO ALPHAACR CAN MATCH THE RECEIVING    *
002400* SIDE'S ACKNOWLEDGEMENT TO WHAT WAS SENT.                      *
002500*--------------------------------------------------------------*
002600* MODIFICATION HISTORY.                                         *
002700*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT ALPHA-CONTROL-FILE ASSIGN TO ALPHACTL
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600     SELECT ALPHA-LIBRARY-FILE ASSIGN TO ALPHALIB
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900     SELECT ALPHA-PENDING-FILE ASSIGN TO ALPHAPND
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT ALPHA-DIST-LOG ASSIGN TO ALPHADSL
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT ALPHA-DIST-FILE ASSIGN TO ALPHADSO
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100*--------------------------------------------------------------*
005200* ALPHA-CONTROL-FILE - SAME CONTROL FILE ARRAY01 LOADS AT       *
005300*                      STARTUP; SUPPLIES THE U, L, AND C        *
005400*                      TABLES.                                  *
005500*--------------------------------------------------------------*
005600 FD  ALPHA-CONTROL-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 200 CHARACTERS.
006000     COPY ALPHACTL.
006100
006200*--------------------------------------------------------------*
006300* ALPHA-LIBRARY-FILE - CUSTOM TABLE LIBRARY MAINTAINED BY        *
006400*                      ALPHAMNT/ALPHAAPR.                        *
006500*--------------------------------------------------------------*
006600 FD  ALPHA-LIBRARY-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 100 CHARACTERS.
007000     COPY ALPHALIB.
007100
007200*--------------------------------------------------------------*
007300* ALPHA-PENDING-FILE - STAGED CUSTOM SEQUENCE CHANGES. AN        *
007400*                      APPROVED CHANGE WHOSE EFFECTIVE DATE HAS  *
007500*                      ARRIVED IS OVERLAID BEFORE WRITING.       *
007600*--------------------------------------------------------------*
007700 FD  ALPHA-PENDING-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 200 CHARACTERS.
008100     COPY ALPHAPND.
008200
008300*--------------------------------------------------------------*
008400* ALPHA-DIST-LOG - THE GENERATIONS SENT (ALPHAACR DROPS THE     *
008500*                  SETTLED ONES OVER 12 MONTHS OLD). READ FOR   *
008550*                  THE HIGHEST GENERATION, THEN APPENDED TO.    *
008600*--------------------------------------------------------------*
008700 FD  ALPHA-DIST-LOG
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100     COPY ALPHADSL.
009200
009300*--------------------------------------------------------------*
009400* ALPHA-DIST-FILE - THE OUTBOUND INTERFACE FILE.                *
009500*--------------------------------------------------------------*
009600 FD  ALPHA-DIST-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000     COPY ALPHADSO.
010100
010200 WORKING-STORAGE SECTION.
010300
010400*--------------------------------------------------------------*
010500* TABLE SLOTS - 1=U, 2=L, 3=C, 4-13 THE LIBRARY TABLES IN       *
010600* LOAD ORDER, MIRRORING ARRAY01'S SLOTTING (TEN LIBRARY TABLES  *
010700* AT MOST, AS IN ARRAY01).                                      *
010800*--------------------------------------------------------------*
010900 01  WS-SLOT-AREA.
011000     05  WS-SLT-ENTRY          OCCURS 13 TIMES.
011100         10  WS-SLT-ID         PIC X(01).
011200         10  WS-SLT-NAME       PIC X(08).
011300         10  WS-SLT-ALPHA      PIC X(64).
011400         10  WS-SLT-COUNT      PIC 9(02) COMP.
011500 77  WS-SLT-USED               PIC 9(02) COMP VALUE 3.
011600 77  WS-SLT-SUB                PIC 9(02) COMP VALUE ZERO.
011700 77  WS-SLT-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
011800
011900 01  WS-TABLE-WORK-AREA.
012000     05  WS-WRK-ALPHA          PIC X(64).
012100     05  FILLER REDEFINES WS-WRK-ALPHA.
012200         10  WS-WRK-CHAR       PIC X(01) OCCURS 64 TIMES.
012300
012400*--------------------------------------------------------------*
012500* CODE POINT WORK AREA - THE CHARACTER IS DROPPED INTO THE LOW  *
012600* BYTE OF A HALFWORD WHOSE HIGH BYTE IS LOW-VALUE, SO THE       *
012700* HALFWORD READS AS THE CHARACTER'S CODE POINT (0-255).         *
012800*--------------------------------------------------------------*
012900 01  WS-CODE-WORK-AREA.
013000     05  WS-CODE-BINARY        PIC 9(04) COMP.
013100     05  FILLER REDEFINES WS-CODE-BINARY.
013200         10  WS-CODE-HIGH      PIC X(01).
013300         10  WS-CODE-LOW       PIC X(01).
013400
013500 01  WS-SYSTEM-DATE-FIELDS.
013600     05  WS-SYSTEM-DATE        PIC 9(08).
013700     05  WS-SYSTEM-TIME        PIC 9(08).
013800     05  FILLER REDEFINES WS-SYSTEM-TIME.
013900         10  WS-SYSTEM-HHMMSS  PIC 9(06).
014000         10  FILLER            PIC 9(02).
014100
014200 77  WS-LOOKED-ID              PIC X(01) VALUE SPACE.
014300 77  WS-EDIT-COUNT-X           PIC X(02) VALUE SPACES.
014400 77  WS-EDIT-COUNT-9 REDEFINES WS-EDIT-COUNT-X
014500                               PIC 9(02).
014600 77  WS-EDIT-COUNT-N           PIC 9(02) COMP VALUE ZERO.
014700 77  WS-POS-SUB                PIC 9(02) COMP VALUE ZERO.
014800
014900 77  WS-LAST-GENERATION        PIC 9(07) VALUE ZERO.
015000 77  WS-GENERATION             PIC 9(07) VALUE ZERO.
015100 77  WS-TABLES-SENT            PIC 9(03) COMP VALUE ZERO.
015200 77  WS-RECORDS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
015300 77  WS-DETAILS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
015400 77  WS-TABLE-DETAILS          PIC 9(05) COMP VALUE ZERO.
015500 77  WS-TABLE-HASH             PIC 9(09) COMP VALUE ZERO.
015600 77  WS-FILE-HASH              PIC 9(11) COMP VALUE ZERO.
015700 77  WS-LOG-RECORDS            PIC 9(07) COMP VALUE ZERO.
015800 77  WS-LEFT-OUT               PIC 9(03) COMP VALUE ZERO.
015900
016000 77  WS-CTL-EOF-SW             PIC X(01) VALUE "N".
016100     88  WS-CTL-EOF                       VALUE "Y".
016200 77  WS-LIB-EOF-SW             PIC X(01) VALUE "N".
016300     88  WS-LIB-EOF                       VALUE "Y".
016400 77  WS-PND-EOF-SW             PIC X(01) VALUE "N".
016500     88  WS-PND-EOF                       VALUE "Y".
016600 77  WS-DSL-EOF-SW             PIC X(01) VALUE "N".
016700     88  WS-DSL-EOF                       VALUE "Y".
016800
016900 PROCEDURE DIVISION.
017000
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
017400     PERFORM 3000-WRITE-ONE-TABLE THRU 3000-EXIT
017500         VARYING WS-SLT-SUB FROM 1 BY 1
017600             UNTIL WS-SLT-SUB > WS-SLT-USED.
017700     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
017800     PERFORM 5000-LOG-GENERATION THRU 5000-EXIT.
017900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018000     STOP RUN.
018100
018200*--------------------------------------------------------------*
018300* 1000-INITIALIZE - BUILD THE TABLES IN EFFECT ON THE RUN DATE, *
018400*                   FIND THE NEXT GENERATION NUMBER FROM THE    *
018500*                   DISTRIBUTION LOG, AND OPEN THE OUTBOUND     *
018600*                   FILE. A MISSING CONTROL RECORD LEAVES THE   *
018700*                   COMPILED-IN UPPER AND LOWER DEFAULTS, AS IN *
018800*                   ARRAY01.                                    *
018900*--------------------------------------------------------------*
019000 1000-INITIALIZE.
019100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
019200     ACCEPT WS-SYSTEM-TIME FROM TIME.
019300     MOVE SPACES                TO WS-SLOT-AREA.
019400     MOVE "U"                   TO WS-SLT-ID (1).
019500     MOVE "UPPER"               TO WS-SLT-NAME (1).
019600     MOVE "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO WS-SLT-ALPHA (1).
019700     MOVE 26                    TO WS-SLT-COUNT (1).
019800     MOVE "L"                   TO WS-SLT-ID (2).
019900     MOVE "LOWER"               TO WS-SLT-NAME (2).
020000     MOVE "abcdefghijklmnopqrstuvwxyz" TO WS-SLT-ALPHA (2).
020100     MOVE 26                    TO WS-SLT-COUNT (2).
020200     MOVE "C"                   TO WS-SLT-ID (3).
020300     MOVE "CUSTOM"              TO WS-SLT-NAME (3).
020400     MOVE SPACES                TO WS-SLT-ALPHA (3).
020500     MOVE 26                    TO WS-SLT-COUNT (3).
020600     OPEN INPUT ALPHA-CONTROL-FILE.
020700     READ ALPHA-CONTROL-FILE
020800         AT END
020900             SET WS-CTL-EOF TO TRUE
021000     END-READ.
021100     IF NOT WS-CTL-EOF
021200         MOVE CTL-ALPHA         TO WS-SLT-ALPHA (1)
021300         MOVE CTL-ALPHA-COUNT   TO WS-EDIT-COUNT-X
021400         PERFORM 1400-EDIT-COUNT THRU 1400-EXIT
021500         MOVE WS-EDIT-COUNT-N   TO WS-SLT-COUNT (1)
021600         MOVE CTL-ALPHA-LOWER   TO WS-SLT-ALPHA (2)
021700         MOVE CTL-LOWER-COUNT   TO WS-EDIT-COUNT-X
021800         PERFORM 1400-EDIT-COUNT THRU 1400-EXIT
021900         MOVE WS-EDIT-COUNT-N   TO WS-SLT-COUNT (2)
022000         MOVE CTL-ALPHA-CUSTOM  TO WS-SLT-ALPHA (3)
022100         MOVE CTL-CUSTOM-COUNT  TO WS-EDIT-COUNT-X
022200         PERFORM 1400-EDIT-COUNT THRU 1400-EXIT
022300         MOVE WS-EDIT-COUNT-N   TO WS-SLT-COUNT (3)
022400     END-IF.
022500     CLOSE ALPHA-CONTROL-FILE.
022600     OPEN INPUT ALPHA-LIBRARY-FILE.
022700     PERFORM 1100-READ-ONE-LIBRARY THRU 1100-EXIT
022800         UNTIL WS-LIB-EOF.
022900     CLOSE ALPHA-LIBRARY-FILE.
023000     OPEN INPUT ALPHA-PENDING-FILE.
023100     PERFORM 1200-APPLY-ONE-PENDING THRU 1200-EXIT
023200         UNTIL WS-PND-EOF.
023300     CLOSE ALPHA-PENDING-FILE.
023400     PERFORM 1500-COUNT-ONE-TABLE THRU 1500-EXIT
023500         VARYING WS-SLT-SUB FROM 1 BY 1
023600             UNTIL WS-SLT-SUB > WS-SLT-USED.
023700     OPEN INPUT ALPHA-DIST-LOG.
023800     PERFORM 1300-READ-ONE-LOG THRU 1300-EXIT
023900         UNTIL WS-DSL-EOF.
024000     CLOSE ALPHA-DIST-LOG.
024100     COMPUTE WS-GENERATION = WS-LAST-GENERATION + 1.
024200     OPEN OUTPUT ALPHA-DIST-FILE.
024300 1000-EXIT.
024400     EXIT.
024500
024600 1100-READ-ONE-LIBRARY.
024700     READ ALPHA-LIBRARY-FILE
024800         AT END
024900             SET WS-LIB-EOF TO TRUE
025000         NOT AT END
025100             IF WS-SLT-USED < 13
025200                 ADD 1          TO WS-SLT-USED
025300                 MOVE LIB-TABLE-ID
025400                                TO WS-SLT-ID (WS-SLT-USED)
025500                 MOVE LIB-TABLE-NAME
025600                                TO WS-SLT-NAME (WS-SLT-USED)
025700                 MOVE LIB-ALPHA TO WS-SLT-ALPHA (WS-SLT-USED)
025800                 MOVE LIB-COUNT (1:2) TO WS-EDIT-COUNT-X
025900                 PERFORM 1400-EDIT-COUNT THRU 1400-EXIT
026000                 MOVE WS-EDIT-COUNT-N
026100                                TO WS-SLT-COUNT (WS-SLT-USED)
026200             ELSE
026300                 ADD 1          TO WS-LEFT-OUT
026400                 DISPLAY "ALPHADST - LIBRARY TABLE " LIB-TABLE-ID
026500                     " EXCEEDS THE LIBRARY AREA - NOT SENT"
026600             END-IF
026700     END-READ.
026800 1100-EXIT.
026900     EXIT.
027000
027100*--------------------------------------------------------------*
027200* 1200-APPLY-ONE-PENDING - OVERLAY ONE APPROVED, DUE PENDING    *
027300*                          CHANGE ONTO ITS SLOT, ADDING A NEW   *
027400*                          LIBRARY SLOT WHEN THE TABLE IS NOT   *
027500*                          YET ON THE LIBRARY FILE.             *
027600*--------------------------------------------------------------*
027700 1200-APPLY-ONE-PENDING.
027800     READ ALPHA-PENDING-FILE
027900         AT END
028000             SET WS-PND-EOF TO TRUE
028100             GO TO 1200-EXIT
028200     END-READ.
028300     IF PND-STATUS NOT = "A"
028400         GO TO 1200-EXIT
028500     END-IF.
028600     IF PND-EFFECTIVE-DATE IS NOT NUMERIC
028700             OR PND-EFFECTIVE-DATE > WS-SYSTEM-DATE
028800         GO TO 1200-EXIT
028900     END-IF.
029000     MOVE PND-TABLE-ID          TO WS-LOOKED-ID.
029100     PERFORM 2100-LOCATE-SLOT THRU 2100-EXIT.
029200     IF WS-SLT-FOUND-SUB = ZERO
029300         IF WS-SLT-USED < 13
029400             ADD 1              TO WS-SLT-USED
029500             MOVE WS-SLT-USED   TO WS-SLT-FOUND-SUB
029600             MOVE PND-TABLE-ID  TO WS-SLT-ID (WS-SLT-FOUND-SUB)
029700             MOVE SPACES        TO WS-SLT-NAME (WS-SLT-FOUND-SUB)
029800         ELSE
029900             ADD 1              TO WS-LEFT-OUT
030000             DISPLAY "ALPHADST - LIBRARY FULL - STAGED CHANGE "
030100                 "FOR TABLE " PND-TABLE-ID " NOT SENT"
030200             GO TO 1200-EXIT
030300         END-IF
030400     END-IF.
030500     MOVE PND-NEW-ALPHA     TO WS-SLT-ALPHA (WS-SLT-FOUND-SUB).
030600     MOVE PND-NEW-COUNT (1:2)   TO WS-EDIT-COUNT-X.
030700     PERFORM 1400-EDIT-COUNT THRU 1400-EXIT.
030800     MOVE WS-EDIT-COUNT-N   TO WS-SLT-COUNT (WS-SLT-FOUND-SUB).
030900     IF PND-TABLE-NAME NOT = SPACES
031000         MOVE PND-TABLE-NAME
031100                            TO WS-SLT-NAME (WS-SLT-FOUND-SUB)
031200     END-IF.
031300     DISPLAY "ALPHADST - STAGED CHANGE IN EFFECT FOR TABLE "
031400         PND-TABLE-ID.
031500 1200-EXIT.
031600     EXIT.
031700
031800*--------------------------------------------------------------*
031900* 1300-READ-ONE-LOG - NOTE THE HIGHEST GENERATION ALREADY SENT. *
032000*--------------------------------------------------------------*
032100 1300-READ-ONE-LOG.
032200     READ ALPHA-DIST-LOG
032300         AT END
032400             SET WS-DSL-EOF TO TRUE
032500             GO TO 1300-EXIT
032600     END-READ.
032700     ADD 1                      TO WS-LOG-RECORDS.
032800     IF DSL-GENERATION IS NUMERIC
032900         IF DSL-GENERATION > WS-LAST-GENERATION
033000             MOVE DSL-GENERATION TO WS-LAST-GENERATION
033100         END-IF
033200     END-IF.
033300 1300-EXIT.
033400     EXIT.
033500
033600*--------------------------------------------------------------*
033700* 1400-EDIT-COUNT - EDIT ONE PER-TABLE CHARACTER COUNT. A       *
033800*                   BLANK OR UNREADABLE COUNT OR ONE OUTSIDE    *
033900*                   1-64 MEANS THE CLASSIC 26.                  *
034000*--------------------------------------------------------------*
034100 1400-EDIT-COUNT.
034200     IF WS-EDIT-COUNT-X IS NUMERIC
034300         MOVE WS-EDIT-COUNT-9   TO WS-EDIT-COUNT-N
034400         IF WS-EDIT-COUNT-N < 1 OR WS-EDIT-COUNT-N > 64
034500             MOVE 26            TO WS-EDIT-COUNT-N
034600         END-IF
034700     ELSE
034800         MOVE 26                TO WS-EDIT-COUNT-N
034900     END-IF.
035000 1400-EXIT.
035100     EXIT.
035200
035300 1500-COUNT-ONE-TABLE.
035400     IF WS-SLT-ALPHA (WS-SLT-SUB) NOT = SPACES
035500         ADD 1                  TO WS-TABLES-SENT
035600     END-IF.
035700 1500-EXIT.
035800     EXIT.
035900
036000*--------------------------------------------------------------*
036100* 2000-WRITE-HEADER - THE RUN DATE AND TIME AND THE NUMBER OF   *
036200*                     TABLES THAT FOLLOW.                       *
036300*--------------------------------------------------------------*
036400 2000-WRITE-HEADER.
036500     MOVE SPACES                TO ALPHA-DISTRIBUTION-RECORD.
036600     SET DSO-HEADER             TO TRUE.
036700     MOVE WS-GENERATION         TO DSO-GENERATION.
036800     MOVE WS-SYSTEM-DATE        TO DSO-HDR-RUN-DATE.
036900     MOVE WS-SYSTEM-HHMMSS      TO DSO-HDR-RUN-TIME.
037000     MOVE WS-TABLES-SENT        TO DSO-HDR-TABLES.
037100     WRITE ALPHA-DISTRIBUTION-RECORD.
037200     ADD 1                      TO WS-RECORDS-WRITTEN.
037300 2000-EXIT.
037400     EXIT.
037500
037600*--------------------------------------------------------------*
037700* 2100-LOCATE-SLOT - FIND THE SLOT WHOSE TABLE-ID MATCHES        *
037800*                    WS-LOOKED-ID, RETURNING ITS SUBSCRIPT IN    *
037900*                    WS-SLT-FOUND-SUB OR ZERO.                   *
038000*--------------------------------------------------------------*
038100 2100-LOCATE-SLOT.
038200     MOVE ZERO                  TO WS-SLT-FOUND-SUB.
038300     PERFORM 2110-MATCH-ONE-SLOT THRU 2110-EXIT
038400         VARYING WS-SLT-SUB FROM 1 BY 1
038500             UNTIL WS-SLT-SUB > WS-SLT-USED
038600                 OR WS-SLT-FOUND-SUB > ZERO.
038700 2100-EXIT.
038800     EXIT.
038900
039000 2110-MATCH-ONE-SLOT.
039100     IF WS-SLT-ID (WS-SLT-SUB) = WS-LOOKED-ID
039200         MOVE WS-SLT-SUB        TO WS-SLT-FOUND-SUB
039300     END-IF.
039400 2110-EXIT.
039500     EXIT.
039600
039700*--------------------------------------------------------------*
039800* 3000-WRITE-ONE-TABLE - ONE DETAIL PER POSITION OF THE TABLE,  *
039900*                        THEN ITS TOTAL RECORD. AN ALL-SPACES   *
040000*                        TABLE IS NOT IN USE AND IS SKIPPED.    *
040100*--------------------------------------------------------------*
040200 3000-WRITE-ONE-TABLE.
040300     IF WS-SLT-ALPHA (WS-SLT-SUB) = SPACES
040400         GO TO 3000-EXIT
040500     END-IF.
040600     MOVE WS-SLT-ALPHA (WS-SLT-SUB) TO WS-WRK-ALPHA.
040700     MOVE ZERO                  TO WS-TABLE-DETAILS.
040800     MOVE ZERO                  TO WS-TABLE-HASH.
040900     PERFORM 3100-WRITE-ONE-POSITION THRU 3100-EXIT
041000         VARYING WS-POS-SUB FROM 1 BY 1
041100             UNTIL WS-POS-SUB > WS-SLT-COUNT (WS-SLT-SUB).
041200     MOVE SPACES                TO ALPHA-DISTRIBUTION-RECORD.
041300     SET DSO-TABLE-TOTAL        TO TRUE.
041400     MOVE WS-GENERATION         TO DSO-GENERATION.
041500     MOVE WS-SLT-ID (WS-SLT-SUB)   TO DSO-TBL-TABLE-ID.
041600     MOVE WS-SLT-NAME (WS-SLT-SUB) TO DSO-TBL-NAME.
041700     MOVE WS-TABLE-DETAILS      TO DSO-TBL-DETAILS.
041800     MOVE WS-TABLE-HASH         TO DSO-TBL-HASH.
041900     WRITE ALPHA-DISTRIBUTION-RECORD.
042000     ADD 1                      TO WS-RECORDS-WRITTEN.
042100     ADD WS-TABLE-HASH          TO WS-FILE-HASH.
042200 3000-EXIT.
042300     EXIT.
042400
042500*--------------------------------------------------------------*
042600* 3100-WRITE-ONE-POSITION - ONE DETAIL RECORD, HASHING THE      *
042700*                           POSITION TIMES THE CODE POINT.      *
042800*--------------------------------------------------------------*
042900 3100-WRITE-ONE-POSITION.
043000     MOVE LOW-VALUE             TO WS-CODE-HIGH.
043100     MOVE WS-WRK-CHAR (WS-POS-SUB) TO WS-CODE-LOW.
043200     MOVE SPACES                TO ALPHA-DISTRIBUTION-RECORD.
043300     SET DSO-DETAIL             TO TRUE.
043400     MOVE WS-GENERATION         TO DSO-GENERATION.
043500     MOVE WS-SLT-ID (WS-SLT-SUB)    TO DSO-DTL-TABLE-ID.
043600     MOVE WS-SLT-NAME (WS-SLT-SUB)  TO DSO-DTL-NAME.
043700     MOVE WS-SLT-COUNT (WS-SLT-SUB) TO DSO-DTL-COUNT.
043800     MOVE WS-POS-SUB            TO DSO-DTL-POSITION.
043900     MOVE WS-WRK-CHAR (WS-POS-SUB)  TO DSO-DTL-CHARACTER.
044000     MOVE WS-CODE-BINARY        TO DSO-DTL-CODE.
044100     WRITE ALPHA-DISTRIBUTION-RECORD.
044200     ADD 1                      TO WS-RECORDS-WRITTEN.
044300     ADD 1                      TO WS-DETAILS-WRITTEN.
044400     ADD 1                      TO WS-TABLE-DETAILS.
044500     COMPUTE WS-TABLE-HASH = WS-TABLE-HASH
044600                           + WS-POS-SUB * WS-CODE-BINARY.
044700 3100-EXIT.
044800     EXIT.
044900
045000*--------------------------------------------------------------*
045100* 4000-WRITE-TRAILER - THE FILE'S RECORD COUNT (COUNTING THE    *
045200*                      HEADER AND THIS TRAILER), TABLES,        *
045300*                      DETAILS, AND THE SUM OF THE TABLE HASH   *
045400*                      TOTALS.                                  *
045500*--------------------------------------------------------------*
045600 4000-WRITE-TRAILER.
045700     ADD 1                      TO WS-RECORDS-WRITTEN.
045800     MOVE SPACES                TO ALPHA-DISTRIBUTION-RECORD.
045900     SET DSO-TRAILER            TO TRUE.
046000     MOVE WS-GENERATION         TO DSO-GENERATION.
046100     MOVE WS-RECORDS-WRITTEN    TO DSO-TRL-RECORDS.
046200     MOVE WS-TABLES-SENT        TO DSO-TRL-TABLES.
046300     MOVE WS-DETAILS-WRITTEN    TO DSO-TRL-DETAILS.
046400     MOVE WS-FILE-HASH          TO DSO-TRL-HASH.
046500     WRITE ALPHA-DISTRIBUTION-RECORD.
046600     CLOSE ALPHA-DIST-FILE.
046700 4000-EXIT.
046800     EXIT.
046900
047000*--------------------------------------------------------------*
047100* 5000-LOG-GENERATION - APPEND THE GENERATION AND ITS TOTALS TO *
047200*                       THE DISTRIBUTION LOG, AWAITING ITS      *
047300*                       ACKNOWLEDGEMENT.                        *
047400*--------------------------------------------------------------*
047500 5000-LOG-GENERATION.
047600     OPEN EXTEND ALPHA-DIST-LOG.
047700     MOVE SPACES                TO ALPHA-DIST-LOG-RECORD.
047800     MOVE WS-GENERATION         TO DSL-GENERATION.
047900     MOVE WS-SYSTEM-DATE        TO DSL-SEND-DATE.
048000     MOVE WS-SYSTEM-HHMMSS      TO DSL-SEND-TIME.
048100     MOVE WS-TABLES-SENT        TO DSL-TABLE-COUNT.
048200     MOVE WS-RECORDS-WRITTEN    TO DSL-RECORD-COUNT.
048300     MOVE WS-FILE-HASH          TO DSL-HASH-TOTAL.
048400     SET DSL-AWAITING-ACK       TO TRUE.
048500     WRITE ALPHA-DIST-LOG-RECORD.
048600     CLOSE ALPHA-DIST-LOG.
048700 5000-EXIT.
048800     EXIT.
048900
049000*--------------------------------------------------------------*
049100* 9000-TERMINATE - ECHO THE GENERATION AND ITS TOTALS. RETURN   *
049200*                  CODE 4 MEANS A LIBRARY TABLE OR STAGED       *
049300*                  CHANGE DID NOT FIT THE LIBRARY AREA AND WAS  *
049400*                  LEFT OUT - ARRAY01 LEAVES IT OUT TOO, BUT    *
049500*                  THE RECEIVING SIDE WILL NOT HAVE IT.         *
049600*--------------------------------------------------------------*
049700 9000-TERMINATE.
049800     DISPLAY "ALPHADST - GENERATION SENT    " WS-GENERATION.
049900     DISPLAY "ALPHADST - TABLES SENT        " WS-TABLES-SENT.
050000     DISPLAY "ALPHADST - DETAIL RECORDS     " WS-DETAILS-WRITTEN.
050100     DISPLAY "ALPHADST - RECORDS WRITTEN    " WS-RECORDS-WRITTEN.
050200     DISPLAY "ALPHADST - HASH TOTAL         " WS-FILE-HASH.
050300     IF WS-LEFT-OUT > ZERO
050400         DISPLAY "ALPHADST - TABLES LEFT OUT    " WS-LEFT-OUT
050500         MOVE 4                 TO RETURN-CODE
050600     END-IF.
050700 9000-EXIT.
050800     EXIT.
