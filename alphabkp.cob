000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHABKP.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* CONSOLIDATED BACKUP OF THE ARRAY01 MASTER FILES. UNLOADS      *
000900* EVERY FILE LISTED IN ALPHAVLF - THE CONTROL FILE, THE TABLE   *
001000* LIBRARY, THE PENDING CHANGE FILE, THE LAST-KNOWN-GOOD         *
001100* COPIES, THE SUSPENSE CLUSTER, THE CHANGE HISTORY, AND THE     *
001200* CHARACTER INDEX MASTER CLUSTER - INTO ONE DATED VAULT FILE    *
001300* (SEE ALPHAVLT): A HEADER, A SECTION PER FILE, AND A TRAILER   *
001400* CARRYING EACH FILE'S RECORD COUNT AND HASH TOTAL, SO ALPHARST *
001500* CAN PROVE THE VAULT WHOLE BEFORE IT RESTORES ANYTHING FROM    *
001600* IT. THE FILES ARE ONLY READ. AN EMPTY FILE IS LEGITIMATE (AN  *
001700* EMPTY PENDING FILE IS THE NORMAL STATE) AND GETS AN EMPTY     *
001800* SECTION WITH A ZERO COUNT.                                    *
001900*--------------------------------------------------------------*
002000* MODIFICATION HISTORY.                                         *
002100*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT ALPHA-CONTROL-FILE ASSIGN TO ALPHACTL
002800         ORGANIZATION IS SEQUENTIAL.
002900
003000     SELECT ALPHA-LIBRARY-FILE ASSIGN TO ALPHALIB
003100         ORGANIZATION IS SEQUENTIAL.
003200
003300     SELECT ALPHA-PENDING-FILE ASSIGN TO ALPHAPND
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600     SELECT ALPHA-LKG-FILE ASSIGN TO ALPHALKG
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900     SELECT ALPHA-SUSPENSE-FILE ASSIGN TO ALPHASUS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS SUS-TRAN-SEQ.
004300
004400     SELECT ALPHA-CHANGE-FILE ASSIGN TO ALPHACHG
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700     SELECT ALPHA-INDEX-MASTER ASSIGN TO ALPHAIXM
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS AIM-KEY.
005100
005200     SELECT ALPHA-VAULT-FILE ASSIGN TO ALPHAVLT
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800*--------------------------------------------------------------*
005900* ALPHA-CONTROL-FILE - TABLE CONTROL FILE (LRECL 200).          *
006000*--------------------------------------------------------------*
006100 FD  ALPHA-CONTROL-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 200 CHARACTERS.
006500     COPY ALPHACTL.
006600
006700*--------------------------------------------------------------*
006800* ALPHA-LIBRARY-FILE - CUSTOM TABLE LIBRARY (LRECL 100).        *
006900*--------------------------------------------------------------*
007000 FD  ALPHA-LIBRARY-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 100 CHARACTERS.
007400     COPY ALPHALIB.
007500
007600*--------------------------------------------------------------*
007700* ALPHA-PENDING-FILE - STAGED TABLE CHANGES (LRECL 200).        *
007800*--------------------------------------------------------------*
007900 FD  ALPHA-PENDING-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 200 CHARACTERS.
008300     COPY ALPHAPND.
008400
008500*--------------------------------------------------------------*
008600* ALPHA-LKG-FILE - LAST-KNOWN-GOOD TABLE COPIES SAVED BY        *
008700*                  ARRAY01 (LRECL 80).                          *
008800*--------------------------------------------------------------*
008900 FD  ALPHA-LKG-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  ALPHA-LKG-RECORD.
009400     05  LKG-TABLE-ID          PIC X(01).
009500     05  FILLER                PIC X(02).
009600     05  LKG-ALPHA             PIC X(64).
009700     05  FILLER                PIC X(02).
009800     05  LKG-COUNT             PIC 9(02).
009900     05  FILLER                PIC X(09).
010000
010100*--------------------------------------------------------------*
010200* ALPHA-SUSPENSE-FILE - REJECTED LOOKUP SUSPENSE CLUSTER, READ  *
010300*                       IN KEY ORDER.                           *
010400*--------------------------------------------------------------*
010500 FD  ALPHA-SUSPENSE-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY ALPHASUS.
010900
011000*--------------------------------------------------------------*
011100* ALPHA-CHANGE-FILE - APPLIED TABLE CHANGE HISTORY (LRECL 200). *
011200*--------------------------------------------------------------*
011300 FD  ALPHA-CHANGE-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 200 CHARACTERS.
011700     COPY ALPHACHG.
011800
011900*--------------------------------------------------------------*
012000* ALPHA-INDEX-MASTER - KEYED CHARACTER INDEX MASTER CLUSTER,    *
012100*                      READ IN KEY ORDER.                       *
012200*--------------------------------------------------------------*
012300 FD  ALPHA-INDEX-MASTER
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 80 CHARACTERS.
012600     COPY ALPHAIXM.
012700
012800*--------------------------------------------------------------*
012900* ALPHA-VAULT-FILE - THE DATED BACKUP VAULT (LRECL 220).        *
013000*--------------------------------------------------------------*
013100 FD  ALPHA-VAULT-FILE
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 220 CHARACTERS.
013500     COPY ALPHAVLT.
013600
013700 WORKING-STORAGE SECTION.
013800
013900*--------------------------------------------------------------*
014000* THE FILES THE VAULT HOLDS, IN SECTION ORDER.                  *
014100*--------------------------------------------------------------*
014200     COPY ALPHAVLF.
014300 77  WS-VLF-SUB                PIC 9(02) COMP VALUE ZERO.
014400
014500*--------------------------------------------------------------*
014600* EACH FILE'S RECORD COUNT AND HASH TOTAL, BY SECTION, FOR THE  *
014700* TRAILER.                                                      *
014800*--------------------------------------------------------------*
014900 01  WS-FILE-TOTALS-AREA.
015000     05  WS-TOT-ENTRY          OCCURS 7 TIMES.
015100         10  WS-TOT-RECORDS    PIC 9(07) COMP.
015200         10  WS-TOT-HASH       PIC 9(13) COMP.
015300
015400*--------------------------------------------------------------*
015500* THE SOURCE RECORD BEING UNLOADED, BYTE BY BYTE FOR THE HASH.  *
015600*--------------------------------------------------------------*
015700 01  WS-DATA-RECORD-AREA.
015800     05  WS-DATA-RECORD        PIC X(200).
015900     05  FILLER REDEFINES WS-DATA-RECORD.
016000         10  WS-DATA-BYTE      PIC X(01) OCCURS 200 TIMES.
016100 77  WS-BYTE-SUB               PIC 9(03) COMP VALUE ZERO.
016200
016300*--------------------------------------------------------------*
016400* CODE POINT WORK AREA - THE BYTE IS DROPPED INTO THE LOW BYTE  *
016500* OF A HALFWORD WHOSE HIGH BYTE IS LOW-VALUE, SO THE HALFWORD   *
016600* READS AS THE BYTE'S CODE POINT (0-255).                       *
016700*--------------------------------------------------------------*
016800 01  WS-CODE-WORK-AREA.
016900     05  WS-CODE-BINARY        PIC 9(04) COMP.
017000     05  FILLER REDEFINES WS-CODE-BINARY.
017100         10  WS-CODE-HIGH      PIC X(01).
017200         10  WS-CODE-LOW       PIC X(01).
017300
017400 01  WS-SYSTEM-DATE-FIELDS.
017500     05  WS-SYSTEM-DATE        PIC 9(08).
017600     05  WS-SYSTEM-TIME        PIC 9(08).
017700     05  FILLER REDEFINES WS-SYSTEM-TIME.
017800         10  WS-SYSTEM-HHMMSS  PIC 9(06).
017900         10  FILLER            PIC 9(02).
018000
018100 77  WS-VAULT-RECORDS          PIC 9(07) COMP VALUE ZERO.
018200 77  WS-FILE-EOF-SW            PIC X(01) VALUE "N".
018300     88  WS-FILE-EOF                      VALUE "Y".
018400
018500 PROCEDURE DIVISION.
018600
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     PERFORM 2000-UNLOAD-ONE-FILE THRU 2000-EXIT
019000         VARYING WS-VLF-SUB FROM 1 BY 1
019100             UNTIL WS-VLF-SUB > VLF-FILE-COUNT.
019200     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019400     STOP RUN.
019500
019600*--------------------------------------------------------------*
019700* 1000-INITIALIZE - OPEN THE VAULT AND WRITE ITS HEADER WITH    *
019800*                   TODAY'S DATE AND TIME.                      *
019900*--------------------------------------------------------------*
020000 1000-INITIALIZE.
020100     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
020200     ACCEPT WS-SYSTEM-TIME FROM TIME.
020300     INITIALIZE WS-FILE-TOTALS-AREA.
020400     OPEN OUTPUT ALPHA-VAULT-FILE.
020500     MOVE SPACES                TO ALPHA-VAULT-RECORD.
020600     SET VLT-HEADER             TO TRUE.
020700     MOVE WS-SYSTEM-DATE        TO VLT-HDR-DATE.
020800     MOVE WS-SYSTEM-HHMMSS      TO VLT-HDR-TIME.
020900     MOVE VLF-FILE-COUNT        TO VLT-HDR-FILES.
021000     WRITE ALPHA-VAULT-RECORD.
021100     ADD 1                      TO WS-VAULT-RECORDS.
021200 1000-EXIT.
021300     EXIT.
021400
021500*--------------------------------------------------------------*
021600* 2000-UNLOAD-ONE-FILE - WRITE THE SECTION HEADER FOR ONE FILE  *
021700*                        AND UNLOAD EVERY RECORD OF IT BEHIND   *
021800*                        THE HEADER.                            *
021900*--------------------------------------------------------------*
022000 2000-UNLOAD-ONE-FILE.
022100     MOVE SPACES                TO ALPHA-VAULT-RECORD.
022200     SET VLT-SECTION            TO TRUE.
022300     MOVE VLF-FILE-ID (WS-VLF-SUB)      TO VLT-FILE-ID.
022400     MOVE VLF-LRECL (WS-VLF-SUB)        TO VLT-SEC-LRECL.
022500     MOVE VLF-ORGANIZATION (WS-VLF-SUB) TO VLT-SEC-ORG.
022600     WRITE ALPHA-VAULT-RECORD.
022700     ADD 1                      TO WS-VAULT-RECORDS.
022800     MOVE "N"                   TO WS-FILE-EOF-SW.
022900     EVALUATE WS-VLF-SUB
023000         WHEN 1
023100             PERFORM 2100-UNLOAD-CONTROL THRU 2100-EXIT
023200         WHEN 2
023300             PERFORM 2200-UNLOAD-LIBRARY THRU 2200-EXIT
023400         WHEN 3
023500             PERFORM 2300-UNLOAD-PENDING THRU 2300-EXIT
023600         WHEN 4
023700             PERFORM 2400-UNLOAD-LKG THRU 2400-EXIT
023800         WHEN 5
023900             PERFORM 2500-UNLOAD-SUSPENSE THRU 2500-EXIT
024000         WHEN 6
024100             PERFORM 2600-UNLOAD-CHANGE THRU 2600-EXIT
024200         WHEN 7
024300             PERFORM 2700-UNLOAD-INDEX-MASTER THRU 2700-EXIT
024400     END-EVALUATE.
024500     DISPLAY "ALPHABKP - " VLF-FILE-ID (WS-VLF-SUB)
024600         " RECORDS " WS-TOT-RECORDS (WS-VLF-SUB)
024700         " HASH " WS-TOT-HASH (WS-VLF-SUB).
024800 2000-EXIT.
024900     EXIT.
025000
025100*--------------------------------------------------------------*
025200* 2100 THRU 2700 - UNLOAD ONE FILE EACH: OPEN IT, PASS EVERY    *
025300*                  RECORD TO 3000-WRITE-DATA-RECORD, CLOSE IT.  *
025400*--------------------------------------------------------------*
025500 2100-UNLOAD-CONTROL.
025600     OPEN INPUT ALPHA-CONTROL-FILE.
025700     PERFORM 2110-READ-CONTROL THRU 2110-EXIT
025800         UNTIL WS-FILE-EOF.
025900     CLOSE ALPHA-CONTROL-FILE.
026000 2100-EXIT.
026100     EXIT.
026200
026300 2110-READ-CONTROL.
026400     READ ALPHA-CONTROL-FILE
026500         AT END
026600             SET WS-FILE-EOF TO TRUE
026700             GO TO 2110-EXIT
026800     END-READ.
026900     MOVE ALPHA-CONTROL-RECORD  TO WS-DATA-RECORD.
027000     PERFORM 3000-WRITE-DATA-RECORD THRU 3000-EXIT.
027100 2110-EXIT.
027200     EXIT.
027300
027400 2200-UNLOAD-LIBRARY.
027500     OPEN INPUT ALPHA-LIBRARY-FILE.
027600     PERFORM 2210-READ-LIBRARY THRU 2210-EXIT
027700         UNTIL WS-FILE-EOF.
027800     CLOSE ALPHA-LIBRARY-FILE.
027900 2200-EXIT.
028000     EXIT.
028100
028200 2210-READ-LIBRARY.
028300     READ ALPHA-LIBRARY-FILE
028400         AT END
028500             SET WS-FILE-EOF TO TRUE
028600             GO TO 2210-EXIT
028700     END-READ.
028800     MOVE ALPHA-LIBRARY-RECORD  TO WS-DATA-RECORD.
028900     PERFORM 3000-WRITE-DATA-RECORD THRU 3000-EXIT.
029000 2210-EXIT.
029100     EXIT.
029200
029300 2300-UNLOAD-PENDING.
029400     OPEN INPUT ALPHA-PENDING-FILE.
029500     PERFORM 2310-READ-PENDING THRU 2310-EXIT
029600         UNTIL WS-FILE-EOF.
029700     CLOSE ALPHA-PENDING-FILE.
029800 2300-EXIT.
029900     EXIT.
030000
030100 2310-READ-PENDING.
030200     READ ALPHA-PENDING-FILE
030300         AT END
030400             SET WS-FILE-EOF TO TRUE
030500             GO TO 2310-EXIT
030600     END-READ.
030700     MOVE ALPHA-PENDING-RECORD  TO WS-DATA-RECORD.
030800     PERFORM 3000-WRITE-DATA-RECORD THRU 3000-EXIT.
030900 2310-EXIT.
031000     EXIT.
031100
031200 2400-UNLOAD-LKG.
031300     OPEN INPUT ALPHA-LKG-FILE.
031400     PERFORM 2410-READ-LKG THRU 2410-EXIT
031500         UNTIL WS-FILE-EOF.
031600     CLOSE ALPHA-LKG-FILE.
031700 2400-EXIT.
031800     EXIT.
031900
032000 2410-READ-LKG.
032100     READ ALPHA-LKG-FILE
032200         AT END
032300             SET WS-FILE-EOF TO TRUE
032400             GO TO 2410-EXIT
032500     END-READ.
032600     MOVE ALPHA-LKG-RECORD      TO WS-DATA-RECORD.
032700     PERFORM 3000-WRITE-DATA-RECORD THRU 3000-EXIT.
032800 2410-EXIT.
032900     EXIT.
033000
033100 2500-UNLOAD-SUSPENSE.
033200     OPEN INPUT ALPHA-SUSPENSE-FILE.
033300     PERFORM 2510-READ-SUSPENSE THRU 2510-EXIT
033400         UNTIL WS-FILE-EOF.
033500     CLOSE ALPHA-SUSPENSE-FILE.
033600 2500-EXIT.
033700     EXIT.
033800
033900 2510-READ-SUSPENSE.
034000     READ ALPHA-SUSPENSE-FILE
034100         AT END
034200             SET WS-FILE-EOF TO TRUE
034300             GO TO 2510-EXIT
034400     END-READ.
034500     MOVE ALPHA-SUSPENSE-RECORD TO WS-DATA-RECORD.
034600     PERFORM 3000-WRITE-DATA-RECORD THRU 3000-EXIT.
034700 2510-EXIT.
034800     EXIT.
034900
035000 2600-UNLOAD-CHANGE.
035100     OPEN INPUT ALPHA-CHANGE-FILE.
035200     PERFORM 2610-READ-CHANGE THRU 2610-EXIT
035300         UNTIL WS-FILE-EOF.
035400     CLOSE ALPHA-CHANGE-FILE.
035500 2600-EXIT.
035600     EXIT.
035700
035800 2610-READ-CHANGE.
035900     READ ALPHA-CHANGE-FILE
036000         AT END
036100             SET WS-FILE-EOF TO TRUE
036200             GO TO 2610-EXIT
036300     END-READ.
036400     MOVE ALPHA-CHANGE-RECORD   TO WS-DATA-RECORD.
036500     PERFORM 3000-WRITE-DATA-RECORD THRU 3000-EXIT.
036600 2610-EXIT.
036700     EXIT.
036800
036900 2700-UNLOAD-INDEX-MASTER.
037000     OPEN INPUT ALPHA-INDEX-MASTER.
037100     PERFORM 2710-READ-INDEX-MASTER THRU 2710-EXIT
037200         UNTIL WS-FILE-EOF.
037300     CLOSE ALPHA-INDEX-MASTER.
037400 2700-EXIT.
037500     EXIT.
037600
037700 2710-READ-INDEX-MASTER.
037800     READ ALPHA-INDEX-MASTER
037900         AT END
038000             SET WS-FILE-EOF TO TRUE
038100             GO TO 2710-EXIT
038200     END-READ.
038300     MOVE ALPHA-INDEX-MASTER-REC TO WS-DATA-RECORD.
038400     PERFORM 3000-WRITE-DATA-RECORD THRU 3000-EXIT.
038500 2710-EXIT.
038600     EXIT.
038700
038800*--------------------------------------------------------------*
038900* 3000-WRITE-DATA-RECORD - WRITE THE SOURCE RECORD IN           *
039000*                          WS-DATA-RECORD TO THE VAULT AND ADD  *
039100*                          IT TO ITS FILE'S COUNT AND HASH      *
039200*                          TOTAL.                               *
039300*--------------------------------------------------------------*
039400 3000-WRITE-DATA-RECORD.
039500     MOVE SPACES                TO ALPHA-VAULT-RECORD.
039600     SET VLT-DATA               TO TRUE.
039700     MOVE VLF-FILE-ID (WS-VLF-SUB) TO VLT-FILE-ID.
039800     MOVE WS-DATA-RECORD        TO VLT-RECORD-DATA.
039900     WRITE ALPHA-VAULT-RECORD.
040000     ADD 1                      TO WS-VAULT-RECORDS.
040100     ADD 1                      TO WS-TOT-RECORDS (WS-VLF-SUB).
040200     PERFORM 3100-HASH-ONE-BYTE THRU 3100-EXIT
040300         VARYING WS-BYTE-SUB FROM 1 BY 1
040400             UNTIL WS-BYTE-SUB > VLF-LRECL (WS-VLF-SUB).
040500 3000-EXIT.
040600     EXIT.
040700
040800*--------------------------------------------------------------*
040900* 3100-HASH-ONE-BYTE - ADD ONE BYTE'S COLUMN TIMES ITS CODE     *
041000*                      POINT TO THE FILE'S HASH TOTAL (THE SAME *
041100*                      RULE ALPHARST CHECKS THE VAULT BY).      *
041200*--------------------------------------------------------------*
041300 3100-HASH-ONE-BYTE.
041400     MOVE LOW-VALUE             TO WS-CODE-HIGH.
041500     MOVE WS-DATA-BYTE (WS-BYTE-SUB) TO WS-CODE-LOW.
041600     COMPUTE WS-TOT-HASH (WS-VLF-SUB) = WS-TOT-HASH (WS-VLF-SUB)
041700                               + WS-BYTE-SUB * WS-CODE-BINARY.
041800 3100-EXIT.
041900     EXIT.
042000
042100*--------------------------------------------------------------*
042200* 4000-WRITE-TRAILER - WRITE THE VAULT TRAILER WITH EVERY       *
042300*                      FILE'S RECORD COUNT AND HASH TOTAL.      *
042400*--------------------------------------------------------------*
042500 4000-WRITE-TRAILER.
042600     MOVE SPACES                TO ALPHA-VAULT-RECORD.
042700     SET VLT-TRAILER            TO TRUE.
042800     MOVE VLF-FILE-COUNT        TO VLT-TRL-FILES.
042900     PERFORM 4100-FILL-TRAILER-ENTRY THRU 4100-EXIT
043000         VARYING WS-VLF-SUB FROM 1 BY 1
043100             UNTIL WS-VLF-SUB > VLF-FILE-COUNT.
043200     WRITE ALPHA-VAULT-RECORD.
043300     ADD 1                      TO WS-VAULT-RECORDS.
043400 4000-EXIT.
043500     EXIT.
043600
043700 4100-FILL-TRAILER-ENTRY.
043800     MOVE VLF-FILE-ID (WS-VLF-SUB)    TO VLT-TRL-ID (WS-VLF-SUB).
043900     MOVE WS-TOT-RECORDS (WS-VLF-SUB)
044000                              TO VLT-TRL-RECS (WS-VLF-SUB).
044100     MOVE WS-TOT-HASH (WS-VLF-SUB)
044200                              TO VLT-TRL-HASH (WS-VLF-SUB).
044300 4100-EXIT.
044400     EXIT.
044500
044600*--------------------------------------------------------------*
044700* 9000-TERMINATE - CLOSE THE VAULT AND ECHO ITS SIZE.           *
044800*--------------------------------------------------------------*
044900 9000-TERMINATE.
045000     CLOSE ALPHA-VAULT-FILE.
045100     DISPLAY "ALPHABKP - VAULT DATE          " WS-SYSTEM-DATE.
045200     DISPLAY "ALPHABKP - FILES UNLOADED      " VLF-FILE-COUNT.
045300     DISPLAY "ALPHABKP - VAULT RECORDS       " WS-VAULT-RECORDS.
045400 9000-EXIT.
045500     EXIT.
