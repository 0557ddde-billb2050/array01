000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALPHAULG.
000300 AUTHOR.        BILL BLASINGIM.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* SERVICE USAGE LOGGER SUBPROGRAM. CALLED BY ARRAY01 (LOOKUPS   *
000900* ANSWERED, PER DEPARTMENT), ALPHALKS (CALLS, PER CALLING       *
001000* APPLICATION AND FUNCTION) AND ALPHAINQ (EACH INQUIRY) WITH    *
001100* THE REQUESTER, FUNCTION, SOURCE PROGRAM, AND VOLUME (SEE THE  *
001200* ALPHAULA PARAMETER AREA). STAMPS THE DATE AND APPENDS ONE     *
001300* RECORD TO THE SHARED ALPHAUSE USAGE LOG THAT THE MONTHLY      *
001400* ALPHACHB CHARGEBACK REPORT PRICES. KEPT AS A SUBPROGRAM SO    *
001500* THE CALLERS CANNOT DRIFT APART, AS WITH ALPHATLG.             *
001600*--------------------------------------------------------------*
001700* MODIFICATION HISTORY.                                         *
001800*   10/15/2026  BB   ORIGINAL PROGRAM.                          *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300
002400     SELECT ALPHA-USAGE-FILE ASSIGN TO ALPHAUSE
002500         ORGANIZATION IS SEQUENTIAL.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900
003000*--------------------------------------------------------------*
003100* ALPHA-USAGE-FILE - SHARED SERVICE USAGE LOG, APPENDED TO ON   *
003200*                    EVERY CALL.                                *
003300*--------------------------------------------------------------*
003400 FD  ALPHA-USAGE-FILE
003500     RECORDING MODE IS F
003600     LABEL RECORDS ARE STANDARD
003700     RECORD CONTAINS 80 CHARACTERS.
003800     COPY ALPHAUSE.
003900
004000 WORKING-STORAGE SECTION.
004100
004200 01  WS-SYSTEM-DATE-FIELDS.
004300     05  WS-SYSTEM-DATE        PIC 9(08).
004400
004500 LINKAGE SECTION.
004600
004700     COPY ALPHAULA.
004800
004900 PROCEDURE DIVISION USING ALPHA-USAGE-AREA.
005000
005100 0000-MAINLINE.
005200     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
005300     OPEN EXTEND ALPHA-USAGE-FILE.
005400     MOVE SPACES                TO ALPHA-USAGE-RECORD.
005500     IF ULA-REQUESTER = SPACES
005600         MOVE "UNKNOWN"         TO USE-REQUESTER
005700     ELSE
005800         MOVE ULA-REQUESTER     TO USE-REQUESTER
005900     END-IF.
006000     MOVE WS-SYSTEM-DATE        TO USE-DATE.
006100     MOVE ULA-FUNCTION          TO USE-FUNCTION.
006200     MOVE ULA-VOLUME            TO USE-VOLUME.
006300     MOVE ULA-SOURCE            TO USE-SOURCE.
006400     WRITE ALPHA-USAGE-RECORD.
006500     CLOSE ALPHA-USAGE-FILE.
006600     GOBACK.
