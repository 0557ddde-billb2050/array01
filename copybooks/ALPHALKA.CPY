000800*         ALKS-COUNT, VALIDATED.                                *
000900*     C - RETURN THE CONTROL RECORD'S TABLE SELECTOR IN         *
001000*         ALKS-TABLE-SELECT.                                    *
001010*     E - END OF RUN: WRITE THE USAGE SUMMARY OF THIS RUN'S     *
001020*         CALLS TO THE ALPHAUSE LOG THROUGH ALPHAULG AND CLEAR  *
001030*         IT. EVERY CALLER ISSUES THIS ONCE FROM ITS            *
001040*         TERMINATION PARAGRAPH.                                *
001050*   ALKS-CALLER IS THE CALLING PROGRAM'S NAME, SET ON EVERY     *
001060*   CALL - THE L, T, AND C CALLS ARE COUNTED PER CALLER PER     *
001070*   FUNCTION FOR THE CHARGEBACK (A BLANK CALLER IS COUNTED AS   *
001080*   UNKNOWN).                                                   *
001100*   ALKS-STATUS AFTER THE CALL: F FOUND (OR TABLE VALID), N     *
001200*   CHARACTER NOT FOUND, T TABLE FAILED VALIDATION (ALPHA AND   *
001300*   COUNT ARE STILL RETURNED ON A T FUNCTION), U UNKNOWN        *
001800*--------------------------------------------------------------*
001900* MODIFICATION HISTORY.                                         *
002000*   09/02/2026  BB   ORIGINAL COPYBOOK.                         *
002050*   10/15/2026  BB   ADD ALKS-CALLER AND THE E FUNCTION.        *
002100*--------------------------------------------------------------*
002200 01  ALPHA-LOOKUP-AREA.
002300     05  ALKS-FUNCTION         PIC X(01).
002400         88  ALKS-FUNC-LOOKUP             VALUE "L".
002500         88  ALKS-FUNC-TABLE              VALUE "T".
002600         88  ALKS-FUNC-CONTROL            VALUE "C".
002650         88  ALKS-FUNC-END-RUN            VALUE "E".
002700     05  FILLER                PIC X(02).
002800     05  ALKS-TABLE-ID         PIC X(01).
002900     05  FILLER                PIC X(02).
004300     05  ALKS-COUNT            PIC 9(02).
004400     05  FILLER                PIC X(02).
004500     05  ALKS-TABLE-SELECT     PIC X(01).
004600     05  FILLER                PIC X(02).
004700     05  ALKS-CALLER           PIC X(08).
004800     05  FILLER                PIC X(03).
