001270* BELONGS TO), AND APPENDS ONE RECORD TO THE SHARED ALPHATIM    *
001400* TIMING LOG - SO EVERY STEP'S GROWTH IS ON ONE FILE INSTEAD    *
001500* OF SCATTERED ACROSS JOB LOGS. KEPT AS A SUBPROGRAM SO THE     *
001600* CALLERS CANNOT DRIFT APART.                                   *
001700*--------------------------------------------------------------*
001800* MODIFICATION HISTORY.                                         *
001900*   09/02/2026  BB   ORIGINAL PROGRAM.                          *
001950*   10/14/2026  BB   ALPHABTE ADDED AS A CALLER.                *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
