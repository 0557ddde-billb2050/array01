000100*--------------------------------------------------------------*
000200* ALPHAULA - PARAMETER AREA FOR THE ALPHAULG USAGE LOGGER       *
000300*   SUBPROGRAM. THE CALLER SETS THE REQUESTER (DEPARTMENT ID    *
000400*   OR CALLING PROGRAM), THE FUNCTION USED, ITS OWN PROGRAM     *
000500*   NAME AS THE SOURCE, AND THE VOLUME, AND CALLS "ALPHAULG"    *
000600*   ONCE PER USAGE RECORD WANTED. THE SUBPROGRAM STAMPS THE     *
000700*   DATE AND APPENDS THE RECORD TO THE SHARED ALPHAUSE LOG. A   *
000800*   BLANK REQUESTER IS LOGGED AS UNKNOWN.                       *
000900*--------------------------------------------------------------*
001000* MODIFICATION HISTORY.                                         *
001100*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001200*--------------------------------------------------------------*
001300 01  ALPHA-USAGE-AREA.
001400     05  ULA-REQUESTER         PIC X(08).
001500     05  ULA-FUNCTION          PIC X(08).
001600     05  ULA-SOURCE            PIC X(08).
001700     05  ULA-VOLUME            PIC 9(07).
