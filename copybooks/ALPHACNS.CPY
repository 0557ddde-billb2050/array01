000100*--------------------------------------------------------------*
000200* ALPHACNS - TABLE CONSUMER REGISTRY RECORD. ONE RECORD PER     *
000300*   DOWNSTREAM DEPENDENCY ON A CHARACTER TABLE, MAINTAINED BY   *
000400*   THE SCHEDULING GROUP: THE TABLE-ID DEPENDED ON (U, L, C, OR *
000500*   A LIBRARY LETTER - AN ASTERISK MEANS EVERY TABLE, FOR       *
000600*   CONSUMERS OF THE WHOLE ALPHAIXM INDEX), WHAT KIND OF        *
000700*   CONSUMER IT IS, ITS JOB NAME, DATASET NAME, OR CONTACT      *
000800*   GROUP NAME, AND WHO TO TELL. READ BY ALPHAMNT FOR THE       *
000900*   IMPACT REPORT WHEN A CHANGE IS STAGED AND BY ALPHAAPR FOR   *
001000*   THE NOTIFICATION EXTRACT WHEN IT IS APPLIED.                *
001100*     J - A JOB THAT SORTS OR TRANSLATES WITH THE TABLE (THE    *
001200*         ALPHASEQ ALTSEQ DECK, ALPHAXLT, OTHER SHOPS' SORTS)   *
001300*     D - A DATASET BUILT IN THE TABLE'S ORDER                  *
001400*     G - A CONTACT GROUP TO BE TOLD OF ANY CHANGE              *
001500*--------------------------------------------------------------*
001600* MODIFICATION HISTORY.                                         *
001700*   10/15/2026  BB   ORIGINAL COPYBOOK.                         *
001800*--------------------------------------------------------------*
001900 01  ALPHA-CONSUMER-RECORD.
002000     05  CNS-TABLE-ID          PIC X(01).
002100     05  FILLER                PIC X(02).
002200     05  CNS-CONSUMER-TYPE     PIC X(01).
002300         88  CNS-JOB                      VALUE "J".
002400         88  CNS-DATASET                  VALUE "D".
002500         88  CNS-GROUP                    VALUE "G".
002600     05  FILLER                PIC X(02).
002700     05  CNS-CONSUMER-NAME     PIC X(44).
002800     05  FILLER                PIC X(02).
002900     05  CNS-CONTACT           PIC X(20).
003000     05  FILLER                PIC X(08).
