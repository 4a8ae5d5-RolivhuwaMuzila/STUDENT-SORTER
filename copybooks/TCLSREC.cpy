000100******************************************************************
000200* COPYBOOK:    TCLSREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF THE CLOSED-TERMS CONTROL FILE
000600*              (CLOSED_TERMS.TXT).  TERM-CLOSE APPENDS A CLOSED
000700*              ROW WHEN A TERM'S GRADES ARE CERTIFIED FINAL AND A
000800*              REOPENED ROW WHEN THE REGISTRAR DELIBERATELY
000900*              UNFREEZES IT; THE FILE IS NEVER REWRITTEN, SO IT
001000*              IS ITS OWN HISTORY.  THE LAST ROW FOR A TERM
001100*              DECIDES ITS STATE: CLOSED MEANS FINAL, REOPENED
001200*              (OR NO ROW AT ALL) MEANS PROVISIONAL.  A CLOSED
001300*              ROW CARRIES THE CERTIFIED STUDENT COUNT AND THE
001400*              HASH TOTALS OF IDS AND GRADES; A REOPENED ROW
001500*              CARRIES THE REASON GIVEN.  READ BY STUDENT-SORTER
001600*              (A CLOSED TERM IS NEVER RE-ARCHIVED), GRADE-TRENDS
001700*              AND TRANSCRIPT (FINAL/PROVISIONAL ON EACH TERM),
001710*              AND STATUTORY-EXTRACT (ONLY A CLOSED TERM IS
001720*              SUBMITTED, AND ONLY WITH ITS CERTIFIED TOTALS).
001800*
001900* MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-15  DVR  INITIAL VERSION.
002150*    2026-10-15  DVR  STATUTORY-EXTRACT ADDED AS A READER.
002200******************************************************************
002300 01  CLOSED-TERM-RECORD.
002400     05  TCLS-TERM                   PIC X(06).
002500     05  FILLER                      PIC X(01).
002600     05  TCLS-ACTION                 PIC X(08).
002700         88  TCLS-TERM-CLOSED            VALUE 'CLOSED'.
002800         88  TCLS-TERM-REOPENED          VALUE 'REOPENED'.
002900     05  FILLER                      PIC X(01).
003000     05  TCLS-STAMP.
003100         10  TCLS-DATE               PIC 9(08).
003200         10  TCLS-STAMP-SEP          PIC X(01).
003300         10  TCLS-TIME               PIC 9(08).
003400     05  FILLER                      PIC X(01).
003500     05  TCLS-OPERATOR               PIC X(08).
003600     05  FILLER                      PIC X(01).
003700     05  TCLS-STUDENT-COUNT          PIC 9(06).
003800     05  FILLER                      PIC X(01).
003900     05  TCLS-ID-HASH                PIC 9(15).
004000     05  FILLER                      PIC X(01).
004100     05  TCLS-GRADE-HASH             PIC 9(08).
004200     05  FILLER                      PIC X(01).
004300     05  TCLS-REASON                 PIC X(30).
