000100******************************************************************
000200* COPYBOOK:    LOCKREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE SUITE RUN LOCK (SUITE_LOCK.TXT) - ONE ROW
000600*              SAYING WHETHER A ROSTER-UPDATING PROGRAM IS
000700*              RUNNING.  EVERY PROGRAM THAT WRITES STUDENTS.TXT,
000800*              STUDENT_MASTER.IDX, THE REJECT FILE OR THE
000900*              PUBLISHED ROSTERS (STUDENT-MAINT, STUDENT-UPDATE,
001000*              REJECT-REPAIR, SCORE-ROLLUP, STUDENT-SORTER,
001100*              STUDENT-SORTER-DESC, ROSTER-RESTORE, ROSTER-CONVERT
001200*              AND GEN-PLACEMENT WHEN APPLYING) READS IT AT
001300*              START-UP.  A HELD ROW REFUSES THE RUN WITH RC 28;
001400*              OTHERWISE THE PROGRAM WRITES A HELD ROW WITH ITS
001500*              OWN NAME, THE OPERATOR AND ITS START TIME, AND
001600*              WRITES A FREE ROW (STAMPED WITH THE RELEASE TIME)
001700*              ON ITS WAY OUT.  NO FILE, OR AN EMPTY ONE, IS
001800*              FREE.  EXAMPLE ROWS:
001900*     HELD STUDENT-SORTER       DVR      20261015-01302500
002000*     FREE STUDENT-SORTER       DVR      20261015-01304100
002100*              SUITE-LOCK SHOWS THE LOCK AND CLEARS ONE LEFT BY
002200*              AN ABENDED RUN (LOGGED TO LOCK_OVERRIDE_LOG.TXT).
002300*
002400* MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    2026-10-15  DVR  INITIAL VERSION.
002700******************************************************************
002800 01  RUN-LOCK-RECORD.
002900     05  LOCK-STATE                  PIC X(04).
003000         88  LOCK-HELD                   VALUE 'HELD'.
003100         88  LOCK-FREE                   VALUE 'FREE'.
003200     05  FILLER                      PIC X(01).
003300     05  LOCK-PROGRAM                PIC X(20).
003400     05  FILLER                      PIC X(01).
003500     05  LOCK-OPERATOR               PIC X(08).
003600     05  FILLER                      PIC X(01).
003700     05  LOCK-STAMP.
003800         10  LOCK-DATE               PIC 9(08).
003900         10  LOCK-STAMP-SEP          PIC X(01).
004000         10  LOCK-TIME               PIC 9(08).
