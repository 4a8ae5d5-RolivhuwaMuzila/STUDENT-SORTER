000100******************************************************************
000200* COPYBOOK:    CHGJREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF THE SHARED STUDENT CHANGE JOURNAL
000600*              (CHANGE_JOURNAL.TXT).  EVERY PROGRAM THAT ALTERS
000700*              A STUDENT ON STUDENT_MASTER.IDX OR STUDENTS.TXT
000800*              APPENDS ONE ROW PER FIELD IT CHANGES, WITH THE
000900*              VALUE BEFORE AND AFTER, SO A DISPUTED GRADE CAN
001000*              BE TRACED TO WHEN IT CHANGED, FROM WHAT, AND BY
001100*              WHICH PROGRAM AND OPERATOR.  THE FILE IS NEVER
001200*              REWRITTEN.  AN ADD OR A DELETE IS ONE ROW FOR
001300*              THE WHOLE RECORD (FIELD 'RECORD') CARRYING THE
001400*              FULL 44-BYTE STUDREC IMAGE - A DELETED STUDENT'S
001500*              OLD VALUE IS EXACTLY THE ROW TO PUT BACK ON
001600*              STUDENTS.TXT TO RESTORE THEM BY HAND.
001700*
001800*              REASON CODES IN USE:
001900*                MAINT    - STUDENT-MAINT, NO REASON KEYED
002000*                REPAIR   - REJECT-REPAIR REPAIRED A REJECT
002030*                           (AN ADD ROW WITH THE REPAIRED IMAGE,
002060*                           THEN ONE ROW PER FIELD IT CHANGED)
002100*                DISCARD  - REJECT-REPAIR DISCARDED A REJECT
002200*                ROLLUP   - SCORE-ROLLUP SUBJECT AVERAGE
002250*                TRANSACT - STUDENT-UPDATE, TRANSACTION CARRIED
002260*                           NO REASON
002270*                PLACE    - GEN-PLACEMENT MOVED A GEN-POOL
002280*                           STUDENT INTO A SECTION
002300*              ANY OTHER CODE WAS KEYED BY THE OPERATOR AT THE
002400*              STUDENT-MAINT REASON PROMPT OR CARRIED ON A
002450*              STUDENT-UPDATE TRANSACTION (SEE TRANREC).
002500*              READ BY JOURNAL-REPORT.
002600*
002700* MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    2026-10-15  DVR  INITIAL VERSION.
002950*    2026-10-15  DVR  ADDED THE STUDENT-UPDATE REASON CODES.
002960*    2026-10-15  DVR  ADDED THE GEN-PLACEMENT REASON CODE.
002970*    2026-10-15  DVR  REJECT-REPAIR REPAIRS ALSO WRITE AN ADD ROW.
003000******************************************************************
003100 01  CHANGE-JOURNAL-RECORD.
003200     05  CJRN-STAMP.
003300         10  CJRN-DATE               PIC 9(08).
003400         10  CJRN-STAMP-SEP          PIC X(01).
003500         10  CJRN-TIME               PIC 9(08).
003600     05  FILLER                      PIC X(01).
003700     05  CJRN-STUDENT-ID             PIC X(08).
003800     05  FILLER                      PIC X(01).
003900     05  CJRN-ACTION                 PIC X(01).
004000         88  CJRN-ADDED                  VALUE 'A'.
004100         88  CJRN-CHANGED                VALUE 'C'.
004200         88  CJRN-DELETED                VALUE 'D'.
004300     05  FILLER                      PIC X(01).
004400     05  CJRN-FIELD                  PIC X(08).
004500     05  FILLER                      PIC X(01).
004600     05  CJRN-OLD-VALUE              PIC X(44).
004700     05  FILLER                      PIC X(01).
004800     05  CJRN-NEW-VALUE              PIC X(44).
004900     05  FILLER                      PIC X(01).
005000     05  CJRN-PROGRAM                PIC X(16).
005100     05  FILLER                      PIC X(01).
005200     05  CJRN-OPERATOR               PIC X(08).
005300     05  FILLER                      PIC X(01).
005400     05  CJRN-REASON                 PIC X(08).
