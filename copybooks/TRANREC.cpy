000100******************************************************************
000200* COPYBOOK:    TRANREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF THE STUDENT TRANSACTION FILE
000600*              (STUDENT_TRANSACTIONS.TXT) APPLIED TO THE INDEXED
000700*              STUDENT MASTER BY STUDENT-UPDATE.  THE CODE IN
000800*              COLUMN 1 IS A (ADD), C (CHANGE) OR D (DELETE);
000900*              COLUMNS 3-46 ARE THE STUDENT IN EXACTLY THE
001000*              STUDREC LAYOUT, SO A ROW CUT FROM STUDENTS.TXT
001100*              BECOMES AN ADD BY PUTTING 'A ' IN FRONT OF IT.
001200*              A CHANGE CARRIES ONLY THE FIELDS TO REPLACE - A
001300*              BLANK NAME, GRADE OR SECTION LEAVES THAT FIELD AS
001400*              IT IS; A DELETE NEEDS ONLY THE ID.  THE OPTIONAL
001500*              REASON CODE IN COLUMNS 48-55 IS CARRIED TO THE
001600*              CHANGE JOURNAL (BLANK JOURNALS AS TRANSACT).
001700*              EXAMPLE ROWS:
001800*    A 00001234SMITH, JANE                   87M103
001900*    C 00001234                              91     APPEAL
002000*    D 00004321
002100*
002200* MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    2026-10-15  DVR  INITIAL VERSION.
002500******************************************************************
002600*    THE -X REDEFINITION LETS A BLANK (KEEP) OR MIS-KEYED GRADE
002700*    BE TESTED WITHOUT A NUMERIC MOVE FAILURE.
002800 01  STUDENT-TRANSACTION-RECORD.
002900     05  TRAN-CODE                   PIC X(01).
003000         88  TRAN-ADD                    VALUE 'A'.
003100         88  TRAN-CHANGE                 VALUE 'C'.
003200         88  TRAN-DELETE                 VALUE 'D'.
003300     05  FILLER                      PIC X(01).
003400     05  TRAN-STUDENT.
003500         10  TRAN-ID                 PIC X(08).
003600         10  TRAN-NAME               PIC X(30).
003700         10  TRAN-GRADE              PIC 9(02).
003800         10  TRAN-GRADE-X REDEFINES
003900             TRAN-GRADE              PIC X(02).
004000         10  TRAN-SECTION            PIC X(04).
004100     05  FILLER                      PIC X(01).
004200     05  TRAN-REASON                 PIC X(08).
