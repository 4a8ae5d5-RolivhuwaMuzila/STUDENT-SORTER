000100******************************************************************
000200* COPYBOOK:    ATRTREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE STUDENT'S ATTENDANCE FIGURES (ATTENDANCE_
000600*              RATES.TXT), WRITTEN IN STUDENT ID ORDER BY
000700*              ATTENDANCE-LOAD FROM EVERYTHING ON ATTENDANCE.TXT
000800*              AND READ BY ATTENDANCE-RISK.  DAYS IS THE NUMBER
000900*              OF ROWS; THE RATE IS PRESENT AS A PERCENTAGE OF
001000*              PRESENT PLUS ABSENT, TO ONE IMPLIED DECIMAL, SO AN
001100*              EXCUSED DAY DOES NOT COUNT AGAINST THE STUDENT.  A
001200*              STUDENT WITH ONLY EXCUSED DAYS HAS NO RATE - THE
001300*              RATED FLAG IS THEN N AND THE RATE ZERO.  EXAMPLE
001400*              ROW (87.5 PERCENT):
001500*                  10000001 0010 0007 0001 0002 0875 Y
001600*
001700* MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  DVR  INITIAL VERSION.
002000******************************************************************
002100 01  ATTENDANCE-RATE-RECORD.
002200     05  ATRT-STUDENT-ID             PIC X(08).
002300     05  FILLER                      PIC X(01).
002400     05  ATRT-DAYS                   PIC 9(04).
002500     05  FILLER                      PIC X(01).
002600     05  ATRT-PRESENT                PIC 9(04).
002700     05  FILLER                      PIC X(01).
002800     05  ATRT-ABSENT                 PIC 9(04).
002900     05  FILLER                      PIC X(01).
003000     05  ATRT-EXCUSED                PIC 9(04).
003100     05  FILLER                      PIC X(01).
003200     05  ATRT-RATE                   PIC 9(03)V9.
003300     05  FILLER                      PIC X(01).
003400     05  ATRT-RATED-SW               PIC X(01).
003500         88  ATRT-RATED                  VALUE 'Y'.
