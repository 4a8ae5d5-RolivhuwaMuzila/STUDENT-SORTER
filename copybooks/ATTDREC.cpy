000100******************************************************************
000200* COPYBOOK:    ATTDREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF THE ATTENDANCE DETAIL: STUDENT ID, THE
000600*              DATE OF THE CLASS (YYYYMMDD), THE SECTION THE
000700*              CLASS WAS TAKEN IN AND THE CODE - P PRESENT, A
000800*              ABSENT, E EXCUSED.  EXAMPLE ROW:
000900*                  10000001 20261014 M101 P
001000*              THE SAME LAYOUT SERVES THE DAY'S KEYED ROWS
001100*              (ATTENDANCE_INPUT.TXT) AND THE CUMULATIVE FILE
001200*              (ATTENDANCE.TXT, ONE ROW PER STUDENT, DATE AND
001300*              SECTION, IN THAT ORDER).  ATTENDANCE-LOAD EDITS THE
001400*              FORMER INTO THE LATTER.
001500*
001600* MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    2026-10-15  DVR  INITIAL VERSION.
001900******************************************************************
002000*    THE -X REDEFINITION LETS A MIS-KEYED DATE BE CAUGHT BY THE
002100*    NUMERIC EDIT INSTEAD OF ABENDING.
002200 01  ATTENDANCE-RECORD.
002300     05  ATTD-STUDENT-ID             PIC X(08).
002400     05  FILLER                      PIC X(01).
002500     05  ATTD-DATE                   PIC 9(08).
002600     05  ATTD-DATE-X REDEFINES
002700         ATTD-DATE                   PIC X(08).
002800     05  FILLER                      PIC X(01).
002900     05  ATTD-SECTION                PIC X(04).
003000     05  FILLER                      PIC X(01).
003100     05  ATTD-CODE                   PIC X(01).
003200         88  ATTD-PRESENT                VALUE 'P'.
003300         88  ATTD-ABSENT                 VALUE 'A'.
003400         88  ATTD-EXCUSED                VALUE 'E'.
