002200* MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    2026-09-02  DVR  INITIAL VERSION.
002410*    2026-10-15  DVR  STUDENT_MASTER.IDX NOW CARRIES AN ALTERNATE
002420*                     KEY ON THE NAME (WITH DUPLICATES) FOR THE
002430*                     STUDENT-INQUIRY NAME SEARCH; EVERY PROGRAM
002440*                     THAT OPENS THE MASTER DECLARES THE SAME
002450*                     KEYS.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. DUP-AUDIT.
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS MAST-ID
003450         ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
003500         FILE STATUS IS WS-MASTER-FS.
003600
003700     SELECT VALIDATED-FILE ASSIGN TO 'validated_students.txt'
