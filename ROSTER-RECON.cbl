001900* MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    2026-09-02  DVR  INITIAL VERSION.
002110*    2026-10-15  DVR  STUDENT_MASTER.IDX NOW CARRIES AN ALTERNATE
002120*                     KEY ON THE NAME (WITH DUPLICATES) FOR THE
002130*                     STUDENT-INQUIRY NAME SEARCH; EVERY PROGRAM
002140*                     THAT OPENS THE MASTER DECLARES THE SAME
002150*                     KEYS.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ROSTER-RECON.
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS MAST-ID
003150         ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
003200         FILE STATUS IS WS-MASTER-FS.
003300
003400     SELECT STUDENT-FILE ASSIGN TO 'students.txt'
