000400* DATE-WRITTEN: 2026-08-08
000500* PURPOSE:     OUTPUT RECORD LAYOUT FOR SORTED_STUDENTS.TXT.
000600*              SHARED BY STUDENT-SORTER, STUDENT-SORTER-DESC
000700*              AND GRADE-SUMMARY.  ATTENDANCE-RISK READS THE
000750*              ASCENDING FILE FOR THE CURRENT ROSTER GRADE.
000800*
000900* MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    2026-08-08  DVR  INITIAL VERSION - ADDED SORTED-ID.
001150*    2026-08-22  DVR  ADDED SORTED-SECTION TO MATCH STUDREC.
001170*    2026-10-15  DVR  ATTENDANCE-RISK ADDED AS A READER.
001200******************************************************************
001300 01  SORTED-STUDENT-RECORD.
001400     05  SORTED-ID                   PIC X(08).
