000900*              'NO LIMIT').  EXAMPLE ROW:
001000*                  M103 MATHEMATICS GRADE 1 0030
001100*              READ BY STUDENT-SORTER (UNKNOWN-SECTION EDIT AND
001200*              THE BYSECTION ROSTER HEADINGS), GRADE-SUMMARY
001300*              (SECTION TITLES AND OVER-CAPACITY FLAGS),
001350*              STUDENT-UPDATE (THE SAME EDIT ON TRANSACTIONS),
001360*              GEN-PLACEMENT (SEATS LEFT FOR THE GEN POOL),
001370*              STUDENT-INQUIRY (THE TITLE ON THE STUDENT VIEW),
001375*              ATTENDANCE-LOAD (THE SAME EDIT ON ATTENDANCE ROWS
001380*              AND THE PER-SECTION SUMMARY) AND ATTENDANCE-RISK
001385*              (THE TITLES ON THE AT-RISK REPORT).
001400*              'GEN' IS THE BUILT-IN UNASSIGNED POOL AND NEED NOT
001500*              BE LISTED; EVERY READER BUT GEN-PLACEMENT CARRIES
001600*              ON WITHOUT THE FILE, ONLY SKIPPING THE EDIT AND
001650*              THE TITLES.
001700*
001800* MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    2026-09-02  DVR  INITIAL VERSION.
002050*    2026-10-15  DVR  STUDENT-UPDATE ADDED AS A READER.
002060*    2026-10-15  DVR  GEN-PLACEMENT ADDED AS A READER.
002070*    2026-10-15  DVR  STUDENT-INQUIRY ADDED AS A READER.
002080*    2026-10-15  DVR  ATTENDANCE-LOAD AND ATTENDANCE-RISK ADDED
002085*                     AS READERS.
002100******************************************************************
002200*    THE -X REDEFINITION LETS A MIS-KEYED (NON-NUMERIC) CAPACITY
002300*    BE CAUGHT BY THE NUMERIC EDIT INSTEAD OF ABENDING.
