001300*              SORT FLOW PUBLISHES, AND PRINTS THE REPORT CARDS.
001400*              THE ROSTER STAYS THE PUBLISHED INTERFACE; THIS
001500*              FILE IS WHERE THE DETAIL BEHIND IT LIVES.
001510*              SUBJECT-ANALYSIS ALSO READS IT FOR THE PER-
001520*              SUBJECT, PER-SECTION PERFORMANCE REPORT, AND
001530*              STUDENT-INQUIRY SHOWS ONE STUDENT'S ROWS.
001600*
001700* MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    2026-09-02  DVR  INITIAL VERSION.
001950*    2026-10-15  DVR  SUBJECT-ANALYSIS ADDED AS A READER.
001960*    2026-10-15  DVR  STUDENT-INQUIRY ADDED AS A READER.
002000******************************************************************
002100*    THE -X REDEFINITION LETS A MIS-KEYED (NON-NUMERIC) SCORE BE
002200*    CAUGHT BY THE NUMERIC EDIT INSTEAD OF ABENDING.
