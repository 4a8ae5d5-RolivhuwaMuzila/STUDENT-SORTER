001000*              MUST COLLATE IN CALENDAR ORDER (E.G. YYYYMM OR
001100*              2026A) BECAUSE 'MOST RECENT' IS THE HIGHEST
001200*              VALUE.
001250*              ACADEMIC-STANDING DERIVES EVERY STUDENT'S ACADEMIC
001260*              STANDING FROM THE FULL HISTORY.
001270*              STUDENT-INQUIRY SHOWS ONE STUDENT'S TERMS.
001280*              STATUTORY-EXTRACT SUBMITS ONE CLOSED TERM TO THE
001290*              EDUCATION DEPARTMENT.
001300*
001400* MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    2026-08-22  DVR  INITIAL VERSION.
001650*    2026-10-15  DVR  ACADEMIC-STANDING ADDED AS A READER.
001660*    2026-10-15  DVR  STUDENT-INQUIRY ADDED AS A READER.
001670*    2026-10-15  DVR  STATUTORY-EXTRACT ADDED AS A READER.
001700******************************************************************
001800 01  GRADE-HISTORY-RECORD.
001900     05  HIST-TERM                   PIC X(06).
