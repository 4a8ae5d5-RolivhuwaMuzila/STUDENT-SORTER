000100******************************************************************
000200* COPYBOOK:    SUBJTREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF THE REGISTRAR-EDITABLE SUBJECT
000600*              REFERENCE LIST (SUBJECTS.TXT), IN THE SPIRIT OF
000700*              SECTIONS.TXT: THE THREE-LETTER SUBJECT CODE USED
000800*              ON SUBJECT_SCORES.TXT (SEE SUBJREC) AND A
000900*              DESCRIPTIVE TITLE.  AT MOST 50 ROWS.  EXAMPLE ROW:
001000*                  MAT MATHEMATICS
001100*              READ BY SUBJECT-ANALYSIS, WHICH LISTS A SCORE
001200*              ROW FOR ANY CODE NOT ON THE LIST AS AN EXCEPTION
001300*              INSTEAD OF AVERAGING IT IN.  WITHOUT THE FILE
001400*              EVERY CODE IS ACCEPTED (WITH A WARNING).
001500*
001600* MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    2026-10-15  DVR  INITIAL VERSION.
001900******************************************************************
002000 01  SUBJECT-REF-RECORD.
002100     05  SUBT-CODE                   PIC X(03).
002200     05  FILLER                      PIC X(01).
002300     05  SUBT-TITLE                  PIC X(20).
