000100******************************************************************
000200* COPYBOOK:    INSTREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE REGISTRAR-EDITABLE INSTITUTION CONTROL FILE
000600*              (INSTITUTION.TXT), IN THE SPIRIT OF GRADE_BANDS.TXT
000700*              AND SECTIONS.TXT: ONE ROW HOLDING THE INSTITUTION
000800*              CODE THE EDUCATION DEPARTMENT ISSUED TO THE SCHOOL,
000900*              LEFT-JUSTIFIED IN COLUMNS 1-8, AND THE SCHOOL'S
001000*              NAME FROM COLUMN 10.  BLANK ROWS ARE SKIPPED; THE
001100*              FIRST OTHER ROW IS THE ONE USED.
001200*              READ BY STATUTORY-EXTRACT, WHICH PUTS THE CODE ON
001300*              EVERY SUBMISSION HEADER AND REGISTER ROW.  THERE IS
001400*              NO BUILT-IN FALLBACK: WITHOUT THE FILE, OR WITH NO
001500*              CODE ON IT, NOTHING IS SUBMITTED.
001600*
001700* MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  DVR  INITIAL VERSION.
002000******************************************************************
002100 01  INSTITUTION-RECORD.
002200     05  INST-CODE                   PIC X(08).
002300     05  FILLER                      PIC X(01).
002400     05  INST-NAME                   PIC X(40).
