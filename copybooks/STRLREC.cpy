000100******************************************************************
000200* COPYBOOK:    STRLREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF THE REGISTRAR-EDITABLE ACADEMIC STANDING
000600*              RULES FILE (STANDING_RULES.TXT), IN THE SPIRIT OF
000700*              GRADE_BANDS.TXT: A GRADE THRESHOLD (3 DIGITS - A
000800*              TERM GRADE BELOW IT IS A LOW TERM), THE NUMBER OF
000900*              CONSECUTIVE LOW TERMS THAT TRIGGERS THE RULE, THE
001000*              STANDING IT PLACES THE STUDENT IN, AND THE RULE'S
001100*              SEVERITY LEVEL (1-9, HIGHER IS MORE SERIOUS; GOOD
001200*              STANDING IS LEVEL 0 AND IS NOT LISTED).  WHEN
001300*              SEVERAL RULES FIRE THE HIGHEST LEVEL WINS.  AT MOST
001400*              10 ROWS.
001500*              EXAMPLE ROWS:
001600*                  050 01 PROBATION    1
001700*                  050 02 SUSPENSION   2
001800*              READ BY ACADEMIC-STANDING, WHICH FALLS BACK TO
001900*              EXACTLY THOSE TWO BUILT-IN RULES WHEN THE FILE IS
002000*              ABSENT OR INVALID.
002100*
002200* MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    2026-10-15  DVR  INITIAL VERSION.
002500******************************************************************
002600*    THE -X REDEFINITIONS LET A MIS-KEYED (NON-NUMERIC) FIELD BE
002700*    CAUGHT BY THE NUMERIC EDIT INSTEAD OF ABENDING.
002800 01  STANDING-RULE-RECORD.
002900     05  SRUL-BELOW                  PIC 9(03).
003000     05  SRUL-BELOW-X REDEFINES
003100         SRUL-BELOW                  PIC X(03).
003200     05  FILLER                      PIC X(01).
003300     05  SRUL-TERMS                  PIC 9(02).
003400     05  SRUL-TERMS-X REDEFINES
003500         SRUL-TERMS                  PIC X(02).
003600     05  FILLER                      PIC X(01).
003700     05  SRUL-STANDING               PIC X(12).
003800     05  FILLER                      PIC X(01).
003900     05  SRUL-LEVEL                  PIC 9(01).
004000     05  SRUL-LEVEL-X REDEFINES
004100         SRUL-LEVEL                  PIC X(01).
