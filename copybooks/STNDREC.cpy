000100******************************************************************
000200* COPYBOOK:    STNDREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE RECORD OF THE ACADEMIC STANDING FILE
000600*              (ACADEMIC_STANDING.IDX), KEYED ON STUDENT ID AND
000700*              REBUILT FROM GRADE_HISTORY.TXT ON EVERY RUN OF
000800*              ACADEMIC-STANDING.  THE STANDING IS THE ONE IN
000900*              FORCE AFTER THE STUDENT'S LATEST TERM ON THE
001000*              HISTORY (STND-TERM); THE PRIOR STANDING IS THE ONE
001100*              IN FORCE AFTER THE TERM BEFORE THAT, SO A MOVE UP
001200*              OR DOWN CAN BE SEEN WITHOUT RE-READING THE
001300*              HISTORY.  STANDING NAMES AND LEVELS COME FROM
001400*              STANDING_RULES.TXT (SEE STRLREC); GOOD STANDING IS
001500*              'GOOD', LEVEL 0.  A STUDENT WITH ONLY ONE TERM HAS
001600*              A PRIOR STANDING OF 'NEW', LEVEL 0.
001700*
001800* MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    2026-10-15  DVR  INITIAL VERSION.
002100******************************************************************
002200 01  ACADEMIC-STANDING-RECORD.
002300     05  STND-ID                     PIC X(08).
002400     05  STND-NAME                   PIC X(30).
002500     05  STND-SECTION                PIC X(04).
002600     05  STND-TERM                   PIC X(06).
002700     05  STND-GRADE                  PIC 9(02).
002800     05  STND-STANDING               PIC X(12).
002900         88  STND-GOOD-STANDING          VALUE 'GOOD'.
003000     05  STND-LEVEL                  PIC 9(01).
003100     05  STND-LOW-TERMS              PIC 9(02).
003200     05  STND-PRIOR-STANDING         PIC X(12).
003300     05  STND-PRIOR-LEVEL            PIC 9(01).
003400     05  STND-DATE                   PIC 9(08).
