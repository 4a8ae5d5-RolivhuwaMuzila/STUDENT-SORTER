000100******************************************************************
000200* COPYBOOK:    SREGREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF THE STATUTORY SUBMISSION REGISTER
000600*              (SUBMISSION_REGISTER.TXT).  STATUTORY-EXTRACT
000700*              APPENDS A ROW FOR EVERY SUBMISSION FILE IT WRITES:
000800*              THE TERM, ORIGINAL OR CORRECTION, THE SUBMISSION
000900*              NUMBER FOR THE TERM (01 FOR THE ORIGINAL), WHEN AND
001000*              BY WHOM, THE INSTITUTION CODE (FROM INSTITUTION.TXT,
001050*              SEE INSTREC), THE RECORD COUNT AND
001100*              HASH TOTALS FROM THE TRAILER, AND THE REASON GIVEN
001200*              FOR A CORRECTION.  THE FILE IS NEVER REWRITTEN, SO
001300*              IT IS ITS OWN HISTORY; A TERM WITH A ROW ON IT HAS
001400*              BEEN SUBMITTED AND IS ONLY SUBMITTED AGAIN AS A
001500*              CORRECTION.
001600*
001700* MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  DVR  INITIAL VERSION.
002000******************************************************************
002100 01  SUBMISSION-REGISTER-RECORD.
002200     05  SREG-TERM                   PIC X(06).
002300     05  FILLER                      PIC X(01).
002400     05  SREG-TYPE                   PIC X(10).
002500         88  SREG-ORIGINAL               VALUE 'ORIGINAL'.
002600         88  SREG-CORRECTION             VALUE 'CORRECTION'.
002700     05  FILLER                      PIC X(01).
002800     05  SREG-SUBMISSION-NO          PIC 9(02).
002900     05  FILLER                      PIC X(01).
003000     05  SREG-STAMP.
003100         10  SREG-DATE               PIC 9(08).
003200         10  SREG-STAMP-SEP          PIC X(01).
003300         10  SREG-TIME               PIC 9(08).
003400     05  FILLER                      PIC X(01).
003500     05  SREG-OPERATOR               PIC X(08).
003600     05  FILLER                      PIC X(01).
003700     05  SREG-INSTITUTION            PIC X(08).
003800     05  FILLER                      PIC X(01).
003900     05  SREG-RECORD-COUNT           PIC 9(06).
004000     05  FILLER                      PIC X(01).
004100     05  SREG-ID-HASH                PIC 9(15).
004200     05  FILLER                      PIC X(01).
004300     05  SREG-GRADE-HASH             PIC 9(08).
004400     05  FILLER                      PIC X(01).
004500     05  SREG-REASON                 PIC X(30).
