000100******************************************************************
000200* COPYBOOK:    SUBMREC
000300* AUTHOR:      D. VAN ROOYEN
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE EDUCATION DEPARTMENT'S FIXED-FORMAT TERM GRADE
000600*              SUBMISSION (STATUTORY_SUBMISSION.TXT), WRITTEN BY
000700*              STATUTORY-EXTRACT.  ONE HEADER RECORD (TYPE H:
000800*              INSTITUTION CODE FROM THE REGISTRAR'S
000850*              INSTITUTION.TXT (SEE INSTREC), TERM, CREATION
000870*              STAMP, ORIGINAL OR CORRECTION AND THE SUBMISSION
000900*              NUMBER FOR THE TERM),
001000*              ONE DETAIL RECORD PER STUDENT (TYPE D) IN STUDENT
001100*              ID ORDER, AND ONE TRAILER RECORD (TYPE T) CARRYING
001200*              THE DETAIL RECORD COUNT AND THE HASH TOTALS OF THE
001300*              NUMERIC STUDENT IDS AND OF THE GRADES - THE SAME
001400*              TOTALS TERM-CLOSE CERTIFIES.  EVERY RECORD IS 50
001500*              BYTES; THE TYPE IS ALWAYS THE FIRST BYTE.
001600*
001700* MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    2026-10-15  DVR  INITIAL VERSION.
002000******************************************************************
002100 01  SUBMISSION-HEADER-RECORD.
002200     05  SUBH-RECORD-TYPE            PIC X(01).
002300         88  SUBMISSION-HEADER           VALUE 'H'.
002400     05  SUBH-INSTITUTION            PIC X(08).
002500     05  SUBH-TERM                   PIC X(06).
002600     05  SUBH-CREATED-DATE           PIC 9(08).
002700     05  SUBH-CREATED-TIME           PIC 9(08).
002800     05  SUBH-SUBMISSION-TYPE        PIC X(01).
002900         88  SUBH-ORIGINAL               VALUE 'O'.
003000         88  SUBH-CORRECTION             VALUE 'C'.
003100     05  SUBH-SUBMISSION-NO          PIC 9(02).
003200     05  FILLER                      PIC X(16).
003300
003400 01  SUBMISSION-DETAIL-RECORD.
003500     05  SUBD-RECORD-TYPE            PIC X(01).
003600         88  SUBMISSION-DETAIL           VALUE 'D'.
003700     05  SUBD-STUDENT-ID             PIC X(08).
003800     05  SUBD-NAME                   PIC X(30).
003900     05  SUBD-SECTION                PIC X(04).
004000     05  SUBD-GRADE                  PIC 9(02).
004100     05  SUBD-LETTER                 PIC X(01).
004200     05  FILLER                      PIC X(04).
004300
004400 01  SUBMISSION-TRAILER-RECORD.
004500     05  SUBT-RECORD-TYPE            PIC X(01).
004600         88  SUBMISSION-TRAILER          VALUE 'T'.
004700     05  SUBT-RECORD-COUNT           PIC 9(06).
004800     05  SUBT-ID-HASH                PIC 9(15).
004900     05  SUBT-GRADE-HASH             PIC 9(08).
005000     05  FILLER                      PIC X(20).
