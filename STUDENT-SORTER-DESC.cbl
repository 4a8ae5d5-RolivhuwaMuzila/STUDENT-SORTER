002017*                     FORWARD FOR REPEATS, SAME KEYED LOOKUP
002018*                     AS STUDENT-SORTER, SO A ONE-OFF RERUN
002019*                     HERE CANNOT RESET ANY REJECT'S CLOCK.
002029*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
002039*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
002049*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
002059*                     REFUSED WITH RC 28.
002069******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. STUDENT-SORTER-DESC.
002300 ENVIRONMENT DIVISION.
004678         RECORD KEY IS RJD-KEY
004680         FILE STATUS IS WS-RJDATE-FS.
004700
004720     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-LOCK-FS.
004780
004800 DATA DIVISION.
004900 FILE SECTION.
004920*    STUDENT-FILE DELIBERATELY HAS NO RECORD VARYING CLAUSE -
007100         10  RJD-NAME                 PIC X(30).
007110     05  RJD-FIRST-DATE               PIC 9(08).
007120
007140 FD  RUN-LOCK-FILE.
007160     COPY LOCKREC.
007180
007200 WORKING-STORAGE SECTION.
007300 01  WS-FILE-STATUSES.
007400     05  WS-STUDENT-FS                 PIC X(02) VALUE '00'.
007810     05  WS-IDWORK-FS                  PIC X(02) VALUE '00'.
007820     05  WS-PREJ-FS                    PIC X(02) VALUE '00'.
007830     05  WS-RJDATE-FS                  PIC X(02) VALUE '00'.
007880     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
007900
007910*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
007920 01  WS-RUN-LOCK-AREA.
007930     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
007940         88  RUN-LOCK-TAKEN                VALUE 'Y'.
007950     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
007960     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
007970     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
007980
008000 01  WS-SWITCHES.
008100     05  WS-EOF-STUDENT-SW             PIC X(01) VALUE 'N'.
008200         88  EOF-STUDENT                   VALUE 'Y'.
011900
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012120     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
012150     PERFORM 0100-PARSE-PARM THRU 0100-PARSE-PARM-EXIT.
012200     PERFORM 1000-VALIDATE-INPUT THRU 1000-VALIDATE-INPUT-EXIT.
012300     PERFORM 2000-SORT-AND-WRITE THRU 2000-SORT-AND-WRITE-EXIT.
012400     PERFORM 3000-CHECK-CONTROL-TOTALS
012500         THRU 3000-CHECK-CONTROL-TOTALS-EXIT.
012600     PERFORM 4000-WRITE-RUN-LOG THRU 4000-WRITE-RUN-LOG-EXIT.
012620     PERFORM 8950-RELEASE-RUN-LOCK
012640         THRU 8950-RELEASE-RUN-LOCK-EXIT.
012700     STOP RUN.
012800
012810******************************************************************
013475         MOVE 'NOFILE' TO WS-RUN-STATUS-TEXT
013480         PERFORM 4000-WRITE-RUN-LOG THRU 4000-WRITE-RUN-LOG-EXIT
013485         MOVE 20 TO RETURN-CODE
013487         PERFORM 8950-RELEASE-RUN-LOCK
013489             THRU 8950-RELEASE-RUN-LOCK-EXIT
013490         STOP RUN
013495     END-IF.
013510     PERFORM 1300-LOAD-PRIOR-REJECT-DATES
020790     MOVE 'BLOCKED' TO WS-RUN-STATUS-TEXT.
020800     PERFORM 4000-WRITE-RUN-LOG THRU 4000-WRITE-RUN-LOG-EXIT.
020810     MOVE 24 TO RETURN-CODE.
020812     PERFORM 8950-RELEASE-RUN-LOCK
020814         THRU 8950-RELEASE-RUN-LOCK-EXIT.
020820     STOP RUN.
020830 1950-BLOCK-THE-RUN-EXIT.
020840     EXIT.
030800     CLOSE RUN-LOG-FILE.
030900 4000-WRITE-RUN-LOG-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
031400* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
031500* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
031600* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
031700* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
031800* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
031900******************************************************************
032000 8900-TAKE-RUN-LOCK.
032100     MOVE SPACES TO RUN-LOCK-RECORD.
032200     OPEN INPUT RUN-LOCK-FILE.
032300     IF WS-LOCK-FS = '00'
032400         READ RUN-LOCK-FILE
032500             AT END
032600                 MOVE SPACES TO RUN-LOCK-RECORD
032700         END-READ
032800         CLOSE RUN-LOCK-FILE
032900     END-IF.
033000     IF LOCK-HELD
033100         DISPLAY 'STUDENT-SORTER-DESC: *** SUITE RUN LOCK '
033200             'HELD BY ' LOCK-PROGRAM ' ***'
033300         DISPLAY 'STUDENT-SORTER-DESC: *** OPERATOR '
033400             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
033500             ' - RUN REFUSED, RETRY LATER ***'
033600         MOVE 28 TO RETURN-CODE
033700         STOP RUN
033800     END-IF.
033900     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
034000     IF WS-LOCK-OPERATOR = SPACES
034100         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
034200     END-IF.
034300     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
034400     ACCEPT WS-LOCK-TIME FROM TIME.
034500     MOVE SPACES TO RUN-LOCK-RECORD.
034600     SET LOCK-HELD TO TRUE.
034700     MOVE 'STUDENT-SORTER-DESC' TO LOCK-PROGRAM.
034800     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
034900     MOVE WS-LOCK-DATE TO LOCK-DATE.
035000     MOVE '-' TO LOCK-STAMP-SEP.
035100     MOVE WS-LOCK-TIME TO LOCK-TIME.
035200     OPEN OUTPUT RUN-LOCK-FILE.
035300     IF WS-LOCK-FS NOT = '00'
035400         DISPLAY 'STUDENT-SORTER-DESC: *** UNABLE TO WRITE '
035500             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
035600         MOVE 20 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     WRITE RUN-LOCK-RECORD.
036000     CLOSE RUN-LOCK-FILE.
036100     SET RUN-LOCK-TAKEN TO TRUE.
036200 8900-TAKE-RUN-LOCK-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
036700* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
036800* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
036900* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
037000******************************************************************
037100 8950-RELEASE-RUN-LOCK.
037200     IF NOT RUN-LOCK-TAKEN
037300         GO TO 8950-RELEASE-RUN-LOCK-EXIT
037400     END-IF.
037500     MOVE 'N' TO WS-LOCK-TAKEN-SW.
037600     MOVE SPACES TO RUN-LOCK-RECORD.
037700     OPEN INPUT RUN-LOCK-FILE.
037800     IF WS-LOCK-FS = '00'
037900         READ RUN-LOCK-FILE
038000             AT END
038100                 MOVE SPACES TO RUN-LOCK-RECORD
038200         END-READ
038300         CLOSE RUN-LOCK-FILE
038400     END-IF.
038500     IF NOT LOCK-HELD
038600         OR LOCK-PROGRAM NOT = 'STUDENT-SORTER-DESC'
038700         OR LOCK-DATE NOT = WS-LOCK-DATE
038800         OR LOCK-TIME NOT = WS-LOCK-TIME
038900         DISPLAY 'STUDENT-SORTER-DESC: SUITE RUN LOCK WAS '
039000             'CLEARED DURING THE RUN - LEFT AS FOUND'
039100         GO TO 8950-RELEASE-RUN-LOCK-EXIT
039200     END-IF.
039300     SET LOCK-FREE TO TRUE.
039400     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
039500     ACCEPT LOCK-TIME FROM TIME.
039600     OPEN OUTPUT RUN-LOCK-FILE.
039700     IF WS-LOCK-FS NOT = '00'
039800         DISPLAY 'STUDENT-SORTER-DESC: *** UNABLE TO RELEASE '
039900             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
040000             ' - CLEAR IT WITH SUITE-LOCK ***'
040100         GO TO 8950-RELEASE-RUN-LOCK-EXIT
040200     END-IF.
040300     WRITE RUN-LOCK-RECORD.
040400     CLOSE RUN-LOCK-FILE.
040500 8950-RELEASE-RUN-LOCK-EXIT.
040600     EXIT.
