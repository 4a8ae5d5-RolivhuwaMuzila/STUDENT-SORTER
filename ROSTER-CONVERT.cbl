002100* MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    2026-08-22  DVR  INITIAL VERSION.
002320*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
002340*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
002360*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
002380*                     REFUSED WITH RC 28.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. ROSTER-CONVERT.
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-FS.
004200
004220     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
004240         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS WS-LOCK-FS.
004280
004300 DATA DIVISION.
004400 FILE SECTION.
004500*    STUDENT-FILE DELIBERATELY HAS NO RECORD VARYING CLAUSE - SEE
006600 FD  CONVERT-REPORT-FILE.
006700 01  CONVERT-REPORT-LINE              PIC X(132).
006800
006820 FD  RUN-LOCK-FILE.
006840     COPY LOCKREC.
006860
006900 WORKING-STORAGE SECTION.
007000 01  WS-FILE-STATUSES.
007100     05  WS-STUDENT-FS                 PIC X(02) VALUE '00'.
007200     05  WS-WORK-FS                    PIC X(02) VALUE '00'.
007300     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
007350     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
007400
007410*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
007420 01  WS-RUN-LOCK-AREA.
007430     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
007440         88  RUN-LOCK-TAKEN                VALUE 'Y'.
007450     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
007460     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
007470     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
007480
007500 01  WS-SWITCHES.
007600     05  WS-EOF-STUDENT-SW             PIC X(01) VALUE 'N'.
007700         88  EOF-STUDENT                   VALUE 'Y'.
010700
010800 PROCEDURE DIVISION.
010900 0000-MAINLINE.
010950     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
011000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011100     PERFORM 2000-SCAN-FOR-HIGHEST-LEG-ID
011200         THRU 2000-SCAN-FOR-HIGHEST-LEG-ID-EXIT.
011400     PERFORM 4000-COPY-WORK-TO-ROSTER
011500         THRU 4000-COPY-WORK-TO-ROSTER-EXIT.
011600     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT.
011620     PERFORM 8950-RELEASE-RUN-LOCK
011640         THRU 8950-RELEASE-RUN-LOCK-EXIT.
011700     STOP RUN.
011800
011900******************************************************************
017900         DISPLAY 'ROSTER-CONVERT: *** UNABLE TO OPEN '
018000             'STUDENTS.TXT - FILE STATUS ' WS-STUDENT-FS ' ***'
018100         MOVE 20 TO RETURN-CODE
018120         PERFORM 8950-RELEASE-RUN-LOCK
018140             THRU 8950-RELEASE-RUN-LOCK-EXIT
018200         STOP RUN
018300     END-IF.
018400     PERFORM 1200-READ-STUDENT THRU 1200-READ-STUDENT-EXIT.
021440         DISPLAY 'ROSTER-CONVERT: *** UNABLE TO RE-OPEN '
021460             'STUDENTS.TXT - FILE STATUS ' WS-STUDENT-FS ' ***'
021480         MOVE 20 TO RETURN-CODE
021482         PERFORM 8950-RELEASE-RUN-LOCK
021484             THRU 8950-RELEASE-RUN-LOCK-EXIT
021490         STOP RUN
021495     END-IF.
021500     OPEN OUTPUT CONVERT-WORK-FILE.
035200         WS-COUNT-UNTOUCHED ' LEFT AS-IS'.
035300 5000-WRAP-UP-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
035800* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
035900* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
036000* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
036100* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
036200* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
036300******************************************************************
036400 8900-TAKE-RUN-LOCK.
036500     MOVE SPACES TO RUN-LOCK-RECORD.
036600     OPEN INPUT RUN-LOCK-FILE.
036700     IF WS-LOCK-FS = '00'
036800         READ RUN-LOCK-FILE
036900             AT END
037000                 MOVE SPACES TO RUN-LOCK-RECORD
037100         END-READ
037200         CLOSE RUN-LOCK-FILE
037300     END-IF.
037400     IF LOCK-HELD
037500         DISPLAY 'ROSTER-CONVERT: *** SUITE RUN LOCK HELD BY '
037600             LOCK-PROGRAM ' ***'
037700         DISPLAY 'ROSTER-CONVERT: *** OPERATOR '
037800             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
037900             ' - RUN REFUSED, RETRY LATER ***'
038000         MOVE 28 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
038400     IF WS-LOCK-OPERATOR = SPACES
038500         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
038600     END-IF.
038700     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
038800     ACCEPT WS-LOCK-TIME FROM TIME.
038900     MOVE SPACES TO RUN-LOCK-RECORD.
039000     SET LOCK-HELD TO TRUE.
039100     MOVE 'ROSTER-CONVERT' TO LOCK-PROGRAM.
039200     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
039300     MOVE WS-LOCK-DATE TO LOCK-DATE.
039400     MOVE '-' TO LOCK-STAMP-SEP.
039500     MOVE WS-LOCK-TIME TO LOCK-TIME.
039600     OPEN OUTPUT RUN-LOCK-FILE.
039700     IF WS-LOCK-FS NOT = '00'
039800         DISPLAY 'ROSTER-CONVERT: *** UNABLE TO WRITE '
039900             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
040000         MOVE 20 TO RETURN-CODE
040100         STOP RUN
040200     END-IF.
040300     WRITE RUN-LOCK-RECORD.
040400     CLOSE RUN-LOCK-FILE.
040500     SET RUN-LOCK-TAKEN TO TRUE.
040600 8900-TAKE-RUN-LOCK-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
041100* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
041200* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
041300* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
041400******************************************************************
041500 8950-RELEASE-RUN-LOCK.
041600     IF NOT RUN-LOCK-TAKEN
041700         GO TO 8950-RELEASE-RUN-LOCK-EXIT
041800     END-IF.
041900     MOVE 'N' TO WS-LOCK-TAKEN-SW.
042000     MOVE SPACES TO RUN-LOCK-RECORD.
042100     OPEN INPUT RUN-LOCK-FILE.
042200     IF WS-LOCK-FS = '00'
042300         READ RUN-LOCK-FILE
042400             AT END
042500                 MOVE SPACES TO RUN-LOCK-RECORD
042600         END-READ
042700         CLOSE RUN-LOCK-FILE
042800     END-IF.
042900     IF NOT LOCK-HELD
043000         OR LOCK-PROGRAM NOT = 'ROSTER-CONVERT'
043100         OR LOCK-DATE NOT = WS-LOCK-DATE
043200         OR LOCK-TIME NOT = WS-LOCK-TIME
043300         DISPLAY 'ROSTER-CONVERT: SUITE RUN LOCK WAS '
043400             'CLEARED DURING THE RUN - LEFT AS FOUND'
043500         GO TO 8950-RELEASE-RUN-LOCK-EXIT
043600     END-IF.
043700     SET LOCK-FREE TO TRUE.
043800     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
043900     ACCEPT LOCK-TIME FROM TIME.
044000     OPEN OUTPUT RUN-LOCK-FILE.
044100     IF WS-LOCK-FS NOT = '00'
044200         DISPLAY 'ROSTER-CONVERT: *** UNABLE TO RELEASE '
044300             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
044400             ' - CLEAR IT WITH SUITE-LOCK ***'
044500         GO TO 8950-RELEASE-RUN-LOCK-EXIT
044600     END-IF.
044700     WRITE RUN-LOCK-RECORD.
044800     CLOSE RUN-LOCK-FILE.
044900 8950-RELEASE-RUN-LOCK-EXIT.
045000     EXIT.
