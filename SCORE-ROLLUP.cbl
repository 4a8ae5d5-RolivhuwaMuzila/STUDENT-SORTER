002300* MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    2026-09-02  DVR  INITIAL VERSION.
002510*    2026-10-15  DVR  EVERY ROSTER GRADE THE ROLLUP ACTUALLY
002520*                     CHANGES IS JOURNALLED TO CHANGE_JOURNAL.TXT
002530*                     (SEE CHGJREC) WITH ITS OLD AND NEW VALUE.
002540*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
002550*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
002560*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
002570*                     REFUSED WITH RC 28.
002575*    2026-10-15  DVR  STUDENT_MASTER.IDX NOW CARRIES AN ALTERNATE
002580*                     KEY ON THE NAME (WITH DUPLICATES) FOR THE
002585*                     STUDENT-INQUIRY NAME SEARCH; EVERY PROGRAM
002590*                     THAT OPENS THE MASTER DECLARES THE SAME
002595*                     KEYS.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SCORE-ROLLUP.
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS RMAST-ID
005950         ALTERNATE RECORD KEY IS RMAST-NAME WITH DUPLICATES
006000         FILE STATUS IS WS-RMAST-FS.
006100
006200     SELECT REPORT-CARD-FILE ASSIGN TO 'report_cards.txt'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BAND-FS.
006900
006910     SELECT JOURNAL-FILE ASSIGN TO 'change_journal.txt'
006920         ORGANIZATION IS LINE SEQUENTIAL
006930         FILE STATUS IS WS-JRNL-FS.
006940
006950     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
006960         ORGANIZATION IS LINE SEQUENTIAL
006970         FILE STATUS IS WS-LOCK-FS.
006980
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  SUBJECT-SCORE-FILE.
012700 FD  BAND-CONTROL-FILE.
012800     COPY GBNDREC.
012900
012910 FD  JOURNAL-FILE.
012920     COPY CHGJREC.
012930
012950 FD  RUN-LOCK-FILE.
012970     COPY LOCKREC.
012990
013000 WORKING-STORAGE SECTION.
013100 01  WS-FILE-STATUSES.
013200     05  WS-SCORE-FS                   PIC X(02) VALUE '00'.
013700     05  WS-RMAST-FS                   PIC X(02) VALUE '00'.
013800     05  WS-CARD-FS                    PIC X(02) VALUE '00'.
013900     05  WS-BAND-FS                    PIC X(02) VALUE '00'.
013950     05  WS-JRNL-FS                    PIC X(02) VALUE '00'.
013970     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
014000
014010*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
014020 01  WS-RUN-LOCK-AREA.
014030     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
014040         88  RUN-LOCK-TAKEN                VALUE 'Y'.
014050     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
014060     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
014070     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
014080
014100 01  WS-SWITCHES.
014200     05  WS-EOF-SCORE-SW               PIC X(01) VALUE 'N'.
014300         88  EOF-SCORE                     VALUE 'Y'.
017300                                        USAGE COMP.
017400     05  WS-TRAILING-SPACES            PIC 9(04) VALUE ZERO
017500                                        USAGE COMP.
017510     05  WS-COUNT-JOURNALLED           PIC 9(06) VALUE ZERO
017520                                        USAGE COMP.
017600
017700 01  WS-BREAK-AREA.
017800     05  WS-CURRENT-ID                 PIC X(08) VALUE SPACES.
019800
019900 01  WS-TIMESTAMP-FIELDS.
020000     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
020010     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
020020     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
020100
020200 01  WS-EDIT-FIELDS.
020300     05  WS-ED-COUNT                   PIC ZZZZZ9.
021300
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021550     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
021600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021700     IF NO-SCORE-FILE
021800         DISPLAY 'SCORE-ROLLUP: SUBJECT_SCORES.TXT NOT FOUND - '
021900             'ROSTER GRADES LEFT AS THEY ARE'
021920         PERFORM 8950-RELEASE-RUN-LOCK
021940             THRU 8950-RELEASE-RUN-LOCK-EXIT
022000         STOP RUN
022100     END-IF.
022200     PERFORM 2000-SORT-SCORES THRU 2000-SORT-SCORES-EXIT.
022600     PERFORM 5000-WRITE-REPORT-CARDS
022700         THRU 5000-WRITE-REPORT-CARDS-EXIT.
022800     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
022820     PERFORM 8950-RELEASE-RUN-LOCK
022840         THRU 8950-RELEASE-RUN-LOCK-EXIT.
022900     STOP RUN.
023000
023100******************************************************************
023400******************************************************************
023500 1000-INITIALIZE.
023600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023610     ACCEPT WS-CURRENT-TIME FROM TIME.
023620     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
023630     IF WS-OPERATOR-ID = SPACES
023640         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
023650     END-IF.
023700     OPEN INPUT SUBJECT-SCORE-FILE.
023800     EVALUATE TRUE
023900         WHEN WS-SCORE-FS = '35'
024300                 'SUBJECT_SCORES.TXT - FILE STATUS ' WS-SCORE-FS
024400                 ' ***'
024500             MOVE 20 TO RETURN-CODE
024520             PERFORM 8950-RELEASE-RUN-LOCK
024540                 THRU 8950-RELEASE-RUN-LOCK-EXIT
024600             STOP RUN
024700         WHEN OTHER
024800             CLOSE SUBJECT-SCORE-FILE
037300* AVERAGE IN THE GRADE COLUMNS, EVERY OTHER ROW (AND EVERY ROW
037400* OF A FOREIGN LENGTH) COPIED BACK VERBATIM.  WHEN THE INDEXED
037500* MASTER EXISTS THE SAME GRADES LAND THERE TOO, SO THE NEXT
037600* STUDENT-MAINT EXPORT CANNOT UNDO THE ROLLUP.  EACH GRADE THAT
037610* ACTUALLY CHANGES IS JOURNALLED (SEE 4270).
037700******************************************************************
037800 4000-UPDATE-ROSTER.
037900     MOVE 'N' TO WS-EOF-STUDENT-SW.
038800             '- FILE STATUS ' WS-STUDENT-FS
038900             ' - NO CHANGES APPLIED ***'
039000         MOVE 20 TO RETURN-CODE
039020         PERFORM 8950-RELEASE-RUN-LOCK
039040             THRU 8950-RELEASE-RUN-LOCK-EXIT
039100         STOP RUN
039200     END-IF.
039210     OPEN EXTEND JOURNAL-FILE.
039220     IF WS-JRNL-FS = '35'
039230         OPEN OUTPUT JOURNAL-FILE
039240     END-IF.
039250     IF WS-JRNL-FS NOT = '00'
039260         DISPLAY 'SCORE-ROLLUP: *** UNABLE TO OPEN '
039270             'CHANGE_JOURNAL.TXT - FILE STATUS ' WS-JRNL-FS
039275             ' - NO CHANGES APPLIED ***'
039280         MOVE 20 TO RETURN-CODE
039282         PERFORM 8950-RELEASE-RUN-LOCK
039284             THRU 8950-RELEASE-RUN-LOCK-EXIT
039290         STOP RUN
039295     END-IF.
039300     OPEN I-O ROLLUP-WORK-FILE.
039400     OPEN OUTPUT ROSTER-WORK-FILE.
039500     PERFORM 4300-OPEN-MASTER THRU 4300-OPEN-MASTER-EXIT.
039900     CLOSE STUDENT-FILE.
040000     CLOSE ROSTER-WORK-FILE.
040100     CLOSE ROLLUP-WORK-FILE.
040150     CLOSE JOURNAL-FILE.
040200     IF MASTER-IS-OPEN
040300         CLOSE MASTER-FILE
040400         MOVE 'N' TO WS-MASTER-OPEN-SW
044300     END-IF.
044400     PERFORM 4250-FIND-ROLLUP THRU 4250-FIND-ROLLUP-EXIT.
044500     IF ROLLUP-FOUND
044510         IF STUDENT-GRADE-X NOT = RLUP-AVG
044520             PERFORM 4270-JOURNAL-GRADE
044530                 THRU 4270-JOURNAL-GRADE-EXIT
044540         END-IF
044600         MOVE RLUP-AVG TO STUDENT-GRADE
044700         ADD 1 TO WS-COUNT-APPLIED
044800         MOVE STUDENT-NAME TO RLUP-NAME
047400 4250-FIND-ROLLUP-EXIT.
047500     EXIT.
047600
047603*    4270-JOURNAL-GRADE - ONE CHANGE-JOURNAL ROW FOR A ROSTER
047606*    GRADE THE ROLLUP IS ABOUT TO REPLACE.
047609 4270-JOURNAL-GRADE.
047612     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
047615     MOVE WS-CURRENT-DATE TO CJRN-DATE.
047618     MOVE '-' TO CJRN-STAMP-SEP.
047621     MOVE WS-CURRENT-TIME TO CJRN-TIME.
047624     MOVE STUDENT-ID TO CJRN-STUDENT-ID.
047627     MOVE 'C' TO CJRN-ACTION.
047630     MOVE 'GRADE' TO CJRN-FIELD.
047633     MOVE STUDENT-GRADE-X TO CJRN-OLD-VALUE.
047636     MOVE RLUP-AVG TO CJRN-NEW-VALUE.
047639     MOVE 'SCORE-ROLLUP' TO CJRN-PROGRAM.
047642     MOVE WS-OPERATOR-ID TO CJRN-OPERATOR.
047645     MOVE 'ROLLUP' TO CJRN-REASON.
047648     WRITE CHANGE-JOURNAL-RECORD.
047651     ADD 1 TO WS-COUNT-JOURNALLED.
047654 4270-JOURNAL-GRADE-EXIT.
047657     EXIT.
047660
047700******************************************************************
047800* 4300-OPEN-MASTER - OPEN THE INDEXED MASTER FOR THE GRADE SYNC
047900* WHEN IT EXISTS.  NO MASTER IS FINE - STUDENTS.TXT IS THEN THE
078900 8510-TEST-ONE-BAND-EXIT.
079000     EXIT.
079100
079101******************************************************************
079102* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
079103* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
079104* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
079105* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
079106* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
079107* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
079108******************************************************************
079109 8900-TAKE-RUN-LOCK.
079110     MOVE SPACES TO RUN-LOCK-RECORD.
079111     OPEN INPUT RUN-LOCK-FILE.
079112     IF WS-LOCK-FS = '00'
079113         READ RUN-LOCK-FILE
079114             AT END
079115                 MOVE SPACES TO RUN-LOCK-RECORD
079116         END-READ
079117         CLOSE RUN-LOCK-FILE
079118     END-IF.
079119     IF LOCK-HELD
079120         DISPLAY 'SCORE-ROLLUP: *** SUITE RUN LOCK HELD BY '
079121             LOCK-PROGRAM ' ***'
079122         DISPLAY 'SCORE-ROLLUP: *** OPERATOR '
079123             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
079124             ' - RUN REFUSED, RETRY LATER ***'
079125         MOVE 28 TO RETURN-CODE
079126         STOP RUN
079127     END-IF.
079128     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
079129     IF WS-LOCK-OPERATOR = SPACES
079130         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
079131     END-IF.
079132     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
079133     ACCEPT WS-LOCK-TIME FROM TIME.
079134     MOVE SPACES TO RUN-LOCK-RECORD.
079135     SET LOCK-HELD TO TRUE.
079136     MOVE 'SCORE-ROLLUP' TO LOCK-PROGRAM.
079137     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
079138     MOVE WS-LOCK-DATE TO LOCK-DATE.
079139     MOVE '-' TO LOCK-STAMP-SEP.
079140     MOVE WS-LOCK-TIME TO LOCK-TIME.
079141     OPEN OUTPUT RUN-LOCK-FILE.
079142     IF WS-LOCK-FS NOT = '00'
079143         DISPLAY 'SCORE-ROLLUP: *** UNABLE TO WRITE '
079144             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
079145         MOVE 20 TO RETURN-CODE
079146         STOP RUN
079147     END-IF.
079148     WRITE RUN-LOCK-RECORD.
079149     CLOSE RUN-LOCK-FILE.
079150     SET RUN-LOCK-TAKEN TO TRUE.
079151 8900-TAKE-RUN-LOCK-EXIT.
079152     EXIT.
079153
079154******************************************************************
079155* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
079156* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
079157* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
079158* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
079159******************************************************************
079160 8950-RELEASE-RUN-LOCK.
079161     IF NOT RUN-LOCK-TAKEN
079162         GO TO 8950-RELEASE-RUN-LOCK-EXIT
079163     END-IF.
079164     MOVE 'N' TO WS-LOCK-TAKEN-SW.
079165     MOVE SPACES TO RUN-LOCK-RECORD.
079166     OPEN INPUT RUN-LOCK-FILE.
079167     IF WS-LOCK-FS = '00'
079168         READ RUN-LOCK-FILE
079169             AT END
079170                 MOVE SPACES TO RUN-LOCK-RECORD
079171         END-READ
079172         CLOSE RUN-LOCK-FILE
079173     END-IF.
079174     IF NOT LOCK-HELD
079175         OR LOCK-PROGRAM NOT = 'SCORE-ROLLUP'
079176         OR LOCK-DATE NOT = WS-LOCK-DATE
079177         OR LOCK-TIME NOT = WS-LOCK-TIME
079178         DISPLAY 'SCORE-ROLLUP: SUITE RUN LOCK WAS '
079179             'CLEARED DURING THE RUN - LEFT AS FOUND'
079180         GO TO 8950-RELEASE-RUN-LOCK-EXIT
079181     END-IF.
079182     SET LOCK-FREE TO TRUE.
079183     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
079184     ACCEPT LOCK-TIME FROM TIME.
079185     OPEN OUTPUT RUN-LOCK-FILE.
079186     IF WS-LOCK-FS NOT = '00'
079187         DISPLAY 'SCORE-ROLLUP: *** UNABLE TO RELEASE '
079188             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
079189             ' - CLEAR IT WITH SUITE-LOCK ***'
079190         GO TO 8950-RELEASE-RUN-LOCK-EXIT
079191     END-IF.
079192     WRITE RUN-LOCK-RECORD.
079193     CLOSE RUN-LOCK-FILE.
079194 8950-RELEASE-RUN-LOCK-EXIT.
079195     EXIT.
079196
079200******************************************************************
079300* 9000-WRAP-UP - RUN TOTALS FOR THE OPERATOR.
079400******************************************************************
079900     DISPLAY 'SCORE-ROLLUP: ' WS-COUNT-STUDENTS
080000         ' STUDENT AVERAGE(S) COMPUTED, ' WS-COUNT-APPLIED
080100         ' APPLIED TO STUDENTS.TXT'.
080110     DISPLAY 'SCORE-ROLLUP: ' WS-COUNT-JOURNALLED
080120         ' ROSTER GRADE(S) CHANGED AND JOURNALLED'.
080200     IF WS-COUNT-OFF-ROSTER > ZERO
080300         DISPLAY 'SCORE-ROLLUP: *** ' WS-COUNT-OFF-ROSTER
080400             ' STUDENT(S) ON THE SCORE FILE BUT NOT ON THE '
