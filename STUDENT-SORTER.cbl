003136*                     N KEPT, GENS= PARAMETER); ROSTER-RESTORE
003137*                     REPUBLISHES A CHOSEN GENERATION - SEE
003138*                     7500.
003140*    2026-10-15  DVR  A TERM CLOSED BY TERM-CLOSE (SEE TCLSREC)
003141*                     IS NEVER RE-ARCHIVED: THE HISTORY IS LEFT
003142*                     UNTOUCHED, THE RUN ENDS RC 12 AND IS LOGGED
003143*                     STATUS TERMCLSD - SEE 7050.
003144*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
003145*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
003146*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
003147*                     REFUSED WITH RC 28.
003149******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. STUDENT-SORTER.
003400 ENVIRONMENT DIVISION.
006617         ORGANIZATION IS LINE SEQUENTIAL
006618         FILE STATUS IS WS-CATWORK-FS.
006619
006620     SELECT CLOSED-TERMS-FILE ASSIGN TO 'closed_terms.txt'
006621         ORGANIZATION IS LINE SEQUENTIAL
006622         FILE STATUS IS WS-CLOSED-FS.
006623
006633     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
006643         ORGANIZATION IS LINE SEQUENTIAL
006653         FILE STATUS IS WS-LOCK-FS.
006663
006700 DATA DIVISION.
006800 FILE SECTION.
006900*    STUDENT-FILE DELIBERATELY HAS NO RECORD VARYING CLAUSE.
009725 FD  CATALOG-WORK-FILE.
009726 01  CATWORK-BUFFER                   PIC X(80).
009727
009728 FD  CLOSED-TERMS-FILE.
009729     COPY TCLSREC.
009730
009731 FD  RUN-LOCK-FILE.
009732     COPY LOCKREC.
009733
009700 WORKING-STORAGE SECTION.
009800 01  WS-FILE-STATUSES.
009900     05  WS-STUDENT-FS                PIC X(02) VALUE '00'.
010598     05  WS-GENFILE-FS                 PIC X(02) VALUE '00'.
010599     05  WS-CATALOG-FS                 PIC X(02) VALUE '00'.
010600     05  WS-CATWORK-FS                 PIC X(02) VALUE '00'.
010610     05  WS-CLOSED-FS                  PIC X(02) VALUE '00'.
010630     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
010650
010655*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
010660 01  WS-RUN-LOCK-AREA.
010665     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
010670         88  RUN-LOCK-TAKEN                VALUE 'Y'.
010675     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
010680     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
010685     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
010690
010700 01  WS-SWITCHES.
010800     05  WS-EOF-STUDENT-SW             PIC X(01) VALUE 'N'.
010900         88  EOF-STUDENT                   VALUE 'Y'.
011984         88  EOF-CATALOG                   VALUE 'Y'.
011985     05  WS-EOF-CATWORK-SW             PIC X(01) VALUE 'N'.
011986         88  EOF-CATWORK                   VALUE 'Y'.
011987     05  WS-EOF-CLOSED-SW              PIC X(01) VALUE 'N'.
011988         88  EOF-CLOSED                    VALUE 'Y'.
012000     05  WS-CONTROL-TOTALS-OK-SW       PIC X(01) VALUE 'Y'.
012100         88  CONTROL-TOTALS-OK             VALUE 'Y'.
012200     05  WS-DUP-FOUND-SW               PIC X(01) VALUE 'N'.
014570     05  WS-PARM-VALUE                 PIC X(08) VALUE SPACES.
014575     05  WS-HIST-COUNT                 PIC 9(06) VALUE ZERO
014580                                        USAGE COMP.
014582     05  WS-TERM-STATE                 PIC X(08) VALUE SPACES.
014583         88  TERM-IS-CLOSED                VALUE 'CLOSED'.
014584     05  WS-TERM-CLOSED-DATE           PIC 9(08) VALUE ZERO.
014585
014590 01  WS-LABEL-AREA.
014595     05  WS-LABEL-COUNT                PIC 9(06) VALUE ZERO
015390
015400 PROCEDURE DIVISION.
015500 0000-MAINLINE.
015550     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
015600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015700     IF NOT VALIDATE-PHASE-DONE
015800         PERFORM 2000-VALIDATE-INPUT THRU 2000-VALIDATE-INPUT-EXIT
016770             THRU 7500-SAVE-GENERATION-EXIT
016780     END-IF.
016800     PERFORM 6000-WRITE-RUN-LOG THRU 6000-WRITE-RUN-LOG-EXIT.
016820     PERFORM 8950-RELEASE-RUN-LOCK
016840         THRU 8950-RELEASE-RUN-LOCK-EXIT.
016900     STOP RUN.
017000
017100******************************************************************
024875         MOVE 'NOFILE' TO WS-RUN-STATUS-TEXT
024880         PERFORM 6000-WRITE-RUN-LOG THRU 6000-WRITE-RUN-LOG-EXIT
024885         MOVE 20 TO RETURN-CODE
024887         PERFORM 8950-RELEASE-RUN-LOCK
024889             THRU 8950-RELEASE-RUN-LOCK-EXIT
024890         STOP RUN
024895     END-IF.
024900     PERFORM 2060-LOAD-PRIOR-REJECT-DATES
033900 2850-BLOCK-THE-RUN.
033902     MOVE 'BLOCKED' TO WS-RUN-STATUS-TEXT.
033904     PERFORM 6000-WRITE-RUN-LOG THRU 6000-WRITE-RUN-LOG-EXIT.
033905     MOVE 24 TO RETURN-CODE.
033906     PERFORM 8950-RELEASE-RUN-LOCK
033907         THRU 8950-RELEASE-RUN-LOCK-EXIT.
033908     STOP RUN.
033910 2850-BLOCK-THE-RUN-EXIT.
033912     EXIT.
052300* ANY ROWS ALREADY ARCHIVED UNDER THE SAME TERM ARE REPLACED
052400* FIRST SO A RE-RUN OF A TERM CANNOT DOUBLE ITS STUDENTS.
052500* WHEN NO TERM= PARAMETER WAS GIVEN THE RUN DATE'S YYYYMM IS
052600* USED.  A TERM CLOSED BY TERM-CLOSE HOLDS GRADES ALREADY
052610* ISSUED AND IS REFUSED BEFORE THE HISTORY IS OPENED - ONLY A
052620* LOGGED TERM-CLOSE REOPEN LETS IT BE ARCHIVED AGAIN.
052700******************************************************************
052800 7000-ARCHIVE-HISTORY.
052900     IF WS-TERM-CODE = SPACES
053000         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
053100         MOVE WS-CURRENT-DATE(1:6) TO WS-TERM-CODE
053200     END-IF.
053210     PERFORM 7050-CHECK-TERM-CLOSED
053220         THRU 7050-CHECK-TERM-CLOSED-EXIT.
053230     IF TERM-IS-CLOSED
053240         DISPLAY 'STUDENT-SORTER: *** TERM ' WS-TERM-CODE
053250             ' WAS CLOSED ON ' WS-TERM-CLOSED-DATE
053260             ' - ITS GRADES ARE FINAL AND THIS RUN WAS NOT '
053270             'ARCHIVED (REOPEN IT WITH TERM-CLOSE OR RERUN WITH '
053280             'THE RIGHT TERM=) ***'
053285         MOVE 'TERMCLSD' TO WS-RUN-STATUS-TEXT
053290         MOVE 12 TO RETURN-CODE
053295         GO TO 7000-ARCHIVE-HISTORY-EXIT
053298     END-IF.
053300     MOVE ZERO TO WS-HIST-COUNT.
053400     MOVE 'N' TO WS-EOF-HIST-SW.
053500     OPEN INPUT GRADE-HISTORY-FILE.
055700 7000-ARCHIVE-HISTORY-EXIT.
055800     EXIT.
055900
055901******************************************************************
055902* 7050-CHECK-TERM-CLOSED - WALK THE CLOSED-TERMS FILE; THE LAST
055903* ROW FILED FOR THE TERM DECIDES ITS STATE (SEE TCLSREC).  NO
055904* FILE MEANS NO TERM HAS EVER BEEN CLOSED.
055905******************************************************************
055906 7050-CHECK-TERM-CLOSED.
055907     MOVE SPACES TO WS-TERM-STATE.
055908     MOVE 'N' TO WS-EOF-CLOSED-SW.
055909     OPEN INPUT CLOSED-TERMS-FILE.
055910     IF WS-CLOSED-FS NOT = '00'
055911         GO TO 7050-CHECK-TERM-CLOSED-EXIT
055912     END-IF.
055913     PERFORM 7060-READ-CLOSED-TERM
055914         THRU 7060-READ-CLOSED-TERM-EXIT.
055915     PERFORM 7070-NOTE-TERM-ROW THRU 7070-NOTE-TERM-ROW-EXIT
055916         UNTIL EOF-CLOSED.
055917     CLOSE CLOSED-TERMS-FILE.
055918 7050-CHECK-TERM-CLOSED-EXIT.
055919     EXIT.
055920
055921 7060-READ-CLOSED-TERM.
055922     READ CLOSED-TERMS-FILE
055923         AT END
055924             SET EOF-CLOSED TO TRUE
055925     END-READ.
055926 7060-READ-CLOSED-TERM-EXIT.
055927     EXIT.
055928
055929 7070-NOTE-TERM-ROW.
055930     IF TCLS-TERM = WS-TERM-CODE
055931         MOVE TCLS-ACTION TO WS-TERM-STATE
055932         MOVE TCLS-DATE TO WS-TERM-CLOSED-DATE
055933     END-IF.
055934     PERFORM 7060-READ-CLOSED-TERM
055935         THRU 7060-READ-CLOSED-TERM-EXIT.
055936 7070-NOTE-TERM-ROW-EXIT.
055937     EXIT.
055938
056000 7100-READ-HISTORY.
056100     READ GRADE-HISTORY-FILE
056200         AT END
079190     PERFORM 7660-READ-CATWORK THRU 7660-READ-CATWORK-EXIT.
079200 7670-COPY-CATWORK-ROW-EXIT.
079210     EXIT.
079310
079410******************************************************************
079510* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
079610* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
079710* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
079810* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
079910* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
080010* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
080110******************************************************************
080210 8900-TAKE-RUN-LOCK.
080310     MOVE SPACES TO RUN-LOCK-RECORD.
080410     OPEN INPUT RUN-LOCK-FILE.
080510     IF WS-LOCK-FS = '00'
080610         READ RUN-LOCK-FILE
080710             AT END
080810                 MOVE SPACES TO RUN-LOCK-RECORD
080910         END-READ
081010         CLOSE RUN-LOCK-FILE
081110     END-IF.
081210     IF LOCK-HELD
081310         DISPLAY 'STUDENT-SORTER: *** SUITE RUN LOCK HELD BY '
081410             LOCK-PROGRAM ' ***'
081510         DISPLAY 'STUDENT-SORTER: *** OPERATOR '
081610             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
081710             ' - RUN REFUSED, RETRY LATER ***'
081810         MOVE 28 TO RETURN-CODE
081910         STOP RUN
082010     END-IF.
082110     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
082210     IF WS-LOCK-OPERATOR = SPACES
082310         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
082410     END-IF.
082510     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
082610     ACCEPT WS-LOCK-TIME FROM TIME.
082710     MOVE SPACES TO RUN-LOCK-RECORD.
082810     SET LOCK-HELD TO TRUE.
082910     MOVE 'STUDENT-SORTER' TO LOCK-PROGRAM.
083010     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
083110     MOVE WS-LOCK-DATE TO LOCK-DATE.
083210     MOVE '-' TO LOCK-STAMP-SEP.
083310     MOVE WS-LOCK-TIME TO LOCK-TIME.
083410     OPEN OUTPUT RUN-LOCK-FILE.
083510     IF WS-LOCK-FS NOT = '00'
083610         DISPLAY 'STUDENT-SORTER: *** UNABLE TO WRITE '
083710             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
083810         MOVE 20 TO RETURN-CODE
083910         STOP RUN
084010     END-IF.
084110     WRITE RUN-LOCK-RECORD.
084210     CLOSE RUN-LOCK-FILE.
084310     SET RUN-LOCK-TAKEN TO TRUE.
084410 8900-TAKE-RUN-LOCK-EXIT.
084510     EXIT.
084610
084710******************************************************************
084810* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
084910* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
085010* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
085110* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
085210******************************************************************
085310 8950-RELEASE-RUN-LOCK.
085410     IF NOT RUN-LOCK-TAKEN
085510         GO TO 8950-RELEASE-RUN-LOCK-EXIT
085610     END-IF.
085710     MOVE 'N' TO WS-LOCK-TAKEN-SW.
085810     MOVE SPACES TO RUN-LOCK-RECORD.
085910     OPEN INPUT RUN-LOCK-FILE.
086010     IF WS-LOCK-FS = '00'
086110         READ RUN-LOCK-FILE
086210             AT END
086310                 MOVE SPACES TO RUN-LOCK-RECORD
086410         END-READ
086510         CLOSE RUN-LOCK-FILE
086610     END-IF.
086710     IF NOT LOCK-HELD
086810         OR LOCK-PROGRAM NOT = 'STUDENT-SORTER'
086910         OR LOCK-DATE NOT = WS-LOCK-DATE
087010         OR LOCK-TIME NOT = WS-LOCK-TIME
087110         DISPLAY 'STUDENT-SORTER: SUITE RUN LOCK WAS '
087210             'CLEARED DURING THE RUN - LEFT AS FOUND'
087310         GO TO 8950-RELEASE-RUN-LOCK-EXIT
087410     END-IF.
087510     SET LOCK-FREE TO TRUE.
087610     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
087710     ACCEPT LOCK-TIME FROM TIME.
087810     OPEN OUTPUT RUN-LOCK-FILE.
087910     IF WS-LOCK-FS NOT = '00'
088010         DISPLAY 'STUDENT-SORTER: *** UNABLE TO RELEASE '
088110             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
088210             ' - CLEAR IT WITH SUITE-LOCK ***'
088310         GO TO 8950-RELEASE-RUN-LOCK-EXIT
088410     END-IF.
088510     WRITE RUN-LOCK-RECORD.
088610     CLOSE RUN-LOCK-FILE.
088710 8950-RELEASE-RUN-LOCK-EXIT.
088810     EXIT.
