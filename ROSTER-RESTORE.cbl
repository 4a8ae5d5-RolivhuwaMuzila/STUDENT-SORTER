003200*                     ROSTER AND RE-EXPORTS THE CSV, SO HONOR-
003300*                     ROLL AND THE SPREADSHEET CAN NEVER PRINT
003400*                     THE RUN THAT WAS JUST BACKED OUT.
003420*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
003440*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
003460*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
003480*                     REFUSED WITH RC 28.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. ROSTER-RESTORE.
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RUNLOG-FS.
007300
007320     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
007340         ORGANIZATION IS LINE SEQUENTIAL
007360         FILE STATUS IS WS-LOCK-FS.
007380
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CATALOG-FILE.
012100 FD  RUN-LOG-FILE.
012200 01  RUN-LOG-RECORD                   PIC X(132).
012300
012320 FD  RUN-LOCK-FILE.
012340     COPY LOCKREC.
012360
012400 WORKING-STORAGE SECTION.
012500 01  WS-FILE-STATUSES.
012600     05  WS-CATALOG-FS                 PIC X(02) VALUE '00'.
013000     05  WS-CSV-FS                     PIC X(02) VALUE '00'.
013100     05  WS-BAND-FS                    PIC X(02) VALUE '00'.
013200     05  WS-RUNLOG-FS                  PIC X(02) VALUE '00'.
013250     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
013300
013310*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
013320 01  WS-RUN-LOCK-AREA.
013330     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
013340         88  RUN-LOCK-TAKEN                VALUE 'Y'.
013350     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
013360     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
013370     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
013380
013400 01  WS-SWITCHES.
013500     05  WS-EOF-CATALOG-SW             PIC X(01) VALUE 'N'.
013600         88  EOF-CATALOG                   VALUE 'Y'.
019700
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
019950     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
020000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020100     PERFORM 2000-PICK-GENERATION
020200         THRU 2000-PICK-GENERATION-EXIT.
021200     DISPLAY 'ROSTER-RESTORE: GENERATION ' WS-GEN-STAMP
021300         ' REPUBLISHED AS SORTED_STUDENTS_ASC.TXT - '
021400         WS-COUNT-DATA-ROWS ' DATA ROW(S)'.
021420     PERFORM 8950-RELEASE-RUN-LOCK
021440         THRU 8950-RELEASE-RUN-LOCK-EXIT.
021500     STOP RUN.
021600
021700******************************************************************
025200             'ROSTER_GENERATIONS.TXT - FILE STATUS '
025300             WS-CATALOG-FS ' - NO GENERATIONS TO RESTORE ***'
025400         MOVE 20 TO RETURN-CODE
025420         PERFORM 8950-RELEASE-RUN-LOCK
025440             THRU 8950-RELEASE-RUN-LOCK-EXIT
025500         STOP RUN
025600     END-IF.
025700     PERFORM 2100-READ-CATALOG THRU 2100-READ-CATALOG-EXIT.
026800                 '***'
026900         END-IF
027000         MOVE 20 TO RETURN-CODE
027020         PERFORM 8950-RELEASE-RUN-LOCK
027040             THRU 8950-RELEASE-RUN-LOCK-EXIT
027100         STOP RUN
027200     END-IF.
027300 2000-PICK-GENERATION-EXIT.
031300             'FILE ' WS-GEN-FILE-NAME ' - FILE STATUS '
031400             WS-GENFILE-FS ' ***'
031500         MOVE 20 TO RETURN-CODE
031520         PERFORM 8950-RELEASE-RUN-LOCK
031540             THRU 8950-RELEASE-RUN-LOCK-EXIT
031600         STOP RUN
031700     END-IF.
031800     PERFORM 3100-READ-GENERATION
032100         DISPLAY 'ROSTER-RESTORE: *** GENERATION FILE HAS NO '
032200             'HEADER LABEL - NOT RESTORED ***'
032300         MOVE 16 TO RETURN-CODE
032320         PERFORM 8950-RELEASE-RUN-LOCK
032340             THRU 8950-RELEASE-RUN-LOCK-EXIT
032400         STOP RUN
032500     END-IF.
032600     PERFORM 3100-READ-GENERATION
033300             WS-COUNT-DATA-ROWS ' DATA ROW(S) BUT THE CATALOG '
033400             'SAYS ' WS-GEN-CAT-COUNT ' - NOT RESTORED ***'
033500         MOVE 16 TO RETURN-CODE
033520         PERFORM 8950-RELEASE-RUN-LOCK
033540             THRU 8950-RELEASE-RUN-LOCK-EXIT
033600         STOP RUN
033700     END-IF.
033800 3000-VERIFY-GENERATION-EXIT.
072800     END-IF.
072900 8510-TEST-ONE-BAND-EXIT.
073000     EXIT.
073100
073200******************************************************************
073300* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
073400* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
073500* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
073600* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
073700* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
073800* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
073900******************************************************************
074000 8900-TAKE-RUN-LOCK.
074100     MOVE SPACES TO RUN-LOCK-RECORD.
074200     OPEN INPUT RUN-LOCK-FILE.
074300     IF WS-LOCK-FS = '00'
074400         READ RUN-LOCK-FILE
074500             AT END
074600                 MOVE SPACES TO RUN-LOCK-RECORD
074700         END-READ
074800         CLOSE RUN-LOCK-FILE
074900     END-IF.
075000     IF LOCK-HELD
075100         DISPLAY 'ROSTER-RESTORE: *** SUITE RUN LOCK HELD BY '
075200             LOCK-PROGRAM ' ***'
075300         DISPLAY 'ROSTER-RESTORE: *** OPERATOR '
075400             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
075500             ' - RUN REFUSED, RETRY LATER ***'
075600         MOVE 28 TO RETURN-CODE
075700         STOP RUN
075800     END-IF.
075900     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
076000     IF WS-LOCK-OPERATOR = SPACES
076100         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
076200     END-IF.
076300     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
076400     ACCEPT WS-LOCK-TIME FROM TIME.
076500     MOVE SPACES TO RUN-LOCK-RECORD.
076600     SET LOCK-HELD TO TRUE.
076700     MOVE 'ROSTER-RESTORE' TO LOCK-PROGRAM.
076800     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
076900     MOVE WS-LOCK-DATE TO LOCK-DATE.
077000     MOVE '-' TO LOCK-STAMP-SEP.
077100     MOVE WS-LOCK-TIME TO LOCK-TIME.
077200     OPEN OUTPUT RUN-LOCK-FILE.
077300     IF WS-LOCK-FS NOT = '00'
077400         DISPLAY 'ROSTER-RESTORE: *** UNABLE TO WRITE '
077500             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
077600         MOVE 20 TO RETURN-CODE
077700         STOP RUN
077800     END-IF.
077900     WRITE RUN-LOCK-RECORD.
078000     CLOSE RUN-LOCK-FILE.
078100     SET RUN-LOCK-TAKEN TO TRUE.
078200 8900-TAKE-RUN-LOCK-EXIT.
078300     EXIT.
078400
078500******************************************************************
078600* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
078700* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
078800* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
078900* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
079000******************************************************************
079100 8950-RELEASE-RUN-LOCK.
079200     IF NOT RUN-LOCK-TAKEN
079300         GO TO 8950-RELEASE-RUN-LOCK-EXIT
079400     END-IF.
079500     MOVE 'N' TO WS-LOCK-TAKEN-SW.
079600     MOVE SPACES TO RUN-LOCK-RECORD.
079700     OPEN INPUT RUN-LOCK-FILE.
079800     IF WS-LOCK-FS = '00'
079900         READ RUN-LOCK-FILE
080000             AT END
080100                 MOVE SPACES TO RUN-LOCK-RECORD
080200         END-READ
080300         CLOSE RUN-LOCK-FILE
080400     END-IF.
080500     IF NOT LOCK-HELD
080600         OR LOCK-PROGRAM NOT = 'ROSTER-RESTORE'
080700         OR LOCK-DATE NOT = WS-LOCK-DATE
080800         OR LOCK-TIME NOT = WS-LOCK-TIME
080900         DISPLAY 'ROSTER-RESTORE: SUITE RUN LOCK WAS '
081000             'CLEARED DURING THE RUN - LEFT AS FOUND'
081100         GO TO 8950-RELEASE-RUN-LOCK-EXIT
081200     END-IF.
081300     SET LOCK-FREE TO TRUE.
081400     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
081500     ACCEPT LOCK-TIME FROM TIME.
081600     OPEN OUTPUT RUN-LOCK-FILE.
081700     IF WS-LOCK-FS NOT = '00'
081800         DISPLAY 'ROSTER-RESTORE: *** UNABLE TO RELEASE '
081900             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
082000             ' - CLEAR IT WITH SUITE-LOCK ***'
082100         GO TO 8950-RELEASE-RUN-LOCK-EXIT
082200     END-IF.
082300     WRITE RUN-LOCK-RECORD.
082400     CLOSE RUN-LOCK-FILE.
082500 8950-RELEASE-RUN-LOCK-EXIT.
082600     EXIT.
