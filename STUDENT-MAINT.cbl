002550*                     ROSTER-CONVERT TO REWRITE OLD LAYOUTS
002560*                     BEFORE BUILDING THE MASTER; SHORT ROWS
002570*                     ARE NOW SKIPPED WITH A WARNING.
002580*    2026-10-15  DVR  EVERY UPDATE, APPEND AND DELETE IS NOW
002582*                     JOURNALLED TO CHANGE_JOURNAL.TXT (SEE
002584*                     CHGJREC) FIELD BY FIELD WITH THE OPERATOR
002586*                     AND A KEYED REASON CODE; A DELETE READS
002588*                     THE RECORD FIRST SO ITS FULL IMAGE IS KEPT.
002590*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
002592*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
002594*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
002596*                     REFUSED WITH RC 28.
002606*    2026-10-15  DVR  STUDENT_MASTER.IDX NOW CARRIES AN ALTERNATE
002608*                     KEY ON THE NAME (WITH DUPLICATES) FOR THE
002610*                     STUDENT-INQUIRY NAME SEARCH; EVERY PROGRAM
002612*                     THAT OPENS THE MASTER DECLARES THE SAME
002614*                     KEYS.  A MASTER BUILT BEFORE THIS CHANGE
002616*                     CANNOT BE OPENED BY THIS BUILD (STATUS 39)
002618*                     AND IS REBUILT ONCE: BEFORE DEPLOYING,
002620*                     EXPORT THE MASTER TO STUDENTS.TXT WITH THE
002622*                     PREVIOUS BUILD (OPTION X) - THIS BUILD'S OWN
002624*                     EXPORT CANNOT OPEN THE OLD MASTER; THEN
002626*                     REMOVE STUDENT_MASTER.IDX AND RUN
002628*                     STUDENT-MAINT TO RELOAD IT FROM
002630*                     STUDENTS.TXT.  UNTIL THAT IS DONE EVERY
002632*                     PROGRAM THAT OPENS THE MASTER ENDS RC 20
002634*                     (REJECT-REPAIR AND SCORE-ROLLUP ONLY WARN
002636*                     AND LEAVE THE MASTER UNSYNCED),
002638*                     STUDENT-UPDATE INCLUDED - AS THE FIRST
002640*                     (HALT) STEP OF THE NIGHTLY-DRIVER CHAIN IT
002642*                     HOLDS BACK EVERY LATER STEP.
002644******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. STUDENT-MAINT.
002900 ENVIRONMENT DIVISION.
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS MASTER-ID
003550         ALTERNATE RECORD KEY IS MASTER-NAME WITH DUPLICATES
003600         FILE STATUS IS WS-MASTER-FS.
003700
003800     SELECT STUDENT-FILE ASSIGN TO 'students.txt'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-STUDENT-FS.
004100
004110     SELECT JOURNAL-FILE ASSIGN TO 'change_journal.txt'
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-JRNL-FS.
004140
004150     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
004160         ORGANIZATION IS LINE SEQUENTIAL
004170         FILE STATUS IS WS-LOCK-FS.
004180
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  MASTER-FILE.
006300*    RECORD AREA SIZE (200 BYTES) - SEE STUDENT-SORTER FOR WHY.
006400 01  OVERSIZED-BUFFER                 PIC X(200).
006500
006510 FD  JOURNAL-FILE.
006520     COPY CHGJREC.
006530
006550 FD  RUN-LOCK-FILE.
006570     COPY LOCKREC.
006590
006600 WORKING-STORAGE SECTION.
006700 01  WS-FILE-STATUSES.
006800     05  WS-MASTER-FS                  PIC X(02) VALUE '00'.
006900     05  WS-STUDENT-FS                 PIC X(02) VALUE '00'.
006950     05  WS-JRNL-FS                    PIC X(02) VALUE '00'.
006970     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
007000
007010*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
007020 01  WS-RUN-LOCK-AREA.
007030     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
007040         88  RUN-LOCK-TAKEN                VALUE 'Y'.
007050     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
007060     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
007070     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
007080
007100 01  WS-SWITCHES.
007200     05  WS-EOF-STUDENT-SW             PIC X(01) VALUE 'N'.
007300         88  EOF-STUDENT                   VALUE 'Y'.
010700 01  WS-NEW-GRADE-NUM                 PIC 9(02) VALUE ZERO.
010750 01  WS-NEW-SECTION                   PIC X(04) VALUE SPACES.
010800
010810*    THE MASTER RECORD AS IT STOOD BEFORE AN UPDATE OR DELETE,
010815*    SO THE JOURNAL CAN SHOW WHAT EACH FIELD WAS.
010820     COPY STUDREC REPLACING STUDENT-RECORD   BY BEFORE-RECORD
010825                            STUDENT-ID       BY BEFORE-ID
010830                            STUDENT-NAME     BY BEFORE-NAME
010835                            STUDENT-GRADE-X  BY BEFORE-GRADE-X
010840                            STUDENT-SECTION  BY BEFORE-SECTION
010845                            STUDENT-GRADE    BY BEFORE-GRADE.
010850
010855 01  WS-JOURNAL-FIELDS.
010860     05  WS-JRNL-ACTION                PIC X(01) VALUE SPACE.
010865     05  WS-JRNL-FIELD                 PIC X(08) VALUE SPACES.
010870     05  WS-JRNL-OLD                   PIC X(44) VALUE SPACES.
010875     05  WS-JRNL-NEW                   PIC X(44) VALUE SPACES.
010880     05  WS-JRNL-REASON                PIC X(08) VALUE SPACES.
010885     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
010890     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
010895     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
010898
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011050     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
011100     PERFORM 1000-OPEN-MASTER THRU 1000-OPEN-MASTER-EXIT.
011200     PERFORM 2000-PROCESS-MENU THRU 2000-PROCESS-MENU-EXIT
011300         UNTIL QUIT-REQUESTED.
011400     CLOSE MASTER-FILE.
011450     CLOSE JOURNAL-FILE.
011470     PERFORM 8950-RELEASE-RUN-LOCK
011490         THRU 8950-RELEASE-RUN-LOCK-EXIT.
011500     STOP RUN.
011600
011700******************************************************************
011800* 1000-OPEN-MASTER - OPEN THE INDEXED STUDENT MASTER.  WHEN THE
011900* MASTER DOES NOT EXIST YET IT IS BUILT ONCE FROM STUDENTS.TXT
012000* (THE OLD SEQUENTIAL ROSTER), THEN OPENED FOR KEYED I-O.  THE
012010* CHANGE JOURNAL IS OPENED FOR APPEND WITH IT - NO CHANGE MAY
012020* BE MADE THAT CANNOT BE JOURNALLED.
012100******************************************************************
012200 1000-OPEN-MASTER.
012300     OPEN I-O MASTER-FILE.
013200             'STUDENT_MASTER.IDX - FILE STATUS ' WS-MASTER-FS
013300             ' ***'
013400         MOVE 20 TO RETURN-CODE
013420         PERFORM 8950-RELEASE-RUN-LOCK
013440             THRU 8950-RELEASE-RUN-LOCK-EXIT
013500         STOP RUN
013600     END-IF.
013610     OPEN EXTEND JOURNAL-FILE.
013620     IF WS-JRNL-FS = '35'
013630         OPEN OUTPUT JOURNAL-FILE
013640     END-IF.
013650     IF WS-JRNL-FS NOT = '00'
013660         DISPLAY 'STUDENT-MAINT: *** UNABLE TO OPEN '
013670             'CHANGE_JOURNAL.TXT - FILE STATUS ' WS-JRNL-FS
013680             ' ***'
013685         CLOSE MASTER-FILE
013687         PERFORM 8950-RELEASE-RUN-LOCK
013689             THRU 8950-RELEASE-RUN-LOCK-EXIT
013690         MOVE 20 TO RETURN-CODE
013692         STOP RUN
013694     END-IF.
013696     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
013697     IF WS-OPERATOR-ID = SPACES
013698         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
013699     END-IF.
013700     PERFORM 1500-COUNT-MASTER THRU 1500-COUNT-MASTER-EXIT.
013800     DISPLAY 'STUDENT-MAINT: ' WS-MASTER-COUNT
013900         ' RECORD(S) ON THE MASTER'.
035000* 4000-UPDATE-STUDENT - FIND A STUDENT BY ID, REPLACE THE NAME
035100* AND/OR GRADE, AND REWRITE THE MASTER RECORD IN PLACE.  A
035200* BLANK ENTRY AT EITHER PROMPT LEAVES THAT FIELD UNCHANGED.
035210* WHEN ANYTHING ACTUALLY CHANGED THE OPERATOR IS ASKED FOR A
035220* REASON CODE AND EACH CHANGED FIELD IS JOURNALLED (SEE 4020).
035300******************************************************************
035400 4000-UPDATE-STUDENT.
035500     DISPLAY 'ENTER STUDENT ID TO UPDATE: ' WITH NO ADVANCING.
035600     ACCEPT WS-SEARCH-ID.
035700     PERFORM 2900-FIND-BY-ID THRU 2900-FIND-BY-ID-EXIT.
035800     IF RECORD-FOUND
035850         MOVE MASTER-RECORD TO BEFORE-RECORD
035900         DISPLAY 'CURRENT NAME: ' MASTER-NAME
036000         DISPLAY 'NEW NAME (BLANK TO KEEP): ' WITH NO ADVANCING
036100         MOVE SPACES TO WS-NEW-NAME
037760         IF WS-NEW-SECTION NOT = SPACES
037770             MOVE WS-NEW-SECTION TO MASTER-SECTION
037780         END-IF
037785         IF MASTER-RECORD NOT = BEFORE-RECORD
037790             PERFORM 8850-ACCEPT-REASON
037795                 THRU 8850-ACCEPT-REASON-EXIT
037797         END-IF
037800         REWRITE MASTER-RECORD
037900             INVALID KEY
038000                 DISPLAY 'STUDENT-MAINT: *** REWRITE FAILED - '
038200             NOT INVALID KEY
038300                 SET ROSTER-CHANGED TO TRUE
038400                 DISPLAY 'STUDENT-MAINT: RECORD UPDATED'
038450                 PERFORM 4020-JOURNAL-UPDATE
038460                     THRU 4020-JOURNAL-UPDATE-EXIT
038500         END-REWRITE
038600     ELSE
038700         DISPLAY 'STUDENT-MAINT: NO RECORD WITH ID ' WS-SEARCH-ID
038800     END-IF.
038900 4000-UPDATE-STUDENT-EXIT.
039000     EXIT.
039010
039020******************************************************************
039030* 4020-JOURNAL-UPDATE - ONE JOURNAL ROW FOR EACH FIELD THE
039040* REWRITE ACTUALLY CHANGED; A FIELD LEFT AS IT WAS IS NOT
039050* JOURNALLED.
039060******************************************************************
039070 4020-JOURNAL-UPDATE.
039080     MOVE 'C' TO WS-JRNL-ACTION.
039090     IF MASTER-NAME NOT = BEFORE-NAME
039100         MOVE 'NAME' TO WS-JRNL-FIELD
039110         MOVE BEFORE-NAME TO WS-JRNL-OLD
039120         MOVE MASTER-NAME TO WS-JRNL-NEW
039130         PERFORM 8800-WRITE-JOURNAL THRU 8800-WRITE-JOURNAL-EXIT
039140     END-IF.
039150     IF MASTER-GRADE-X NOT = BEFORE-GRADE-X
039160         MOVE 'GRADE' TO WS-JRNL-FIELD
039170         MOVE BEFORE-GRADE-X TO WS-JRNL-OLD
039180         MOVE MASTER-GRADE-X TO WS-JRNL-NEW
039190         PERFORM 8800-WRITE-JOURNAL THRU 8800-WRITE-JOURNAL-EXIT
039200     END-IF.
039210     IF MASTER-SECTION NOT = BEFORE-SECTION
039220         MOVE 'SECTION' TO WS-JRNL-FIELD
039230         MOVE BEFORE-SECTION TO WS-JRNL-OLD
039240         MOVE MASTER-SECTION TO WS-JRNL-NEW
039250         PERFORM 8800-WRITE-JOURNAL THRU 8800-WRITE-JOURNAL-EXIT
039260     END-IF.
039270 4020-JOURNAL-UPDATE-EXIT.
039280     EXIT.
039290
039300******************************************************************
039310* 4050-VALIDATE-NEW-GRADE - RE-PROMPT UNTIL THE OPERATOR ENTERS
039400* TWO NUMERIC DIGITS OR LEAVES THE GRADE BLANK TO KEEP IT.
039500******************************************************************
039600 4050-VALIDATE-NEW-GRADE.
040500******************************************************************
040600* 5000-APPEND-STUDENT - ADD A NEW STUDENT TO THE MASTER.  THE
040700* KEYED WRITE ITSELF REJECTS A DUPLICATE ID, SO THERE IS NO
040800* ROSTER-FULL LIMIT AND NO SEPARATE EXISTENCE SCAN.  THE NEW
040810* RECORD IS JOURNALLED WHOLE.
040900******************************************************************
041000 5000-APPEND-STUDENT.
041100     DISPLAY 'ENTER NEW STUDENT ID: ' WITH NO ADVANCING.
043000     MOVE WS-NEW-NAME TO MASTER-NAME.
043100     MOVE WS-NEW-GRADE-NUM TO MASTER-GRADE.
043150     MOVE WS-NEW-SECTION TO MASTER-SECTION.
043160     PERFORM 8850-ACCEPT-REASON THRU 8850-ACCEPT-REASON-EXIT.
043200     WRITE MASTER-RECORD
043300         INVALID KEY
043400             DISPLAY 'STUDENT-MAINT: ID ' WS-SEARCH-ID
043700             ADD 1 TO WS-MASTER-COUNT
043800             SET ROSTER-CHANGED TO TRUE
043900             DISPLAY 'STUDENT-MAINT: RECORD ADDED'
043910             MOVE 'A' TO WS-JRNL-ACTION
043920             MOVE 'RECORD' TO WS-JRNL-FIELD
043930             MOVE SPACES TO WS-JRNL-OLD
043940             MOVE MASTER-RECORD TO WS-JRNL-NEW
043950             PERFORM 8800-WRITE-JOURNAL
043960                 THRU 8800-WRITE-JOURNAL-EXIT
044000     END-WRITE.
044100 5000-APPEND-STUDENT-EXIT.
044200     EXIT.
045500
045600******************************************************************
045700* 6000-DELETE-STUDENT - FIND A STUDENT BY ID AND DELETE THE
045800* MASTER RECORD WITH A SINGLE KEYED DELETE.  THE RECORD IS READ
045810* FIRST SO THE JOURNAL KEEPS ITS FULL IMAGE - THAT ROW IS WHAT
045820* PUTS A WRONGLY DELETED STUDENT BACK.
045900******************************************************************
046000 6000-DELETE-STUDENT.
046100     DISPLAY 'ENTER STUDENT ID TO DELETE: ' WITH NO ADVANCING.
046200     ACCEPT WS-SEARCH-ID.
046210     PERFORM 2900-FIND-BY-ID THRU 2900-FIND-BY-ID-EXIT.
046220     IF NOT RECORD-FOUND
046230         DISPLAY 'STUDENT-MAINT: NO RECORD WITH ID ' WS-SEARCH-ID
046240         GO TO 6000-DELETE-STUDENT-EXIT
046250     END-IF.
046260     DISPLAY 'DELETING ID=' MASTER-ID
046270         ' NAME=' MASTER-NAME
046280         ' GRADE=' MASTER-GRADE
046290         ' SECTION=' MASTER-SECTION.
046300     MOVE MASTER-RECORD TO BEFORE-RECORD.
046310     PERFORM 8850-ACCEPT-REASON THRU 8850-ACCEPT-REASON-EXIT.
046400     DELETE MASTER-FILE
046500         INVALID KEY
046600             DISPLAY 'STUDENT-MAINT: *** DELETE FAILED - '
046700                 'FILE STATUS ' WS-MASTER-FS ' ***'
046800         NOT INVALID KEY
046900             SUBTRACT 1 FROM WS-MASTER-COUNT
047000             SET ROSTER-CHANGED TO TRUE
047100             DISPLAY 'STUDENT-MAINT: RECORD DELETED'
047110             MOVE 'D' TO WS-JRNL-ACTION
047120             MOVE 'RECORD' TO WS-JRNL-FIELD
047130             MOVE BEFORE-RECORD TO WS-JRNL-OLD
047140             MOVE SPACES TO WS-JRNL-NEW
047150             PERFORM 8800-WRITE-JOURNAL
047160                 THRU 8800-WRITE-JOURNAL-EXIT
047200     END-DELETE.
047300 6000-DELETE-STUDENT-EXIT.
047400     EXIT.
051100     END-READ.
051200 7100-EXPORT-NEXT-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600* 8800-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL ROW (SEE
051700* CHGJREC) FROM THE WS-JRNL- FIELDS THE CALLER HAS SET, STAMPED
051800* WITH THE MOMENT OF THE CHANGE AND THE SIGNED-ON OPERATOR.
051900******************************************************************
052000 8800-WRITE-JOURNAL.
052100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
052200     ACCEPT WS-CURRENT-TIME FROM TIME.
052300     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
052400     MOVE WS-CURRENT-DATE TO CJRN-DATE.
052500     MOVE '-' TO CJRN-STAMP-SEP.
052600     MOVE WS-CURRENT-TIME TO CJRN-TIME.
052700     MOVE MASTER-ID TO CJRN-STUDENT-ID.
052800     MOVE WS-JRNL-ACTION TO CJRN-ACTION.
052900     MOVE WS-JRNL-FIELD TO CJRN-FIELD.
053000     MOVE WS-JRNL-OLD TO CJRN-OLD-VALUE.
053100     MOVE WS-JRNL-NEW TO CJRN-NEW-VALUE.
053200     MOVE 'STUDENT-MAINT' TO CJRN-PROGRAM.
053300     MOVE WS-OPERATOR-ID TO CJRN-OPERATOR.
053400     MOVE WS-JRNL-REASON TO CJRN-REASON.
053500     WRITE CHANGE-JOURNAL-RECORD.
053600 8800-WRITE-JOURNAL-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 8850-ACCEPT-REASON - ASK THE OPERATOR WHY THE CHANGE IS BEING
054100* MADE (E.G. APPEAL, CORRECT, WITHDRAW).  A BLANK ANSWER IS
054200* JOURNALLED AS MAINT.
054300******************************************************************
054400 8850-ACCEPT-REASON.
054500     DISPLAY 'REASON CODE (BLANK FOR MAINT): ' WITH NO ADVANCING.
054600     MOVE SPACES TO WS-JRNL-REASON.
054700     ACCEPT WS-JRNL-REASON.
054800     IF WS-JRNL-REASON = SPACES
054900         MOVE 'MAINT' TO WS-JRNL-REASON
055000     END-IF.
055100 8850-ACCEPT-REASON-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
055600* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
055700* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
055800* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
055900* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
056000* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
056100******************************************************************
056200 8900-TAKE-RUN-LOCK.
056300     MOVE SPACES TO RUN-LOCK-RECORD.
056400     OPEN INPUT RUN-LOCK-FILE.
056500     IF WS-LOCK-FS = '00'
056600         READ RUN-LOCK-FILE
056700             AT END
056800                 MOVE SPACES TO RUN-LOCK-RECORD
056900         END-READ
057000         CLOSE RUN-LOCK-FILE
057100     END-IF.
057200     IF LOCK-HELD
057300         DISPLAY 'STUDENT-MAINT: *** SUITE RUN LOCK HELD BY '
057400             LOCK-PROGRAM ' ***'
057500         DISPLAY 'STUDENT-MAINT: *** OPERATOR '
057600             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
057700             ' - RUN REFUSED, RETRY LATER ***'
057800         MOVE 28 TO RETURN-CODE
057900         STOP RUN
058000     END-IF.
058100     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
058200     IF WS-LOCK-OPERATOR = SPACES
058300         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
058400     END-IF.
058500     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
058600     ACCEPT WS-LOCK-TIME FROM TIME.
058700     MOVE SPACES TO RUN-LOCK-RECORD.
058800     SET LOCK-HELD TO TRUE.
058900     MOVE 'STUDENT-MAINT' TO LOCK-PROGRAM.
059000     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
059100     MOVE WS-LOCK-DATE TO LOCK-DATE.
059200     MOVE '-' TO LOCK-STAMP-SEP.
059300     MOVE WS-LOCK-TIME TO LOCK-TIME.
059400     OPEN OUTPUT RUN-LOCK-FILE.
059500     IF WS-LOCK-FS NOT = '00'
059600         DISPLAY 'STUDENT-MAINT: *** UNABLE TO WRITE '
059700             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
059800         MOVE 20 TO RETURN-CODE
059900         STOP RUN
060000     END-IF.
060100     WRITE RUN-LOCK-RECORD.
060200     CLOSE RUN-LOCK-FILE.
060300     SET RUN-LOCK-TAKEN TO TRUE.
060400 8900-TAKE-RUN-LOCK-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
060900* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
061000* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
061100* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
061200******************************************************************
061300 8950-RELEASE-RUN-LOCK.
061400     IF NOT RUN-LOCK-TAKEN
061500         GO TO 8950-RELEASE-RUN-LOCK-EXIT
061600     END-IF.
061700     MOVE 'N' TO WS-LOCK-TAKEN-SW.
061800     MOVE SPACES TO RUN-LOCK-RECORD.
061900     OPEN INPUT RUN-LOCK-FILE.
062000     IF WS-LOCK-FS = '00'
062100         READ RUN-LOCK-FILE
062200             AT END
062300                 MOVE SPACES TO RUN-LOCK-RECORD
062400         END-READ
062500         CLOSE RUN-LOCK-FILE
062600     END-IF.
062700     IF NOT LOCK-HELD
062800         OR LOCK-PROGRAM NOT = 'STUDENT-MAINT'
062900         OR LOCK-DATE NOT = WS-LOCK-DATE
063000         OR LOCK-TIME NOT = WS-LOCK-TIME
063100         DISPLAY 'STUDENT-MAINT: SUITE RUN LOCK WAS '
063200             'CLEARED DURING THE RUN - LEFT AS FOUND'
063300         GO TO 8950-RELEASE-RUN-LOCK-EXIT
063400     END-IF.
063500     SET LOCK-FREE TO TRUE.
063600     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
063700     ACCEPT LOCK-TIME FROM TIME.
063800     OPEN OUTPUT RUN-LOCK-FILE.
063900     IF WS-LOCK-FS NOT = '00'
064000         DISPLAY 'STUDENT-MAINT: *** UNABLE TO RELEASE '
064100             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
064200             ' - CLEAR IT WITH SUITE-LOCK ***'
064300         GO TO 8950-RELEASE-RUN-LOCK-EXIT
064400     END-IF.
064500     WRITE RUN-LOCK-RECORD.
064600     CLOSE RUN-LOCK-FILE.
064700 8950-RELEASE-RUN-LOCK-EXIT.
064800     EXIT.
