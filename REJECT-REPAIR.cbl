002480*                     TO STUDENT_MASTER.IDX (KEYED WRITE/DELETE)
002490*                     WHEN THE MASTER EXISTS, SO THE NEXT
002492*                     STUDENT-MAINT EXPORT CANNOT UNDO THEM.
002494*    2026-10-15  DVR  EACH FIELD A REPAIR CHANGES, AND THE FULL
002495*                     IMAGE OF EACH DISCARDED RECORD, IS NOW
002496*                     JOURNALLED TO CHANGE_JOURNAL.TXT (SEE
002497*                     CHGJREC) - SEE 7100/7150.
002517*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
002537*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
002557*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
002577*                     REFUSED WITH RC 28.
002579*    2026-10-15  DVR  STUDENT_MASTER.IDX NOW CARRIES AN ALTERNATE
002581*                     KEY ON THE NAME (WITH DUPLICATES) FOR THE
002583*                     STUDENT-INQUIRY NAME SEARCH; EVERY PROGRAM
002585*                     THAT OPENS THE MASTER DECLARES THE SAME
002587*                     KEYS.
002589*    2026-10-15  DVR  A REPAIR IS NOW ALSO JOURNALLED AS AN ADD OF
002591*                     THE FULL REPAIRED IMAGE, SO ONE THAT CHANGES
002593*                     NO FIELD STILL LEAVES A ROW; NOTHING IS
002595*                     JOURNALLED WHEN THE MASTER REFUSED IT.
002597******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. REJECT-REPAIR.
002800 ENVIRONMENT DIVISION.
004970         ORGANIZATION IS INDEXED
004980         ACCESS MODE IS RANDOM
004990         RECORD KEY IS RMAST-ID
004991         ALTERNATE RECORD KEY IS RMAST-NAME WITH DUPLICATES
004992         FILE STATUS IS WS-RMAST-FS.
004993
004994     SELECT JOURNAL-FILE ASSIGN TO 'change_journal.txt'
004995         ORGANIZATION IS LINE SEQUENTIAL
004996         FILE STATUS IS WS-JRNL-FS.
005000
005020     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-LOCK-FS.
005080
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  REJECT-FILE.
008596                            STUDENT-SECTION  BY RMAST-SECTION
008597                            STUDENT-GRADE    BY RMAST-GRADE.
008600
008610 FD  JOURNAL-FILE.
008620     COPY CHGJREC.
008630
008650 FD  RUN-LOCK-FILE.
008670     COPY LOCKREC.
008690
008700 WORKING-STORAGE SECTION.
008800 01  WS-FILE-STATUSES.
008900     05  WS-REJECT-FS                  PIC X(02) VALUE '00'.
009300     05  WS-HOLD-FS                    PIC X(02) VALUE '00'.
009350     05  WS-RWORK-FS                   PIC X(02) VALUE '00'.
009360     05  WS-RMAST-FS                   PIC X(02) VALUE '00'.
009370     05  WS-JRNL-FS                    PIC X(02) VALUE '00'.
009390     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
009400
009410*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
009420 01  WS-RUN-LOCK-AREA.
009430     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
009440         88  RUN-LOCK-TAKEN                VALUE 'Y'.
009450     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
009460     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
009470     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
009480
009500 01  WS-SWITCHES.
009600     05  WS-EOF-REJECT-SW              PIC X(01) VALUE 'N'.
009700         88  EOF-REJECT                    VALUE 'Y'.
010780         88  APPEND-FIXED-REQUESTED        VALUE 'Y'.
010782     05  WS-MAST-DROPPED-SW            PIC X(01) VALUE 'N'.
010784         88  ORIGINAL-DROPPED-FROM-MASTER  VALUE 'Y'.
010789     05  WS-MAST-REFUSED-SW            PIC X(01) VALUE 'N'.
010794         88  MASTER-REPAIR-REFUSED         VALUE 'Y'.
010800
010900 01  WS-COUNTERS.
011000     05  WS-COUNT-READ                 PIC 9(06) VALUE ZERO
013100     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
013200     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
013300
013310 01  WS-JOURNAL-FIELDS.
013320     05  WS-JRNL-ID                    PIC X(08) VALUE SPACES.
013330     05  WS-JRNL-ACTION                PIC X(01) VALUE SPACE.
013340     05  WS-JRNL-FIELD                 PIC X(08) VALUE SPACES.
013350     05  WS-JRNL-OLD                   PIC X(44) VALUE SPACES.
013360     05  WS-JRNL-NEW                   PIC X(44) VALUE SPACES.
013370     05  WS-JRNL-REASON                PIC X(08) VALUE SPACES.
013380     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
013390
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013550     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
013600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013700     PERFORM 2000-PROCESS-REJECT THRU 2000-PROCESS-REJECT-EXIT
013800         UNTIL EOF-REJECT.
013900     PERFORM 8000-REWRITE-REJECT-FILE
014000         THRU 8000-REWRITE-REJECT-FILE-EXIT.
014100     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
014120     PERFORM 8950-RELEASE-RUN-LOCK
014140         THRU 8950-RELEASE-RUN-LOCK-EXIT.
014200     STOP RUN.
014300
014400******************************************************************
014500* 1000-INITIALIZE - OPEN THE REJECT FILE (NOTHING TO DO IF IT
014600* DOES NOT EXIST), THE DISPOSITION AUDIT FILE, THE CHANGE
014650* JOURNAL, AND THE HOLD FILE THAT COLLECTS RECORDS THE
014700* OPERATOR LEAVES FOR LATER.
014800******************************************************************
014900 1000-INITIALIZE.
015000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016100             'REJECT_STUDENTS.TXT - FILE STATUS ' WS-REJECT-FS
016200             ' ***'
016300         MOVE 20 TO RETURN-CODE
016320         PERFORM 8950-RELEASE-RUN-LOCK
016340             THRU 8950-RELEASE-RUN-LOCK-EXIT
016400         STOP RUN
016500     END-IF.
016600     OPEN EXTEND DISPOSITION-FILE.
016700     IF WS-DISP-FS = '35'
016800         OPEN OUTPUT DISPOSITION-FILE
016900     END-IF.
016910     OPEN EXTEND JOURNAL-FILE.
016920     IF WS-JRNL-FS = '35'
016930         OPEN OUTPUT JOURNAL-FILE
016940     END-IF.
016950     IF WS-JRNL-FS NOT = '00'
016955         DISPLAY 'REJECT-REPAIR: *** UNABLE TO OPEN '
016960             'CHANGE_JOURNAL.TXT - FILE STATUS ' WS-JRNL-FS
016965             ' ***'
016970         MOVE 20 TO RETURN-CODE
016972         PERFORM 8950-RELEASE-RUN-LOCK
016974             THRU 8950-RELEASE-RUN-LOCK-EXIT
016975         STOP RUN
016980     END-IF.
016985     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
016990     IF WS-OPERATOR-ID = SPACES
016995         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
016998     END-IF.
017000     OPEN OUTPUT REJECT-HOLD-FILE.
017100     PERFORM 2050-READ-REJECT THRU 2050-READ-REJECT-EXIT.
017200 1000-INITIALIZE-EXIT.
024300         THRU 3500-UPDATE-ROSTER-EXIT.
024350     PERFORM 3800-SYNC-MASTER-REPAIR
024360         THRU 3800-SYNC-MASTER-REPAIR-EXIT.
024370     PERFORM 7100-JOURNAL-REPAIR
024380         THRU 7100-JOURNAL-REPAIR-EXIT.
024400     MOVE 'REPAIRED' TO WS-DISP-ACTION.
024500     MOVE WS-WORK-ID TO WS-DISP-ID.
024600     MOVE WS-WORK-NAME TO WS-DISP-NAME.
035310         DISPLAY 'REJECT-REPAIR: *** UNABLE TO READ '
035312             'STUDENTS.TXT - FILE STATUS ' WS-CHECK-FS
035314             ' - NO CHANGES APPLIED ***'
035315         MOVE 20 TO RETURN-CODE
035316         PERFORM 8950-RELEASE-RUN-LOCK
035317             THRU 8950-RELEASE-RUN-LOCK-EXIT
035318         STOP RUN
035320     END-IF.
035322     OPEN OUTPUT ROSTER-WORK-FILE.
036877* FILE WHEN THE ID CHANGED.
036878******************************************************************
036880 3800-SYNC-MASTER-REPAIR.
036881     MOVE 'N' TO WS-MAST-REFUSED-SW.
036882     OPEN I-O MASTER-FILE.
036884     IF WS-RMAST-FS = '35'
036886*        NO MASTER HAS BEEN BUILT YET - STUDENTS.TXT IS STILL
036930             DISPLAY 'REJECT-REPAIR: *** ID ' WS-WORK-ID
036932                 ' ALREADY ON STUDENT_MASTER.IDX - MASTER NOT '
036934                 'UPDATED - REVIEW THE MASTER ***'
036935             SET MASTER-REPAIR-REFUSED TO TRUE
036936         NOT INVALID KEY
036937             IF WS-WORK-ID NOT = REJECT-ID
036938                 PERFORM 3870-DROP-ORIGINAL-FROM-MASTER
037530             THRU 3500-UPDATE-ROSTER-EXIT
037540         PERFORM 3850-SYNC-MASTER-DISCARD
037550             THRU 3850-SYNC-MASTER-DISCARD-EXIT
037552         PERFORM 7150-JOURNAL-DISCARD
037554             THRU 7150-JOURNAL-DISCARD-EXIT
037600         MOVE 'DISCARDED' TO WS-DISP-ACTION
037700         MOVE REJECT-ID TO WS-DISP-ID
037800         MOVE REJECT-NAME TO WS-DISP-NAME
041000     WRITE DISPOSITION-RECORD.
041100 7000-WRITE-DISPOSITION-EXIT.
041200     EXIT.
041202
041204******************************************************************
041206* 7100-JOURNAL-REPAIR - THE REPAIRED STUDENT ARRIVES ON
041208* STUDENTS.TXT AND THE MASTER, SO THE REPAIR IS FIRST JOURNALLED
041210* AS AN ADD OF THE WHOLE RECORD, NEW VALUE THE FULL IMAGE AS IT
041212* WENT ON FILE - A REPAIR THAT CHANGED NO FIELD (A SECTION SINCE
041214* ADDED TO SECTIONS.TXT, SAY) STILL LEAVES THAT ROW.  THEN ONE
041216* ROW PER FIELD THE REPAIR CHANGED, OLD VALUE AS IT STOOD ON THE
041218* REJECT RECORD.  A BLANK SECTION DEFAULTED TO GEN COUNTS AS A
041220* CHANGE.  A REPAIR THE MASTER REFUSED (ID ALREADY ON FILE, SEE
041222* 3800) CHANGED NOTHING ON THE SYSTEM OF RECORD AND IS NOT
041224* JOURNALLED.
041226******************************************************************
041228 7100-JOURNAL-REPAIR.
041230     IF MASTER-REPAIR-REFUSED
041232         GO TO 7100-JOURNAL-REPAIR-EXIT
041234     END-IF.
041236     MOVE WS-WORK-ID TO WS-JRNL-ID.
041238     MOVE 'REPAIR' TO WS-JRNL-REASON.
041240     MOVE 'A' TO WS-JRNL-ACTION.
041242     MOVE 'RECORD' TO WS-JRNL-FIELD.
041244     MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW.
041246     STRING WS-WORK-ID             DELIMITED BY SIZE
041248            WS-WORK-NAME           DELIMITED BY SIZE
041250            WS-WORK-GRADE          DELIMITED BY SIZE
041252            WS-WORK-SECTION        DELIMITED BY SIZE
041254         INTO WS-JRNL-NEW.
041256     PERFORM 7200-WRITE-JOURNAL THRU 7200-WRITE-JOURNAL-EXIT.
041258     MOVE 'C' TO WS-JRNL-ACTION.
041260     IF WS-WORK-ID NOT = REJECT-ID
041262         MOVE 'ID' TO WS-JRNL-FIELD
041264         MOVE REJECT-ID TO WS-JRNL-OLD
041266         MOVE WS-WORK-ID TO WS-JRNL-NEW
041268         PERFORM 7200-WRITE-JOURNAL THRU 7200-WRITE-JOURNAL-EXIT
041270     END-IF.
041272     IF WS-WORK-NAME NOT = REJECT-NAME
041274         MOVE 'NAME' TO WS-JRNL-FIELD
041276         MOVE REJECT-NAME TO WS-JRNL-OLD
041278         MOVE WS-WORK-NAME TO WS-JRNL-NEW
041280         PERFORM 7200-WRITE-JOURNAL THRU 7200-WRITE-JOURNAL-EXIT
041282     END-IF.
041284     IF WS-WORK-GRADE NOT = REJECT-GRADE
041286         MOVE 'GRADE' TO WS-JRNL-FIELD
041288         MOVE REJECT-GRADE TO WS-JRNL-OLD
041290         MOVE WS-WORK-GRADE TO WS-JRNL-NEW
041292         PERFORM 7200-WRITE-JOURNAL THRU 7200-WRITE-JOURNAL-EXIT
041294     END-IF.
041296     IF WS-WORK-SECTION NOT = REJECT-SECTION
041298         MOVE 'SECTION' TO WS-JRNL-FIELD
041300         MOVE REJECT-SECTION TO WS-JRNL-OLD
041302         MOVE WS-WORK-SECTION TO WS-JRNL-NEW
041304         PERFORM 7200-WRITE-JOURNAL THRU 7200-WRITE-JOURNAL-EXIT
041306     END-IF.
041308 7100-JOURNAL-REPAIR-EXIT.
041310     EXIT.
041312
041314******************************************************************
041316* 7150-JOURNAL-DISCARD - A DISCARD IS JOURNALLED AS A DELETE OF
041318* THE WHOLE RECORD, OLD VALUE THE FULL ROW IMAGE AS IT WAS ON
041320* THE REJECT FILE, SO IT CAN BE PUT BACK BY HAND.
041322******************************************************************
041324 7150-JOURNAL-DISCARD.
041326     MOVE REJECT-ID TO WS-JRNL-ID.
041328     MOVE 'D' TO WS-JRNL-ACTION.
041330     MOVE 'DISCARD' TO WS-JRNL-REASON.
041332     MOVE 'RECORD' TO WS-JRNL-FIELD.
041334     MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW.
041336     STRING REJECT-ID              DELIMITED BY SIZE
041338            REJECT-NAME            DELIMITED BY SIZE
041340            REJECT-GRADE           DELIMITED BY SIZE
041342            REJECT-SECTION         DELIMITED BY SIZE
041344         INTO WS-JRNL-OLD.
041346     PERFORM 7200-WRITE-JOURNAL THRU 7200-WRITE-JOURNAL-EXIT.
041348 7150-JOURNAL-DISCARD-EXIT.
041350     EXIT.
041352
041354******************************************************************
041356* 7200-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL ROW (SEE
041358* CHGJREC) FROM THE WS-JRNL- FIELDS THE CALLER HAS SET.
041360******************************************************************
041362 7200-WRITE-JOURNAL.
041364     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
041366     MOVE WS-CURRENT-DATE TO CJRN-DATE.
041368     MOVE '-' TO CJRN-STAMP-SEP.
041370     MOVE WS-CURRENT-TIME TO CJRN-TIME.
041372     MOVE WS-JRNL-ID TO CJRN-STUDENT-ID.
041374     MOVE WS-JRNL-ACTION TO CJRN-ACTION.
041376     MOVE WS-JRNL-FIELD TO CJRN-FIELD.
041378     MOVE WS-JRNL-OLD TO CJRN-OLD-VALUE.
041380     MOVE WS-JRNL-NEW TO CJRN-NEW-VALUE.
041382     MOVE 'REJECT-REPAIR' TO CJRN-PROGRAM.
041384     MOVE WS-OPERATOR-ID TO CJRN-OPERATOR.
041386     MOVE WS-JRNL-REASON TO CJRN-REASON.
041388     WRITE CHANGE-JOURNAL-RECORD.
041390 7200-WRITE-JOURNAL-EXIT.
041392     EXIT.
041394
041400******************************************************************
041500* 8000-REWRITE-REJECT-FILE - REPLACE REJECT_STUDENTS.TXT WITH
041600* ONLY THE RECORDS THE OPERATOR SKIPPED, SO REPAIRED AND
043300     CLOSE REJECT-HOLD-FILE.
043400     CLOSE REJECT-FILE.
043500     CLOSE DISPOSITION-FILE.
043550     CLOSE JOURNAL-FILE.
043600 8000-REWRITE-REJECT-FILE-EXIT.
043700     EXIT.
043800
045100 8200-COPY-HOLD-RECORD-EXIT.
045200     EXIT.
045300
045301******************************************************************
045302* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
045303* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
045304* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
045305* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
045306* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
045307* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
045308******************************************************************
045309 8900-TAKE-RUN-LOCK.
045310     MOVE SPACES TO RUN-LOCK-RECORD.
045311     OPEN INPUT RUN-LOCK-FILE.
045312     IF WS-LOCK-FS = '00'
045313         READ RUN-LOCK-FILE
045314             AT END
045315                 MOVE SPACES TO RUN-LOCK-RECORD
045316         END-READ
045317         CLOSE RUN-LOCK-FILE
045318     END-IF.
045319     IF LOCK-HELD
045320         DISPLAY 'REJECT-REPAIR: *** SUITE RUN LOCK HELD BY '
045321             LOCK-PROGRAM ' ***'
045322         DISPLAY 'REJECT-REPAIR: *** OPERATOR '
045323             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
045324             ' - RUN REFUSED, RETRY LATER ***'
045325         MOVE 28 TO RETURN-CODE
045326         STOP RUN
045327     END-IF.
045328     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
045329     IF WS-LOCK-OPERATOR = SPACES
045330         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
045331     END-IF.
045332     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
045333     ACCEPT WS-LOCK-TIME FROM TIME.
045334     MOVE SPACES TO RUN-LOCK-RECORD.
045335     SET LOCK-HELD TO TRUE.
045336     MOVE 'REJECT-REPAIR' TO LOCK-PROGRAM.
045337     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
045338     MOVE WS-LOCK-DATE TO LOCK-DATE.
045339     MOVE '-' TO LOCK-STAMP-SEP.
045340     MOVE WS-LOCK-TIME TO LOCK-TIME.
045341     OPEN OUTPUT RUN-LOCK-FILE.
045342     IF WS-LOCK-FS NOT = '00'
045343         DISPLAY 'REJECT-REPAIR: *** UNABLE TO WRITE '
045344             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
045345         MOVE 20 TO RETURN-CODE
045346         STOP RUN
045347     END-IF.
045348     WRITE RUN-LOCK-RECORD.
045349     CLOSE RUN-LOCK-FILE.
045350     SET RUN-LOCK-TAKEN TO TRUE.
045351 8900-TAKE-RUN-LOCK-EXIT.
045352     EXIT.
045353
045354******************************************************************
045355* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
045356* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
045357* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
045358* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
045359******************************************************************
045360 8950-RELEASE-RUN-LOCK.
045361     IF NOT RUN-LOCK-TAKEN
045362         GO TO 8950-RELEASE-RUN-LOCK-EXIT
045363     END-IF.
045364     MOVE 'N' TO WS-LOCK-TAKEN-SW.
045365     MOVE SPACES TO RUN-LOCK-RECORD.
045366     OPEN INPUT RUN-LOCK-FILE.
045367     IF WS-LOCK-FS = '00'
045368         READ RUN-LOCK-FILE
045369             AT END
045370                 MOVE SPACES TO RUN-LOCK-RECORD
045371         END-READ
045372         CLOSE RUN-LOCK-FILE
045373     END-IF.
045374     IF NOT LOCK-HELD
045375         OR LOCK-PROGRAM NOT = 'REJECT-REPAIR'
045376         OR LOCK-DATE NOT = WS-LOCK-DATE
045377         OR LOCK-TIME NOT = WS-LOCK-TIME
045378         DISPLAY 'REJECT-REPAIR: SUITE RUN LOCK WAS '
045379             'CLEARED DURING THE RUN - LEFT AS FOUND'
045380         GO TO 8950-RELEASE-RUN-LOCK-EXIT
045381     END-IF.
045382     SET LOCK-FREE TO TRUE.
045383     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
045384     ACCEPT LOCK-TIME FROM TIME.
045385     OPEN OUTPUT RUN-LOCK-FILE.
045386     IF WS-LOCK-FS NOT = '00'
045387         DISPLAY 'REJECT-REPAIR: *** UNABLE TO RELEASE '
045388             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
045389             ' - CLEAR IT WITH SUITE-LOCK ***'
045390         GO TO 8950-RELEASE-RUN-LOCK-EXIT
045391     END-IF.
045392     WRITE RUN-LOCK-RECORD.
045393     CLOSE RUN-LOCK-FILE.
045394 8950-RELEASE-RUN-LOCK-EXIT.
045395     EXIT.
045396
045400******************************************************************
045500* 9000-WRAP-UP - SESSION TOTALS FOR THE OPERATOR; THE SAME
045600* NUMBERS ARE RECONSTRUCTIBLE FROM REJECT_DISPOSITION.TXT.
