000100******************************************************************
000200* PROGRAM-ID: STUDENT-UPDATE
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     BATCH TRANSACTION UPDATE OF THE INDEXED STUDENT
000800*              MASTER (STUDENT_MASTER.IDX).  READS THE NIGHT'S
000900*              ADD, CHANGE AND DELETE TRANSACTIONS FROM
001000*              STUDENT_TRANSACTIONS.TXT (SEE TRANREC) IN FILE
001100*              ORDER AND PUTS EACH ONE THROUGH THE SAME EDITS
001200*              STUDENT-SORTER'S 2100-EDIT-STUDENT-RECORD APPLIES
001300*              TO STUDENTS.TXT (RECORD LENGTH, BLANK NAME, BLANK
001400*              ID, NON-NUMERIC GRADE, DUPLICATE ID) PLUS THE
001500*              UNKNOWN-SECTION CHECK AGAINST SECTIONS.TXT.  A
001600*              CHANGE OR DELETE FOR AN ID NOT ON THE MASTER IS
001700*              REFUSED.  GOOD TRANSACTIONS ARE APPLIED AND
001800*              JOURNALLED TO CHANGE_JOURNAL.TXT (SEE CHGJREC);
001900*              FAILING ONES GO TO TRANSACTION_ERRORS.TXT WITH
002000*              THE REASON.  UPDATE_REGISTER.TXT LISTS EVERY
002100*              TRANSACTION AND ITS DISPOSITION AND ENDS WITH THE
002200*              COUNTS READ, APPLIED AND REJECTED BY TYPE.  THE
002300*              MASTER IS THEN RE-EXPORTED TO STUDENTS.TXT THE
002400*              SAME WAY STUDENT-MAINT'S X OPTION DOES, SO THE
002500*              JOB RUNS AS A NIGHTLY-DRIVER STEP AHEAD OF
002600*              SCORE-ROLLUP AND THE SORTER.
002700*
002800*              NO TRANSACTION FILE IS A CLEAN NO-OP.  REJECTED
002900*              TRANSACTIONS DO NOT FAIL THE RUN - THEY ARE THE
003000*              ERROR FILE'S BUSINESS, NOT THE SCHEDULER'S.
003100*
003200*              RETURN CODES: 0 DONE, 20 FILE ERROR (NO MASTER,
003300*              OR THE JOURNAL OR AN OUTPUT FILE CANNOT BE
003400*              OPENED) - NOTHING IS APPLIED, 28 SUITE RUN LOCK
003450*              HELD BY ANOTHER RUN - NOTHING DONE, RETRY LATER.
003500* TECTONICS:   cobc -x -I copybooks STUDENT-UPDATE.cbl
003600*
003700* MODIFICATION HISTORY
003800*    DATE       INIT  DESCRIPTION
003900*    2026-10-15  DVR  INITIAL VERSION.
003920*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
003940*                     SEE LOCKREC) AT START-UP AND RELEASES IT ON
003960*                     EVERY WAY OUT; A RUN THAT FINDS IT HELD IS
003980*                     REFUSED WITH RC 28.
003982*    2026-10-15  DVR  STUDENT_MASTER.IDX NOW CARRIES AN ALTERNATE
003984*                     KEY ON THE NAME (WITH DUPLICATES) FOR THE
003986*                     STUDENT-INQUIRY NAME SEARCH; EVERY PROGRAM
003988*                     THAT OPENS THE MASTER DECLARES THE SAME
003990*                     KEYS.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. STUDENT-UPDATE.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TRANSACTION-FILE ASSIGN TO 'student_transactions.txt'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-TRAN-FS.
004900
005000     SELECT MASTER-FILE ASSIGN TO 'student_master.idx'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS MASTER-ID
005350         ALTERNATE RECORD KEY IS MASTER-NAME WITH DUPLICATES
005400         FILE STATUS IS WS-MASTER-FS.
005500
005600     SELECT STUDENT-FILE ASSIGN TO 'students.txt'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STUDENT-FS.
005900
006000     SELECT TRAN-ERROR-FILE ASSIGN TO 'transaction_errors.txt'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-TERR-FS.
006300
006400     SELECT REGISTER-FILE ASSIGN TO 'update_register.txt'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REGISTER-FS.
006700
006800     SELECT SECTION-CONTROL-FILE ASSIGN TO 'sections.txt'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SECTREF-FS.
007100
007200     SELECT JOURNAL-FILE ASSIGN TO 'change_journal.txt'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-JRNL-FS.
007500
007520     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
007540         ORGANIZATION IS LINE SEQUENTIAL
007560         FILE STATUS IS WS-LOCK-FS.
007580
007600 DATA DIVISION.
007700 FILE SECTION.
007800*    TRANSACTION-FILE DELIBERATELY HAS NO RECORD VARYING CLAUSE -
007900*    SEE STUDENT-SORTER FOR WHY.  2055-DERIVE-RECORD-LEN RECOVERS
008000*    THE TRUE LENGTH SO AN OVERSIZED ROW IS REJECTED, NOT SPLIT.
008100 FD  TRANSACTION-FILE.
008200     COPY TRANREC.
008300 01  TRAN-OVERSIZED-BUFFER            PIC X(200).
008400
008500 FD  MASTER-FILE.
008600     COPY STUDREC REPLACING STUDENT-RECORD   BY MASTER-RECORD
008700                            STUDENT-ID       BY MASTER-ID
008800                            STUDENT-NAME     BY MASTER-NAME
008900                            STUDENT-GRADE-X  BY MASTER-GRADE-X
009000                            STUDENT-SECTION  BY MASTER-SECTION
009100                            STUDENT-GRADE    BY MASTER-GRADE.
009200
009300 FD  STUDENT-FILE.
009400     COPY STUDREC.
009500
009600*    THE REJECTED TRANSACTION AS IT WAS READ, THE REASON, AND THE
009700*    DATE OF THE RUN THAT REFUSED IT.
009800 FD  TRAN-ERROR-FILE.
009900 01  TRAN-ERROR-RECORD.
010000     05  TERR-TRANSACTION            PIC X(55).
010100     05  FILLER                      PIC X(01).
010200     05  TERR-REASON                 PIC X(25).
010300     05  FILLER                      PIC X(01).
010400     05  TERR-RUN-DATE               PIC 9(08).
010500
010600 FD  REGISTER-FILE.
010700 01  REGISTER-LINE                    PIC X(132).
010800
010900 FD  SECTION-CONTROL-FILE.
011000     COPY SECTREC.
011100
011200 FD  JOURNAL-FILE.
011300     COPY CHGJREC.
011400
011420 FD  RUN-LOCK-FILE.
011440     COPY LOCKREC.
011460
011500 WORKING-STORAGE SECTION.
011600 01  WS-FILE-STATUSES.
011700     05  WS-TRAN-FS                    PIC X(02) VALUE '00'.
011800     05  WS-MASTER-FS                  PIC X(02) VALUE '00'.
011900     05  WS-STUDENT-FS                 PIC X(02) VALUE '00'.
012000     05  WS-TERR-FS                    PIC X(02) VALUE '00'.
012100     05  WS-REGISTER-FS                PIC X(02) VALUE '00'.
012200     05  WS-SECTREF-FS                 PIC X(02) VALUE '00'.
012300     05  WS-JRNL-FS                    PIC X(02) VALUE '00'.
012350     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
012400
012410*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
012420 01  WS-RUN-LOCK-AREA.
012430     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
012440         88  RUN-LOCK-TAKEN                VALUE 'Y'.
012450     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
012460     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
012470     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
012480
012500 01  WS-SWITCHES.
012600     05  WS-EOF-TRAN-SW                PIC X(01) VALUE 'N'.
012700         88  EOF-TRAN                      VALUE 'Y'.
012800     05  WS-EOF-MASTER-SW              PIC X(01) VALUE 'N'.
012900         88  EOF-MASTER                    VALUE 'Y'.
013000     05  WS-FOUND-SW                   PIC X(01) VALUE 'N'.
013100         88  RECORD-FOUND                  VALUE 'Y'.
013200     05  WS-EOF-SECTREF-SW             PIC X(01) VALUE 'N'.
013300         88  EOF-SECTREF                   VALUE 'Y'.
013400     05  WS-SECTREF-LOADED-SW          PIC X(01) VALUE 'N'.
013500         88  SECTION-TABLE-LOADED          VALUE 'Y'.
013600     05  WS-SECT-FOUND-SW              PIC X(01) VALUE 'Y'.
013700         88  SECTION-ON-FILE               VALUE 'Y'.
013800     05  WS-SECTREF-OVFL-SW            PIC X(01) VALUE 'N'.
013900         88  SECTREF-TABLE-OVERFLOWED      VALUE 'Y'.
014000
014100*    READ / APPLIED / REJECTED FOR EACH TRANSACTION TYPE; A ROW
014200*    WHOSE CODE IS NOT A, C OR D IS COUNTED AS INVALID.
014300 01  WS-COUNTERS.
014400     05  WS-ADD-READ                   PIC 9(06) VALUE ZERO
014500                                        USAGE COMP.
014600     05  WS-ADD-APPLIED                PIC 9(06) VALUE ZERO
014700                                        USAGE COMP.
014800     05  WS-ADD-REJECTED               PIC 9(06) VALUE ZERO
014900                                        USAGE COMP.
015000     05  WS-CHANGE-READ                PIC 9(06) VALUE ZERO
015100                                        USAGE COMP.
015200     05  WS-CHANGE-APPLIED             PIC 9(06) VALUE ZERO
015300                                        USAGE COMP.
015400     05  WS-CHANGE-REJECTED            PIC 9(06) VALUE ZERO
015500                                        USAGE COMP.
015600     05  WS-DELETE-READ                PIC 9(06) VALUE ZERO
015700                                        USAGE COMP.
015800     05  WS-DELETE-APPLIED             PIC 9(06) VALUE ZERO
015900                                        USAGE COMP.
016000     05  WS-DELETE-REJECTED            PIC 9(06) VALUE ZERO
016100                                        USAGE COMP.
016200     05  WS-INVALID-READ               PIC 9(06) VALUE ZERO
016300                                        USAGE COMP.
016400     05  WS-TOTAL-READ                 PIC 9(06) VALUE ZERO
016500                                        USAGE COMP.
016600     05  WS-TOTAL-APPLIED              PIC 9(06) VALUE ZERO
016700                                        USAGE COMP.
016800     05  WS-TOTAL-REJECTED             PIC 9(06) VALUE ZERO
016900                                        USAGE COMP.
017000     05  WS-EXPORT-COUNT               PIC 9(06) VALUE ZERO
017100                                        USAGE COMP.
017200     05  WS-RAW-RECORD-LEN             PIC 9(04) VALUE ZERO
017300                                        USAGE COMP.
017400     05  WS-TRAILING-SPACES            PIC 9(04) VALUE ZERO
017500                                        USAGE COMP.
017600
017700 01  WS-REJECT-REASON                 PIC X(25) VALUE SPACES.
017800
017900*    THE MASTER RECORD AS IT STOOD BEFORE A CHANGE OR DELETE, SO
018000*    THE JOURNAL CAN SHOW WHAT EACH FIELD WAS.
018100     COPY STUDREC REPLACING STUDENT-RECORD   BY BEFORE-RECORD
018200                            STUDENT-ID       BY BEFORE-ID
018300                            STUDENT-NAME     BY BEFORE-NAME
018400                            STUDENT-GRADE-X  BY BEFORE-GRADE-X
018500                            STUDENT-SECTION  BY BEFORE-SECTION
018600                            STUDENT-GRADE    BY BEFORE-GRADE.
018700
018800 01  WS-JOURNAL-FIELDS.
018900     05  WS-JRNL-ACTION                PIC X(01) VALUE SPACE.
019000     05  WS-JRNL-FIELD                 PIC X(08) VALUE SPACES.
019100     05  WS-JRNL-OLD                   PIC X(44) VALUE SPACES.
019200     05  WS-JRNL-NEW                   PIC X(44) VALUE SPACES.
019300     05  WS-JRNL-REASON                PIC X(08) VALUE SPACES.
019400     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
019500     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
019600     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
019700
019800*    SECTION REFERENCE TABLE LOADED FROM THE REGISTRAR'S
019900*    SECTIONS.TXT FOR THE UNKNOWN-SECTION EDIT - THE SAME TABLE
020000*    AND THE SAME RULES AS STUDENT-SORTER, SO A SECTION THE
020100*    SORTER WOULD REJECT NEVER REACHES THE MASTER - SEE 8600.
020200 01  WS-SECTREF-AREA.
020300     05  WS-SECTREF-USED               PIC 9(03) VALUE ZERO
020400                                        USAGE COMP.
020500     05  WS-SECTREF-SUB                PIC 9(03) VALUE ZERO
020600                                        USAGE COMP.
020700     05  WS-LOOKUP-SECTION             PIC X(04) VALUE SPACES.
020800     05  WS-SECT-TITLE                 PIC X(20) VALUE SPACES.
020900     05  WS-SECTREF-ENTRY OCCURS 50 TIMES.
021000         10  WS-SECTREF-CODE           PIC X(04).
021100         10  WS-SECTREF-TITLE          PIC X(20).
021200
021300 01  WS-EDIT-FIELDS.
021400     05  WS-ED-COUNT                   PIC ZZZZZ9.
021500
021600 01  WS-REGISTER-HEADING.
021700     05  FILLER                        PIC X(07) VALUE '  TRAN'.
021800     05  FILLER                        PIC X(10) VALUE 'STUDENT'.
021900     05  FILLER                        PIC X(32) VALUE 'NAME'.
022000     05  FILLER                        PIC X(05) VALUE 'GR'.
022100     05  FILLER                        PIC X(06) VALUE 'SECT'.
022200     05  FILLER                        PIC X(10) VALUE 'RESULT'.
022300     05  FILLER                        PIC X(06) VALUE 'REASON'.
022400
022500 01  WS-REGISTER-DETAIL-LINE.
022600     05  FILLER                        PIC X(02) VALUE SPACES.
022700     05  WS-REG-CODE                   PIC X(01) VALUE SPACE.
022800     05  FILLER                        PIC X(04) VALUE SPACES.
022900     05  WS-REG-ID                     PIC X(08) VALUE SPACES.
023000     05  FILLER                        PIC X(02) VALUE SPACES.
023100     05  WS-REG-NAME                   PIC X(30) VALUE SPACES.
023200     05  FILLER                        PIC X(02) VALUE SPACES.
023300     05  WS-REG-GRADE                  PIC X(02) VALUE SPACES.
023400     05  FILLER                        PIC X(03) VALUE SPACES.
023500     05  WS-REG-SECTION                PIC X(04) VALUE SPACES.
023600     05  FILLER                        PIC X(02) VALUE SPACES.
023700     05  WS-REG-DISPOSITION            PIC X(08) VALUE SPACES.
023800     05  FILLER                        PIC X(02) VALUE SPACES.
023900     05  WS-REG-REASON                 PIC X(25) VALUE SPACES.
024000
024100 01  WS-REGISTER-TOTAL-LINE.
024200     05  FILLER                        PIC X(02) VALUE SPACES.
024300     05  WS-TOT-LABEL                  PIC X(16) VALUE SPACES.
024400     05  FILLER                        PIC X(04) VALUE SPACES.
024500     05  WS-TOT-READ                   PIC ZZZZZ9.
024600     05  FILLER                        PIC X(04) VALUE SPACES.
024700     05  WS-TOT-APPLIED                PIC ZZZZZ9.
024800     05  FILLER                        PIC X(04) VALUE SPACES.
024900     05  WS-TOT-REJECTED               PIC ZZZZZ9.
025000
025100 PROCEDURE DIVISION.
025200 0000-MAINLINE.
025250     PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT.
025300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
025400     PERFORM 2000-PROCESS-TRANSACTIONS
025500         THRU 2000-PROCESS-TRANSACTIONS-EXIT.
025600     PERFORM 6000-EXPORT-ROSTER THRU 6000-EXPORT-ROSTER-EXIT.
025700     PERFORM 7000-PRINT-TOTALS THRU 7000-PRINT-TOTALS-EXIT.
025800     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
025820     PERFORM 8950-RELEASE-RUN-LOCK
025840         THRU 8950-RELEASE-RUN-LOCK-EXIT.
025900     STOP RUN.
026000
026100******************************************************************
026200* 1000-INITIALIZE - NO TRANSACTION FILE MEANS NOTHING TO DO AND
026300* IS NOT AN ERROR.  OTHERWISE THE MASTER, THE JOURNAL, THE ERROR
026400* FILE AND THE REGISTER MUST ALL OPEN BEFORE THE FIRST
026500* TRANSACTION IS TOUCHED - NO CHANGE MAY BE MADE THAT CANNOT BE
026600* JOURNALLED OR REPORTED.  THE MASTER IS NOT BUILT HERE: THAT IS
026700* STUDENT-MAINT'S ONE-TIME JOB.
026800******************************************************************
026900 1000-INITIALIZE.
027000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027100     ACCEPT WS-CURRENT-TIME FROM TIME.
027200     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
027300     IF WS-OPERATOR-ID = SPACES
027400         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
027500     END-IF.
027600     OPEN INPUT TRANSACTION-FILE.
027700     IF WS-TRAN-FS = '35'
027800         DISPLAY 'STUDENT-UPDATE: STUDENT_TRANSACTIONS.TXT NOT '
027900             'FOUND - MASTER LEFT AS IT IS'
027920         PERFORM 8950-RELEASE-RUN-LOCK
027940             THRU 8950-RELEASE-RUN-LOCK-EXIT
028000         STOP RUN
028100     END-IF.
028200     IF WS-TRAN-FS NOT = '00'
028300         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO OPEN '
028400             'STUDENT_TRANSACTIONS.TXT - FILE STATUS ' WS-TRAN-FS
028500             ' ***'
028600         MOVE 20 TO RETURN-CODE
028620         PERFORM 8950-RELEASE-RUN-LOCK
028640             THRU 8950-RELEASE-RUN-LOCK-EXIT
028700         STOP RUN
028800     END-IF.
028900     OPEN I-O MASTER-FILE.
029000     IF WS-MASTER-FS NOT = '00'
029100         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO OPEN '
029200             'STUDENT_MASTER.IDX - FILE STATUS ' WS-MASTER-FS
029300             ' - RUN STUDENT-MAINT TO BUILD IT ***'
029400         CLOSE TRANSACTION-FILE
029500         MOVE 20 TO RETURN-CODE
029520         PERFORM 8950-RELEASE-RUN-LOCK
029540             THRU 8950-RELEASE-RUN-LOCK-EXIT
029600         STOP RUN
029700     END-IF.
029800     OPEN EXTEND JOURNAL-FILE.
029900     IF WS-JRNL-FS = '35'
030000         OPEN OUTPUT JOURNAL-FILE
030100     END-IF.
030200     IF WS-JRNL-FS NOT = '00'
030300         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO OPEN '
030400             'CHANGE_JOURNAL.TXT - FILE STATUS ' WS-JRNL-FS
030500             ' ***'
030600         CLOSE TRANSACTION-FILE MASTER-FILE
030700         MOVE 20 TO RETURN-CODE
030720         PERFORM 8950-RELEASE-RUN-LOCK
030740             THRU 8950-RELEASE-RUN-LOCK-EXIT
030800         STOP RUN
030900     END-IF.
031000     OPEN OUTPUT TRAN-ERROR-FILE.
031100     IF WS-TERR-FS NOT = '00'
031200         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO OPEN '
031300             'TRANSACTION_ERRORS.TXT - FILE STATUS ' WS-TERR-FS
031400             ' ***'
031500         CLOSE TRANSACTION-FILE MASTER-FILE JOURNAL-FILE
031600         MOVE 20 TO RETURN-CODE
031620         PERFORM 8950-RELEASE-RUN-LOCK
031640             THRU 8950-RELEASE-RUN-LOCK-EXIT
031700         STOP RUN
031800     END-IF.
031900     OPEN OUTPUT REGISTER-FILE.
032000     IF WS-REGISTER-FS NOT = '00'
032100         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO OPEN '
032200             'UPDATE_REGISTER.TXT - FILE STATUS ' WS-REGISTER-FS
032300             ' ***'
032400         CLOSE TRANSACTION-FILE MASTER-FILE JOURNAL-FILE
032500               TRAN-ERROR-FILE
032600         MOVE 20 TO RETURN-CODE
032620         PERFORM 8950-RELEASE-RUN-LOCK
032640             THRU 8950-RELEASE-RUN-LOCK-EXIT
032700         STOP RUN
032800     END-IF.
032900     PERFORM 8600-LOAD-SECTION-TABLE
033000         THRU 8600-LOAD-SECTION-TABLE-EXIT.
033100     PERFORM 1100-PRINT-HEADINGS THRU 1100-PRINT-HEADINGS-EXIT.
033200 1000-INITIALIZE-EXIT.
033300     EXIT.
033400
033500 1100-PRINT-HEADINGS.
033600     MOVE SPACES TO REGISTER-LINE.
033700     STRING 'STUDENT MASTER UPDATE REGISTER - RUN '
033800                                 DELIMITED BY SIZE
033900            WS-CURRENT-DATE      DELIMITED BY SIZE
034000            '-'                  DELIMITED BY SIZE
034100            WS-CURRENT-TIME      DELIMITED BY SIZE
034200            ' BY OPERATOR '      DELIMITED BY SIZE
034300            WS-OPERATOR-ID       DELIMITED BY SIZE
034400         INTO REGISTER-LINE.
034500     WRITE REGISTER-LINE.
034600     MOVE SPACES TO REGISTER-LINE.
034700     WRITE REGISTER-LINE.
034800     MOVE WS-REGISTER-HEADING TO REGISTER-LINE.
034900     WRITE REGISTER-LINE.
035000 1100-PRINT-HEADINGS-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400* 2000-PROCESS-TRANSACTIONS - APPLY THE TRANSACTIONS IN THE ORDER
035500* THEY ARE ON THE FILE, SO AN ADD FOLLOWED BY A CHANGE TO THE
035600* SAME STUDENT WORKS AND A SECOND ADD OF ONE ID IS A DUPLICATE.
035700******************************************************************
035800 2000-PROCESS-TRANSACTIONS.
035900     MOVE 'N' TO WS-EOF-TRAN-SW.
036000     PERFORM 2050-READ-TRANSACTION
036100         THRU 2050-READ-TRANSACTION-EXIT.
036200     PERFORM 2100-APPLY-TRANSACTION
036300         THRU 2100-APPLY-TRANSACTION-EXIT
036400         UNTIL EOF-TRAN.
036500     CLOSE TRANSACTION-FILE.
036600 2000-PROCESS-TRANSACTIONS-EXIT.
036700     EXIT.
036800
036900 2050-READ-TRANSACTION.
037000     READ TRANSACTION-FILE
037100         AT END
037200             SET EOF-TRAN TO TRUE
037300         NOT AT END
037400             PERFORM 2055-DERIVE-RECORD-LEN
037500                 THRU 2055-DERIVE-RECORD-LEN-EXIT
037600     END-READ.
037700 2050-READ-TRANSACTION-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100* 2055-DERIVE-RECORD-LEN - SEE STUDENT-SORTER.  THE TRUE LINE
038200* LENGTH IS THE BUFFER LESS ITS TRAILING SPACES.  TRAILING
038300* FIELDS OF A TRANSACTION MAY LEGITIMATELY BE BLANK, SO ONLY A
038400* ROW LONGER THAN THE 55-BYTE LAYOUT IS A LENGTH ERROR.
038500******************************************************************
038600 2055-DERIVE-RECORD-LEN.
038700     MOVE ZERO TO WS-TRAILING-SPACES.
038800     INSPECT TRAN-OVERSIZED-BUFFER TALLYING WS-TRAILING-SPACES
038900         FOR TRAILING SPACES.
039000     COMPUTE WS-RAW-RECORD-LEN = 200 - WS-TRAILING-SPACES.
039100 2055-DERIVE-RECORD-LEN-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500* 2100-APPLY-TRANSACTION - EDIT AND APPLY ONE TRANSACTION, THEN
039600* FILE IT AS APPLIED OR REJECTED.  A BLANK LINE IS SKIPPED AND
039700* NOT COUNTED.
039800******************************************************************
039900 2100-APPLY-TRANSACTION.
040000     IF STUDENT-TRANSACTION-RECORD = SPACES
040100         GO TO 2100-APPLY-TRANSACTION-NEXT
040200     END-IF.
040300     MOVE SPACES TO WS-REJECT-REASON.
040400     MOVE TRAN-REASON TO WS-JRNL-REASON.
040500     IF WS-JRNL-REASON = SPACES
040600         MOVE 'TRANSACT' TO WS-JRNL-REASON
040700     END-IF.
040800     EVALUATE TRUE
040900         WHEN WS-RAW-RECORD-LEN > 55
041000             MOVE 'INVALID RECORD LENGTH' TO WS-REJECT-REASON
041100         WHEN TRAN-ADD
041200             PERFORM 3000-APPLY-ADD THRU 3000-APPLY-ADD-EXIT
041300         WHEN TRAN-CHANGE
041400             PERFORM 4000-APPLY-CHANGE THRU 4000-APPLY-CHANGE-EXIT
041500         WHEN TRAN-DELETE
041600             PERFORM 5000-APPLY-DELETE THRU 5000-APPLY-DELETE-EXIT
041700         WHEN OTHER
041800             MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
041900     END-EVALUATE.
042000     IF WS-REJECT-REASON NOT = SPACES
042100         MOVE SPACES TO TRAN-ERROR-RECORD
042200         MOVE STUDENT-TRANSACTION-RECORD TO TERR-TRANSACTION
042300         MOVE WS-REJECT-REASON TO TERR-REASON
042400         MOVE WS-CURRENT-DATE TO TERR-RUN-DATE
042500         WRITE TRAN-ERROR-RECORD
042600     END-IF.
042700     PERFORM 2200-TALLY-TRANSACTION
042800         THRU 2200-TALLY-TRANSACTION-EXIT.
042900     PERFORM 2300-PRINT-DETAIL THRU 2300-PRINT-DETAIL-EXIT.
043000 2100-APPLY-TRANSACTION-NEXT.
043100     PERFORM 2050-READ-TRANSACTION
043200         THRU 2050-READ-TRANSACTION-EXIT.
043300 2100-APPLY-TRANSACTION-EXIT.
043400     EXIT.
043500
043600 2200-TALLY-TRANSACTION.
043700     ADD 1 TO WS-TOTAL-READ.
043800     IF WS-REJECT-REASON = SPACES
043900         ADD 1 TO WS-TOTAL-APPLIED
044000     ELSE
044100         ADD 1 TO WS-TOTAL-REJECTED
044200     END-IF.
044300     EVALUATE TRUE
044400         WHEN TRAN-ADD
044500             ADD 1 TO WS-ADD-READ
044600             IF WS-REJECT-REASON = SPACES
044700                 ADD 1 TO WS-ADD-APPLIED
044800             ELSE
044900                 ADD 1 TO WS-ADD-REJECTED
045000             END-IF
045100         WHEN TRAN-CHANGE
045200             ADD 1 TO WS-CHANGE-READ
045300             IF WS-REJECT-REASON = SPACES
045400                 ADD 1 TO WS-CHANGE-APPLIED
045500             ELSE
045600                 ADD 1 TO WS-CHANGE-REJECTED
045700             END-IF
045800         WHEN TRAN-DELETE
045900             ADD 1 TO WS-DELETE-READ
046000             IF WS-REJECT-REASON = SPACES
046100                 ADD 1 TO WS-DELETE-APPLIED
046200             ELSE
046300                 ADD 1 TO WS-DELETE-REJECTED
046400             END-IF
046500         WHEN OTHER
046600             ADD 1 TO WS-INVALID-READ
046700     END-EVALUATE.
046800 2200-TALLY-TRANSACTION-EXIT.
046900     EXIT.
047000
047100 2300-PRINT-DETAIL.
047200     MOVE TRAN-CODE TO WS-REG-CODE.
047300     MOVE TRAN-ID TO WS-REG-ID.
047400     MOVE TRAN-NAME TO WS-REG-NAME.
047500     MOVE TRAN-GRADE-X TO WS-REG-GRADE.
047600     MOVE TRAN-SECTION TO WS-REG-SECTION.
047700     IF WS-REJECT-REASON = SPACES
047800         MOVE 'APPLIED' TO WS-REG-DISPOSITION
047900     ELSE
048000         MOVE 'REJECTED' TO WS-REG-DISPOSITION
048100     END-IF.
048200     MOVE WS-REJECT-REASON TO WS-REG-REASON.
048300     MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
048400     WRITE REGISTER-LINE.
048500 2300-PRINT-DETAIL-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900* 2900-FIND-BY-ID - KEYED READ OF THE MASTER FOR THE
049000* TRANSACTION'S ID.  SETS RECORD-FOUND AND LEAVES THE RECORD IN
049100* MASTER-RECORD.
049200******************************************************************
049300 2900-FIND-BY-ID.
049400     MOVE 'N' TO WS-FOUND-SW.
049500     MOVE TRAN-ID TO MASTER-ID.
049600     READ MASTER-FILE
049700         INVALID KEY
049800             CONTINUE
049900         NOT INVALID KEY
050000             SET RECORD-FOUND TO TRUE
050100     END-READ.
050200 2900-FIND-BY-ID-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600* 3000-APPLY-ADD - THE SORTER'S EDITS IN THE SORTER'S ORDER, THE
050700* DUPLICATE-ID TEST BEING THE KEYED READ OF THE MASTER, THEN THE
050800* SECTION CHECK.  A BLANK SECTION IS FILED UNDER 'GEN' AS THE
050900* SORTER DOES.  THE NEW RECORD IS JOURNALLED WHOLE.
051000******************************************************************
051100 3000-APPLY-ADD.
051200     EVALUATE TRUE
051300         WHEN TRAN-NAME = SPACES
051400             MOVE 'BLANK STUDENT NAME' TO WS-REJECT-REASON
051500         WHEN TRAN-ID = SPACES
051600             MOVE 'BLANK STUDENT ID' TO WS-REJECT-REASON
051700         WHEN TRAN-GRADE NOT NUMERIC
051800             MOVE 'NON-NUMERIC GRADE' TO WS-REJECT-REASON
051900         WHEN OTHER
052000             PERFORM 2900-FIND-BY-ID THRU 2900-FIND-BY-ID-EXIT
052100             IF RECORD-FOUND
052200                 MOVE 'DUPLICATE STUDENT ID' TO WS-REJECT-REASON
052300             ELSE
052400                 MOVE TRAN-SECTION TO WS-LOOKUP-SECTION
052500                 PERFORM 8650-FIND-SECTION-TITLE
052600                     THRU 8650-FIND-SECTION-TITLE-EXIT
052700                 IF NOT SECTION-ON-FILE
052800                     MOVE 'UNKNOWN SECTION' TO WS-REJECT-REASON
052900                 END-IF
053000             END-IF
053100     END-EVALUATE.
053200     IF WS-REJECT-REASON NOT = SPACES
053300         GO TO 3000-APPLY-ADD-EXIT
053400     END-IF.
053500     MOVE SPACES TO MASTER-RECORD.
053600     MOVE TRAN-ID TO MASTER-ID.
053700     MOVE TRAN-NAME TO MASTER-NAME.
053800     MOVE TRAN-GRADE TO MASTER-GRADE.
053900     MOVE TRAN-SECTION TO MASTER-SECTION.
054000     IF MASTER-SECTION = SPACES
054100         MOVE 'GEN' TO MASTER-SECTION
054200     END-IF.
054300     WRITE MASTER-RECORD
054400         INVALID KEY
054500             MOVE 'DUPLICATE STUDENT ID' TO WS-REJECT-REASON
054600         NOT INVALID KEY
054700             MOVE 'A' TO WS-JRNL-ACTION
054800             MOVE 'RECORD' TO WS-JRNL-FIELD
054900             MOVE SPACES TO WS-JRNL-OLD
055000             MOVE MASTER-RECORD TO WS-JRNL-NEW
055100             PERFORM 8800-WRITE-JOURNAL
055200                 THRU 8800-WRITE-JOURNAL-EXIT
055300     END-WRITE.
055400 3000-APPLY-ADD-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800* 4000-APPLY-CHANGE - REPLACE ONLY THE FIELDS THE TRANSACTION
055900* CARRIES; A BLANK NAME, GRADE OR SECTION KEEPS WHAT IS ON THE
056000* MASTER, AS A BLANK ANSWER DOES IN STUDENT-MAINT.  A CHANGE
056100* CARRYING NOTHING AT ALL IS A KEYING ERROR AND IS REJECTED.
056200* EACH FIELD THE REWRITE ACTUALLY CHANGED IS JOURNALLED.
056300******************************************************************
056400 4000-APPLY-CHANGE.
056500     EVALUATE TRUE
056600         WHEN TRAN-ID = SPACES
056700             MOVE 'BLANK STUDENT ID' TO WS-REJECT-REASON
056800         WHEN TRAN-NAME = SPACES
056900             AND TRAN-GRADE-X = SPACES
057000             AND TRAN-SECTION = SPACES
057100             MOVE 'NO FIELDS TO CHANGE' TO WS-REJECT-REASON
057200         WHEN TRAN-GRADE-X NOT = SPACES
057300             AND TRAN-GRADE NOT NUMERIC
057400             MOVE 'NON-NUMERIC GRADE' TO WS-REJECT-REASON
057500         WHEN OTHER
057600             PERFORM 2900-FIND-BY-ID THRU 2900-FIND-BY-ID-EXIT
057700             IF NOT RECORD-FOUND
057800                 MOVE 'STUDENT ID NOT ON MASTER'
057900                     TO WS-REJECT-REASON
058000             ELSE
058100                 IF TRAN-SECTION NOT = SPACES
058200                     MOVE TRAN-SECTION TO WS-LOOKUP-SECTION
058300                     PERFORM 8650-FIND-SECTION-TITLE
058400                         THRU 8650-FIND-SECTION-TITLE-EXIT
058500                     IF NOT SECTION-ON-FILE
058600                         MOVE 'UNKNOWN SECTION'
058700                             TO WS-REJECT-REASON
058800                     END-IF
058900                 END-IF
059000             END-IF
059100     END-EVALUATE.
059200     IF WS-REJECT-REASON NOT = SPACES
059300         GO TO 4000-APPLY-CHANGE-EXIT
059400     END-IF.
059500     MOVE MASTER-RECORD TO BEFORE-RECORD.
059600     IF TRAN-NAME NOT = SPACES
059700         MOVE TRAN-NAME TO MASTER-NAME
059800     END-IF.
059900     IF TRAN-GRADE-X NOT = SPACES
060000         MOVE TRAN-GRADE TO MASTER-GRADE
060100     END-IF.
060200     IF TRAN-SECTION NOT = SPACES
060300         MOVE TRAN-SECTION TO MASTER-SECTION
060400     END-IF.
060500     REWRITE MASTER-RECORD
060600         INVALID KEY
060700             MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
060800         NOT INVALID KEY
060900             PERFORM 4020-JOURNAL-CHANGE
061000                 THRU 4020-JOURNAL-CHANGE-EXIT
061100     END-REWRITE.
061200 4000-APPLY-CHANGE-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600* 4020-JOURNAL-CHANGE - ONE JOURNAL ROW FOR EACH FIELD THE
061700* REWRITE ACTUALLY CHANGED; A FIELD LEFT AS IT WAS IS NOT
061800* JOURNALLED.
061900******************************************************************
062000 4020-JOURNAL-CHANGE.
062100     MOVE 'C' TO WS-JRNL-ACTION.
062200     IF MASTER-NAME NOT = BEFORE-NAME
062300         MOVE 'NAME' TO WS-JRNL-FIELD
062400         MOVE BEFORE-NAME TO WS-JRNL-OLD
062500         MOVE MASTER-NAME TO WS-JRNL-NEW
062600         PERFORM 8800-WRITE-JOURNAL THRU 8800-WRITE-JOURNAL-EXIT
062700     END-IF.
062800     IF MASTER-GRADE-X NOT = BEFORE-GRADE-X
062900         MOVE 'GRADE' TO WS-JRNL-FIELD
063000         MOVE BEFORE-GRADE-X TO WS-JRNL-OLD
063100         MOVE MASTER-GRADE-X TO WS-JRNL-NEW
063200         PERFORM 8800-WRITE-JOURNAL THRU 8800-WRITE-JOURNAL-EXIT
063300     END-IF.
063400     IF MASTER-SECTION NOT = BEFORE-SECTION
063500         MOVE 'SECTION' TO WS-JRNL-FIELD
063600         MOVE BEFORE-SECTION TO WS-JRNL-OLD
063700         MOVE MASTER-SECTION TO WS-JRNL-NEW
063800         PERFORM 8800-WRITE-JOURNAL THRU 8800-WRITE-JOURNAL-EXIT
063900     END-IF.
064000 4020-JOURNAL-CHANGE-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400* 5000-APPLY-DELETE - A DELETE NEEDS ONLY THE ID.  THE RECORD IS
064500* READ FIRST SO THE JOURNAL KEEPS ITS FULL IMAGE - THAT ROW IS
064600* WHAT PUTS A WRONGLY DELETED STUDENT BACK.
064700******************************************************************
064800 5000-APPLY-DELETE.
064900     IF TRAN-ID = SPACES
065000         MOVE 'BLANK STUDENT ID' TO WS-REJECT-REASON
065100         GO TO 5000-APPLY-DELETE-EXIT
065200     END-IF.
065300     PERFORM 2900-FIND-BY-ID THRU 2900-FIND-BY-ID-EXIT.
065400     IF NOT RECORD-FOUND
065500         MOVE 'STUDENT ID NOT ON MASTER' TO WS-REJECT-REASON
065600         GO TO 5000-APPLY-DELETE-EXIT
065700     END-IF.
065800     MOVE MASTER-RECORD TO BEFORE-RECORD.
065900     DELETE MASTER-FILE
066000         INVALID KEY
066100             MOVE 'MASTER DELETE FAILED' TO WS-REJECT-REASON
066200         NOT INVALID KEY
066300             MOVE 'D' TO WS-JRNL-ACTION
066400             MOVE 'RECORD' TO WS-JRNL-FIELD
066500             MOVE BEFORE-RECORD TO WS-JRNL-OLD
066600             MOVE SPACES TO WS-JRNL-NEW
066700             PERFORM 8800-WRITE-JOURNAL
066800                 THRU 8800-WRITE-JOURNAL-EXIT
066900     END-DELETE.
067000 5000-APPLY-DELETE-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400* 6000-EXPORT-ROSTER - REWRITE STUDENTS.TXT IN KEY ORDER FROM THE
067500* MASTER EXACTLY AS STUDENT-MAINT'S X OPTION DOES, SO SCORE-
067600* ROLLUP, THE SORTERS AND THEIR REPORTS SEE TONIGHT'S UPDATES.
067700******************************************************************
067800 6000-EXPORT-ROSTER.
067900     MOVE ZERO TO WS-EXPORT-COUNT.
068000     MOVE 'N' TO WS-EOF-MASTER-SW.
068100     OPEN OUTPUT STUDENT-FILE.
068200     IF WS-STUDENT-FS NOT = '00'
068300         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO OPEN '
068400             'STUDENTS.TXT - FILE STATUS ' WS-STUDENT-FS
068500             ' - MASTER UPDATED BUT NOT EXPORTED ***'
068600         MOVE 20 TO RETURN-CODE
068700         GO TO 6000-EXPORT-ROSTER-EXIT
068800     END-IF.
068900     MOVE LOW-VALUES TO MASTER-ID.
069000     START MASTER-FILE KEY >= MASTER-ID
069100         INVALID KEY
069200             SET EOF-MASTER TO TRUE
069300     END-START.
069400     PERFORM 6100-EXPORT-NEXT THRU 6100-EXPORT-NEXT-EXIT
069500         UNTIL EOF-MASTER.
069600     CLOSE STUDENT-FILE.
069700     DISPLAY 'STUDENT-UPDATE: STUDENTS.TXT EXPORTED - '
069800         WS-EXPORT-COUNT ' RECORD(S)'.
069900 6000-EXPORT-ROSTER-EXIT.
070000     EXIT.
070100
070200 6100-EXPORT-NEXT.
070300     READ MASTER-FILE NEXT
070400         AT END
070500             SET EOF-MASTER TO TRUE
070600         NOT AT END
070700             MOVE MASTER-ID TO STUDENT-ID
070800             MOVE MASTER-NAME TO STUDENT-NAME
070900             MOVE MASTER-GRADE TO STUDENT-GRADE
071000             MOVE MASTER-SECTION TO STUDENT-SECTION
071100             WRITE STUDENT-RECORD
071200             ADD 1 TO WS-EXPORT-COUNT
071300     END-READ.
071400 6100-EXPORT-NEXT-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 7000-PRINT-TOTALS - THE REGISTER'S CONTROL TOTALS: READ,
071900* APPLIED AND REJECTED FOR EACH TRANSACTION TYPE AND OVERALL,
072000* AND THE SIZE OF THE RE-EXPORTED ROSTER.
072100******************************************************************
072200 7000-PRINT-TOTALS.
072300     MOVE SPACES TO REGISTER-LINE.
072400     WRITE REGISTER-LINE.
072500     MOVE '  TRANSACTION TYPE        READ   APPLIED  REJECTED'
072600         TO REGISTER-LINE.
072700     WRITE REGISTER-LINE.
072800     MOVE 'ADD' TO WS-TOT-LABEL.
072900     MOVE WS-ADD-READ TO WS-TOT-READ.
073000     MOVE WS-ADD-APPLIED TO WS-TOT-APPLIED.
073100     MOVE WS-ADD-REJECTED TO WS-TOT-REJECTED.
073200     PERFORM 7100-PRINT-TOTAL-LINE
073300         THRU 7100-PRINT-TOTAL-LINE-EXIT.
073400     MOVE 'CHANGE' TO WS-TOT-LABEL.
073500     MOVE WS-CHANGE-READ TO WS-TOT-READ.
073600     MOVE WS-CHANGE-APPLIED TO WS-TOT-APPLIED.
073700     MOVE WS-CHANGE-REJECTED TO WS-TOT-REJECTED.
073800     PERFORM 7100-PRINT-TOTAL-LINE
073900         THRU 7100-PRINT-TOTAL-LINE-EXIT.
074000     MOVE 'DELETE' TO WS-TOT-LABEL.
074100     MOVE WS-DELETE-READ TO WS-TOT-READ.
074200     MOVE WS-DELETE-APPLIED TO WS-TOT-APPLIED.
074300     MOVE WS-DELETE-REJECTED TO WS-TOT-REJECTED.
074400     PERFORM 7100-PRINT-TOTAL-LINE
074500         THRU 7100-PRINT-TOTAL-LINE-EXIT.
074600     MOVE 'INVALID CODE' TO WS-TOT-LABEL.
074700     MOVE WS-INVALID-READ TO WS-TOT-READ.
074800     MOVE ZERO TO WS-TOT-APPLIED.
074900     MOVE WS-INVALID-READ TO WS-TOT-REJECTED.
075000     PERFORM 7100-PRINT-TOTAL-LINE
075100         THRU 7100-PRINT-TOTAL-LINE-EXIT.
075200     MOVE 'TOTAL' TO WS-TOT-LABEL.
075300     MOVE WS-TOTAL-READ TO WS-TOT-READ.
075400     MOVE WS-TOTAL-APPLIED TO WS-TOT-APPLIED.
075500     MOVE WS-TOTAL-REJECTED TO WS-TOT-REJECTED.
075600     PERFORM 7100-PRINT-TOTAL-LINE
075700         THRU 7100-PRINT-TOTAL-LINE-EXIT.
075800     MOVE SPACES TO REGISTER-LINE.
075900     WRITE REGISTER-LINE.
076000     MOVE WS-EXPORT-COUNT TO WS-ED-COUNT.
076100     MOVE SPACES TO REGISTER-LINE.
076200     STRING '  STUDENTS.TXT RE-EXPORTED FROM THE MASTER: '
076300                                 DELIMITED BY SIZE
076400            WS-ED-COUNT          DELIMITED BY SIZE
076500            ' RECORD(S)'         DELIMITED BY SIZE
076600         INTO REGISTER-LINE.
076700     WRITE REGISTER-LINE.
076800 7000-PRINT-TOTALS-EXIT.
076900     EXIT.
077000
077100 7100-PRINT-TOTAL-LINE.
077200     MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
077300     WRITE REGISTER-LINE.
077400 7100-PRINT-TOTAL-LINE-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800* 8600-LOAD-SECTION-TABLE - LOAD THE SECTION REFERENCE TABLE
077900* FROM THE REGISTRAR'S SECTIONS.TXT.  AS IN STUDENT-SORTER, AN
078000* ABSENT, UNREADABLE OR OVERFLOWING FILE ONLY SKIPS THE
078100* UNKNOWN-SECTION EDIT (WITH A WARNING).
078200******************************************************************
078300 8600-LOAD-SECTION-TABLE.
078400     MOVE ZERO TO WS-SECTREF-USED.
078500     MOVE 'N' TO WS-SECTREF-LOADED-SW.
078600     MOVE 'N' TO WS-SECTREF-OVFL-SW.
078700     MOVE 'N' TO WS-EOF-SECTREF-SW.
078800     OPEN INPUT SECTION-CONTROL-FILE.
078900     IF WS-SECTREF-FS NOT = '00'
079000         DISPLAY 'STUDENT-UPDATE: SECTIONS.TXT NOT AVAILABLE - '
079100             'SECTION EDIT SKIPPED'
079200         GO TO 8600-LOAD-SECTION-TABLE-EXIT
079300     END-IF.
079400     PERFORM 8610-READ-SECTION-ROW
079500         THRU 8610-READ-SECTION-ROW-EXIT.
079600     PERFORM 8620-STORE-SECTION-ROW
079700         THRU 8620-STORE-SECTION-ROW-EXIT
079800         UNTIL EOF-SECTREF.
079900     CLOSE SECTION-CONTROL-FILE.
080000     EVALUATE TRUE
080100         WHEN SECTREF-TABLE-OVERFLOWED
080200             DISPLAY 'STUDENT-UPDATE: *** MORE THAN 50 SECTIONS '
080300                 'IN SECTIONS.TXT - SECTION EDIT SKIPPED ***'
080400         WHEN WS-SECTREF-USED = ZERO
080500             DISPLAY 'STUDENT-UPDATE: SECTIONS.TXT IS EMPTY - '
080600                 'SECTION EDIT SKIPPED'
080700         WHEN OTHER
080800             SET SECTION-TABLE-LOADED TO TRUE
080900     END-EVALUATE.
081000 8600-LOAD-SECTION-TABLE-EXIT.
081100     EXIT.
081200
081300 8610-READ-SECTION-ROW.
081400     READ SECTION-CONTROL-FILE
081500         AT END
081600             SET EOF-SECTREF TO TRUE
081700     END-READ.
081800 8610-READ-SECTION-ROW-EXIT.
081900     EXIT.
082000
082100 8620-STORE-SECTION-ROW.
082200     EVALUATE TRUE
082300         WHEN SECTION-REF-RECORD = SPACES
082400             CONTINUE
082500         WHEN WS-SECTREF-USED >= 50
082600             SET SECTREF-TABLE-OVERFLOWED TO TRUE
082700         WHEN OTHER
082800             ADD 1 TO WS-SECTREF-USED
082900             MOVE SECT-CODE
083000                 TO WS-SECTREF-CODE(WS-SECTREF-USED)
083100             MOVE SECT-TITLE
083200                 TO WS-SECTREF-TITLE(WS-SECTREF-USED)
083300     END-EVALUATE.
083400     PERFORM 8610-READ-SECTION-ROW
083500         THRU 8610-READ-SECTION-ROW-EXIT.
083600 8620-STORE-SECTION-ROW-EXIT.
083700     EXIT.
083800
083900******************************************************************
084000* 8650-FIND-SECTION-TITLE - LOOK WS-LOOKUP-SECTION UP ON THE
084100* REFERENCE TABLE, LEAVING SECTION-ON-FILE AND WS-SECT-TITLE.
084200* 'GEN' (AND A BLANK SECTION) IS ALWAYS LEGAL; WITH NO TABLE
084300* LOADED EVERY SECTION PASSES - SEE STUDENT-SORTER.
084400******************************************************************
084500 8650-FIND-SECTION-TITLE.
084600     MOVE 'Y' TO WS-SECT-FOUND-SW.
084700     MOVE SPACES TO WS-SECT-TITLE.
084800     IF WS-LOOKUP-SECTION = 'GEN' OR WS-LOOKUP-SECTION = SPACES
084900         MOVE 'UNASSIGNED' TO WS-SECT-TITLE
085000         GO TO 8650-FIND-SECTION-TITLE-EXIT
085100     END-IF.
085200     IF NOT SECTION-TABLE-LOADED
085300         GO TO 8650-FIND-SECTION-TITLE-EXIT
085400     END-IF.
085500     MOVE 'N' TO WS-SECT-FOUND-SW.
085600     PERFORM 8660-TEST-ONE-SECTION
085700         THRU 8660-TEST-ONE-SECTION-EXIT
085800         VARYING WS-SECTREF-SUB FROM 1 BY 1
085900         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED.
086000 8650-FIND-SECTION-TITLE-EXIT.
086100     EXIT.
086200
086300 8660-TEST-ONE-SECTION.
086400     IF WS-SECTREF-CODE(WS-SECTREF-SUB) = WS-LOOKUP-SECTION
086500         MOVE 'Y' TO WS-SECT-FOUND-SW
086600         MOVE WS-SECTREF-TITLE(WS-SECTREF-SUB) TO WS-SECT-TITLE
086700         MOVE WS-SECTREF-USED TO WS-SECTREF-SUB
086800     END-IF.
086900 8660-TEST-ONE-SECTION-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* 8800-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL ROW (SEE
087400* CHGJREC) FROM THE WS-JRNL- FIELDS THE CALLER HAS SET, STAMPED
087500* WITH THE START OF THE RUN AND THE OPERATOR WHO RAN IT.  THE
087600* REASON IS THE TRANSACTION'S OWN, OR TRANSACT WHEN IT HAS NONE.
087700******************************************************************
087800 8800-WRITE-JOURNAL.
087900     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
088000     MOVE WS-CURRENT-DATE TO CJRN-DATE.
088100     MOVE '-' TO CJRN-STAMP-SEP.
088200     MOVE WS-CURRENT-TIME TO CJRN-TIME.
088300     MOVE MASTER-ID TO CJRN-STUDENT-ID.
088400     MOVE WS-JRNL-ACTION TO CJRN-ACTION.
088500     MOVE WS-JRNL-FIELD TO CJRN-FIELD.
088600     MOVE WS-JRNL-OLD TO CJRN-OLD-VALUE.
088700     MOVE WS-JRNL-NEW TO CJRN-NEW-VALUE.
088800     MOVE 'STUDENT-UPDATE' TO CJRN-PROGRAM.
088900     MOVE WS-OPERATOR-ID TO CJRN-OPERATOR.
089000     MOVE WS-JRNL-REASON TO CJRN-REASON.
089100     WRITE CHANGE-JOURNAL-RECORD.
089200 8800-WRITE-JOURNAL-EXIT.
089300     EXIT.
089400
089401******************************************************************
089402* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
089403* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
089404* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
089405* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
089406* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
089407* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
089408******************************************************************
089409 8900-TAKE-RUN-LOCK.
089410     MOVE SPACES TO RUN-LOCK-RECORD.
089411     OPEN INPUT RUN-LOCK-FILE.
089412     IF WS-LOCK-FS = '00'
089413         READ RUN-LOCK-FILE
089414             AT END
089415                 MOVE SPACES TO RUN-LOCK-RECORD
089416         END-READ
089417         CLOSE RUN-LOCK-FILE
089418     END-IF.
089419     IF LOCK-HELD
089420         DISPLAY 'STUDENT-UPDATE: *** SUITE RUN LOCK HELD BY '
089421             LOCK-PROGRAM ' ***'
089422         DISPLAY 'STUDENT-UPDATE: *** OPERATOR '
089423             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
089424             ' - RUN REFUSED, RETRY LATER ***'
089425         MOVE 28 TO RETURN-CODE
089426         STOP RUN
089427     END-IF.
089428     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
089429     IF WS-LOCK-OPERATOR = SPACES
089430         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
089431     END-IF.
089432     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
089433     ACCEPT WS-LOCK-TIME FROM TIME.
089434     MOVE SPACES TO RUN-LOCK-RECORD.
089435     SET LOCK-HELD TO TRUE.
089436     MOVE 'STUDENT-UPDATE' TO LOCK-PROGRAM.
089437     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
089438     MOVE WS-LOCK-DATE TO LOCK-DATE.
089439     MOVE '-' TO LOCK-STAMP-SEP.
089440     MOVE WS-LOCK-TIME TO LOCK-TIME.
089441     OPEN OUTPUT RUN-LOCK-FILE.
089442     IF WS-LOCK-FS NOT = '00'
089443         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO WRITE '
089444             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
089445         MOVE 20 TO RETURN-CODE
089446         STOP RUN
089447     END-IF.
089448     WRITE RUN-LOCK-RECORD.
089449     CLOSE RUN-LOCK-FILE.
089450     SET RUN-LOCK-TAKEN TO TRUE.
089451 8900-TAKE-RUN-LOCK-EXIT.
089452     EXIT.
089453
089454******************************************************************
089455* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
089456* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
089457* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
089458* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
089459******************************************************************
089460 8950-RELEASE-RUN-LOCK.
089461     IF NOT RUN-LOCK-TAKEN
089462         GO TO 8950-RELEASE-RUN-LOCK-EXIT
089463     END-IF.
089464     MOVE 'N' TO WS-LOCK-TAKEN-SW.
089465     MOVE SPACES TO RUN-LOCK-RECORD.
089466     OPEN INPUT RUN-LOCK-FILE.
089467     IF WS-LOCK-FS = '00'
089468         READ RUN-LOCK-FILE
089469             AT END
089470                 MOVE SPACES TO RUN-LOCK-RECORD
089471         END-READ
089472         CLOSE RUN-LOCK-FILE
089473     END-IF.
089474     IF NOT LOCK-HELD
089475         OR LOCK-PROGRAM NOT = 'STUDENT-UPDATE'
089476         OR LOCK-DATE NOT = WS-LOCK-DATE
089477         OR LOCK-TIME NOT = WS-LOCK-TIME
089478         DISPLAY 'STUDENT-UPDATE: SUITE RUN LOCK WAS '
089479             'CLEARED DURING THE RUN - LEFT AS FOUND'
089480         GO TO 8950-RELEASE-RUN-LOCK-EXIT
089481     END-IF.
089482     SET LOCK-FREE TO TRUE.
089483     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
089484     ACCEPT LOCK-TIME FROM TIME.
089485     OPEN OUTPUT RUN-LOCK-FILE.
089486     IF WS-LOCK-FS NOT = '00'
089487         DISPLAY 'STUDENT-UPDATE: *** UNABLE TO RELEASE '
089488             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
089489             ' - CLEAR IT WITH SUITE-LOCK ***'
089490         GO TO 8950-RELEASE-RUN-LOCK-EXIT
089491     END-IF.
089492     WRITE RUN-LOCK-RECORD.
089493     CLOSE RUN-LOCK-FILE.
089494 8950-RELEASE-RUN-LOCK-EXIT.
089495     EXIT.
089496
089500******************************************************************
089600* 9000-WRAP-UP - CLOSE EVERYTHING AND SHOW THE OPERATOR THE SAME
089700* TOTALS THE REGISTER ENDS WITH.
089800******************************************************************
089900 9000-WRAP-UP.
090000     CLOSE MASTER-FILE JOURNAL-FILE TRAN-ERROR-FILE
090100           REGISTER-FILE.
090200     DISPLAY 'STUDENT-UPDATE: ' WS-TOTAL-READ
090300         ' TRANSACTION(S) READ, ' WS-TOTAL-APPLIED ' APPLIED, '
090400         WS-TOTAL-REJECTED ' REJECTED'.
090500     IF WS-TOTAL-REJECTED > ZERO
090600         DISPLAY 'STUDENT-UPDATE: REJECTED TRANSACTIONS ARE ON '
090700             'TRANSACTION_ERRORS.TXT'
090800     END-IF.
090900 9000-WRAP-UP-EXIT.
091000     EXIT.
