000100******************************************************************
000200* PROGRAM-ID: ACADEMIC-STANDING
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     DETERMINES EVERY STUDENT'S ACADEMIC STANDING (GOOD
000800*              STANDING, PROBATION, SUSPENSION ...) FROM THE
000900*              CUMULATIVE GRADE_HISTORY.TXT, USING THE RULES IN
001000*              THE REGISTRAR'S STANDING_RULES.TXT (SEE STRLREC) -
001100*              E.G. BELOW 50 FOR ONE TERM IS PROBATION, BELOW 50
001200*              FOR TWO CONSECUTIVE TERMS IS SUSPENSION.
001300*              'CONSECUTIVE' MEANS THE STUDENT'S OWN TERMS ON THE
001400*              HISTORY IN TERM ORDER.  WRITES:
001500*                ACADEMIC_STANDING.IDX - ONE RECORD PER STUDENT,
001600*                    KEYED ON STUDENT ID (SEE STNDREC), REBUILT
001700*                    ON EVERY RUN.
001800*                STANDING_CHANGES.TXT - STUDENTS ON THE CURRENT
001900*                    (HIGHEST) TERM WHOSE STANDING MOVED UP OR
002000*                    DOWN SINCE THEIR PREVIOUS TERM, WITH COUNTS
002100*                    PER STANDING.
002200*                STANDING_LETTERS.TXT - ONE NOTIFICATION LETTER
002300*                    PER STUDENT PLACED ON PROBATION, SUSPENSION
002400*                    OR ANY OTHER NON-GOOD STANDING THIS TERM.
002500*              THE CURRENT TERM IS SHOWN AS FINAL OR PROVISIONAL
002600*              FROM CLOSED_TERMS.TXT (SEE TCLSREC); LETTERS SENT
002700*              ON A PROVISIONAL TERM MAY HAVE TO BE WITHDRAWN.
002800*
002900*              RETURN CODES: 0 DONE, 20 FILE ERROR OR NOTHING ON
003000*              THE HISTORY TO CLASSIFY.
003100* TECTONICS:   cobc -x -I copybooks ACADEMIC-STANDING.cbl
003200*
003300* MODIFICATION HISTORY
003400*    DATE       INIT  DESCRIPTION
003500*    2026-10-15  DVR  INITIAL VERSION.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. ACADEMIC-STANDING.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GRADE-HISTORY-FILE ASSIGN TO 'grade_history.txt'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-HIST-FS.
004500
004600     SELECT HISTORY-SORT-FILE ASSIGN TO 'standing_sort.txt'.
004700
004800     SELECT HISTORY-WORK-FILE ASSIGN TO 'standing_work.txt'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-WORK-FS.
005100
005200     SELECT STANDING-FILE ASSIGN TO 'academic_standing.idx'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS STND-ID
005600         FILE STATUS IS WS-STND-FS.
005700
005800     SELECT CHANGE-REPORT-FILE ASSIGN TO 'standing_changes.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-FS.
006100
006200     SELECT LETTER-FILE ASSIGN TO 'standing_letters.txt'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-LETTER-FS.
006500
006600     SELECT RULE-CONTROL-FILE ASSIGN TO 'standing_rules.txt'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RULE-FS.
006900
007000     SELECT CLOSED-TERMS-FILE ASSIGN TO 'closed_terms.txt'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-CLOSED-FS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  GRADE-HISTORY-FILE.
007700     COPY GHISTREC.
007800
007900*    THE HISTORY RE-SORTED BY STUDENT ID AND TERM SO ONE
008000*    CONTROL-BREAK PASS SEES EACH STUDENT'S TERMS IN ORDER.
008100 SD  HISTORY-SORT-FILE.
008200     COPY GHISTREC
008300         REPLACING GRADE-HISTORY-RECORD BY HSRT-RECORD
008400                   HIST-TERM            BY HSRT-TERM
008500                   HIST-ID              BY HSRT-ID
008600                   HIST-NAME            BY HSRT-NAME
008700                   HIST-GRADE           BY HSRT-GRADE
008800                   HIST-SECTION         BY HSRT-SECTION.
008900
009000 FD  HISTORY-WORK-FILE.
009100     COPY GHISTREC
009200         REPLACING GRADE-HISTORY-RECORD BY HWRK-RECORD
009300                   HIST-TERM            BY HWRK-TERM
009400                   HIST-ID              BY HWRK-ID
009500                   HIST-NAME            BY HWRK-NAME
009600                   HIST-GRADE           BY HWRK-GRADE
009700                   HIST-SECTION         BY HWRK-SECTION.
009800
009900 FD  STANDING-FILE.
010000     COPY STNDREC.
010100
010200 FD  CHANGE-REPORT-FILE.
010300 01  CHANGE-REPORT-LINE               PIC X(100).
010400
010500 FD  LETTER-FILE.
010600 01  LETTER-LINE                      PIC X(80).
010700
010800 FD  RULE-CONTROL-FILE.
010900     COPY STRLREC.
011000
011100 FD  CLOSED-TERMS-FILE.
011200     COPY TCLSREC.
011300
011400 WORKING-STORAGE SECTION.
011500 01  WS-FILE-STATUSES.
011600     05  WS-HIST-FS                    PIC X(02) VALUE '00'.
011700     05  WS-WORK-FS                    PIC X(02) VALUE '00'.
011800     05  WS-STND-FS                    PIC X(02) VALUE '00'.
011900     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
012000     05  WS-LETTER-FS                  PIC X(02) VALUE '00'.
012100     05  WS-RULE-FS                    PIC X(02) VALUE '00'.
012200     05  WS-CLOSED-FS                  PIC X(02) VALUE '00'.
012300
012400 01  WS-SWITCHES.
012500     05  WS-EOF-HIST-SW                PIC X(01) VALUE 'N'.
012600         88  EOF-HIST                      VALUE 'Y'.
012700     05  WS-EOF-WORK-SW                PIC X(01) VALUE 'N'.
012800         88  EOF-WORK                      VALUE 'Y'.
012900     05  WS-EOF-RULE-SW                PIC X(01) VALUE 'N'.
013000         88  EOF-RULE                      VALUE 'Y'.
013100     05  WS-RULES-OK-SW                PIC X(01) VALUE 'Y'.
013200         88  RULE-TABLE-OK                 VALUE 'Y'.
013300     05  WS-EOF-CLOSED-SW              PIC X(01) VALUE 'N'.
013400         88  EOF-CLOSED                    VALUE 'Y'.
013500     05  WS-RUN-BROKEN-SW              PIC X(01) VALUE 'N'.
013600         88  LOW-RUN-BROKEN                VALUE 'Y'.
013700
013800*    STANDING RULES FROM STANDING_RULES.TXT, WITH A COUNT OF THE
013900*    CURRENT TERM'S STUDENTS IN EACH STANDING FOR THE REPORT.
014000 01  WS-RULE-AREA.
014100     05  WS-RULE-USED                  PIC 9(02) VALUE ZERO
014200                                        USAGE COMP.
014300     05  WS-RULE-SUB                   PIC 9(02) VALUE ZERO
014400                                        USAGE COMP.
014500     05  WS-RULE-ENTRY OCCURS 10 TIMES.
014600         10  WS-RULE-BELOW             PIC 9(03).
014700         10  WS-RULE-TERMS             PIC 9(02).
014800         10  WS-RULE-STANDING          PIC X(12).
014900         10  WS-RULE-LEVEL             PIC 9(01).
015000         10  WS-RULE-COUNT             PIC 9(06).
015100
015200*    ONE STUDENT'S TERMS IN TERM ORDER.  40 TERMS MATCHES THE
015300*    GRADE-TRENDS TERM TABLE; A LONGER HISTORY KEEPS THE MOST
015400*    RECENT 40, WHICH IS ALL ANY RULE CAN LOOK BACK OVER.
015500 01  WS-STUDENT-AREA.
015600     05  WS-STU-ID                     PIC X(08) VALUE SPACES.
015700     05  WS-STU-NAME                   PIC X(30) VALUE SPACES.
015800     05  WS-STU-SECTION                PIC X(04) VALUE SPACES.
015900     05  WS-STU-USED                   PIC 9(02) VALUE ZERO
016000                                        USAGE COMP.
016100     05  WS-STU-SUB                    PIC 9(02) VALUE ZERO
016200                                        USAGE COMP.
016300     05  WS-STU-TERM-ENTRY OCCURS 40 TIMES.
016400         10  WS-STU-TERM               PIC X(06).
016500         10  WS-STU-GRADE              PIC 9(02).
016600
016700*    THE STANDING AT ONE POSITION IN THE STUDENT'S TERM TABLE -
016800*    SEE 3500.
016900 01  WS-EVALUATION-AREA.
017000     05  WS-EVAL-POS                   PIC 9(02) VALUE ZERO
017100                                        USAGE COMP.
017200     05  WS-EVAL-SUB                   PIC 9(02) VALUE ZERO
017300                                        USAGE COMP.
017400     05  WS-EVAL-RUN                   PIC 9(02) VALUE ZERO
017500                                        USAGE COMP.
017600     05  WS-EVAL-STANDING              PIC X(12) VALUE SPACES.
017700     05  WS-EVAL-LEVEL                 PIC 9(01) VALUE ZERO.
017800     05  WS-EVAL-LOW-TERMS             PIC 9(02) VALUE ZERO.
017900     05  WS-EVAL-BELOW                 PIC 9(03) VALUE ZERO.
018000     05  WS-NOW-STANDING               PIC X(12) VALUE SPACES.
018100     05  WS-NOW-LEVEL                  PIC 9(01) VALUE ZERO.
018200     05  WS-NOW-LOW-TERMS              PIC 9(02) VALUE ZERO.
018300     05  WS-NOW-BELOW                  PIC 9(03) VALUE ZERO.
018400     05  WS-PRIOR-STANDING             PIC X(12) VALUE SPACES.
018500     05  WS-PRIOR-LEVEL                PIC 9(01) VALUE ZERO.
018600
018700 01  WS-TERM-FIELDS.
018800     05  WS-CURRENT-TERM               PIC X(06) VALUE LOW-VALUES.
018900     05  WS-TERM-STATUS                PIC X(11) VALUE SPACES.
019000
019100 01  WS-COUNTERS.
019200     05  WS-COUNT-ROWS                 PIC 9(06) VALUE ZERO
019300                                        USAGE COMP.
019400     05  WS-COUNT-STUDENTS             PIC 9(06) VALUE ZERO
019500                                        USAGE COMP.
019600     05  WS-COUNT-CURRENT              PIC 9(06) VALUE ZERO
019700                                        USAGE COMP.
019800     05  WS-COUNT-NOT-CURRENT          PIC 9(06) VALUE ZERO
019900                                        USAGE COMP.
020000     05  WS-COUNT-GOOD                 PIC 9(06) VALUE ZERO
020100                                        USAGE COMP.
020200     05  WS-COUNT-UP                   PIC 9(06) VALUE ZERO
020300                                        USAGE COMP.
020400     05  WS-COUNT-DOWN                 PIC 9(06) VALUE ZERO
020500                                        USAGE COMP.
020600     05  WS-COUNT-LETTERS              PIC 9(06) VALUE ZERO
020700                                        USAGE COMP.
020800
020900 01  WS-TIMESTAMP-FIELDS.
021000     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
021100
021200 01  WS-EDIT-FIELDS.
021300     05  WS-ED-COUNT                   PIC ZZZZZ9.
021400     05  WS-ED-GRADE                   PIC Z9.
021500     05  WS-ED-BELOW                   PIC ZZ9.
021600     05  WS-ED-TERMS                   PIC Z9.
021700
021800 01  WS-CHANGE-DETAIL-LINE.
021900     05  WS-CHG-DIRECTION              PIC X(04) VALUE SPACES.
022000     05  FILLER                        PIC X(02) VALUE SPACES.
022100     05  WS-CHG-ID                     PIC X(08) VALUE SPACES.
022200     05  FILLER                        PIC X(02) VALUE SPACES.
022300     05  WS-CHG-NAME                   PIC X(30) VALUE SPACES.
022400     05  FILLER                        PIC X(02) VALUE SPACES.
022500     05  WS-CHG-SECTION                PIC X(04) VALUE SPACES.
022600     05  FILLER                        PIC X(02) VALUE SPACES.
022700     05  WS-CHG-GRADE                  PIC Z9.
022800     05  FILLER                        PIC X(03) VALUE SPACES.
022900     05  WS-CHG-PRIOR                  PIC X(12) VALUE SPACES.
023000     05  FILLER                        PIC X(04) VALUE ' -> '.
023100     05  WS-CHG-NOW                    PIC X(12) VALUE SPACES.
023200
023300 PROCEDURE DIVISION.
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023600     PERFORM 2000-SORT-HISTORY THRU 2000-SORT-HISTORY-EXIT.
023700     PERFORM 2300-FIND-TERM-STATUS
023750         THRU 2300-FIND-TERM-STATUS-EXIT.
023800     PERFORM 3000-CLASSIFY-STUDENTS
023900         THRU 3000-CLASSIFY-STUDENTS-EXIT.
024000     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
024100     STOP RUN.
024200
024300******************************************************************
024400* 1000-INITIALIZE - PROVE THE HISTORY IS THERE AND LOAD THE
024500* STANDING RULES.
024600******************************************************************
024700 1000-INITIALIZE.
024800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024900     OPEN INPUT GRADE-HISTORY-FILE.
025000     IF WS-HIST-FS NOT = '00'
025100         DISPLAY 'ACADEMIC-STANDING: *** UNABLE TO OPEN '
025200             'GRADE_HISTORY.TXT - FILE STATUS ' WS-HIST-FS
025300             ' ***'
025400         MOVE 20 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700     CLOSE GRADE-HISTORY-FILE.
025800     PERFORM 8000-LOAD-STANDING-RULES
025900         THRU 8000-LOAD-STANDING-RULES-EXIT.
026000 1000-INITIALIZE-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400* 2000-SORT-HISTORY - SORT THE HISTORY BY STUDENT ID AND TERM,
026500* NOTING THE HIGHEST TERM ON THE WAY THROUGH: THAT IS THE
026600* CURRENT TERM (TERM CODES COLLATE IN CALENDAR ORDER - SEE
026700* GHISTREC).
026800******************************************************************
026900 2000-SORT-HISTORY.
027000     SORT HISTORY-SORT-FILE
027100         ASCENDING KEY HSRT-ID HSRT-TERM
027200         INPUT PROCEDURE IS 2100-RELEASE-HISTORY
027300             THRU 2100-RELEASE-HISTORY-EXIT
027400         GIVING HISTORY-WORK-FILE.
027500     IF WS-COUNT-ROWS = ZERO
027600         DISPLAY 'ACADEMIC-STANDING: *** GRADE_HISTORY.TXT IS '
027700             'EMPTY - NOTHING TO CLASSIFY ***'
027800         MOVE 20 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100 2000-SORT-HISTORY-EXIT.
028200     EXIT.
028300
028400 2100-RELEASE-HISTORY.
028500     MOVE 'N' TO WS-EOF-HIST-SW.
028600     OPEN INPUT GRADE-HISTORY-FILE.
028700     PERFORM 2150-READ-HISTORY THRU 2150-READ-HISTORY-EXIT.
028800     PERFORM 2200-RELEASE-ONE-ROW THRU 2200-RELEASE-ONE-ROW-EXIT
028900         UNTIL EOF-HIST.
029000     CLOSE GRADE-HISTORY-FILE.
029100 2100-RELEASE-HISTORY-EXIT.
029200     EXIT.
029300
029400 2150-READ-HISTORY.
029500     READ GRADE-HISTORY-FILE
029600         AT END
029700             SET EOF-HIST TO TRUE
029800     END-READ.
029900 2150-READ-HISTORY-EXIT.
030000     EXIT.
030100
030200 2200-RELEASE-ONE-ROW.
030300     IF GRADE-HISTORY-RECORD NOT = SPACES
030400         ADD 1 TO WS-COUNT-ROWS
030500         IF HIST-TERM > WS-CURRENT-TERM
030600             MOVE HIST-TERM TO WS-CURRENT-TERM
030700         END-IF
030800         MOVE GRADE-HISTORY-RECORD TO HSRT-RECORD
030900         RELEASE HSRT-RECORD
031000     END-IF.
031100     PERFORM 2150-READ-HISTORY THRU 2150-READ-HISTORY-EXIT.
031200 2200-RELEASE-ONE-ROW-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 2300-FIND-TERM-STATUS - THE CURRENT TERM IS FINAL WHEN THE
031700* LAST CLOSED_TERMS.TXT ROW FOR IT IS A CLOSE (SEE TCLSREC),
031800* OTHERWISE - OR WITH NO FILE AT ALL - PROVISIONAL.
031900******************************************************************
032000 2300-FIND-TERM-STATUS.
032100     MOVE 'PROVISIONAL' TO WS-TERM-STATUS.
032200     MOVE 'N' TO WS-EOF-CLOSED-SW.
032300     OPEN INPUT CLOSED-TERMS-FILE.
032400     IF WS-CLOSED-FS NOT = '00'
032500         GO TO 2300-FIND-TERM-STATUS-EXIT
032600     END-IF.
032700     PERFORM 2350-READ-CLOSED-TERM
032800         THRU 2350-READ-CLOSED-TERM-EXIT.
032900     PERFORM 2360-NOTE-TERM-ROW THRU 2360-NOTE-TERM-ROW-EXIT
033000         UNTIL EOF-CLOSED.
033100     CLOSE CLOSED-TERMS-FILE.
033200 2300-FIND-TERM-STATUS-EXIT.
033300     EXIT.
033400
033500 2350-READ-CLOSED-TERM.
033600     READ CLOSED-TERMS-FILE
033700         AT END
033800             SET EOF-CLOSED TO TRUE
033900     END-READ.
034000 2350-READ-CLOSED-TERM-EXIT.
034100     EXIT.
034200
034300 2360-NOTE-TERM-ROW.
034400     IF TCLS-TERM = WS-CURRENT-TERM
034500         IF TCLS-TERM-CLOSED
034600             MOVE 'FINAL' TO WS-TERM-STATUS
034700         ELSE
034800             MOVE 'PROVISIONAL' TO WS-TERM-STATUS
034900         END-IF
035000     END-IF.
035100     PERFORM 2350-READ-CLOSED-TERM
035200         THRU 2350-READ-CLOSED-TERM-EXIT.
035300 2360-NOTE-TERM-ROW-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700* 3000-CLASSIFY-STUDENTS - CONTROL BREAK ON STUDENT ID OVER THE
035800* SORTED HISTORY.  EVERY STUDENT GETS A STANDING RECORD; ONLY
035900* STUDENTS WHO SAT THE CURRENT TERM CAN APPEAR ON THE CHANGE
036000* REPORT OR BE SENT A LETTER.
036100******************************************************************
036200 3000-CLASSIFY-STUDENTS.
036300     OPEN INPUT HISTORY-WORK-FILE.
036400     OPEN OUTPUT STANDING-FILE.
036500     IF WS-STND-FS NOT = '00'
036600         DISPLAY 'ACADEMIC-STANDING: *** UNABLE TO OPEN '
036700             'ACADEMIC_STANDING.IDX - FILE STATUS ' WS-STND-FS
036800             ' ***'
036900         CLOSE HISTORY-WORK-FILE
037000         MOVE 20 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     OPEN OUTPUT CHANGE-REPORT-FILE.
037310     IF WS-REPORT-FS NOT = '00'
037320         DISPLAY 'ACADEMIC-STANDING: *** UNABLE TO OPEN '
037330             'STANDING_CHANGES.TXT - FILE STATUS ' WS-REPORT-FS
037340             ' ***'
037350         CLOSE HISTORY-WORK-FILE
037360               STANDING-FILE
037370         MOVE 20 TO RETURN-CODE
037380         STOP RUN
037390     END-IF.
037400     OPEN OUTPUT LETTER-FILE.
037405     IF WS-LETTER-FS NOT = '00'
037410         DISPLAY 'ACADEMIC-STANDING: *** UNABLE TO OPEN '
037415             'STANDING_LETTERS.TXT - FILE STATUS ' WS-LETTER-FS
037420             ' ***'
037425         CLOSE HISTORY-WORK-FILE
037430               STANDING-FILE
037435               CHANGE-REPORT-FILE
037440         MOVE 20 TO RETURN-CODE
037445         STOP RUN
037450     END-IF.
037500     PERFORM 4800-WRITE-REPORT-HEADER
037600         THRU 4800-WRITE-REPORT-HEADER-EXIT.
037700     MOVE 'N' TO WS-EOF-WORK-SW.
037800     PERFORM 3050-READ-WORK THRU 3050-READ-WORK-EXIT.
037900     PERFORM 3100-PROCESS-ONE-STUDENT
038000         THRU 3100-PROCESS-ONE-STUDENT-EXIT
038100         UNTIL EOF-WORK.
038200     PERFORM 4900-WRITE-REPORT-TRAILER
038300         THRU 4900-WRITE-REPORT-TRAILER-EXIT.
038400     CLOSE HISTORY-WORK-FILE.
038500     CLOSE STANDING-FILE.
038600     CLOSE CHANGE-REPORT-FILE.
038700     CLOSE LETTER-FILE.
038800 3000-CLASSIFY-STUDENTS-EXIT.
038900     EXIT.
039000
039100 3050-READ-WORK.
039200     READ HISTORY-WORK-FILE
039300         AT END
039400             SET EOF-WORK TO TRUE
039500     END-READ.
039600 3050-READ-WORK-EXIT.
039700     EXIT.
039800
039900 3100-PROCESS-ONE-STUDENT.
040000     ADD 1 TO WS-COUNT-STUDENTS.
040100     MOVE HWRK-ID TO WS-STU-ID.
040200     MOVE ZERO TO WS-STU-USED.
040300     PERFORM 3150-TABLE-ONE-TERM THRU 3150-TABLE-ONE-TERM-EXIT
040400         UNTIL EOF-WORK
040500         OR HWRK-ID NOT = WS-STU-ID.
040600     PERFORM 3200-DETERMINE-STANDING
040700         THRU 3200-DETERMINE-STANDING-EXIT.
040800     PERFORM 3300-WRITE-STANDING-RECORD
040900         THRU 3300-WRITE-STANDING-RECORD-EXIT.
041000     IF WS-STU-TERM(WS-STU-USED) = WS-CURRENT-TERM
041100         ADD 1 TO WS-COUNT-CURRENT
041200         PERFORM 3400-REPORT-CHANGE THRU 3400-REPORT-CHANGE-EXIT
041300     ELSE
041400         ADD 1 TO WS-COUNT-NOT-CURRENT
041500     END-IF.
041600 3100-PROCESS-ONE-STUDENT-EXIT.
041700     EXIT.
041800
041900*    THE LATEST ROW SUPPLIES THE NAME AND SECTION.  A SECOND ROW
042000*    FOR A TERM ALREADY TABLED REPLACES IT; A 41ST TERM DROPS THE
042100*    OLDEST.
042200 3150-TABLE-ONE-TERM.
042300     MOVE HWRK-NAME TO WS-STU-NAME.
042400     MOVE HWRK-SECTION TO WS-STU-SECTION.
042500     EVALUATE TRUE
042600         WHEN WS-STU-USED > ZERO
042700             AND WS-STU-TERM(WS-STU-USED) = HWRK-TERM
042800             CONTINUE
042900         WHEN WS-STU-USED >= 40
043000             PERFORM 3160-DROP-OLDEST-TERM
043100                 THRU 3160-DROP-OLDEST-TERM-EXIT
043200                 VARYING WS-STU-SUB FROM 1 BY 1
043300                 UNTIL WS-STU-SUB >= 40
043400         WHEN OTHER
043500             ADD 1 TO WS-STU-USED
043600     END-EVALUATE.
043700     MOVE HWRK-TERM TO WS-STU-TERM(WS-STU-USED).
043800     MOVE HWRK-GRADE TO WS-STU-GRADE(WS-STU-USED).
043900     PERFORM 3050-READ-WORK THRU 3050-READ-WORK-EXIT.
044000 3150-TABLE-ONE-TERM-EXIT.
044100     EXIT.
044200
044300 3160-DROP-OLDEST-TERM.
044400     MOVE WS-STU-TERM-ENTRY(WS-STU-SUB + 1)
044500         TO WS-STU-TERM-ENTRY(WS-STU-SUB).
044600 3160-DROP-OLDEST-TERM-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000* 3200-DETERMINE-STANDING - THE STANDING AFTER THE STUDENT'S
045100* LATEST TERM, AND THE ONE IN FORCE AFTER THE TERM BEFORE IT
045200* (NEW WHEN THIS IS THE STUDENT'S FIRST TERM).
045300******************************************************************
045400 3200-DETERMINE-STANDING.
045500     MOVE WS-STU-USED TO WS-EVAL-POS.
045600     PERFORM 3500-EVALUATE-AT-POSITION
045700         THRU 3500-EVALUATE-AT-POSITION-EXIT.
045800     MOVE WS-EVAL-STANDING TO WS-NOW-STANDING.
045900     MOVE WS-EVAL-LEVEL TO WS-NOW-LEVEL.
046000     MOVE WS-EVAL-LOW-TERMS TO WS-NOW-LOW-TERMS.
046100     MOVE WS-EVAL-BELOW TO WS-NOW-BELOW.
046200     IF WS-STU-USED > 1
046300         COMPUTE WS-EVAL-POS = WS-STU-USED - 1
046400         PERFORM 3500-EVALUATE-AT-POSITION
046500             THRU 3500-EVALUATE-AT-POSITION-EXIT
046600         MOVE WS-EVAL-STANDING TO WS-PRIOR-STANDING
046700         MOVE WS-EVAL-LEVEL TO WS-PRIOR-LEVEL
046800     ELSE
046900         MOVE 'NEW' TO WS-PRIOR-STANDING
047000         MOVE ZERO TO WS-PRIOR-LEVEL
047100     END-IF.
047200 3200-DETERMINE-STANDING-EXIT.
047300     EXIT.
047400
047500 3300-WRITE-STANDING-RECORD.
047600     MOVE SPACES TO ACADEMIC-STANDING-RECORD.
047700     MOVE WS-STU-ID TO STND-ID.
047800     MOVE WS-STU-NAME TO STND-NAME.
047900     MOVE WS-STU-SECTION TO STND-SECTION.
048000     MOVE WS-STU-TERM(WS-STU-USED) TO STND-TERM.
048100     MOVE WS-STU-GRADE(WS-STU-USED) TO STND-GRADE.
048200     MOVE WS-NOW-STANDING TO STND-STANDING.
048300     MOVE WS-NOW-LEVEL TO STND-LEVEL.
048400     MOVE WS-NOW-LOW-TERMS TO STND-LOW-TERMS.
048500     MOVE WS-PRIOR-STANDING TO STND-PRIOR-STANDING.
048600     MOVE WS-PRIOR-LEVEL TO STND-PRIOR-LEVEL.
048700     MOVE WS-CURRENT-DATE TO STND-DATE.
048800     WRITE ACADEMIC-STANDING-RECORD
048900         INVALID KEY
049000             DISPLAY 'ACADEMIC-STANDING: *** WRITE FAILED FOR '
049100                 STND-ID ' - FILE STATUS ' WS-STND-FS ' ***'
049200     END-WRITE.
049300 3300-WRITE-STANDING-RECORD-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700* 3400-REPORT-CHANGE - COUNT THE CURRENT-TERM STUDENT UNDER THEIR
049800* STANDING AND, WHEN IT DIFFERS FROM THE STANDING AFTER THEIR
049900* PREVIOUS TERM, LIST THEM AS UP OR DOWN.  A NEW STUDENT COUNTS
050000* AS COMING FROM GOOD STANDING.  A MOVE INTO ANY NON-GOOD
050100* STANDING GETS A LETTER.
050200******************************************************************
050300 3400-REPORT-CHANGE.
050400     IF WS-NOW-LEVEL = ZERO
050500         ADD 1 TO WS-COUNT-GOOD
050600     ELSE
050700         PERFORM 3450-COUNT-STANDING THRU 3450-COUNT-STANDING-EXIT
050800             VARYING WS-RULE-SUB FROM 1 BY 1
050900             UNTIL WS-RULE-SUB > WS-RULE-USED
051000     END-IF.
051100     IF WS-NOW-STANDING = WS-PRIOR-STANDING
051200         GO TO 3400-REPORT-CHANGE-EXIT
051300     END-IF.
051400     IF WS-NOW-LEVEL = ZERO AND WS-PRIOR-LEVEL = ZERO
051500         GO TO 3400-REPORT-CHANGE-EXIT
051600     END-IF.
051700     IF WS-NOW-LEVEL < WS-PRIOR-LEVEL
051800         MOVE 'UP' TO WS-CHG-DIRECTION
051900         ADD 1 TO WS-COUNT-UP
052000     ELSE
052100         MOVE 'DOWN' TO WS-CHG-DIRECTION
052200         ADD 1 TO WS-COUNT-DOWN
052300     END-IF.
052400     MOVE WS-STU-ID TO WS-CHG-ID.
052500     MOVE WS-STU-NAME TO WS-CHG-NAME.
052600     MOVE WS-STU-SECTION TO WS-CHG-SECTION.
052700     MOVE WS-STU-GRADE(WS-STU-USED) TO WS-CHG-GRADE.
052800     MOVE WS-PRIOR-STANDING TO WS-CHG-PRIOR.
052900     MOVE WS-NOW-STANDING TO WS-CHG-NOW.
053000     MOVE WS-CHANGE-DETAIL-LINE TO CHANGE-REPORT-LINE.
053100     WRITE CHANGE-REPORT-LINE.
053200     IF WS-NOW-LEVEL > ZERO
053300         PERFORM 4000-WRITE-LETTER THRU 4000-WRITE-LETTER-EXIT
053400     END-IF.
053500 3400-REPORT-CHANGE-EXIT.
053600     EXIT.
053700
053800 3450-COUNT-STANDING.
053900     IF WS-RULE-STANDING(WS-RULE-SUB) = WS-NOW-STANDING
054000         ADD 1 TO WS-RULE-COUNT(WS-RULE-SUB)
054100         MOVE WS-RULE-USED TO WS-RULE-SUB
054200     END-IF.
054300 3450-COUNT-STANDING-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700* 3500-EVALUATE-AT-POSITION - THE STANDING AFTER THE TERM AT
054800* WS-EVAL-POS IN THE STUDENT'S TERM TABLE.  EACH RULE COUNTS THE
054900* RUN OF CONSECUTIVE TERMS BELOW ITS THRESHOLD ENDING AT THAT
055000* TERM; A RUN AT LEAST AS LONG AS THE RULE ASKS FOR FIRES IT,
055100* AND THE HIGHEST-LEVEL RULE THAT FIRES DECIDES THE STANDING.
055200******************************************************************
055300 3500-EVALUATE-AT-POSITION.
055400     MOVE 'GOOD' TO WS-EVAL-STANDING.
055500     MOVE ZERO TO WS-EVAL-LEVEL WS-EVAL-LOW-TERMS WS-EVAL-BELOW.
055600     PERFORM 3510-TEST-ONE-RULE THRU 3510-TEST-ONE-RULE-EXIT
055700         VARYING WS-RULE-SUB FROM 1 BY 1
055800         UNTIL WS-RULE-SUB > WS-RULE-USED.
055900 3500-EVALUATE-AT-POSITION-EXIT.
056000     EXIT.
056100
056200 3510-TEST-ONE-RULE.
056300     MOVE ZERO TO WS-EVAL-RUN.
056400     MOVE 'N' TO WS-RUN-BROKEN-SW.
056500     PERFORM 3520-COUNT-LOW-TERM THRU 3520-COUNT-LOW-TERM-EXIT
056600         VARYING WS-EVAL-SUB FROM WS-EVAL-POS BY -1
056700         UNTIL WS-EVAL-SUB < 1
056800         OR LOW-RUN-BROKEN.
056900     IF WS-EVAL-RUN >= WS-RULE-TERMS(WS-RULE-SUB)
057000         AND WS-RULE-LEVEL(WS-RULE-SUB) > WS-EVAL-LEVEL
057100         MOVE WS-RULE-STANDING(WS-RULE-SUB) TO WS-EVAL-STANDING
057200         MOVE WS-RULE-LEVEL(WS-RULE-SUB) TO WS-EVAL-LEVEL
057300         MOVE WS-EVAL-RUN TO WS-EVAL-LOW-TERMS
057400         MOVE WS-RULE-BELOW(WS-RULE-SUB) TO WS-EVAL-BELOW
057500     END-IF.
057600 3510-TEST-ONE-RULE-EXIT.
057700     EXIT.
057800
057900 3520-COUNT-LOW-TERM.
058000     IF WS-STU-GRADE(WS-EVAL-SUB) < WS-RULE-BELOW(WS-RULE-SUB)
058100         ADD 1 TO WS-EVAL-RUN
058200     ELSE
058300         SET LOW-RUN-BROKEN TO TRUE
058400     END-IF.
058500 3520-COUNT-LOW-TERM-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900* 4000-WRITE-LETTER - ONE NOTIFICATION LETTER, SEPARATED FROM
059000* THE NEXT BY A RULE LINE SO THE PRINT ROOM CAN CUT THEM APART.
059100******************************************************************
059200 4000-WRITE-LETTER.
059300     ADD 1 TO WS-COUNT-LETTERS.
059400     MOVE ALL '-' TO LETTER-LINE.
059500     WRITE LETTER-LINE.
059600     MOVE 'REGISTRAR''S OFFICE - NOTICE OF ACADEMIC STANDING'
059700         TO LETTER-LINE.
059800     WRITE LETTER-LINE.
059900     MOVE SPACES TO LETTER-LINE.
060000     STRING 'DATE    : ' DELIMITED BY SIZE
060100            WS-CURRENT-DATE DELIMITED BY SIZE
060200         INTO LETTER-LINE.
060300     WRITE LETTER-LINE.
060400     MOVE SPACES TO LETTER-LINE.
060500     STRING 'STUDENT : ' DELIMITED BY SIZE
060600            WS-STU-NAME DELIMITED BY '  '
060700            ' (' DELIMITED BY SIZE
060800            WS-STU-ID DELIMITED BY SPACE
060900            ')' DELIMITED BY SIZE
061000         INTO LETTER-LINE.
061100     WRITE LETTER-LINE.
061200     MOVE SPACES TO LETTER-LINE.
061300     STRING 'SECTION : ' DELIMITED BY SIZE
061400            WS-STU-SECTION DELIMITED BY SIZE
061500         INTO LETTER-LINE.
061600     WRITE LETTER-LINE.
061700     MOVE SPACES TO LETTER-LINE.
061800     WRITE LETTER-LINE.
061900     MOVE SPACES TO LETTER-LINE.
062000     STRING 'DEAR ' DELIMITED BY SIZE
062100            WS-STU-NAME DELIMITED BY '  '
062200            ',' DELIMITED BY SIZE
062300         INTO LETTER-LINE.
062400     WRITE LETTER-LINE.
062500     MOVE SPACES TO LETTER-LINE.
062600     WRITE LETTER-LINE.
062700     MOVE SPACES TO LETTER-LINE.
062800     STRING 'FOLLOWING THE RESULTS FOR TERM ' DELIMITED BY SIZE
062900            WS-CURRENT-TERM DELIMITED BY SIZE
063000            ' YOUR ACADEMIC STANDING IS' DELIMITED BY SIZE
063100         INTO LETTER-LINE.
063200     WRITE LETTER-LINE.
063300     MOVE SPACES TO LETTER-LINE.
063400     STRING '    ' DELIMITED BY SIZE
063500            WS-NOW-STANDING DELIMITED BY SPACE
063600            '.' DELIMITED BY SIZE
063700         INTO LETTER-LINE.
063800     WRITE LETTER-LINE.
063900     MOVE SPACES TO LETTER-LINE.
064000     WRITE LETTER-LINE.
064100     MOVE WS-STU-GRADE(WS-STU-USED) TO WS-ED-GRADE.
064200     MOVE WS-NOW-BELOW TO WS-ED-BELOW.
064300     MOVE WS-NOW-LOW-TERMS TO WS-ED-TERMS.
064400     MOVE SPACES TO LETTER-LINE.
064500     STRING 'YOUR GRADE FOR THE TERM WAS ' DELIMITED BY SIZE
064600            WS-ED-GRADE DELIMITED BY SIZE
064700            '.  YOUR GRADE HAS BEEN BELOW ' DELIMITED BY SIZE
064800            WS-ED-BELOW DELIMITED BY SIZE
064900         INTO LETTER-LINE.
065000     WRITE LETTER-LINE.
065100     MOVE SPACES TO LETTER-LINE.
065200     STRING 'FOR ' DELIMITED BY SIZE
065300            WS-ED-TERMS DELIMITED BY SIZE
065400            ' CONSECUTIVE TERM(S).' DELIMITED BY SIZE
065500         INTO LETTER-LINE.
065600     WRITE LETTER-LINE.
065700     MOVE SPACES TO LETTER-LINE.
065800     WRITE LETTER-LINE.
065900     MOVE 'PLEASE CONTACT THE ACADEMIC OFFICE WITHIN TEN WORKING'
066000         TO LETTER-LINE.
066100     WRITE LETTER-LINE.
066200     MOVE 'DAYS TO DISCUSS THIS DECISION AND ANY RIGHT OF APPEAL.'
066300         TO LETTER-LINE.
066400     WRITE LETTER-LINE.
066500     MOVE SPACES TO LETTER-LINE.
066600     WRITE LETTER-LINE.
066700     MOVE 'THE REGISTRAR' TO LETTER-LINE.
066800     WRITE LETTER-LINE.
066900 4000-WRITE-LETTER-EXIT.
067000     EXIT.
067100
067200 4800-WRITE-REPORT-HEADER.
067300     MOVE SPACES TO CHANGE-REPORT-LINE.
067400     STRING 'ACADEMIC STANDING CHANGES - TERM ' DELIMITED BY SIZE
067500            WS-CURRENT-TERM DELIMITED BY SIZE
067600            ' (' DELIMITED BY SIZE
067700            WS-TERM-STATUS DELIMITED BY SPACE
067800            ') - RUN ' DELIMITED BY SIZE
067900            WS-CURRENT-DATE DELIMITED BY SIZE
068000         INTO CHANGE-REPORT-LINE.
068100     WRITE CHANGE-REPORT-LINE.
068200     MOVE SPACES TO CHANGE-REPORT-LINE.
068300     WRITE CHANGE-REPORT-LINE.
068400     MOVE SPACES TO CHANGE-REPORT-LINE.
068500     STRING 'MOVE  STUDENT   NAME                            '
068600                DELIMITED BY SIZE
068700            'SECT  GR   PREVIOUS         NOW' DELIMITED BY SIZE
068800         INTO CHANGE-REPORT-LINE.
068900     WRITE CHANGE-REPORT-LINE.
069000 4800-WRITE-REPORT-HEADER-EXIT.
069100     EXIT.
069200
069300 4900-WRITE-REPORT-TRAILER.
069400     MOVE SPACES TO CHANGE-REPORT-LINE.
069500     WRITE CHANGE-REPORT-LINE.
069600     MOVE WS-COUNT-CURRENT TO WS-ED-COUNT.
069700     MOVE SPACES TO CHANGE-REPORT-LINE.
069800     STRING 'STUDENTS ON THE CURRENT TERM : ' DELIMITED BY SIZE
069900            WS-ED-COUNT DELIMITED BY SIZE
070000         INTO CHANGE-REPORT-LINE.
070100     WRITE CHANGE-REPORT-LINE.
070200     MOVE WS-COUNT-GOOD TO WS-ED-COUNT.
070300     MOVE SPACES TO CHANGE-REPORT-LINE.
070400     STRING '  IN GOOD STANDING           : ' DELIMITED BY SIZE
070500            WS-ED-COUNT DELIMITED BY SIZE
070600         INTO CHANGE-REPORT-LINE.
070700     WRITE CHANGE-REPORT-LINE.
070800     PERFORM 4910-WRITE-STANDING-COUNT
070900         THRU 4910-WRITE-STANDING-COUNT-EXIT
071000         VARYING WS-RULE-SUB FROM 1 BY 1
071100         UNTIL WS-RULE-SUB > WS-RULE-USED.
071200     MOVE WS-COUNT-UP TO WS-ED-COUNT.
071300     MOVE SPACES TO CHANGE-REPORT-LINE.
071400     STRING 'MOVED UP                     : ' DELIMITED BY SIZE
071500            WS-ED-COUNT DELIMITED BY SIZE
071600         INTO CHANGE-REPORT-LINE.
071700     WRITE CHANGE-REPORT-LINE.
071800     MOVE WS-COUNT-DOWN TO WS-ED-COUNT.
071900     MOVE SPACES TO CHANGE-REPORT-LINE.
072000     STRING 'MOVED DOWN                   : ' DELIMITED BY SIZE
072100            WS-ED-COUNT DELIMITED BY SIZE
072200         INTO CHANGE-REPORT-LINE.
072300     WRITE CHANGE-REPORT-LINE.
072400     MOVE WS-COUNT-LETTERS TO WS-ED-COUNT.
072500     MOVE SPACES TO CHANGE-REPORT-LINE.
072600     STRING 'LETTERS WRITTEN              : ' DELIMITED BY SIZE
072700            WS-ED-COUNT DELIMITED BY SIZE
072800         INTO CHANGE-REPORT-LINE.
072900     WRITE CHANGE-REPORT-LINE.
073000     MOVE WS-COUNT-NOT-CURRENT TO WS-ED-COUNT.
073100     MOVE SPACES TO CHANGE-REPORT-LINE.
073200     STRING 'NOT ON THE CURRENT TERM      : ' DELIMITED BY SIZE
073300            WS-ED-COUNT DELIMITED BY SIZE
073400         INTO CHANGE-REPORT-LINE.
073500     WRITE CHANGE-REPORT-LINE.
073600 4900-WRITE-REPORT-TRAILER-EXIT.
073700     EXIT.
073800
073900*    A RULE SHARING ITS STANDING NAME WITH AN EARLIER RULE WAS
074000*    COUNTED UNDER THE EARLIER ONE (SEE 3450), SO IT IS NOT
074100*    PRINTED TWICE.
074200 4910-WRITE-STANDING-COUNT.
074300     IF WS-RULE-COUNT(WS-RULE-SUB) = ZERO
074400         AND WS-RULE-SUB > 1
074500         IF WS-RULE-STANDING(WS-RULE-SUB)
074600             = WS-RULE-STANDING(WS-RULE-SUB - 1)
074700             GO TO 4910-WRITE-STANDING-COUNT-EXIT
074800         END-IF
074900     END-IF.
075000     MOVE WS-RULE-COUNT(WS-RULE-SUB) TO WS-ED-COUNT.
075100     MOVE SPACES TO CHANGE-REPORT-LINE.
075200     STRING '  ' DELIMITED BY SIZE
075300            WS-RULE-STANDING(WS-RULE-SUB) DELIMITED BY SIZE
075400            '               : ' DELIMITED BY SIZE
075500            WS-ED-COUNT DELIMITED BY SIZE
075600         INTO CHANGE-REPORT-LINE.
075700     WRITE CHANGE-REPORT-LINE.
075800 4910-WRITE-STANDING-COUNT-EXIT.
075900     EXIT.
076000
076100******************************************************************
076200* 8000-LOAD-STANDING-RULES - LOAD THE REGISTRAR'S RULES.  A
076300* MISSING OR INVALID FILE (NON-NUMERIC FIELD, ZERO TERMS, LEVEL
076400* 0, BLANK OR 'GOOD' STANDING, MORE THAN 10 ROWS, NO ROWS)
076500* FALLS BACK TO THE BUILT-IN RULES WITH A WARNING, AS THE BAND
076600* LOADERS DO FOR GRADE_BANDS.TXT.
076700******************************************************************
076800 8000-LOAD-STANDING-RULES.
076900     MOVE ZERO TO WS-RULE-USED.
077000     MOVE 'Y' TO WS-RULES-OK-SW.
077100     MOVE 'N' TO WS-EOF-RULE-SW.
077200     OPEN INPUT RULE-CONTROL-FILE.
077300     IF WS-RULE-FS NOT = '00'
077400         DISPLAY 'ACADEMIC-STANDING: STANDING_RULES.TXT NOT '
077500             'AVAILABLE - USING THE BUILT-IN RULES'
077600         PERFORM 8400-LOAD-DEFAULT-RULES
077700             THRU 8400-LOAD-DEFAULT-RULES-EXIT
077800         GO TO 8000-LOAD-STANDING-RULES-EXIT
077900     END-IF.
078000     PERFORM 8100-READ-RULE-ROW THRU 8100-READ-RULE-ROW-EXIT.
078100     PERFORM 8200-STORE-RULE-ROW THRU 8200-STORE-RULE-ROW-EXIT
078200         UNTIL EOF-RULE.
078300     CLOSE RULE-CONTROL-FILE.
078400     IF WS-RULE-USED = ZERO
078500         MOVE 'N' TO WS-RULES-OK-SW
078600     END-IF.
078700     IF NOT RULE-TABLE-OK
078800         DISPLAY 'ACADEMIC-STANDING: *** STANDING_RULES.TXT IS '
078900             'INVALID - USING THE BUILT-IN RULES ***'
079000         PERFORM 8400-LOAD-DEFAULT-RULES
079100             THRU 8400-LOAD-DEFAULT-RULES-EXIT
079200     END-IF.
079300 8000-LOAD-STANDING-RULES-EXIT.
079400     EXIT.
079500
079600 8100-READ-RULE-ROW.
079700     READ RULE-CONTROL-FILE
079800         AT END
079900             SET EOF-RULE TO TRUE
080000     END-READ.
080100 8100-READ-RULE-ROW-EXIT.
080200     EXIT.
080300
080400 8200-STORE-RULE-ROW.
080500     EVALUATE TRUE
080600         WHEN STANDING-RULE-RECORD = SPACES
080700             CONTINUE
080800         WHEN SRUL-BELOW-X NOT NUMERIC
080900             OR SRUL-TERMS-X NOT NUMERIC
081000             OR SRUL-LEVEL-X NOT NUMERIC
081100             MOVE 'N' TO WS-RULES-OK-SW
081200         WHEN SRUL-TERMS = ZERO
081300             OR SRUL-LEVEL = ZERO
081400             OR SRUL-STANDING = SPACES
081500             OR SRUL-STANDING = 'GOOD'
081600             MOVE 'N' TO WS-RULES-OK-SW
081700         WHEN WS-RULE-USED >= 10
081800             MOVE 'N' TO WS-RULES-OK-SW
081900         WHEN OTHER
082000             ADD 1 TO WS-RULE-USED
082100             MOVE SRUL-BELOW TO WS-RULE-BELOW(WS-RULE-USED)
082200             MOVE SRUL-TERMS TO WS-RULE-TERMS(WS-RULE-USED)
082300             MOVE SRUL-STANDING
082400                 TO WS-RULE-STANDING(WS-RULE-USED)
082500             MOVE SRUL-LEVEL TO WS-RULE-LEVEL(WS-RULE-USED)
082600             MOVE ZERO TO WS-RULE-COUNT(WS-RULE-USED)
082700     END-EVALUATE.
082800     PERFORM 8100-READ-RULE-ROW THRU 8100-READ-RULE-ROW-EXIT.
082900 8200-STORE-RULE-ROW-EXIT.
083000     EXIT.
083100
083200 8400-LOAD-DEFAULT-RULES.
083300     MOVE 50 TO WS-RULE-BELOW(1).
083400     MOVE 1 TO WS-RULE-TERMS(1).
083500     MOVE 'PROBATION' TO WS-RULE-STANDING(1).
083600     MOVE 1 TO WS-RULE-LEVEL(1).
083700     MOVE 50 TO WS-RULE-BELOW(2).
083800     MOVE 2 TO WS-RULE-TERMS(2).
083900     MOVE 'SUSPENSION' TO WS-RULE-STANDING(2).
084000     MOVE 2 TO WS-RULE-LEVEL(2).
084100     MOVE ZERO TO WS-RULE-COUNT(1) WS-RULE-COUNT(2).
084200     MOVE 2 TO WS-RULE-USED.
084300 8400-LOAD-DEFAULT-RULES-EXIT.
084400     EXIT.
084500
084600******************************************************************
084700* 9000-WRAP-UP - TELL THE OPERATOR WHAT WAS WRITTEN, AND WARN
084800* WHEN THE LETTERS REST ON A TERM THAT CAN STILL CHANGE.
084900******************************************************************
085000 9000-WRAP-UP.
085100     DISPLAY 'ACADEMIC-STANDING: ' WS-COUNT-STUDENTS
085200         ' STUDENT(S) CLASSIFIED, TERM ' WS-CURRENT-TERM ' IS '
085300         WS-TERM-STATUS.
085400     DISPLAY 'ACADEMIC-STANDING: ' WS-COUNT-UP ' UP, '
085500         WS-COUNT-DOWN ' DOWN, ' WS-COUNT-LETTERS
085600         ' LETTER(S) - SEE STANDING_CHANGES.TXT AND '
085700         'STANDING_LETTERS.TXT'.
085800     IF WS-TERM-STATUS NOT = 'FINAL'
085900         AND WS-COUNT-LETTERS > ZERO
086000         DISPLAY 'ACADEMIC-STANDING: *** TERM ' WS-CURRENT-TERM
086100             ' IS NOT CLOSED - CHECK BEFORE POSTING LETTERS ***'
086200     END-IF.
086300 9000-WRAP-UP-EXIT.
086400     EXIT.
