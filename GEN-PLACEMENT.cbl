000100******************************************************************
000200* PROGRAM-ID: GEN-PLACEMENT
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PLACES THE STUDENTS IN THE BUILT-IN 'GEN' POOL
000800*              (ADDED WITHOUT A SECTION) INTO SECTIONS BY SEAT
000900*              CAPACITY.  COUNTS THE CURRENT ENROLMENT OF EVERY
001000*              SECTION ON STUDENT_MASTER.IDX, WORKS OUT THE SEATS
001100*              LEFT AGAINST SECT-CAPACITY ON THE REGISTRAR'S
001200*              SECTIONS.TXT (SEE SECTREC), THEN TAKES THE GEN
001300*              STUDENTS IN STUDENT ID ORDER AND GIVES EACH ONE
001400*              THE SECTION WITH THE MOST FREE SEATS AT THAT POINT
001500*              (THE FIRST ON SECTIONS.TXT ON A TIE).  NO SECTION
001600*              IS EVER TAKEN OVER ITS CAPACITY.  A SECTION WITH
001700*              CAPACITY ZERO ('NO LIMIT') OR A NON-NUMERIC
001800*              CAPACITY HAS NO SEAT COUNT TO FILL AND IS NOT USED.
001900*              SECTION_PLACEMENT.TXT SHOWS THE SEATS BEFORE, ONE
002000*              LINE PER GEN STUDENT, THE SEATS AFTER, AND THE
002100*              STUDENTS WHO COULD NOT BE PLACED.
002200*
002300*              COMMAND-LINE PARAMETER:
002400*                (NONE)    - PROPOSAL ONLY; THE MASTER IS OPENED
002500*                            FOR INPUT AND NOT CHANGED.
002600*                APPLY     - WRITE THE PLACEMENTS TO THE MASTER,
002700*                            JOURNAL EACH ONE TO
002800*                            CHANGE_JOURNAL.TXT (REASON PLACE,
002900*                            SEE CHGJREC) AND
003000*                            RE-EXPORT STUDENTS.TXT AS STUDENT-
003100*                            UPDATE DOES.
003200*              AN UNKNOWN PARAMETER IS REPORTED AND IGNORED, SO A
003300*              MIS-KEYED APPLY ONLY PRODUCES A PROPOSAL.
003400*
003500*              RETURN CODES: 0 DONE (STUDENTS LEFT UNPLACED ARE
003600*              LISTED, NOT FAILED), 20 FILE ERROR OR NO SECTION
003700*              ON SECTIONS.TXT WITH A SEAT CAPACITY, 28 (APPLY
003750*              ONLY) SUITE RUN LOCK HELD - RETRY LATER.
003800* TECTONICS:   cobc -x -I copybooks GEN-PLACEMENT.cbl
003900*
004000* MODIFICATION HISTORY
004100*    DATE       INIT  DESCRIPTION
004200*    2026-10-15  DVR  INITIAL VERSION.
004210*    2026-10-15  DVR  TAKES THE SUITE RUN LOCK (SUITE_LOCK.TXT,
004220*                     SEE LOCKREC) FOR AN APPLY RUN AND RELEASES
004230*                     IT ON EVERY WAY OUT; AN APPLY RUN THAT FINDS
004240*                     IT HELD IS REFUSED WITH RC 28.  A PROPOSAL
004250*                     RUN UPDATES NOTHING AND DOES NOT TAKE IT.
004255*    2026-10-15  DVR  STUDENT_MASTER.IDX NOW CARRIES AN ALTERNATE
004260*                     KEY ON THE NAME (WITH DUPLICATES) FOR THE
004265*                     STUDENT-INQUIRY NAME SEARCH; EVERY PROGRAM
004270*                     THAT OPENS THE MASTER DECLARES THE SAME
004275*                     KEYS.
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. GEN-PLACEMENT.
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT MASTER-FILE ASSIGN TO 'student_master.idx'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MASTER-ID
005250         ALTERNATE RECORD KEY IS MASTER-NAME WITH DUPLICATES
005300         FILE STATUS IS WS-MASTER-FS.
005400
005500     SELECT STUDENT-FILE ASSIGN TO 'students.txt'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-STUDENT-FS.
005800
005900     SELECT SECTION-CONTROL-FILE ASSIGN TO 'sections.txt'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SECTREF-FS.
006200
006300     SELECT PLACEMENT-REPORT-FILE
006400         ASSIGN TO 'section_placement.txt'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REPORT-FS.
006700
006800     SELECT JOURNAL-FILE ASSIGN TO 'change_journal.txt'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-JRNL-FS.
007100
007120     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
007140         ORGANIZATION IS LINE SEQUENTIAL
007160         FILE STATUS IS WS-LOCK-FS.
007180
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  MASTER-FILE.
007500     COPY STUDREC REPLACING STUDENT-RECORD   BY MASTER-RECORD
007600                            STUDENT-ID       BY MASTER-ID
007700                            STUDENT-NAME     BY MASTER-NAME
007800                            STUDENT-GRADE-X  BY MASTER-GRADE-X
007900                            STUDENT-SECTION  BY MASTER-SECTION
008000                            STUDENT-GRADE    BY MASTER-GRADE.
008100
008200 FD  STUDENT-FILE.
008300     COPY STUDREC.
008400
008500 FD  SECTION-CONTROL-FILE.
008600     COPY SECTREC.
008700
008800 FD  PLACEMENT-REPORT-FILE.
008900 01  PLACEMENT-REPORT-LINE            PIC X(100).
009000
009100 FD  JOURNAL-FILE.
009200     COPY CHGJREC.
009300
009320 FD  RUN-LOCK-FILE.
009340     COPY LOCKREC.
009360
009400 WORKING-STORAGE SECTION.
009500 01  WS-FILE-STATUSES.
009600     05  WS-MASTER-FS                  PIC X(02) VALUE '00'.
009700     05  WS-STUDENT-FS                 PIC X(02) VALUE '00'.
009800     05  WS-SECTREF-FS                 PIC X(02) VALUE '00'.
009900     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
010000     05  WS-JRNL-FS                    PIC X(02) VALUE '00'.
010050     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
010100
010110*    THE SUITE RUN LOCK AS THIS RUN TOOK IT - SEE 8900.
010120 01  WS-RUN-LOCK-AREA.
010130     05  WS-LOCK-TAKEN-SW              PIC X(01) VALUE 'N'.
010140         88  RUN-LOCK-TAKEN                VALUE 'Y'.
010150     05  WS-LOCK-OPERATOR              PIC X(08) VALUE SPACES.
010160     05  WS-LOCK-DATE                  PIC 9(08) VALUE ZERO.
010170     05  WS-LOCK-TIME                  PIC 9(08) VALUE ZERO.
010180
010200 01  WS-SWITCHES.
010300     05  WS-EOF-MASTER-SW              PIC X(01) VALUE 'N'.
010400         88  EOF-MASTER                    VALUE 'Y'.
010500     05  WS-EOF-SECTREF-SW             PIC X(01) VALUE 'N'.
010600         88  EOF-SECTREF                   VALUE 'Y'.
010700     05  WS-SECTREF-OVFL-SW            PIC X(01) VALUE 'N'.
010800         88  SECTREF-TABLE-OVERFLOWED      VALUE 'Y'.
010900     05  WS-APPLY-SW                   PIC X(01) VALUE 'N'.
011000         88  APPLY-REQUESTED               VALUE 'Y'.
011100
011200 01  WS-PARM-AREA.
011300     05  WS-PARM-TEXT                  PIC X(60) VALUE SPACES.
011400     05  WS-PARM-TOKEN                 PIC X(20)
011500                                        OCCURS 4 TIMES.
011600     05  WS-PARM-SUB                   PIC 9(02) VALUE ZERO
011700                                        USAGE COMP.
011800
011900*    SECTION TABLE FROM SECTIONS.TXT WITH EACH SECTION'S SEAT
012000*    POSITION.  WS-SECT-LIMITED IS 'N' FOR A SECTION WITH NO
012100*    USABLE CAPACITY; SUCH A SECTION IS COUNTED BUT NEVER FILLED.
012200 01  WS-SECTREF-AREA.
012300     05  WS-SECTREF-USED               PIC 9(03) VALUE ZERO
012400                                        USAGE COMP.
012500     05  WS-SECTREF-SUB                PIC 9(03) VALUE ZERO
012600                                        USAGE COMP.
012700     05  WS-SECT-HIT                   PIC 9(03) VALUE ZERO
012800                                        USAGE COMP.
012900     05  WS-BEST-SUB                   PIC 9(03) VALUE ZERO
013000                                        USAGE COMP.
013100     05  WS-BEST-FREE                  PIC 9(04) VALUE ZERO.
013200     05  WS-LOOKUP-SECTION             PIC X(04) VALUE SPACES.
013300     05  WS-SECTREF-ENTRY OCCURS 50 TIMES.
013400         10  WS-SECTREF-CODE           PIC X(04).
013500         10  WS-SECTREF-TITLE          PIC X(20).
013600         10  WS-SECTREF-CAP            PIC 9(04).
013700         10  WS-SECT-LIMITED           PIC X(01).
013800         10  WS-SECT-ENROLLED          PIC 9(05).
013900         10  WS-SECT-FREE              PIC 9(04).
014000         10  WS-SECT-PLACED            PIC 9(05).
014100
014200 01  WS-COUNTERS.
014300     05  WS-COUNT-MASTER               PIC 9(06) VALUE ZERO
014400                                        USAGE COMP.
014500     05  WS-COUNT-GEN                  PIC 9(06) VALUE ZERO
014600                                        USAGE COMP.
014700     05  WS-COUNT-PLACED               PIC 9(06) VALUE ZERO
014800                                        USAGE COMP.
014900     05  WS-COUNT-UNPLACED             PIC 9(06) VALUE ZERO
015000                                        USAGE COMP.
015100     05  WS-COUNT-OFF-FILE             PIC 9(06) VALUE ZERO
015200                                        USAGE COMP.
015300     05  WS-COUNT-LIMITED              PIC 9(03) VALUE ZERO
015400                                        USAGE COMP.
015500     05  WS-EXPORT-COUNT               PIC 9(06) VALUE ZERO
015600                                        USAGE COMP.
015700     05  WS-SEATS-LEFT                 PIC S9(05) VALUE ZERO.
015800
015900 01  WS-JOURNAL-FIELDS.
016000     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
016100     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
016200     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
016300     05  WS-BEFORE-SECTION             PIC X(04) VALUE SPACES.
016400
016500 01  WS-EDIT-FIELDS.
016600     05  WS-ED-COUNT                   PIC ZZZZZ9.
016700     05  WS-RUN-MODE                   PIC X(20) VALUE SPACES.
016800     05  WS-RESULT-VERB                PIC X(08) VALUE SPACES.
016900
017000 01  WS-SEATS-HEADING.
017100     05  FILLER                        PIC X(06) VALUE 'SECT'.
017200     05  FILLER                        PIC X(22) VALUE 'TITLE'.
017300     05  FILLER                        PIC X(10) VALUE 'CAPACITY'.
017400     05  FILLER                        PIC X(10) VALUE 'ENROLLED'.
017500     05  FILLER                        PIC X(08) VALUE 'PLACED'.
017600     05  FILLER                        PIC X(04) VALUE 'FREE'.
017700
017800 01  WS-SEATS-DETAIL-LINE.
017900     05  WS-SEAT-CODE                  PIC X(04) VALUE SPACES.
018000     05  FILLER                        PIC X(02) VALUE SPACES.
018100     05  WS-SEAT-TITLE                 PIC X(20) VALUE SPACES.
018200     05  FILLER                        PIC X(04) VALUE SPACES.
018300     05  WS-SEAT-CAPACITY              PIC ZZZ9.
018400     05  FILLER                        PIC X(04) VALUE SPACES.
018500     05  WS-SEAT-ENROLLED              PIC ZZZZ9.
018600     05  FILLER                        PIC X(05) VALUE SPACES.
018700     05  WS-SEAT-PLACED                PIC ZZZZ9.
018800     05  FILLER                        PIC X(02) VALUE SPACES.
018900     05  WS-SEAT-FREE                  PIC ZZZ9.
019000     05  FILLER                        PIC X(02) VALUE SPACES.
019100     05  WS-SEAT-NOTE                  PIC X(30) VALUE SPACES.
019200
019300 01  WS-PLACEMENT-HEADING.
019400     05  FILLER                        PIC X(10) VALUE 'STUDENT'.
019500     05  FILLER                        PIC X(32) VALUE 'NAME'.
019600     05  FILLER                        PIC X(04) VALUE 'GR'.
019700     05  FILLER                        PIC X(09) VALUE 'SECTION'.
019800     05  FILLER                        PIC X(06) VALUE 'RESULT'.
019900
020000 01  WS-PLACEMENT-DETAIL-LINE.
020100     05  WS-PLC-ID                     PIC X(08) VALUE SPACES.
020200     05  FILLER                        PIC X(02) VALUE SPACES.
020300     05  WS-PLC-NAME                   PIC X(30) VALUE SPACES.
020400     05  FILLER                        PIC X(02) VALUE SPACES.
020500     05  WS-PLC-GRADE                  PIC X(02) VALUE SPACES.
020600     05  FILLER                        PIC X(02) VALUE SPACES.
020700     05  WS-PLC-SECTION                PIC X(04) VALUE SPACES.
020800     05  FILLER                        PIC X(05) VALUE SPACES.
020900     05  WS-PLC-RESULT                 PIC X(30) VALUE SPACES.
021000
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021400     PERFORM 2000-COUNT-ENROLMENT THRU 2000-COUNT-ENROLMENT-EXIT.
021500     PERFORM 3000-PLACE-GEN-STUDENTS
021600         THRU 3000-PLACE-GEN-STUDENTS-EXIT.
021700     PERFORM 4000-PRINT-SEATS THRU 4000-PRINT-SEATS-EXIT.
021800     IF APPLY-REQUESTED
021900         PERFORM 6000-EXPORT-ROSTER THRU 6000-EXPORT-ROSTER-EXIT
022000     END-IF.
022100     PERFORM 7000-PRINT-TOTALS THRU 7000-PRINT-TOTALS-EXIT.
022200     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
022220     PERFORM 8950-RELEASE-RUN-LOCK
022240         THRU 8950-RELEASE-RUN-LOCK-EXIT.
022300     STOP RUN.
022400
022500******************************************************************
022600* 1000-INITIALIZE - THE SECTION CAPACITIES ARE THE WHOLE BASIS
022700* OF THE RUN, SO WITHOUT A SECTION THAT HAS ONE THERE IS NOTHING
022800* TO DO AND THAT IS AN ERROR.  THE MASTER IS OPENED FOR INPUT ON
022900* A PROPOSAL AND FOR UPDATE ONLY WHEN APPLY IS GIVEN, AND THEN
023000* THE JOURNAL MUST OPEN TOO BEFORE ANY RECORD IS TOUCHED.
023100******************************************************************
023200 1000-INITIALIZE.
023300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023400     ACCEPT WS-CURRENT-TIME FROM TIME.
023500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
023600     IF WS-OPERATOR-ID = SPACES
023700         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
023800     END-IF.
023900     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
024000     PERFORM 1050-PARSE-PARM THRU 1050-PARSE-PARM-EXIT.
024020     IF APPLY-REQUESTED
024040         PERFORM 8900-TAKE-RUN-LOCK THRU 8900-TAKE-RUN-LOCK-EXIT
024060     END-IF.
024100     PERFORM 8600-LOAD-SECTION-TABLE
024200         THRU 8600-LOAD-SECTION-TABLE-EXIT.
024300     IF WS-COUNT-LIMITED = ZERO
024400         DISPLAY 'GEN-PLACEMENT: *** NO SECTION ON SECTIONS.TXT '
024500             'HAS A SEAT CAPACITY - NOTHING TO PLACE INTO ***'
024600         MOVE 20 TO RETURN-CODE
024620         PERFORM 8950-RELEASE-RUN-LOCK
024640             THRU 8950-RELEASE-RUN-LOCK-EXIT
024700         STOP RUN
024800     END-IF.
024900     IF APPLY-REQUESTED
025000         OPEN I-O MASTER-FILE
025100     ELSE
025200         OPEN INPUT MASTER-FILE
025300     END-IF.
025400     IF WS-MASTER-FS NOT = '00'
025500         DISPLAY 'GEN-PLACEMENT: *** UNABLE TO OPEN '
025600             'STUDENT_MASTER.IDX - FILE STATUS ' WS-MASTER-FS
025700             ' - RUN STUDENT-MAINT TO BUILD IT ***'
025800         MOVE 20 TO RETURN-CODE
025820         PERFORM 8950-RELEASE-RUN-LOCK
025840             THRU 8950-RELEASE-RUN-LOCK-EXIT
025900         STOP RUN
026000     END-IF.
026100     IF APPLY-REQUESTED
026200         OPEN EXTEND JOURNAL-FILE
026300         IF WS-JRNL-FS = '35'
026400             OPEN OUTPUT JOURNAL-FILE
026500         END-IF
026600         IF WS-JRNL-FS NOT = '00'
026700             DISPLAY 'GEN-PLACEMENT: *** UNABLE TO OPEN '
026800                 'CHANGE_JOURNAL.TXT - FILE STATUS ' WS-JRNL-FS
026900                 ' ***'
027000             CLOSE MASTER-FILE
027100             MOVE 20 TO RETURN-CODE
027120             PERFORM 8950-RELEASE-RUN-LOCK
027140                 THRU 8950-RELEASE-RUN-LOCK-EXIT
027200             STOP RUN
027300         END-IF
027400     END-IF.
027500     OPEN OUTPUT PLACEMENT-REPORT-FILE.
027600     IF WS-REPORT-FS NOT = '00'
027700         DISPLAY 'GEN-PLACEMENT: *** UNABLE TO OPEN '
027800             'SECTION_PLACEMENT.TXT - FILE STATUS ' WS-REPORT-FS
027900             ' ***'
028000         CLOSE MASTER-FILE
028100         IF APPLY-REQUESTED
028200             CLOSE JOURNAL-FILE
028300         END-IF
028400         MOVE 20 TO RETURN-CODE
028420         PERFORM 8950-RELEASE-RUN-LOCK
028440             THRU 8950-RELEASE-RUN-LOCK-EXIT
028500         STOP RUN
028600     END-IF.
028700     IF APPLY-REQUESTED
028800         MOVE 'PLACEMENTS APPLIED' TO WS-RUN-MODE
028900         MOVE 'PLACED' TO WS-RESULT-VERB
029000     ELSE
029100         MOVE 'PROPOSAL ONLY' TO WS-RUN-MODE
029200         MOVE 'PROPOSED' TO WS-RESULT-VERB
029300     END-IF.
029400     MOVE SPACES TO PLACEMENT-REPORT-LINE.
029500     STRING 'GEN-POOL SECTION PLACEMENT - ' DELIMITED BY SIZE
029600            WS-RUN-MODE           DELIMITED BY '  '
029700            ' - RUN '             DELIMITED BY SIZE
029800            WS-CURRENT-DATE       DELIMITED BY SIZE
029900            '-'                   DELIMITED BY SIZE
030000            WS-CURRENT-TIME       DELIMITED BY SIZE
030100            ' BY OPERATOR '       DELIMITED BY SIZE
030200            WS-OPERATOR-ID        DELIMITED BY SIZE
030300         INTO PLACEMENT-REPORT-LINE.
030400     WRITE PLACEMENT-REPORT-LINE.
030500 1000-INITIALIZE-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900* 1050-PARSE-PARM - SPLIT THE COMMAND LINE ON SPACES.  ONLY APPLY
031000* MEANS ANYTHING; ANY OTHER WORD IS REPORTED AND IGNORED, WHICH
031100* LEAVES THE RUN A HARMLESS PROPOSAL.
031200******************************************************************
031300 1050-PARSE-PARM.
031400     MOVE SPACES TO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
031500                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4).
031600     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
031700         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
031800              WS-PARM-TOKEN(3) WS-PARM-TOKEN(4).
031900     PERFORM 1060-APPLY-PARM-TOKEN
032000         THRU 1060-APPLY-PARM-TOKEN-EXIT
032100         VARYING WS-PARM-SUB FROM 1 BY 1
032200         UNTIL WS-PARM-SUB > 4.
032300 1050-PARSE-PARM-EXIT.
032400     EXIT.
032500
032600 1060-APPLY-PARM-TOKEN.
032700     EVALUATE WS-PARM-TOKEN(WS-PARM-SUB)
032800         WHEN 'APPLY'
032900             SET APPLY-REQUESTED TO TRUE
033000         WHEN SPACES
033100             CONTINUE
033200         WHEN OTHER
033300             DISPLAY 'GEN-PLACEMENT: UNKNOWN PARAMETER '
033400                 WS-PARM-TOKEN(WS-PARM-SUB) ' IGNORED'
033500     END-EVALUATE.
033600 1060-APPLY-PARM-TOKEN-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000* 2000-COUNT-ENROLMENT - FIRST PASS OF THE MASTER: COUNT EVERY
034100* STUDENT ALREADY IN A SECTION, THEN TURN THE COUNTS INTO FREE
034200* SEATS.  A SECTION ALREADY OVER CAPACITY HAS NONE FREE.  A
034300* STUDENT IN A SECTION NOT ON SECTIONS.TXT IS COUNTED APART.
034400******************************************************************
034500 2000-COUNT-ENROLMENT.
034600     PERFORM 2900-START-MASTER THRU 2900-START-MASTER-EXIT.
034700     PERFORM 2100-COUNT-ONE-STUDENT
034800         THRU 2100-COUNT-ONE-STUDENT-EXIT
034900         UNTIL EOF-MASTER.
035000     PERFORM 2200-WORK-OUT-FREE-SEATS
035100         THRU 2200-WORK-OUT-FREE-SEATS-EXIT
035200         VARYING WS-SECTREF-SUB FROM 1 BY 1
035300         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED.
035400     MOVE SPACES TO PLACEMENT-REPORT-LINE.
035500     WRITE PLACEMENT-REPORT-LINE.
035600     MOVE 'SEATS BEFORE PLACEMENT' TO PLACEMENT-REPORT-LINE.
035700     WRITE PLACEMENT-REPORT-LINE.
035800     MOVE WS-SEATS-HEADING TO PLACEMENT-REPORT-LINE.
035900     WRITE PLACEMENT-REPORT-LINE.
036000     PERFORM 4100-PRINT-SECTION-SEATS
036100         THRU 4100-PRINT-SECTION-SEATS-EXIT
036200         VARYING WS-SECTREF-SUB FROM 1 BY 1
036300         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED.
036400 2000-COUNT-ENROLMENT-EXIT.
036500     EXIT.
036600
036700 2100-COUNT-ONE-STUDENT.
036800     ADD 1 TO WS-COUNT-MASTER.
036900     IF MASTER-SECTION = 'GEN' OR MASTER-SECTION = SPACES
037000         ADD 1 TO WS-COUNT-GEN
037100     ELSE
037200         MOVE MASTER-SECTION TO WS-LOOKUP-SECTION
037300         PERFORM 8650-FIND-SECTION-ENTRY
037400             THRU 8650-FIND-SECTION-ENTRY-EXIT
037500         IF WS-SECT-HIT = ZERO
037600             ADD 1 TO WS-COUNT-OFF-FILE
037700         ELSE
037800             ADD 1 TO WS-SECT-ENROLLED(WS-SECT-HIT)
037900         END-IF
038000     END-IF.
038100     PERFORM 2950-READ-MASTER-NEXT
038200         THRU 2950-READ-MASTER-NEXT-EXIT.
038300 2100-COUNT-ONE-STUDENT-EXIT.
038400     EXIT.
038500
038600 2200-WORK-OUT-FREE-SEATS.
038700     MOVE ZERO TO WS-SECT-FREE(WS-SECTREF-SUB).
038800     IF WS-SECT-LIMITED(WS-SECTREF-SUB) = 'Y'
038900         COMPUTE WS-SEATS-LEFT = WS-SECTREF-CAP(WS-SECTREF-SUB)
039000             - WS-SECT-ENROLLED(WS-SECTREF-SUB)
039100         IF WS-SEATS-LEFT > ZERO
039200             MOVE WS-SEATS-LEFT TO WS-SECT-FREE(WS-SECTREF-SUB)
039300         END-IF
039400     END-IF.
039500 2200-WORK-OUT-FREE-SEATS-EXIT.
039600     EXIT.
039700
039800 2900-START-MASTER.
039900     MOVE 'N' TO WS-EOF-MASTER-SW.
040000     MOVE LOW-VALUES TO MASTER-ID.
040100     START MASTER-FILE KEY >= MASTER-ID
040200         INVALID KEY
040300             SET EOF-MASTER TO TRUE
040400     END-START.
040500     IF NOT EOF-MASTER
040600         PERFORM 2950-READ-MASTER-NEXT
040700             THRU 2950-READ-MASTER-NEXT-EXIT
040800     END-IF.
040900 2900-START-MASTER-EXIT.
041000     EXIT.
041100
041200 2950-READ-MASTER-NEXT.
041300     READ MASTER-FILE NEXT
041400         AT END
041500             SET EOF-MASTER TO TRUE
041600     END-READ.
041700 2950-READ-MASTER-NEXT-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100* 3000-PLACE-GEN-STUDENTS - SECOND PASS OF THE MASTER: EACH GEN
042200* STUDENT IN ID ORDER TAKES ONE SEAT IN THE SECTION WITH THE
042300* MOST FREE.  ONCE EVERY SECTION IS FULL THE REST OF THE POOL IS
042400* LISTED AS NOT PLACED.
042500******************************************************************
042600 3000-PLACE-GEN-STUDENTS.
042700     MOVE SPACES TO PLACEMENT-REPORT-LINE.
042800     WRITE PLACEMENT-REPORT-LINE.
042900     MOVE 'GEN-POOL STUDENTS' TO PLACEMENT-REPORT-LINE.
043000     WRITE PLACEMENT-REPORT-LINE.
043100     MOVE WS-PLACEMENT-HEADING TO PLACEMENT-REPORT-LINE.
043200     WRITE PLACEMENT-REPORT-LINE.
043300     PERFORM 2900-START-MASTER THRU 2900-START-MASTER-EXIT.
043400     PERFORM 3100-PLACE-ONE-STUDENT
043500         THRU 3100-PLACE-ONE-STUDENT-EXIT
043600         UNTIL EOF-MASTER.
043700 3000-PLACE-GEN-STUDENTS-EXIT.
043800     EXIT.
043900
044000 3100-PLACE-ONE-STUDENT.
044100     IF MASTER-SECTION NOT = 'GEN' AND MASTER-SECTION NOT = SPACES
044200         GO TO 3100-PLACE-ONE-STUDENT-NEXT
044300     END-IF.
044400     MOVE MASTER-ID TO WS-PLC-ID.
044500     MOVE MASTER-NAME TO WS-PLC-NAME.
044600     MOVE MASTER-GRADE-X TO WS-PLC-GRADE.
044700     MOVE ZERO TO WS-BEST-SUB WS-BEST-FREE.
044800     PERFORM 3200-TEST-SECTION-SEATS
044900         THRU 3200-TEST-SECTION-SEATS-EXIT
045000         VARYING WS-SECTREF-SUB FROM 1 BY 1
045100         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED.
045200     IF WS-BEST-SUB = ZERO
045300         MOVE SPACES TO WS-PLC-SECTION
045400         MOVE 'NOT PLACED - NO FREE SEATS' TO WS-PLC-RESULT
045500         ADD 1 TO WS-COUNT-UNPLACED
045600     ELSE
045700         PERFORM 3300-TAKE-SEAT THRU 3300-TAKE-SEAT-EXIT
045800     END-IF.
045900     MOVE WS-PLACEMENT-DETAIL-LINE TO PLACEMENT-REPORT-LINE.
046000     WRITE PLACEMENT-REPORT-LINE.
046100 3100-PLACE-ONE-STUDENT-NEXT.
046200     PERFORM 2950-READ-MASTER-NEXT
046300         THRU 2950-READ-MASTER-NEXT-EXIT.
046400 3100-PLACE-ONE-STUDENT-EXIT.
046500     EXIT.
046600
046700*    STRICTLY GREATER, SO ON A TIE THE SECTION LISTED FIRST ON
046800*    SECTIONS.TXT WINS.
046900 3200-TEST-SECTION-SEATS.
047000     IF WS-SECT-FREE(WS-SECTREF-SUB) > WS-BEST-FREE
047100         MOVE WS-SECTREF-SUB TO WS-BEST-SUB
047200         MOVE WS-SECT-FREE(WS-SECTREF-SUB) TO WS-BEST-FREE
047300     END-IF.
047400 3200-TEST-SECTION-SEATS-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 3300-TAKE-SEAT - BOOK THE SEAT AND, ON AN APPLY RUN, REWRITE
047900* THE STUDENT INTO THE SECTION AND JOURNAL THE CHANGE.  A FAILED
048000* REWRITE GIVES THE SEAT BACK AND LEAVES THE STUDENT UNPLACED.
048100******************************************************************
048200 3300-TAKE-SEAT.
048300     MOVE WS-SECTREF-CODE(WS-BEST-SUB) TO WS-PLC-SECTION.
048400     MOVE WS-RESULT-VERB TO WS-PLC-RESULT.
048500     IF APPLY-REQUESTED
048600         MOVE MASTER-SECTION TO WS-BEFORE-SECTION
048700         MOVE WS-SECTREF-CODE(WS-BEST-SUB) TO MASTER-SECTION
048800         REWRITE MASTER-RECORD
048900             INVALID KEY
049000                 MOVE 'NOT PLACED - REWRITE FAILED'
049100                     TO WS-PLC-RESULT
049200                 ADD 1 TO WS-COUNT-UNPLACED
049300                 GO TO 3300-TAKE-SEAT-EXIT
049400         END-REWRITE
049500         PERFORM 8800-WRITE-JOURNAL THRU 8800-WRITE-JOURNAL-EXIT
049600     END-IF.
049700     SUBTRACT 1 FROM WS-SECT-FREE(WS-BEST-SUB).
049800     ADD 1 TO WS-SECT-PLACED(WS-BEST-SUB).
049900     ADD 1 TO WS-COUNT-PLACED.
050000 3300-TAKE-SEAT-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 4000-PRINT-SEATS - THE SEATS AFTER PLACEMENT, SO THE REGISTRAR
050500* CAN SEE WHAT THE PROPOSAL (OR THE APPLY) DOES TO EACH SECTION.
050600******************************************************************
050700 4000-PRINT-SEATS.
050800     MOVE SPACES TO PLACEMENT-REPORT-LINE.
050900     WRITE PLACEMENT-REPORT-LINE.
051000     MOVE 'SEATS AFTER PLACEMENT' TO PLACEMENT-REPORT-LINE.
051100     WRITE PLACEMENT-REPORT-LINE.
051200     MOVE WS-SEATS-HEADING TO PLACEMENT-REPORT-LINE.
051300     WRITE PLACEMENT-REPORT-LINE.
051400     PERFORM 4100-PRINT-SECTION-SEATS
051500         THRU 4100-PRINT-SECTION-SEATS-EXIT
051600         VARYING WS-SECTREF-SUB FROM 1 BY 1
051700         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED.
051800 4000-PRINT-SEATS-EXIT.
051900     EXIT.
052000
052100 4100-PRINT-SECTION-SEATS.
052200     MOVE WS-SECTREF-CODE(WS-SECTREF-SUB) TO WS-SEAT-CODE.
052300     MOVE WS-SECTREF-TITLE(WS-SECTREF-SUB) TO WS-SEAT-TITLE.
052400     MOVE WS-SECTREF-CAP(WS-SECTREF-SUB) TO WS-SEAT-CAPACITY.
052500     MOVE WS-SECT-ENROLLED(WS-SECTREF-SUB) TO WS-SEAT-ENROLLED.
052600     MOVE WS-SECT-PLACED(WS-SECTREF-SUB) TO WS-SEAT-PLACED.
052700     MOVE WS-SECT-FREE(WS-SECTREF-SUB) TO WS-SEAT-FREE.
052800     MOVE SPACES TO WS-SEAT-NOTE.
052900     EVALUATE TRUE
053000         WHEN WS-SECT-LIMITED(WS-SECTREF-SUB) NOT = 'Y'
053100             MOVE 'NO LIMIT - NOT FILLED' TO WS-SEAT-NOTE
053200         WHEN WS-SECT-ENROLLED(WS-SECTREF-SUB)
053300                 > WS-SECTREF-CAP(WS-SECTREF-SUB)
053400             MOVE '*** OVER CAPACITY ***' TO WS-SEAT-NOTE
053500         WHEN WS-SECT-FREE(WS-SECTREF-SUB) = ZERO
053600             MOVE 'FULL' TO WS-SEAT-NOTE
053700     END-EVALUATE.
053800     MOVE WS-SEATS-DETAIL-LINE TO PLACEMENT-REPORT-LINE.
053900     WRITE PLACEMENT-REPORT-LINE.
054000 4100-PRINT-SECTION-SEATS-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400* 6000-EXPORT-ROSTER - REWRITE STUDENTS.TXT IN KEY ORDER FROM THE
054500* MASTER EXACTLY AS STUDENT-UPDATE DOES, SO THE NEXT SORTER RUN
054600* SEES THE NEW SECTIONS.
054700******************************************************************
054800 6000-EXPORT-ROSTER.
054900     MOVE ZERO TO WS-EXPORT-COUNT.
055000     OPEN OUTPUT STUDENT-FILE.
055100     IF WS-STUDENT-FS NOT = '00'
055200         DISPLAY 'GEN-PLACEMENT: *** UNABLE TO OPEN '
055300             'STUDENTS.TXT - FILE STATUS ' WS-STUDENT-FS
055400             ' - MASTER UPDATED BUT NOT EXPORTED ***'
055500         MOVE 20 TO RETURN-CODE
055600         GO TO 6000-EXPORT-ROSTER-EXIT
055700     END-IF.
055800     PERFORM 2900-START-MASTER THRU 2900-START-MASTER-EXIT.
055900     PERFORM 6100-EXPORT-NEXT THRU 6100-EXPORT-NEXT-EXIT
056000         UNTIL EOF-MASTER.
056100     CLOSE STUDENT-FILE.
056200     DISPLAY 'GEN-PLACEMENT: STUDENTS.TXT EXPORTED - '
056300         WS-EXPORT-COUNT ' RECORD(S)'.
056400 6000-EXPORT-ROSTER-EXIT.
056500     EXIT.
056600
056700 6100-EXPORT-NEXT.
056800     MOVE MASTER-ID TO STUDENT-ID.
056900     MOVE MASTER-NAME TO STUDENT-NAME.
057000     MOVE MASTER-GRADE TO STUDENT-GRADE.
057100     MOVE MASTER-SECTION TO STUDENT-SECTION.
057200     WRITE STUDENT-RECORD.
057300     ADD 1 TO WS-EXPORT-COUNT.
057400     PERFORM 2950-READ-MASTER-NEXT
057500         THRU 2950-READ-MASTER-NEXT-EXIT.
057600 6100-EXPORT-NEXT-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000* 7000-PRINT-TOTALS - THE REPORT'S CONTROL TOTALS.
058100******************************************************************
058200 7000-PRINT-TOTALS.
058300     MOVE SPACES TO PLACEMENT-REPORT-LINE.
058400     WRITE PLACEMENT-REPORT-LINE.
058500     MOVE WS-COUNT-MASTER TO WS-ED-COUNT.
058600     MOVE SPACES TO PLACEMENT-REPORT-LINE.
058700     STRING 'STUDENTS ON THE MASTER          : ' DELIMITED BY SIZE
058800            WS-ED-COUNT DELIMITED BY SIZE
058900         INTO PLACEMENT-REPORT-LINE.
059000     WRITE PLACEMENT-REPORT-LINE.
059100     MOVE WS-COUNT-GEN TO WS-ED-COUNT.
059200     MOVE SPACES TO PLACEMENT-REPORT-LINE.
059300     STRING 'IN THE GEN POOL                 : ' DELIMITED BY SIZE
059400            WS-ED-COUNT DELIMITED BY SIZE
059500         INTO PLACEMENT-REPORT-LINE.
059600     WRITE PLACEMENT-REPORT-LINE.
059700     MOVE WS-COUNT-PLACED TO WS-ED-COUNT.
059800     MOVE SPACES TO PLACEMENT-REPORT-LINE.
059900     STRING '  ' DELIMITED BY SIZE
060000            WS-RESULT-VERB DELIMITED BY SIZE
060100            '                      : ' DELIMITED BY SIZE
060200            WS-ED-COUNT DELIMITED BY SIZE
060300         INTO PLACEMENT-REPORT-LINE.
060400     WRITE PLACEMENT-REPORT-LINE.
060500     MOVE WS-COUNT-UNPLACED TO WS-ED-COUNT.
060600     MOVE SPACES TO PLACEMENT-REPORT-LINE.
060700     STRING '  NOT PLACED                    : ' DELIMITED BY SIZE
060800            WS-ED-COUNT DELIMITED BY SIZE
060900         INTO PLACEMENT-REPORT-LINE.
061000     WRITE PLACEMENT-REPORT-LINE.
061100     MOVE WS-COUNT-OFF-FILE TO WS-ED-COUNT.
061200     MOVE SPACES TO PLACEMENT-REPORT-LINE.
061300     STRING 'IN SECTIONS NOT ON SECTIONS.TXT : ' DELIMITED BY SIZE
061400            WS-ED-COUNT DELIMITED BY SIZE
061500         INTO PLACEMENT-REPORT-LINE.
061600     WRITE PLACEMENT-REPORT-LINE.
061700     IF APPLY-REQUESTED
061800         MOVE WS-EXPORT-COUNT TO WS-ED-COUNT
061900         MOVE SPACES TO PLACEMENT-REPORT-LINE
062000         STRING 'STUDENTS.TXT RE-EXPORTED        : '
062100                                 DELIMITED BY SIZE
062200                WS-ED-COUNT      DELIMITED BY SIZE
062300             INTO PLACEMENT-REPORT-LINE
062400         WRITE PLACEMENT-REPORT-LINE
062500     END-IF.
062600 7000-PRINT-TOTALS-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000* 8600-LOAD-SECTION-TABLE - LOAD THE SECTIONS AND THEIR SEAT
063100* CAPACITIES FROM THE REGISTRAR'S SECTIONS.TXT.  AS IN GRADE-
063200* SUMMARY, A NON-NUMERIC CAPACITY IS TREATED AS 'NO LIMIT'.
063300* BEYOND 50 SECTIONS THE REST ARE IGNORED WITH A WARNING - THEY
063400* ARE SIMPLY NOT OFFERED TO THE POOL.
063500******************************************************************
063600 8600-LOAD-SECTION-TABLE.
063700     MOVE ZERO TO WS-SECTREF-USED WS-COUNT-LIMITED.
063800     MOVE 'N' TO WS-SECTREF-OVFL-SW.
063900     MOVE 'N' TO WS-EOF-SECTREF-SW.
064000     OPEN INPUT SECTION-CONTROL-FILE.
064100     IF WS-SECTREF-FS NOT = '00'
064200         DISPLAY 'GEN-PLACEMENT: *** UNABLE TO OPEN SECTIONS.TXT '
064300             '- FILE STATUS ' WS-SECTREF-FS ' ***'
064400         GO TO 8600-LOAD-SECTION-TABLE-EXIT
064500     END-IF.
064600     PERFORM 8610-READ-SECTION-ROW
064700         THRU 8610-READ-SECTION-ROW-EXIT.
064800     PERFORM 8620-STORE-SECTION-ROW
064900         THRU 8620-STORE-SECTION-ROW-EXIT
065000         UNTIL EOF-SECTREF.
065100     CLOSE SECTION-CONTROL-FILE.
065200     IF SECTREF-TABLE-OVERFLOWED
065300         DISPLAY 'GEN-PLACEMENT: *** MORE THAN 50 SECTIONS '
065400             'IN SECTIONS.TXT - FURTHER ROWS IGNORED ***'
065500     END-IF.
065600 8600-LOAD-SECTION-TABLE-EXIT.
065700     EXIT.
065800
065900 8610-READ-SECTION-ROW.
066000     READ SECTION-CONTROL-FILE
066100         AT END
066200             SET EOF-SECTREF TO TRUE
066300     END-READ.
066400 8610-READ-SECTION-ROW-EXIT.
066500     EXIT.
066600
066700 8620-STORE-SECTION-ROW.
066800     EVALUATE TRUE
066900         WHEN SECTION-REF-RECORD = SPACES
067000             CONTINUE
067100         WHEN SECT-CODE = 'GEN'
067200             CONTINUE
067300         WHEN WS-SECTREF-USED >= 50
067400             SET SECTREF-TABLE-OVERFLOWED TO TRUE
067500         WHEN OTHER
067600             ADD 1 TO WS-SECTREF-USED
067700             MOVE SECT-CODE
067800                 TO WS-SECTREF-CODE(WS-SECTREF-USED)
067900             MOVE SECT-TITLE
068000                 TO WS-SECTREF-TITLE(WS-SECTREF-USED)
068100             MOVE ZERO TO WS-SECTREF-CAP(WS-SECTREF-USED)
068200                          WS-SECT-ENROLLED(WS-SECTREF-USED)
068300                          WS-SECT-FREE(WS-SECTREF-USED)
068400                          WS-SECT-PLACED(WS-SECTREF-USED)
068500             MOVE 'N' TO WS-SECT-LIMITED(WS-SECTREF-USED)
068600             IF SECT-CAPACITY-X IS NUMERIC
068700                 MOVE SECT-CAPACITY
068800                     TO WS-SECTREF-CAP(WS-SECTREF-USED)
068900             END-IF
069000             IF WS-SECTREF-CAP(WS-SECTREF-USED) > ZERO
069100                 MOVE 'Y' TO WS-SECT-LIMITED(WS-SECTREF-USED)
069200                 ADD 1 TO WS-COUNT-LIMITED
069300             END-IF
069400     END-EVALUATE.
069500     PERFORM 8610-READ-SECTION-ROW
069600         THRU 8610-READ-SECTION-ROW-EXIT.
069700 8620-STORE-SECTION-ROW-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100* 8650-FIND-SECTION-ENTRY - LEAVE WS-SECT-HIT POINTING AT THE
070200* TABLE ENTRY FOR WS-LOOKUP-SECTION, OR ZERO WHEN IT IS NOT ON
070300* SECTIONS.TXT.
070400******************************************************************
070500 8650-FIND-SECTION-ENTRY.
070600     MOVE ZERO TO WS-SECT-HIT.
070700     PERFORM 8660-TEST-ONE-SECTION
070800         THRU 8660-TEST-ONE-SECTION-EXIT
070900         VARYING WS-SECTREF-SUB FROM 1 BY 1
071000         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED
071100         OR WS-SECT-HIT NOT = ZERO.
071200 8650-FIND-SECTION-ENTRY-EXIT.
071300     EXIT.
071400
071500 8660-TEST-ONE-SECTION.
071600     IF WS-SECTREF-CODE(WS-SECTREF-SUB) = WS-LOOKUP-SECTION
071700         MOVE WS-SECTREF-SUB TO WS-SECT-HIT
071800     END-IF.
071900 8660-TEST-ONE-SECTION-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300* 8800-WRITE-JOURNAL - ONE CHANGE-JOURNAL ROW (SEE CHGJREC) FOR
072400* THE SECTION A PLACEMENT CHANGED, STAMPED WITH THE START OF THE
072500* RUN AND THE OPERATOR WHO RAN IT, REASON PLACE.
072600******************************************************************
072700 8800-WRITE-JOURNAL.
072800     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
072900     MOVE WS-CURRENT-DATE TO CJRN-DATE.
073000     MOVE '-' TO CJRN-STAMP-SEP.
073100     MOVE WS-CURRENT-TIME TO CJRN-TIME.
073200     MOVE MASTER-ID TO CJRN-STUDENT-ID.
073300     MOVE 'C' TO CJRN-ACTION.
073400     MOVE 'SECTION' TO CJRN-FIELD.
073500     MOVE WS-BEFORE-SECTION TO CJRN-OLD-VALUE.
073600     MOVE MASTER-SECTION TO CJRN-NEW-VALUE.
073700     MOVE 'GEN-PLACEMENT' TO CJRN-PROGRAM.
073800     MOVE WS-OPERATOR-ID TO CJRN-OPERATOR.
073900     MOVE 'PLACE' TO CJRN-REASON.
074000     WRITE CHANGE-JOURNAL-RECORD.
074100 8800-WRITE-JOURNAL-EXIT.
074200     EXIT.
074300
074301******************************************************************
074302* 8900-TAKE-RUN-LOCK - THE SUITE RUN LOCK (SUITE_LOCK.TXT, SEE
074303* LOCKREC) KEEPS TWO ROSTER-UPDATING PROGRAMS FROM RUNNING AT
074304* ONCE.  WHILE ANOTHER RUN HOLDS IT THIS ONE IS REFUSED WITH RC
074305* 28 - RETRY LATER, WHICH NIGHTLY-DRIVER DOES NOT COUNT AS A
074306* FAILURE.  OTHERWISE IT IS TAKEN IN THIS PROGRAM'S NAME.  A LOCK
074307* LEFT BY AN ABENDED RUN IS CLEARED WITH SUITE-LOCK.
074308******************************************************************
074309 8900-TAKE-RUN-LOCK.
074310     MOVE SPACES TO RUN-LOCK-RECORD.
074311     OPEN INPUT RUN-LOCK-FILE.
074312     IF WS-LOCK-FS = '00'
074313         READ RUN-LOCK-FILE
074314             AT END
074315                 MOVE SPACES TO RUN-LOCK-RECORD
074316         END-READ
074317         CLOSE RUN-LOCK-FILE
074318     END-IF.
074319     IF LOCK-HELD
074320         DISPLAY 'GEN-PLACEMENT: *** SUITE RUN LOCK HELD BY '
074321             LOCK-PROGRAM ' ***'
074322         DISPLAY 'GEN-PLACEMENT: *** OPERATOR '
074323             LOCK-OPERATOR ' SINCE ' LOCK-DATE ' ' LOCK-TIME
074324             ' - RUN REFUSED, RETRY LATER ***'
074325         MOVE 28 TO RETURN-CODE
074326         STOP RUN
074327     END-IF.
074328     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT 'USER'.
074329     IF WS-LOCK-OPERATOR = SPACES
074330         MOVE 'UNKNOWN' TO WS-LOCK-OPERATOR
074331     END-IF.
074332     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
074333     ACCEPT WS-LOCK-TIME FROM TIME.
074334     MOVE SPACES TO RUN-LOCK-RECORD.
074335     SET LOCK-HELD TO TRUE.
074336     MOVE 'GEN-PLACEMENT' TO LOCK-PROGRAM.
074337     MOVE WS-LOCK-OPERATOR TO LOCK-OPERATOR.
074338     MOVE WS-LOCK-DATE TO LOCK-DATE.
074339     MOVE '-' TO LOCK-STAMP-SEP.
074340     MOVE WS-LOCK-TIME TO LOCK-TIME.
074341     OPEN OUTPUT RUN-LOCK-FILE.
074342     IF WS-LOCK-FS NOT = '00'
074343         DISPLAY 'GEN-PLACEMENT: *** UNABLE TO WRITE '
074344             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS ' ***'
074345         MOVE 20 TO RETURN-CODE
074346         STOP RUN
074347     END-IF.
074348     WRITE RUN-LOCK-RECORD.
074349     CLOSE RUN-LOCK-FILE.
074350     SET RUN-LOCK-TAKEN TO TRUE.
074351 8900-TAKE-RUN-LOCK-EXIT.
074352     EXIT.
074353
074354******************************************************************
074355* 8950-RELEASE-RUN-LOCK - HAND THE LOCK BACK ON EVERY WAY OUT OF
074356* THE PROGRAM ONCE IT HAS BEEN TAKEN.  ONLY A LOCK STILL STAMPED
074357* WITH THIS RUN'S NAME AND START IS FREED; ONE CLEARED WITH
074358* SUITE-LOCK (AND PERHAPS TAKEN BY ANOTHER RUN) IS LEFT ALONE.
074359******************************************************************
074360 8950-RELEASE-RUN-LOCK.
074361     IF NOT RUN-LOCK-TAKEN
074362         GO TO 8950-RELEASE-RUN-LOCK-EXIT
074363     END-IF.
074364     MOVE 'N' TO WS-LOCK-TAKEN-SW.
074365     MOVE SPACES TO RUN-LOCK-RECORD.
074366     OPEN INPUT RUN-LOCK-FILE.
074367     IF WS-LOCK-FS = '00'
074368         READ RUN-LOCK-FILE
074369             AT END
074370                 MOVE SPACES TO RUN-LOCK-RECORD
074371         END-READ
074372         CLOSE RUN-LOCK-FILE
074373     END-IF.
074374     IF NOT LOCK-HELD
074375         OR LOCK-PROGRAM NOT = 'GEN-PLACEMENT'
074376         OR LOCK-DATE NOT = WS-LOCK-DATE
074377         OR LOCK-TIME NOT = WS-LOCK-TIME
074378         DISPLAY 'GEN-PLACEMENT: SUITE RUN LOCK WAS '
074379             'CLEARED DURING THE RUN - LEFT AS FOUND'
074380         GO TO 8950-RELEASE-RUN-LOCK-EXIT
074381     END-IF.
074382     SET LOCK-FREE TO TRUE.
074383     ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
074384     ACCEPT LOCK-TIME FROM TIME.
074385     OPEN OUTPUT RUN-LOCK-FILE.
074386     IF WS-LOCK-FS NOT = '00'
074387         DISPLAY 'GEN-PLACEMENT: *** UNABLE TO RELEASE '
074388             'SUITE_LOCK.TXT - FILE STATUS ' WS-LOCK-FS
074389             ' - CLEAR IT WITH SUITE-LOCK ***'
074390         GO TO 8950-RELEASE-RUN-LOCK-EXIT
074391     END-IF.
074392     WRITE RUN-LOCK-RECORD.
074393     CLOSE RUN-LOCK-FILE.
074394 8950-RELEASE-RUN-LOCK-EXIT.
074395     EXIT.
074396
074400******************************************************************
074500* 9000-WRAP-UP - CLOSE EVERYTHING AND TELL THE OPERATOR HOW THE
074600* POOL CAME OUT.
074700******************************************************************
074800 9000-WRAP-UP.
074900     CLOSE MASTER-FILE PLACEMENT-REPORT-FILE.
075000     IF APPLY-REQUESTED
075100         CLOSE JOURNAL-FILE
075200     END-IF.
075300     DISPLAY 'GEN-PLACEMENT: ' WS-RUN-MODE ' - ' WS-COUNT-GEN
075400         ' IN THE GEN POOL, ' WS-COUNT-PLACED ' ' WS-RESULT-VERB
075500         ', ' WS-COUNT-UNPLACED ' NOT PLACED'.
075600     IF WS-COUNT-UNPLACED > ZERO
075700         DISPLAY 'GEN-PLACEMENT: STUDENTS NOT PLACED ARE LISTED '
075800             'ON SECTION_PLACEMENT.TXT'
075900     END-IF.
076000     IF NOT APPLY-REQUESTED AND WS-COUNT-PLACED > ZERO
076100         DISPLAY 'GEN-PLACEMENT: NOTHING WRITTEN - RUN WITH '
076200             'APPLY TO PLACE THESE STUDENTS'
076300     END-IF.
076400 9000-WRAP-UP-EXIT.
076500     EXIT.
