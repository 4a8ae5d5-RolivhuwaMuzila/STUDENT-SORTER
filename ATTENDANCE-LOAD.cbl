000100******************************************************************
000200* PROGRAM-ID: ATTENDANCE-LOAD
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     LOAD AND EDIT OF THE CLASS ATTENDANCE SHEETS.
000800*              READS THE ROWS KEYED FROM THE TEACHERS' SHEETS
000900*              (ATTENDANCE_INPUT.TXT, SEE ATTDREC) AND ADDS EVERY
001000*              ROW THAT PASSES THE EDITS TO THE CUMULATIVE
001100*              ATTENDANCE.TXT, KEPT IN STUDENT ID, DATE AND
001200*              SECTION ORDER.  A ROW IS REJECTED FOR A BLANK OR
001300*              UNKNOWN STUDENT ID (NOT ON STUDENTS.TXT), A DATE
001400*              THAT IS NOT A CALENDAR DATE OR LIES AFTER THE RUN
001500*              DATE, A BLANK SECTION, A SECTION NOT ON
001600*              SECTIONS.TXT (THE SAME RULES AS STUDENT-SORTER'S
001700*              SECTION EDIT), A CODE OTHER THAN P, A OR E, OR A
001800*              STUDENT, DATE AND SECTION ALREADY RECORDED (A SHEET
001900*              KEYED TWICE).  REJECTED ROWS GO TO
002000*              ATTENDANCE_ERRORS.TXT WITH THE REASON.
002100*
002200*              FROM THE WHOLE OF THE REBUILT ATTENDANCE.TXT IT
002300*              THEN WRITES ATTENDANCE_RATES.TXT (ONE ROW PER
002400*              STUDENT, SEE ATRTREC - READ BY ATTENDANCE-RISK) AND
002500*              THE PRINTED ATTENDANCE_SUMMARY.TXT: DAYS PRESENT,
002600*              ABSENT AND EXCUSED WITH THE ATTENDANCE RATE FOR
002700*              EACH STUDENT AND FOR EACH SECTION, AND THE LOAD
002800*              COUNTS.  THE RATE IS PRESENT AS A PERCENTAGE OF
002900*              PRESENT PLUS ABSENT; EXCUSED DAYS ARE NOT HELD
003000*              AGAINST THE STUDENT.  START A NEW ATTENDANCE.TXT
003100*              AT THE START OF EACH TERM.
003200*
003300*              NO ATTENDANCE_INPUT.TXT IS A CLEAN NO-OP.  REJECTED
003400*              ROWS DO NOT FAIL THE RUN - THEY ARE THE ERROR
003500*              FILE'S BUSINESS, NOT THE SCHEDULER'S.
003600*
003700*              RETURN CODES: 0 DONE, 20 FILE ERROR (NO
003800*              STUDENTS.TXT, OR ATTENDANCE.TXT OR AN OUTPUT FILE
003900*              CANNOT BE OPENED) - NOTHING IS LOADED.
004000* TECTONICS:   cobc -x -I copybooks ATTENDANCE-LOAD.cbl
004100*
004200* MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    2026-10-15  DVR  INITIAL VERSION.
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. ATTENDANCE-LOAD.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ATTENDANCE-INPUT-FILE ASSIGN TO 'attendance_input.txt'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-INPUT-FS.
005400
005500     SELECT ATTENDANCE-FILE ASSIGN TO 'attendance.txt'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ATTEND-FS.
005800
005900     SELECT ATTENDANCE-SORT-FILE ASSIGN TO 'attendance_sort.txt'.
006000
006100     SELECT STUDENT-FILE ASSIGN TO 'students.txt'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-STUDENT-FS.
006400
006500     SELECT ROSTER-SORT-FILE
006600         ASSIGN TO 'attendance_roster_sort.txt'.
006700
006800     SELECT ROSTER-WORK-FILE ASSIGN TO 'attendance_roster.txt'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-ROSTER-FS.
007100
007200     SELECT ATTENDANCE-ERROR-FILE
007300         ASSIGN TO 'attendance_errors.txt'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-ERROR-FS.
007600
007700     SELECT ATTENDANCE-RATE-FILE ASSIGN TO 'attendance_rates.txt'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RATE-FS.
008000
008100     SELECT SUMMARY-FILE ASSIGN TO 'attendance_summary.txt'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-SUMMARY-FS.
008400
008500     SELECT SECTION-CONTROL-FILE ASSIGN TO 'sections.txt'
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-SECTREF-FS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  ATTENDANCE-INPUT-FILE.
009200     COPY ATTDREC.
009300
009400 FD  ATTENDANCE-FILE.
009500     COPY ATTDREC
009600         REPLACING ATTENDANCE-RECORD BY ATTF-RECORD
009700                   ATTD-STUDENT-ID   BY ATTF-STUDENT-ID
009800                   ATTD-DATE-X       BY ATTF-DATE-X
009900                   ATTD-DATE         BY ATTF-DATE
010000                   ATTD-SECTION      BY ATTF-SECTION
010100                   ATTD-CODE         BY ATTF-CODE
010200                   ATTD-PRESENT      BY ATTF-PRESENT
010300                   ATTD-ABSENT       BY ATTF-ABSENT
010400                   ATTD-EXCUSED      BY ATTF-EXCUSED.
010500
010600*    THE ROWS ALREADY ON FILE AND THE DAY'S EDITED ROWS TOGETHER.
010700*    THE SOURCE BYTE SORTS A ROW ALREADY ON FILE AHEAD OF A NEW
010800*    ONE FOR THE SAME STUDENT, DATE AND SECTION, SO IT IS THE NEW
010900*    ROW THAT IS REFUSED AS ALREADY RECORDED.
011000 SD  ATTENDANCE-SORT-FILE.
011100 01  ASRT-RECORD.
011200     05  ASRT-STUDENT-ID             PIC X(08).
011300     05  ASRT-DATE                   PIC 9(08).
011400     05  ASRT-SECTION                PIC X(04).
011500     05  ASRT-SOURCE                 PIC X(01).
011600         88  ASRT-ON-FILE                VALUE '0'.
011700         88  ASRT-NEW-ROW                VALUE '1'.
011800     05  ASRT-CODE                   PIC X(01).
011900         88  ASRT-PRESENT                VALUE 'P'.
012000         88  ASRT-ABSENT                 VALUE 'A'.
012100         88  ASRT-EXCUSED                VALUE 'E'.
012200
012300 FD  STUDENT-FILE.
012400     COPY STUDREC.
012500
012600 SD  ROSTER-SORT-FILE.
012700     COPY STUDREC REPLACING STUDENT-RECORD   BY RSRT-RECORD
012800                            STUDENT-ID       BY RSRT-ID
012900                            STUDENT-NAME     BY RSRT-NAME
013000                            STUDENT-GRADE-X  BY RSRT-GRADE-X
013100                            STUDENT-SECTION  BY RSRT-SECTION
013200                            STUDENT-GRADE    BY RSRT-GRADE.
013300
013400 FD  ROSTER-WORK-FILE.
013500     COPY STUDREC REPLACING STUDENT-RECORD   BY RWRK-RECORD
013600                            STUDENT-ID       BY RWRK-ID
013700                            STUDENT-NAME     BY RWRK-NAME
013800                            STUDENT-GRADE-X  BY RWRK-GRADE-X
013900                            STUDENT-SECTION  BY RWRK-SECTION
014000                            STUDENT-GRADE    BY RWRK-GRADE.
014100
014200*    THE REJECTED ROW AS IT WAS KEYED, THE REASON, AND THE DATE
014300*    OF THE RUN THAT REFUSED IT.
014400 FD  ATTENDANCE-ERROR-FILE.
014500 01  ATTENDANCE-ERROR-RECORD.
014600     05  AERR-ROW                    PIC X(24).
014700     05  FILLER                      PIC X(01).
014800     05  AERR-REASON                 PIC X(25).
014900     05  FILLER                      PIC X(01).
015000     05  AERR-RUN-DATE               PIC 9(08).
015100
015200 FD  ATTENDANCE-RATE-FILE.
015300     COPY ATRTREC.
015400
015500 FD  SUMMARY-FILE.
015600 01  SUMMARY-LINE                     PIC X(80).
015700
015800 FD  SECTION-CONTROL-FILE.
015900     COPY SECTREC.
016000
016100 WORKING-STORAGE SECTION.
016200 01  WS-FILE-STATUSES.
016300     05  WS-INPUT-FS                   PIC X(02) VALUE '00'.
016400     05  WS-ATTEND-FS                  PIC X(02) VALUE '00'.
016500     05  WS-STUDENT-FS                 PIC X(02) VALUE '00'.
016600     05  WS-ROSTER-FS                  PIC X(02) VALUE '00'.
016700     05  WS-ERROR-FS                   PIC X(02) VALUE '00'.
016800     05  WS-RATE-FS                    PIC X(02) VALUE '00'.
016900     05  WS-SUMMARY-FS                 PIC X(02) VALUE '00'.
017000     05  WS-SECTREF-FS                 PIC X(02) VALUE '00'.
017100
017200 01  WS-SWITCHES.
017300     05  WS-EOF-INPUT-SW               PIC X(01) VALUE 'N'.
017400         88  EOF-INPUT                     VALUE 'Y'.
017500     05  WS-EOF-ATTEND-SW              PIC X(01) VALUE 'N'.
017600         88  EOF-ATTEND                    VALUE 'Y'.
017700     05  WS-ATTEND-EXISTS-SW           PIC X(01) VALUE 'N'.
017800         88  ATTENDANCE-ON-FILE            VALUE 'Y'.
017900     05  WS-EOF-MERGE-SW               PIC X(01) VALUE 'N'.
018000         88  EOF-MERGE                     VALUE 'Y'.
018100     05  WS-EOF-ROSTER-SW              PIC X(01) VALUE 'N'.
018200         88  EOF-ROSTER                    VALUE 'Y'.
018300     05  WS-ON-ROSTER-SW               PIC X(01) VALUE 'N'.
018400         88  STUDENT-ON-ROSTER             VALUE 'Y'.
018500     05  WS-EOF-SECTREF-SW             PIC X(01) VALUE 'N'.
018600         88  EOF-SECTREF                   VALUE 'Y'.
018700     05  WS-SECTREF-LOADED-SW          PIC X(01) VALUE 'N'.
018800         88  SECTION-TABLE-LOADED          VALUE 'Y'.
018900     05  WS-SECT-FOUND-SW              PIC X(01) VALUE 'Y'.
019000         88  SECTION-ON-FILE               VALUE 'Y'.
019100     05  WS-SECTREF-OVFL-SW            PIC X(01) VALUE 'N'.
019200         88  SECTREF-TABLE-OVERFLOWED      VALUE 'Y'.
019300
019400*    SECTION REFERENCE TABLE LOADED FROM THE REGISTRAR'S
019500*    SECTIONS.TXT FOR THE UNKNOWN-SECTION EDIT - THE SAME TABLE
019600*    AND THE SAME RULES AS STUDENT-SORTER - SEE 8600.
019700 01  WS-SECTREF-AREA.
019800     05  WS-SECTREF-USED               PIC 9(03) VALUE ZERO
019900                                        USAGE COMP.
020000     05  WS-SECTREF-SUB                PIC 9(03) VALUE ZERO
020100                                        USAGE COMP.
020200     05  WS-LOOKUP-SECTION             PIC X(04) VALUE SPACES.
020300     05  WS-SECT-TITLE                 PIC X(20) VALUE SPACES.
020400     05  WS-SECTREF-ENTRY OCCURS 50 TIMES.
020500         10  WS-SECTREF-CODE           PIC X(04).
020600         10  WS-SECTREF-TITLE          PIC X(20).
020700
020800*    ONE ENTRY PER SECTION FOR THE PER-SECTION SUMMARY: EVERY
020900*    SECTION ON SECTIONS.TXT IN FILE ORDER (SO A SECTION WITH NO
021000*    ATTENDANCE SHOWS AS SUCH), THEN ANY OTHER CODE MET ON
021100*    ATTENDANCE.TXT.  60 LEAVES ROOM FOR GEN AND FOR SECTIONS
021200*    SINCE DROPPED FROM THE LIST.
021300 01  WS-SECTSUM-AREA.
021400     05  WS-SECTSUM-USED               PIC 9(03) VALUE ZERO
021500                                        USAGE COMP.
021600     05  WS-SECTSUM-SUB                PIC 9(03) VALUE ZERO
021700                                        USAGE COMP.
021800     05  WS-SECTSUM-HIT                PIC 9(03) VALUE ZERO
021900                                        USAGE COMP.
022000     05  WS-SECTSUM-ENTRY OCCURS 60 TIMES.
022100         10  WS-SECTSUM-CODE           PIC X(04).
022200         10  WS-SECTSUM-TITLE          PIC X(20).
022300         10  WS-SECTSUM-DAYS           PIC 9(06).
022400         10  WS-SECTSUM-PRESENT        PIC 9(06).
022500         10  WS-SECTSUM-ABSENT         PIC 9(06).
022600         10  WS-SECTSUM-EXCUSED        PIC 9(06).
022700
022800*    THE STUDENT WHOSE ROWS ARE BEING WRITTEN, AND THE LAST DATE
022900*    AND SECTION WRITTEN FOR THEM FOR THE ALREADY-RECORDED TEST.
023000 01  WS-STUDENT-AREA.
023100     05  WS-STU-ID                     PIC X(08) VALUE SPACES.
023200     05  WS-STU-NAME                   PIC X(30) VALUE SPACES.
023300     05  WS-STU-DAYS                   PIC 9(04) VALUE ZERO.
023400     05  WS-STU-PRESENT                PIC 9(04) VALUE ZERO.
023500     05  WS-STU-ABSENT                 PIC 9(04) VALUE ZERO.
023600     05  WS-STU-EXCUSED                PIC 9(04) VALUE ZERO.
023700     05  WS-LAST-DATE                  PIC 9(08) VALUE ZERO.
023800     05  WS-LAST-SECTION               PIC X(04) VALUE SPACES.
023900
024000 01  WS-RATE-FIELDS.
024100     05  WS-RATE-PRESENT               PIC 9(06) VALUE ZERO.
024200     05  WS-RATE-ABSENT                PIC 9(06) VALUE ZERO.
024300     05  WS-RATE                       PIC 9(03)V9 VALUE ZERO.
024400     05  WS-RATED-SW                   PIC X(01) VALUE 'N'.
024500         88  RATE-IS-KNOWN                 VALUE 'Y'.
024600
024700 01  WS-COUNTERS.
024800     05  WS-COUNT-READ                 PIC 9(06) VALUE ZERO
024900                                        USAGE COMP.
025000     05  WS-COUNT-LOADED               PIC 9(06) VALUE ZERO
025100                                        USAGE COMP.
025200     05  WS-COUNT-REJECTED             PIC 9(06) VALUE ZERO
025300                                        USAGE COMP.
025400     05  WS-COUNT-ON-FILE              PIC 9(06) VALUE ZERO
025500                                        USAGE COMP.
025600     05  WS-COUNT-WRITTEN              PIC 9(06) VALUE ZERO
025700                                        USAGE COMP.
025800     05  WS-COUNT-STUDENTS             PIC 9(06) VALUE ZERO
025900                                        USAGE COMP.
026000     05  WS-COUNT-OFF-ROSTER           PIC 9(06) VALUE ZERO
026100                                        USAGE COMP.
026200     05  WS-COUNT-SECT-OVFL            PIC 9(06) VALUE ZERO
026300                                        USAGE COMP.
026400
026500 01  WS-TIMESTAMP-FIELDS.
026600     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
026700
026800 01  WS-EDIT-FIELDS.
026900     05  WS-ED-COUNT                   PIC ZZZZZ9.
027000     05  WS-REJECT-REASON              PIC X(25) VALUE SPACES.
027100     05  WS-REJECT-ROW                 PIC X(24) VALUE SPACES.
027200
027300 01  WS-STUDENT-LINE.
027400     05  FILLER                        PIC X(02) VALUE SPACES.
027500     05  WS-SL-ID                      PIC X(08) VALUE SPACES.
027600     05  FILLER                        PIC X(02) VALUE SPACES.
027700     05  WS-SL-NAME                    PIC X(30) VALUE SPACES.
027800     05  FILLER                        PIC X(01) VALUE SPACES.
027900     05  WS-SL-DAYS                    PIC ZZZ9.
028000     05  FILLER                        PIC X(02) VALUE SPACES.
028100     05  WS-SL-PRESENT                 PIC ZZZ9.
028200     05  FILLER                        PIC X(02) VALUE SPACES.
028300     05  WS-SL-ABSENT                  PIC ZZZ9.
028400     05  FILLER                        PIC X(02) VALUE SPACES.
028500     05  WS-SL-EXCUSED                 PIC ZZZ9.
028600     05  FILLER                        PIC X(02) VALUE SPACES.
028700     05  WS-SL-RATE                    PIC ZZ9.9.
028800     05  WS-SL-RATE-X REDEFINES
028900         WS-SL-RATE                    PIC X(05).
029000
029100 01  WS-SECTION-LINE.
029200     05  FILLER                        PIC X(02) VALUE SPACES.
029300     05  WS-XL-CODE                    PIC X(04) VALUE SPACES.
029400     05  FILLER                        PIC X(02) VALUE SPACES.
029500     05  WS-XL-TITLE                   PIC X(20) VALUE SPACES.
029600     05  FILLER                        PIC X(01) VALUE SPACES.
029700     05  WS-XL-DAYS                    PIC ZZZZZ9.
029800     05  FILLER                        PIC X(02) VALUE SPACES.
029900     05  WS-XL-PRESENT                 PIC ZZZZZ9.
030000     05  FILLER                        PIC X(02) VALUE SPACES.
030100     05  WS-XL-ABSENT                  PIC ZZZZZ9.
030200     05  FILLER                        PIC X(02) VALUE SPACES.
030300     05  WS-XL-EXCUSED                 PIC ZZZZZ9.
030400     05  FILLER                        PIC X(02) VALUE SPACES.
030500     05  WS-XL-RATE                    PIC ZZ9.9.
030600     05  WS-XL-RATE-X REDEFINES
030700         WS-XL-RATE                    PIC X(05).
030800
030900 PROCEDURE DIVISION.
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
031200     PERFORM 2000-SORT-ROSTER THRU 2000-SORT-ROSTER-EXIT.
031300     PERFORM 3000-MERGE-ATTENDANCE
031400         THRU 3000-MERGE-ATTENDANCE-EXIT.
031500     PERFORM 6000-PRINT-SECTIONS THRU 6000-PRINT-SECTIONS-EXIT.
031600     PERFORM 7000-PRINT-TOTALS THRU 7000-PRINT-TOTALS-EXIT.
031700     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
031800     STOP RUN.
031900
032000******************************************************************
032100* 1000-INITIALIZE - NO INPUT FILE IS A CLEAN NO-OP.  STUDENTS.TXT
032200* IS THE LIST OF KNOWN IDS AND MUST BE THERE.  AN ATTENDANCE.TXT
032300* THAT IS NOT THERE YET IS STARTED; ONE THAT CANNOT BE READ
032400* STOPS THE RUN BEFORE ANYTHING IS REWRITTEN.  THE SECTION TABLE
032500* IS LOADED AND THE OUTPUT FILES OPENED BEFORE THE FIRST ROW IS
032600* EDITED.
032700******************************************************************
032800 1000-INITIALIZE.
032900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033000     OPEN INPUT ATTENDANCE-INPUT-FILE.
033100     IF WS-INPUT-FS = '35'
033200         DISPLAY 'ATTENDANCE-LOAD: ATTENDANCE_INPUT.TXT NOT '
033300             'FOUND - NOTHING TO LOAD'
033400         STOP RUN
033500     END-IF.
033600     IF WS-INPUT-FS NOT = '00'
033700         DISPLAY 'ATTENDANCE-LOAD: *** UNABLE TO OPEN '
033800             'ATTENDANCE_INPUT.TXT - FILE STATUS ' WS-INPUT-FS
033900             ' ***'
034000         MOVE 20 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     CLOSE ATTENDANCE-INPUT-FILE.
034400     OPEN INPUT STUDENT-FILE.
034500     IF WS-STUDENT-FS NOT = '00'
034600         DISPLAY 'ATTENDANCE-LOAD: *** UNABLE TO OPEN '
034700             'STUDENTS.TXT - FILE STATUS ' WS-STUDENT-FS ' ***'
034800         MOVE 20 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     CLOSE STUDENT-FILE.
035200     OPEN INPUT ATTENDANCE-FILE.
035300     EVALUATE WS-ATTEND-FS
035400         WHEN '00'
035500             SET ATTENDANCE-ON-FILE TO TRUE
035600             CLOSE ATTENDANCE-FILE
035700         WHEN '35'
035800             DISPLAY 'ATTENDANCE-LOAD: ATTENDANCE.TXT NOT FOUND '
035900                 '- STARTING A NEW ONE'
036000         WHEN OTHER
036100             DISPLAY 'ATTENDANCE-LOAD: *** UNABLE TO OPEN '
036200                 'ATTENDANCE.TXT - FILE STATUS ' WS-ATTEND-FS
036300                 ' ***'
036400             MOVE 20 TO RETURN-CODE
036500             STOP RUN
036600     END-EVALUATE.
036700     PERFORM 8600-LOAD-SECTION-TABLE
036800         THRU 8600-LOAD-SECTION-TABLE-EXIT.
036900     PERFORM 1100-SEED-SECTION-SUMMARY
037000         THRU 1100-SEED-SECTION-SUMMARY-EXIT
037100         VARYING WS-SECTREF-SUB FROM 1 BY 1
037200         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED.
037300     OPEN OUTPUT ATTENDANCE-ERROR-FILE.
037400     IF WS-ERROR-FS NOT = '00'
037500         DISPLAY 'ATTENDANCE-LOAD: *** UNABLE TO OPEN '
037600             'ATTENDANCE_ERRORS.TXT - FILE STATUS ' WS-ERROR-FS
037700             ' ***'
037800         MOVE 20 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100     OPEN OUTPUT ATTENDANCE-RATE-FILE.
038200     IF WS-RATE-FS NOT = '00'
038300         DISPLAY 'ATTENDANCE-LOAD: *** UNABLE TO OPEN '
038400             'ATTENDANCE_RATES.TXT - FILE STATUS ' WS-RATE-FS
038500             ' ***'
038600         MOVE 20 TO RETURN-CODE
038700         STOP RUN
038800     END-IF.
038900     OPEN OUTPUT SUMMARY-FILE.
039000     IF WS-SUMMARY-FS NOT = '00'
039100         DISPLAY 'ATTENDANCE-LOAD: *** UNABLE TO OPEN '
039200             'ATTENDANCE_SUMMARY.TXT - FILE STATUS ' WS-SUMMARY-FS
039300             ' ***'
039400         MOVE 20 TO RETURN-CODE
039500         STOP RUN
039600     END-IF.
039700     MOVE SPACES TO SUMMARY-LINE.
039800     STRING 'ATTENDANCE SUMMARY - RUN ' DELIMITED BY SIZE
039900            WS-CURRENT-DATE DELIMITED BY SIZE
040000         INTO SUMMARY-LINE.
040100     WRITE SUMMARY-LINE.
040200     MOVE SPACES TO SUMMARY-LINE.
040300     WRITE SUMMARY-LINE.
040400     MOVE 'BY STUDENT' TO SUMMARY-LINE.
040500     WRITE SUMMARY-LINE.
040600     MOVE SPACES TO SUMMARY-LINE.
040700     STRING '  STUDENT   NAME                           '
040800                DELIMITED BY SIZE
040900            'DAYS  PRES   ABS  EXCD   RATE' DELIMITED BY SIZE
041000         INTO SUMMARY-LINE.
041100     WRITE SUMMARY-LINE.
041200 1000-INITIALIZE-EXIT.
041300     EXIT.
041400
041500 1100-SEED-SECTION-SUMMARY.
041600     ADD 1 TO WS-SECTSUM-USED.
041700     MOVE WS-SECTREF-CODE(WS-SECTREF-SUB)
041800         TO WS-SECTSUM-CODE(WS-SECTSUM-USED).
041900     MOVE WS-SECTREF-TITLE(WS-SECTREF-SUB)
042000         TO WS-SECTSUM-TITLE(WS-SECTSUM-USED).
042100     MOVE ZERO TO WS-SECTSUM-DAYS(WS-SECTSUM-USED)
042200                  WS-SECTSUM-PRESENT(WS-SECTSUM-USED)
042300                  WS-SECTSUM-ABSENT(WS-SECTSUM-USED)
042400                  WS-SECTSUM-EXCUSED(WS-SECTSUM-USED).
042500 1100-SEED-SECTION-SUMMARY-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900* 2000-SORT-ROSTER - THE ROSTER IN STUDENT ID ORDER, TO MATCH THE
043000* MERGED ATTENDANCE AGAINST.
043100******************************************************************
043200 2000-SORT-ROSTER.
043300     SORT ROSTER-SORT-FILE
043400         ASCENDING KEY RSRT-ID
043500         USING STUDENT-FILE
043600         GIVING ROSTER-WORK-FILE.
043700 2000-SORT-ROSTER-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100* 3000-MERGE-ATTENDANCE - THE ROWS ALREADY ON ATTENDANCE.TXT AND
044200* THE DAY'S ROWS THAT PASS THE FIELD EDITS, SORTED TOGETHER BY
044300* STUDENT, DATE AND SECTION.  THE EDITS THAT NEED THAT ORDER -
044400* UNKNOWN STUDENT AND ALREADY RECORDED - ARE MADE AS THE MERGED
044500* ROWS ARE WRITTEN BACK.
044600******************************************************************
044700 3000-MERGE-ATTENDANCE.
044800     SORT ATTENDANCE-SORT-FILE
044900         ASCENDING KEY ASRT-STUDENT-ID ASRT-DATE ASRT-SECTION
045000                       ASRT-SOURCE
045100         INPUT PROCEDURE IS 3100-RELEASE-ROWS
045200             THRU 3100-RELEASE-ROWS-EXIT
045300         OUTPUT PROCEDURE IS 4000-WRITE-ATTENDANCE
045400             THRU 4000-WRITE-ATTENDANCE-EXIT.
045500     CLOSE ATTENDANCE-ERROR-FILE ATTENDANCE-RATE-FILE.
045600 3000-MERGE-ATTENDANCE-EXIT.
045700     EXIT.
045800
045900 3100-RELEASE-ROWS.
046000     IF ATTENDANCE-ON-FILE
046100         MOVE 'N' TO WS-EOF-ATTEND-SW
046200         OPEN INPUT ATTENDANCE-FILE
046300         PERFORM 3150-READ-ATTENDANCE
046400             THRU 3150-READ-ATTENDANCE-EXIT
046500         PERFORM 3200-RELEASE-ON-FILE
046600             THRU 3200-RELEASE-ON-FILE-EXIT
046700             UNTIL EOF-ATTEND
046800         CLOSE ATTENDANCE-FILE
046900     END-IF.
047000     MOVE 'N' TO WS-EOF-INPUT-SW.
047100     OPEN INPUT ATTENDANCE-INPUT-FILE.
047200     PERFORM 3250-READ-INPUT THRU 3250-READ-INPUT-EXIT.
047300     PERFORM 3300-EDIT-ONE-ROW THRU 3300-EDIT-ONE-ROW-EXIT
047400         UNTIL EOF-INPUT.
047500     CLOSE ATTENDANCE-INPUT-FILE.
047600 3100-RELEASE-ROWS-EXIT.
047700     EXIT.
047800
047900 3150-READ-ATTENDANCE.
048000     READ ATTENDANCE-FILE
048100         AT END
048200             SET EOF-ATTEND TO TRUE
048300     END-READ.
048400 3150-READ-ATTENDANCE-EXIT.
048500     EXIT.
048600
048700*    A ROW ALREADY ON FILE PASSED THE EDITS WHEN IT WAS LOADED AND
048800*    IS CARRIED FORWARD AS IT STANDS.
048900 3200-RELEASE-ON-FILE.
049000     IF ATTF-RECORD NOT = SPACES
049100         MOVE SPACES TO ASRT-RECORD
049200         MOVE ATTF-STUDENT-ID TO ASRT-STUDENT-ID
049300         MOVE ATTF-DATE TO ASRT-DATE
049400         MOVE ATTF-SECTION TO ASRT-SECTION
049500         SET ASRT-ON-FILE TO TRUE
049600         MOVE ATTF-CODE TO ASRT-CODE
049700         RELEASE ASRT-RECORD
049800     END-IF.
049900     PERFORM 3150-READ-ATTENDANCE THRU 3150-READ-ATTENDANCE-EXIT.
050000 3200-RELEASE-ON-FILE-EXIT.
050100     EXIT.
050200
050300 3250-READ-INPUT.
050400     READ ATTENDANCE-INPUT-FILE
050500         AT END
050600             SET EOF-INPUT TO TRUE
050700     END-READ.
050800 3250-READ-INPUT-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200* 3300-EDIT-ONE-ROW - THE FIELD EDITS, IN ORDER; THE FIRST THAT
051300* FAILS IS THE REASON GIVEN.  THE DATE MUST BE A CALENDAR DATE
051400* (THE SAME RANGES REJECT-AGING ACCEPTS) NO LATER THAN THE RUN.
051500******************************************************************
051600 3300-EDIT-ONE-ROW.
051700     IF ATTENDANCE-RECORD = SPACES
051800         GO TO 3300-EDIT-ONE-ROW-NEXT
051900     END-IF.
052000     ADD 1 TO WS-COUNT-READ.
052100     MOVE SPACES TO WS-REJECT-REASON.
052200     EVALUATE TRUE
052300         WHEN ATTD-STUDENT-ID = SPACES
052400             MOVE 'BLANK STUDENT ID' TO WS-REJECT-REASON
052500         WHEN ATTD-DATE-X NOT NUMERIC
052600             MOVE 'INVALID DATE' TO WS-REJECT-REASON
052700         WHEN ATTD-DATE(1:4) < 1900
052800             OR ATTD-DATE(1:4) > 2999
052900             OR ATTD-DATE(5:2) < 01
053000             OR ATTD-DATE(5:2) > 12
053100             OR ATTD-DATE(7:2) < 01
053200             OR ATTD-DATE(7:2) > 31
053300             MOVE 'INVALID DATE' TO WS-REJECT-REASON
053400         WHEN ATTD-DATE > WS-CURRENT-DATE
053500             MOVE 'DATE IN THE FUTURE' TO WS-REJECT-REASON
053600         WHEN ATTD-SECTION = SPACES
053700             MOVE 'BLANK SECTION' TO WS-REJECT-REASON
053800         WHEN NOT ATTD-PRESENT
053900             AND NOT ATTD-ABSENT
054000             AND NOT ATTD-EXCUSED
054100             MOVE 'INVALID ATTENDANCE CODE' TO WS-REJECT-REASON
054200         WHEN OTHER
054300             MOVE ATTD-SECTION TO WS-LOOKUP-SECTION
054400             PERFORM 8650-FIND-SECTION-TITLE
054500                 THRU 8650-FIND-SECTION-TITLE-EXIT
054600             IF NOT SECTION-ON-FILE
054700                 MOVE 'UNKNOWN SECTION' TO WS-REJECT-REASON
054800             END-IF
054900     END-EVALUATE.
055000     IF WS-REJECT-REASON NOT = SPACES
055100         MOVE ATTENDANCE-RECORD TO WS-REJECT-ROW
055200         PERFORM 3400-WRITE-ERROR THRU 3400-WRITE-ERROR-EXIT
055300         GO TO 3300-EDIT-ONE-ROW-NEXT
055400     END-IF.
055500     MOVE SPACES TO ASRT-RECORD.
055600     MOVE ATTD-STUDENT-ID TO ASRT-STUDENT-ID.
055700     MOVE ATTD-DATE TO ASRT-DATE.
055800     MOVE ATTD-SECTION TO ASRT-SECTION.
055900     SET ASRT-NEW-ROW TO TRUE.
056000     MOVE ATTD-CODE TO ASRT-CODE.
056100     RELEASE ASRT-RECORD.
056200 3300-EDIT-ONE-ROW-NEXT.
056300     PERFORM 3250-READ-INPUT THRU 3250-READ-INPUT-EXIT.
056400 3300-EDIT-ONE-ROW-EXIT.
056500     EXIT.
056600
056700 3400-WRITE-ERROR.
056800     ADD 1 TO WS-COUNT-REJECTED.
056900     MOVE SPACES TO ATTENDANCE-ERROR-RECORD.
057000     MOVE WS-REJECT-ROW TO AERR-ROW.
057100     MOVE WS-REJECT-REASON TO AERR-REASON.
057200     MOVE WS-CURRENT-DATE TO AERR-RUN-DATE.
057300     WRITE ATTENDANCE-ERROR-RECORD.
057400 3400-WRITE-ERROR-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800* 4000-WRITE-ATTENDANCE - REWRITE ATTENDANCE.TXT FROM THE MERGED
057900* ROWS ONE STUDENT AT A TIME, MATCHING THE ROSTER ON ID (BOTH
058000* ASCENDING).  EACH STUDENT'S FIGURES GO TO THE RATE FILE AND THE
058100* SUMMARY AT THE BREAK.
058200******************************************************************
058300 4000-WRITE-ATTENDANCE.
058400     OPEN OUTPUT ATTENDANCE-FILE.
058500     IF WS-ATTEND-FS NOT = '00'
058600         DISPLAY 'ATTENDANCE-LOAD: *** UNABLE TO WRITE '
058700             'ATTENDANCE.TXT - FILE STATUS ' WS-ATTEND-FS ' ***'
058800         MOVE 20 TO RETURN-CODE
058900         STOP RUN
059000     END-IF.
059100     MOVE 'N' TO WS-EOF-ROSTER-SW WS-EOF-MERGE-SW.
059200     OPEN INPUT ROSTER-WORK-FILE.
059300     PERFORM 4060-READ-ROSTER THRU 4060-READ-ROSTER-EXIT.
059400     PERFORM 4050-RETURN-MERGED THRU 4050-RETURN-MERGED-EXIT.
059500     PERFORM 4100-PROCESS-ONE-STUDENT
059600         THRU 4100-PROCESS-ONE-STUDENT-EXIT
059700         UNTIL EOF-MERGE.
059800     CLOSE ROSTER-WORK-FILE.
059900     CLOSE ATTENDANCE-FILE.
060000 4000-WRITE-ATTENDANCE-EXIT.
060100     EXIT.
060200
060300 4050-RETURN-MERGED.
060400     RETURN ATTENDANCE-SORT-FILE
060500         AT END
060600             SET EOF-MERGE TO TRUE
060700     END-RETURN.
060800 4050-RETURN-MERGED-EXIT.
060900     EXIT.
061000
061100 4060-READ-ROSTER.
061200     READ ROSTER-WORK-FILE
061300         AT END
061400             SET EOF-ROSTER TO TRUE
061500     END-READ.
061600 4060-READ-ROSTER-EXIT.
061700     EXIT.
061800
061900*    A STUDENT SINCE DROPPED FROM THE ROSTER KEEPS THE ROWS
062000*    ALREADY ON FILE, BUT NO NEW ROW IS TAKEN FOR THEM.
062100 4100-PROCESS-ONE-STUDENT.
062200     MOVE ASRT-STUDENT-ID TO WS-STU-ID.
062300     MOVE ZERO TO WS-STU-DAYS WS-STU-PRESENT WS-STU-ABSENT
062400                  WS-STU-EXCUSED WS-LAST-DATE.
062500     MOVE SPACES TO WS-LAST-SECTION.
062600     PERFORM 4060-READ-ROSTER THRU 4060-READ-ROSTER-EXIT
062700         UNTIL EOF-ROSTER
062800         OR RWRK-ID NOT < WS-STU-ID.
062900     IF NOT EOF-ROSTER AND RWRK-ID = WS-STU-ID
063000         SET STUDENT-ON-ROSTER TO TRUE
063100         MOVE RWRK-NAME TO WS-STU-NAME
063200     ELSE
063300         MOVE 'N' TO WS-ON-ROSTER-SW
063400         MOVE '(NOT ON STUDENTS.TXT)' TO WS-STU-NAME
063500     END-IF.
063600     PERFORM 4200-FILE-ONE-ROW THRU 4200-FILE-ONE-ROW-EXIT
063700         UNTIL EOF-MERGE
063800         OR ASRT-STUDENT-ID NOT = WS-STU-ID.
063900     IF WS-STU-DAYS > ZERO
064000         PERFORM 4400-WRITE-STUDENT-FIGURES
064100             THRU 4400-WRITE-STUDENT-FIGURES-EXIT
064200     END-IF.
064300 4100-PROCESS-ONE-STUDENT-EXIT.
064400     EXIT.
064500
064600 4200-FILE-ONE-ROW.
064700     IF ASRT-NEW-ROW
064800         MOVE SPACES TO WS-REJECT-REASON
064900         EVALUATE TRUE
065000             WHEN NOT STUDENT-ON-ROSTER
065100                 MOVE 'UNKNOWN STUDENT ID' TO WS-REJECT-REASON
065200             WHEN ASRT-DATE = WS-LAST-DATE
065300                 AND ASRT-SECTION = WS-LAST-SECTION
065400                 MOVE 'ALREADY RECORDED' TO WS-REJECT-REASON
065500             WHEN OTHER
065600                 ADD 1 TO WS-COUNT-LOADED
065700         END-EVALUATE
065800     ELSE
065900         ADD 1 TO WS-COUNT-ON-FILE
066000     END-IF.
066100     IF ASRT-NEW-ROW AND WS-REJECT-REASON NOT = SPACES
066200         MOVE SPACES TO WS-REJECT-ROW
066300         STRING ASRT-STUDENT-ID DELIMITED BY SIZE
066400                ' ' DELIMITED BY SIZE
066500                ASRT-DATE DELIMITED BY SIZE
066600                ' ' DELIMITED BY SIZE
066700                ASRT-SECTION DELIMITED BY SIZE
066800                ' ' DELIMITED BY SIZE
066900                ASRT-CODE DELIMITED BY SIZE
067000             INTO WS-REJECT-ROW
067100         PERFORM 3400-WRITE-ERROR THRU 3400-WRITE-ERROR-EXIT
067200         GO TO 4200-FILE-ONE-ROW-NEXT
067300     END-IF.
067400     MOVE SPACES TO ATTF-RECORD.
067500     MOVE ASRT-STUDENT-ID TO ATTF-STUDENT-ID.
067600     MOVE ASRT-DATE TO ATTF-DATE.
067700     MOVE ASRT-SECTION TO ATTF-SECTION.
067800     MOVE ASRT-CODE TO ATTF-CODE.
067900     WRITE ATTF-RECORD.
068000     ADD 1 TO WS-COUNT-WRITTEN.
068100     MOVE ASRT-DATE TO WS-LAST-DATE.
068200     MOVE ASRT-SECTION TO WS-LAST-SECTION.
068300     ADD 1 TO WS-STU-DAYS.
068400     EVALUATE TRUE
068500         WHEN ASRT-PRESENT
068600             ADD 1 TO WS-STU-PRESENT
068700         WHEN ASRT-ABSENT
068800             ADD 1 TO WS-STU-ABSENT
068900         WHEN OTHER
069000             ADD 1 TO WS-STU-EXCUSED
069100     END-EVALUATE.
069200     PERFORM 4300-TALLY-SECTION THRU 4300-TALLY-SECTION-EXIT.
069300 4200-FILE-ONE-ROW-NEXT.
069400     PERFORM 4050-RETURN-MERGED THRU 4050-RETURN-MERGED-EXIT.
069500 4200-FILE-ONE-ROW-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900* 4300-TALLY-SECTION - ADD THE ROW TO ITS SECTION'S FIGURES,
070000* GIVING A CODE NOT YET IN THE TABLE AN ENTRY WHILE THERE IS
070100* ROOM.  BEYOND THAT THE ROW IS COUNTED AND LEFT OUT OF THE
070200* SECTION FIGURES ONLY.
070300******************************************************************
070400 4300-TALLY-SECTION.
070500     MOVE ZERO TO WS-SECTSUM-HIT.
070600     PERFORM 4310-TEST-ONE-SECTSUM THRU 4310-TEST-ONE-SECTSUM-EXIT
070700         VARYING WS-SECTSUM-SUB FROM 1 BY 1
070800         UNTIL WS-SECTSUM-SUB > WS-SECTSUM-USED
070900         OR WS-SECTSUM-HIT NOT = ZERO.
071000     IF WS-SECTSUM-HIT = ZERO
071100         IF WS-SECTSUM-USED >= 60
071200             ADD 1 TO WS-COUNT-SECT-OVFL
071300             GO TO 4300-TALLY-SECTION-EXIT
071400         END-IF
071500         ADD 1 TO WS-SECTSUM-USED
071600         MOVE WS-SECTSUM-USED TO WS-SECTSUM-HIT
071700         MOVE ASRT-SECTION TO WS-SECTSUM-CODE(WS-SECTSUM-HIT)
071800                              WS-LOOKUP-SECTION
071900         PERFORM 8650-FIND-SECTION-TITLE
072000             THRU 8650-FIND-SECTION-TITLE-EXIT
072100         MOVE WS-SECT-TITLE TO WS-SECTSUM-TITLE(WS-SECTSUM-HIT)
072200         MOVE ZERO TO WS-SECTSUM-DAYS(WS-SECTSUM-HIT)
072300                      WS-SECTSUM-PRESENT(WS-SECTSUM-HIT)
072400                      WS-SECTSUM-ABSENT(WS-SECTSUM-HIT)
072500                      WS-SECTSUM-EXCUSED(WS-SECTSUM-HIT)
072600     END-IF.
072700     ADD 1 TO WS-SECTSUM-DAYS(WS-SECTSUM-HIT).
072800     EVALUATE TRUE
072900         WHEN ASRT-PRESENT
073000             ADD 1 TO WS-SECTSUM-PRESENT(WS-SECTSUM-HIT)
073100         WHEN ASRT-ABSENT
073200             ADD 1 TO WS-SECTSUM-ABSENT(WS-SECTSUM-HIT)
073300         WHEN OTHER
073400             ADD 1 TO WS-SECTSUM-EXCUSED(WS-SECTSUM-HIT)
073500     END-EVALUATE.
073600 4300-TALLY-SECTION-EXIT.
073700     EXIT.
073800
073900 4310-TEST-ONE-SECTSUM.
074000     IF WS-SECTSUM-CODE(WS-SECTSUM-SUB) = ASRT-SECTION
074100         MOVE WS-SECTSUM-SUB TO WS-SECTSUM-HIT
074200     END-IF.
074300 4310-TEST-ONE-SECTSUM-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700* 4400-WRITE-STUDENT-FIGURES - THE STUDENT'S RATE ROW AND SUMMARY
074800* LINE.
074900******************************************************************
075000 4400-WRITE-STUDENT-FIGURES.
075100     ADD 1 TO WS-COUNT-STUDENTS.
075200     IF NOT STUDENT-ON-ROSTER
075300         ADD 1 TO WS-COUNT-OFF-ROSTER
075400     END-IF.
075500     MOVE WS-STU-PRESENT TO WS-RATE-PRESENT.
075600     MOVE WS-STU-ABSENT TO WS-RATE-ABSENT.
075700     PERFORM 8700-COMPUTE-RATE THRU 8700-COMPUTE-RATE-EXIT.
075800     MOVE SPACES TO ATTENDANCE-RATE-RECORD.
075900     MOVE WS-STU-ID TO ATRT-STUDENT-ID.
076000     MOVE WS-STU-DAYS TO ATRT-DAYS.
076100     MOVE WS-STU-PRESENT TO ATRT-PRESENT.
076200     MOVE WS-STU-ABSENT TO ATRT-ABSENT.
076300     MOVE WS-STU-EXCUSED TO ATRT-EXCUSED.
076400     MOVE WS-RATE TO ATRT-RATE.
076500     MOVE WS-RATED-SW TO ATRT-RATED-SW.
076600     WRITE ATTENDANCE-RATE-RECORD.
076700     MOVE WS-STU-ID TO WS-SL-ID.
076800     MOVE WS-STU-NAME TO WS-SL-NAME.
076900     MOVE WS-STU-DAYS TO WS-SL-DAYS.
077000     MOVE WS-STU-PRESENT TO WS-SL-PRESENT.
077100     MOVE WS-STU-ABSENT TO WS-SL-ABSENT.
077200     MOVE WS-STU-EXCUSED TO WS-SL-EXCUSED.
077300     IF RATE-IS-KNOWN
077400         MOVE WS-RATE TO WS-SL-RATE
077500     ELSE
077600         MOVE '  N/A' TO WS-SL-RATE-X
077700     END-IF.
077800     MOVE WS-STUDENT-LINE TO SUMMARY-LINE.
077900     WRITE SUMMARY-LINE.
078000 4400-WRITE-STUDENT-FIGURES-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400* 6000-PRINT-SECTIONS - ONE LINE PER SECTION IN THE TABLE'S ORDER.
078500******************************************************************
078600 6000-PRINT-SECTIONS.
078700     IF WS-COUNT-STUDENTS = ZERO
078800         MOVE '  (NONE)' TO SUMMARY-LINE
078900         WRITE SUMMARY-LINE
079000     END-IF.
079100     MOVE SPACES TO SUMMARY-LINE.
079200     WRITE SUMMARY-LINE.
079300     MOVE 'BY SECTION' TO SUMMARY-LINE.
079400     WRITE SUMMARY-LINE.
079500     MOVE SPACES TO SUMMARY-LINE.
079600     STRING '  SECT  TITLE                  DAYS    PRES     ABS'
079700                DELIMITED BY SIZE
079800            '    EXCD   RATE' DELIMITED BY SIZE
079900         INTO SUMMARY-LINE.
080000     WRITE SUMMARY-LINE.
080100     PERFORM 6100-PRINT-ONE-SECTION
080200         THRU 6100-PRINT-ONE-SECTION-EXIT
080300         VARYING WS-SECTSUM-SUB FROM 1 BY 1
080400         UNTIL WS-SECTSUM-SUB > WS-SECTSUM-USED.
080500     IF WS-SECTSUM-USED = ZERO
080600         MOVE '  (NONE)' TO SUMMARY-LINE
080700         WRITE SUMMARY-LINE
080800     END-IF.
080900 6000-PRINT-SECTIONS-EXIT.
081000     EXIT.
081100
081200 6100-PRINT-ONE-SECTION.
081300     MOVE WS-SECTSUM-PRESENT(WS-SECTSUM-SUB) TO WS-RATE-PRESENT.
081400     MOVE WS-SECTSUM-ABSENT(WS-SECTSUM-SUB) TO WS-RATE-ABSENT.
081500     PERFORM 8700-COMPUTE-RATE THRU 8700-COMPUTE-RATE-EXIT.
081600     MOVE WS-SECTSUM-CODE(WS-SECTSUM-SUB) TO WS-XL-CODE.
081700     MOVE WS-SECTSUM-TITLE(WS-SECTSUM-SUB) TO WS-XL-TITLE.
081800     MOVE WS-SECTSUM-DAYS(WS-SECTSUM-SUB) TO WS-XL-DAYS.
081900     MOVE WS-SECTSUM-PRESENT(WS-SECTSUM-SUB) TO WS-XL-PRESENT.
082000     MOVE WS-SECTSUM-ABSENT(WS-SECTSUM-SUB) TO WS-XL-ABSENT.
082100     MOVE WS-SECTSUM-EXCUSED(WS-SECTSUM-SUB) TO WS-XL-EXCUSED.
082200     IF RATE-IS-KNOWN
082300         MOVE WS-RATE TO WS-XL-RATE
082400     ELSE
082500         MOVE '  N/A' TO WS-XL-RATE-X
082600     END-IF.
082700     MOVE WS-SECTION-LINE TO SUMMARY-LINE.
082800     WRITE SUMMARY-LINE.
082900 6100-PRINT-ONE-SECTION-EXIT.
083000     EXIT.
083100
083200 7000-PRINT-TOTALS.
083300     MOVE SPACES TO SUMMARY-LINE.
083400     WRITE SUMMARY-LINE.
083500     MOVE WS-COUNT-READ TO WS-ED-COUNT.
083600     MOVE SPACES TO SUMMARY-LINE.
083700     STRING 'ROWS READ                 : ' DELIMITED BY SIZE
083800            WS-ED-COUNT DELIMITED BY SIZE
083900         INTO SUMMARY-LINE.
084000     WRITE SUMMARY-LINE.
084100     MOVE WS-COUNT-LOADED TO WS-ED-COUNT.
084200     MOVE SPACES TO SUMMARY-LINE.
084300     STRING 'ROWS LOADED               : ' DELIMITED BY SIZE
084400            WS-ED-COUNT DELIMITED BY SIZE
084500         INTO SUMMARY-LINE.
084600     WRITE SUMMARY-LINE.
084700     MOVE WS-COUNT-REJECTED TO WS-ED-COUNT.
084800     MOVE SPACES TO SUMMARY-LINE.
084900     STRING 'ROWS REJECTED             : ' DELIMITED BY SIZE
085000            WS-ED-COUNT DELIMITED BY SIZE
085100            '  (SEE ATTENDANCE_ERRORS.TXT)' DELIMITED BY SIZE
085200         INTO SUMMARY-LINE.
085300     WRITE SUMMARY-LINE.
085400     MOVE WS-COUNT-ON-FILE TO WS-ED-COUNT.
085500     MOVE SPACES TO SUMMARY-LINE.
085600     STRING 'ROWS ALREADY ON FILE      : ' DELIMITED BY SIZE
085700            WS-ED-COUNT DELIMITED BY SIZE
085800         INTO SUMMARY-LINE.
085900     WRITE SUMMARY-LINE.
086000     MOVE WS-COUNT-WRITTEN TO WS-ED-COUNT.
086100     MOVE SPACES TO SUMMARY-LINE.
086200     STRING 'ROWS NOW ON FILE          : ' DELIMITED BY SIZE
086300            WS-ED-COUNT DELIMITED BY SIZE
086400         INTO SUMMARY-LINE.
086500     WRITE SUMMARY-LINE.
086600     MOVE WS-COUNT-STUDENTS TO WS-ED-COUNT.
086700     MOVE SPACES TO SUMMARY-LINE.
086800     STRING 'STUDENTS                  : ' DELIMITED BY SIZE
086900            WS-ED-COUNT DELIMITED BY SIZE
087000         INTO SUMMARY-LINE.
087100     WRITE SUMMARY-LINE.
087200     MOVE WS-COUNT-OFF-ROSTER TO WS-ED-COUNT.
087300     MOVE SPACES TO SUMMARY-LINE.
087400     STRING 'STUDENTS NOT ON ROSTER    : ' DELIMITED BY SIZE
087500            WS-ED-COUNT DELIMITED BY SIZE
087600         INTO SUMMARY-LINE.
087700     WRITE SUMMARY-LINE.
087800     IF WS-COUNT-SECT-OVFL > ZERO
087900         MOVE WS-COUNT-SECT-OVFL TO WS-ED-COUNT
088000         MOVE SPACES TO SUMMARY-LINE
088100         STRING 'ROWS OVER 60 SECTIONS     : ' DELIMITED BY SIZE
088200                WS-ED-COUNT DELIMITED BY SIZE
088300                '  (NOT IN THE SECTION FIGURES)' DELIMITED BY SIZE
088400             INTO SUMMARY-LINE
088500         WRITE SUMMARY-LINE
088600     END-IF.
088700     CLOSE SUMMARY-FILE.
088800 7000-PRINT-TOTALS-EXIT.
088900     EXIT.
089000
089100******************************************************************
089200* 8600-LOAD-SECTION-TABLE - LOAD THE SECTION REFERENCE TABLE
089300* FROM THE REGISTRAR'S SECTIONS.TXT.  AS IN STUDENT-SORTER, AN
089400* ABSENT, UNREADABLE OR OVERFLOWING FILE ONLY SKIPS THE
089500* UNKNOWN-SECTION EDIT (WITH A WARNING).
089600******************************************************************
089700 8600-LOAD-SECTION-TABLE.
089800     MOVE ZERO TO WS-SECTREF-USED.
089900     MOVE 'N' TO WS-SECTREF-LOADED-SW.
090000     MOVE 'N' TO WS-SECTREF-OVFL-SW.
090100     MOVE 'N' TO WS-EOF-SECTREF-SW.
090200     OPEN INPUT SECTION-CONTROL-FILE.
090300     IF WS-SECTREF-FS NOT = '00'
090400         DISPLAY 'ATTENDANCE-LOAD: SECTIONS.TXT NOT AVAILABLE - '
090500             'SECTION EDIT SKIPPED'
090600         GO TO 8600-LOAD-SECTION-TABLE-EXIT
090700     END-IF.
090800     PERFORM 8610-READ-SECTION-ROW
090900         THRU 8610-READ-SECTION-ROW-EXIT.
091000     PERFORM 8620-STORE-SECTION-ROW
091100         THRU 8620-STORE-SECTION-ROW-EXIT
091200         UNTIL EOF-SECTREF.
091300     CLOSE SECTION-CONTROL-FILE.
091400     EVALUATE TRUE
091500         WHEN SECTREF-TABLE-OVERFLOWED
091600             DISPLAY 'ATTENDANCE-LOAD: *** MORE THAN 50 SECTIONS '
091700                 'IN SECTIONS.TXT - SECTION EDIT SKIPPED ***'
091800         WHEN WS-SECTREF-USED = ZERO
091900             DISPLAY 'ATTENDANCE-LOAD: SECTIONS.TXT IS EMPTY - '
092000                 'SECTION EDIT SKIPPED'
092100         WHEN OTHER
092200             SET SECTION-TABLE-LOADED TO TRUE
092300     END-EVALUATE.
092400 8600-LOAD-SECTION-TABLE-EXIT.
092500     EXIT.
092600
092700 8610-READ-SECTION-ROW.
092800     READ SECTION-CONTROL-FILE
092900         AT END
093000             SET EOF-SECTREF TO TRUE
093100     END-READ.
093200 8610-READ-SECTION-ROW-EXIT.
093300     EXIT.
093400
093500 8620-STORE-SECTION-ROW.
093600     EVALUATE TRUE
093700         WHEN SECTION-REF-RECORD = SPACES
093800             CONTINUE
093900         WHEN WS-SECTREF-USED >= 50
094000             SET SECTREF-TABLE-OVERFLOWED TO TRUE
094100         WHEN OTHER
094200             ADD 1 TO WS-SECTREF-USED
094300             MOVE SECT-CODE
094400                 TO WS-SECTREF-CODE(WS-SECTREF-USED)
094500             MOVE SECT-TITLE
094600                 TO WS-SECTREF-TITLE(WS-SECTREF-USED)
094700     END-EVALUATE.
094800     PERFORM 8610-READ-SECTION-ROW
094900         THRU 8610-READ-SECTION-ROW-EXIT.
095000 8620-STORE-SECTION-ROW-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400* 8650-FIND-SECTION-TITLE - LOOK WS-LOOKUP-SECTION UP ON THE
095500* REFERENCE TABLE, LEAVING SECTION-ON-FILE AND WS-SECT-TITLE.
095600* 'GEN' (AND A BLANK SECTION) IS ALWAYS LEGAL; WITH NO TABLE
095700* LOADED EVERY SECTION PASSES - SEE STUDENT-SORTER.
095800******************************************************************
095900 8650-FIND-SECTION-TITLE.
096000     MOVE 'Y' TO WS-SECT-FOUND-SW.
096100     MOVE SPACES TO WS-SECT-TITLE.
096200     IF WS-LOOKUP-SECTION = 'GEN' OR WS-LOOKUP-SECTION = SPACES
096300         MOVE 'UNASSIGNED' TO WS-SECT-TITLE
096400         GO TO 8650-FIND-SECTION-TITLE-EXIT
096500     END-IF.
096600     IF NOT SECTION-TABLE-LOADED
096700         GO TO 8650-FIND-SECTION-TITLE-EXIT
096800     END-IF.
096900     MOVE 'N' TO WS-SECT-FOUND-SW.
097000     PERFORM 8660-TEST-ONE-SECTION
097100         THRU 8660-TEST-ONE-SECTION-EXIT
097200         VARYING WS-SECTREF-SUB FROM 1 BY 1
097300         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED
097400         OR SECTION-ON-FILE.
097500 8650-FIND-SECTION-TITLE-EXIT.
097600     EXIT.
097700
097800 8660-TEST-ONE-SECTION.
097900     IF WS-SECTREF-CODE(WS-SECTREF-SUB) = WS-LOOKUP-SECTION
098000         MOVE 'Y' TO WS-SECT-FOUND-SW
098100         MOVE WS-SECTREF-TITLE(WS-SECTREF-SUB) TO WS-SECT-TITLE
098200     END-IF.
098300 8660-TEST-ONE-SECTION-EXIT.
098400     EXIT.
098500
098600******************************************************************
098700* 8700-COMPUTE-RATE - PRESENT AS A PERCENTAGE OF PRESENT PLUS
098800* ABSENT, TO ONE DECIMAL.  WITH NEITHER THERE IS NO RATE.
098900******************************************************************
099000 8700-COMPUTE-RATE.
099100     MOVE ZERO TO WS-RATE.
099200     MOVE 'N' TO WS-RATED-SW.
099300     IF WS-RATE-PRESENT + WS-RATE-ABSENT = ZERO
099400         GO TO 8700-COMPUTE-RATE-EXIT
099500     END-IF.
099600     COMPUTE WS-RATE ROUNDED =
099700         WS-RATE-PRESENT * 100
099800         / (WS-RATE-PRESENT + WS-RATE-ABSENT).
099900     SET RATE-IS-KNOWN TO TRUE.
100000 8700-COMPUTE-RATE-EXIT.
100100     EXIT.
100200
100300******************************************************************
100400* 9000-WRAP-UP - TELL THE OPERATOR WHAT WAS LOADED.
100500******************************************************************
100600 9000-WRAP-UP.
100700     DISPLAY 'ATTENDANCE-LOAD: ' WS-COUNT-READ ' ROW(S) READ, '
100800         WS-COUNT-LOADED ' LOADED, ' WS-COUNT-REJECTED
100900         ' REJECTED'.
101000     DISPLAY 'ATTENDANCE-LOAD: ' WS-COUNT-WRITTEN
101100         ' ROW(S) ON ATTENDANCE.TXT FOR ' WS-COUNT-STUDENTS
101200         ' STUDENT(S) - SEE ATTENDANCE_SUMMARY.TXT'.
101300 9000-WRAP-UP-EXIT.
101400     EXIT.
