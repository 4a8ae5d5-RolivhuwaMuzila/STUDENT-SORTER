000100******************************************************************
000200* PROGRAM-ID: ATTENDANCE-RISK
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     AT-RISK STUDENT REPORT FOR THE TEACHERS.  MATCHES
000800*              EACH STUDENT'S ATTENDANCE RATE (ATTENDANCE_
000900*              RATES.TXT, SEE ATRTREC, WRITTEN BY ATTENDANCE-LOAD)
001000*              AGAINST THEIR CURRENT ROSTER GRADE FROM THE
001100*              PUBLISHED SORTED_STUDENTS_ASC.TXT AND LISTS, IN
001200*              ATTENDANCE_RISK.TXT, EVERY STUDENT WHOSE RATE IS
001300*              BELOW THE ATTENDANCE THRESHOLD AND WHOSE GRADE IS
001400*              BELOW THE GRADE THRESHOLD - ONE BLOCK PER ROSTER
001500*              SECTION, LOWEST GRADE FIRST.  A STUDENT WITH NO
001600*              RATE (NO ATTENDANCE ROWS, OR EXCUSED DAYS ONLY) IS
001700*              NOT LISTED BUT IS COUNTED.
001800*
001900*              THE ROSTER'S *HDR/*TRL LABELS ARE CHECKED AS
002000*              GRADE-SUMMARY CHECKS THEM, SO A STALE, PARTIAL OR
002100*              DESCENDING FILE IS REFUSED RATHER THAN REPORTED ON.
002200*
002300*              COMMAND-LINE PARAMETERS (SPACE-SEPARATED, ANY
002400*              ORDER):
002500*                ATTEND=nnn - ATTENDANCE THRESHOLD, PERCENT
002600*                            (DEFAULT 80, AT MOST 100).
002700*                GRADE=nn   - GRADE THRESHOLD (DEFAULT 50).
002800*              AN UNKNOWN OR INVALID PARAMETER IS REPORTED AND
002900*              IGNORED.
003000*
003100*              NO ATTENDANCE_RATES.TXT IS A CLEAN NO-OP.  RETURN
003200*              CODES: 0 DONE, 16 ROSTER LABELS MISSING OR WRONG,
003300*              20 FILE ERROR.
003400* TECTONICS:   cobc -x -I copybooks ATTENDANCE-RISK.cbl
003500*
003600* MODIFICATION HISTORY
003700*    DATE       INIT  DESCRIPTION
003800*    2026-10-15  DVR  INITIAL VERSION.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. ATTENDANCE-RISK.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SORTED-STUDENT-FILE
004600         ASSIGN TO 'sorted_students_asc.txt'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SORTED-FS.
004900
005000     SELECT ROSTER-SORT-FILE ASSIGN TO 'risk_roster_sort.txt'.
005100
005200     SELECT ROSTER-WORK-FILE ASSIGN TO 'risk_roster.txt'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ROSTER-FS.
005500
005600     SELECT ATTENDANCE-RATE-FILE ASSIGN TO 'attendance_rates.txt'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RATE-FS.
005900
006000     SELECT RISK-WORK-FILE ASSIGN TO 'risk_work.txt'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-WORK-FS.
006300
006400     SELECT RISK-SORT-FILE ASSIGN TO 'risk_work_sort.txt'.
006500
006600     SELECT RISK-SORTED-FILE ASSIGN TO 'risk_sorted.txt'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RSORTED-FS.
006900
007000     SELECT RISK-REPORT-FILE ASSIGN TO 'attendance_risk.txt'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-REPORT-FS.
007300
007400     SELECT SECTION-CONTROL-FILE ASSIGN TO 'sections.txt'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SECTREF-FS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  SORTED-STUDENT-FILE.
008100     COPY SRTDREC.
008200     COPY SRTLBL.
008300
008400 SD  ROSTER-SORT-FILE.
008500     COPY SRTDREC REPLACING SORTED-STUDENT-RECORD BY RSRT-RECORD
008600                            SORTED-ID             BY RSRT-ID
008700                            SORTED-NAME           BY RSRT-NAME
008800                            SORTED-GRADE          BY RSRT-GRADE
008900                            SORTED-SECTION        BY RSRT-SECTION.
009000
009100 FD  ROSTER-WORK-FILE.
009200     COPY SRTDREC REPLACING SORTED-STUDENT-RECORD BY RWRK-RECORD
009300                            SORTED-ID             BY RWRK-ID
009400                            SORTED-NAME           BY RWRK-NAME
009500                            SORTED-GRADE          BY RWRK-GRADE
009600                            SORTED-SECTION        BY RWRK-SECTION.
009700
009800 FD  ATTENDANCE-RATE-FILE.
009900     COPY ATRTREC.
010000
010100*    ONE AT-RISK STUDENT WITH THEIR ROSTER SECTION AND GRADE AND
010200*    THEIR ATTENDANCE FIGURES, RE-SORTED BY SECTION AND GRADE FOR
010300*    THE REPORT'S CONTROL BREAK.
010400 FD  RISK-WORK-FILE.
010500 01  RWK-RECORD.
010600     05  RWK-SECTION                 PIC X(04).
010700     05  RWK-GRADE                   PIC 9(02).
010800     05  RWK-ID                      PIC X(08).
010900     05  RWK-NAME                    PIC X(30).
011000     05  RWK-DAYS                    PIC 9(04).
011100     05  RWK-PRESENT                 PIC 9(04).
011200     05  RWK-ABSENT                  PIC 9(04).
011300     05  RWK-EXCUSED                 PIC 9(04).
011400     05  RWK-RATE                    PIC 9(03)V9.
011500
011600 SD  RISK-SORT-FILE.
011700 01  RST-RECORD.
011800     05  RST-SECTION                 PIC X(04).
011900     05  RST-GRADE                   PIC 9(02).
012000     05  RST-ID                      PIC X(08).
012100     05  RST-NAME                    PIC X(30).
012200     05  RST-DAYS                    PIC 9(04).
012300     05  RST-PRESENT                 PIC 9(04).
012400     05  RST-ABSENT                  PIC 9(04).
012500     05  RST-EXCUSED                 PIC 9(04).
012600     05  RST-RATE                    PIC 9(03)V9.
012700
012800 FD  RISK-SORTED-FILE.
012900 01  RSD-RECORD.
013000     05  RSD-SECTION                 PIC X(04).
013100     05  RSD-GRADE                   PIC 9(02).
013200     05  RSD-ID                      PIC X(08).
013300     05  RSD-NAME                    PIC X(30).
013400     05  RSD-DAYS                    PIC 9(04).
013500     05  RSD-PRESENT                 PIC 9(04).
013600     05  RSD-ABSENT                  PIC 9(04).
013700     05  RSD-EXCUSED                 PIC 9(04).
013800     05  RSD-RATE                    PIC 9(03)V9.
013900
014000 FD  RISK-REPORT-FILE.
014100 01  RISK-REPORT-LINE                 PIC X(80).
014200
014300 FD  SECTION-CONTROL-FILE.
014400     COPY SECTREC.
014500
014600 WORKING-STORAGE SECTION.
014700 01  WS-FILE-STATUSES.
014800     05  WS-SORTED-FS                  PIC X(02) VALUE '00'.
014900     05  WS-ROSTER-FS                  PIC X(02) VALUE '00'.
015000     05  WS-RATE-FS                    PIC X(02) VALUE '00'.
015100     05  WS-WORK-FS                    PIC X(02) VALUE '00'.
015200     05  WS-RSORTED-FS                 PIC X(02) VALUE '00'.
015300     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
015400     05  WS-SECTREF-FS                 PIC X(02) VALUE '00'.
015500
015600 01  WS-SWITCHES.
015700     05  WS-EOF-SORTED-SW              PIC X(01) VALUE 'N'.
015800         88  EOF-SORTED                    VALUE 'Y'.
015900     05  WS-TRAILER-SEEN-SW            PIC X(01) VALUE 'N'.
016000         88  TRAILER-SEEN                  VALUE 'Y'.
016100     05  WS-EOF-ROSTER-SW              PIC X(01) VALUE 'N'.
016200         88  EOF-ROSTER                    VALUE 'Y'.
016300     05  WS-EOF-RATE-SW                PIC X(01) VALUE 'N'.
016400         88  EOF-RATE                      VALUE 'Y'.
016500     05  WS-EOF-RISK-SW                PIC X(01) VALUE 'N'.
016600         88  EOF-RISK                      VALUE 'Y'.
016700     05  WS-EOF-SECTREF-SW             PIC X(01) VALUE 'N'.
016800         88  EOF-SECTREF                   VALUE 'Y'.
016900     05  WS-SECTREF-LOADED-SW          PIC X(01) VALUE 'N'.
017000         88  SECTION-TABLE-LOADED          VALUE 'Y'.
017100     05  WS-SECT-FOUND-SW              PIC X(01) VALUE 'Y'.
017200         88  SECTION-ON-FILE               VALUE 'Y'.
017300     05  WS-SECTREF-OVFL-SW            PIC X(01) VALUE 'N'.
017400         88  SECTREF-TABLE-OVERFLOWED      VALUE 'Y'.
017500
017600 01  WS-PARM-AREA.
017700     05  WS-PARM-TEXT                  PIC X(60) VALUE SPACES.
017800     05  WS-PARM-TOKEN                 PIC X(20)
017900                                        OCCURS 4 TIMES.
018000     05  WS-PARM-SUB                   PIC 9(02) VALUE ZERO
018100                                        USAGE COMP.
018200     05  WS-PARM-KEYWORD               PIC X(12) VALUE SPACES.
018300     05  WS-PARM-VALUE                 PIC X(08) VALUE SPACES.
018400     05  WS-MIN-ATTEND                 PIC 9(03) VALUE 80.
018500     05  WS-MIN-GRADE                  PIC 9(02) VALUE 50.
018600
018700*    SECTION TITLES FROM THE REGISTRAR'S SECTIONS.TXT FOR THE
018800*    BLOCK HEADINGS - SEE 8600.
018900 01  WS-SECTREF-AREA.
019000     05  WS-SECTREF-USED               PIC 9(03) VALUE ZERO
019100                                        USAGE COMP.
019200     05  WS-SECTREF-SUB                PIC 9(03) VALUE ZERO
019300                                        USAGE COMP.
019400     05  WS-LOOKUP-SECTION             PIC X(04) VALUE SPACES.
019500     05  WS-SECT-TITLE                 PIC X(20) VALUE SPACES.
019600     05  WS-SECTREF-ENTRY OCCURS 50 TIMES.
019700         10  WS-SECTREF-CODE           PIC X(04).
019800         10  WS-SECTREF-TITLE          PIC X(20).
019900
020000 01  WS-BREAK-AREA.
020100     05  WS-BRK-SECTION                PIC X(04) VALUE SPACES.
020200     05  WS-SECT-AT-RISK               PIC 9(06) VALUE ZERO.
020300
020400 01  WS-COUNTERS.
020500     05  WS-COUNT-ROSTER               PIC 9(06) VALUE ZERO
020600                                        USAGE COMP.
020700     05  WS-TRL-COUNT                  PIC 9(06) VALUE ZERO.
020800     05  WS-COUNT-RATED                PIC 9(06) VALUE ZERO
020900                                        USAGE COMP.
021000     05  WS-COUNT-NO-RATE              PIC 9(06) VALUE ZERO
021100                                        USAGE COMP.
021200     05  WS-COUNT-AT-RISK              PIC 9(06) VALUE ZERO
021300                                        USAGE COMP.
021400     05  WS-COUNT-OFF-ROSTER           PIC 9(06) VALUE ZERO
021500                                        USAGE COMP.
021600
021700 01  WS-TIMESTAMP-FIELDS.
021800     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
021900     05  WS-SRC-DATE                   PIC 9(08) VALUE ZERO.
022000
022100 01  WS-EDIT-FIELDS.
022200     05  WS-ED-COUNT                   PIC ZZZZZ9.
022300     05  WS-ED-ATTEND                  PIC ZZ9.
022400     05  WS-ED-GRADE                   PIC Z9.
022500
022600 01  WS-RISK-LINE.
022700     05  FILLER                        PIC X(02) VALUE SPACES.
022800     05  WS-RL-ID                      PIC X(08) VALUE SPACES.
022900     05  FILLER                        PIC X(02) VALUE SPACES.
023000     05  WS-RL-NAME                    PIC X(30) VALUE SPACES.
023100     05  FILLER                        PIC X(03) VALUE SPACES.
023200     05  WS-RL-GRADE                   PIC Z9.
023300     05  FILLER                        PIC X(02) VALUE SPACES.
023400     05  WS-RL-DAYS                    PIC ZZZ9.
023500     05  FILLER                        PIC X(02) VALUE SPACES.
023600     05  WS-RL-PRESENT                 PIC ZZZ9.
023700     05  FILLER                        PIC X(02) VALUE SPACES.
023800     05  WS-RL-ABSENT                  PIC ZZZ9.
023900     05  FILLER                        PIC X(02) VALUE SPACES.
024000     05  WS-RL-EXCUSED                 PIC ZZZ9.
024100     05  FILLER                        PIC X(02) VALUE SPACES.
024200     05  WS-RL-RATE                    PIC ZZ9.9.
024300
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024700     PERFORM 2000-SORT-ROSTER THRU 2000-SORT-ROSTER-EXIT.
024800     PERFORM 3000-MATCH-RATES THRU 3000-MATCH-RATES-EXIT.
024900     PERFORM 4000-SORT-BY-SECTION THRU 4000-SORT-BY-SECTION-EXIT.
025000     PERFORM 5000-WRITE-REPORT THRU 5000-WRITE-REPORT-EXIT.
025100     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
025200     STOP RUN.
025300
025400******************************************************************
025500* 1000-INITIALIZE - TAKE THE THRESHOLDS.  NO RATE FILE IS A CLEAN
025600* NO-OP - NO ATTENDANCE HAS BEEN LOADED.  THE PUBLISHED ROSTER
025700* SUPPLIES THE GRADES AND SECTIONS AND MUST BE THERE.
025800******************************************************************
025900 1000-INITIALIZE.
026000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
026100     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
026200     MOVE SPACES TO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
026300                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4).
026400     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
026500         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
026600              WS-PARM-TOKEN(3) WS-PARM-TOKEN(4).
026700     PERFORM 1100-APPLY-PARM-TOKEN
026800         THRU 1100-APPLY-PARM-TOKEN-EXIT
026900         VARYING WS-PARM-SUB FROM 1 BY 1
027000         UNTIL WS-PARM-SUB > 4.
027100     OPEN INPUT ATTENDANCE-RATE-FILE.
027200     IF WS-RATE-FS = '35'
027300         DISPLAY 'ATTENDANCE-RISK: ATTENDANCE_RATES.TXT NOT '
027400             'FOUND - NOTHING TO REPORT'
027500         STOP RUN
027600     END-IF.
027700     IF WS-RATE-FS NOT = '00'
027800         DISPLAY 'ATTENDANCE-RISK: *** UNABLE TO OPEN '
027900             'ATTENDANCE_RATES.TXT - FILE STATUS ' WS-RATE-FS
028000             ' ***'
028100         MOVE 20 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     CLOSE ATTENDANCE-RATE-FILE.
028500     OPEN INPUT SORTED-STUDENT-FILE.
028600     IF WS-SORTED-FS NOT = '00'
028700         DISPLAY 'ATTENDANCE-RISK: *** UNABLE TO OPEN '
028800             'SORTED_STUDENTS_ASC.TXT - FILE STATUS '
028900             WS-SORTED-FS ' ***'
029000         MOVE 20 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300     CLOSE SORTED-STUDENT-FILE.
029400     PERFORM 8600-LOAD-SECTION-TABLE
029500         THRU 8600-LOAD-SECTION-TABLE-EXIT.
029600 1000-INITIALIZE-EXIT.
029700     EXIT.
029800
029900*    THE BYTE AFTER THE DIGITS MUST BE BLANK SO AN OVER-LONG
030000*    VALUE (E.G. GRADE=100) IS REPORTED AND IGNORED, NOT
030100*    SILENTLY TRUNCATED TO ITS LEADING DIGITS.
030200 1100-APPLY-PARM-TOKEN.
030300     IF WS-PARM-TOKEN(WS-PARM-SUB) = SPACES
030400         GO TO 1100-APPLY-PARM-TOKEN-EXIT
030500     END-IF.
030600     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
030700     UNSTRING WS-PARM-TOKEN(WS-PARM-SUB) DELIMITED BY '='
030800         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
030900     EVALUATE TRUE
031000         WHEN WS-PARM-KEYWORD = 'ATTEND'
031100             AND WS-PARM-VALUE(1:3) IS NUMERIC
031200             AND WS-PARM-VALUE(4:1) = SPACE
031300             AND WS-PARM-VALUE(1:3) <= '100'
031400             MOVE WS-PARM-VALUE(1:3) TO WS-MIN-ATTEND
031500         WHEN WS-PARM-KEYWORD = 'ATTEND'
031600             AND WS-PARM-VALUE(1:2) IS NUMERIC
031700             AND WS-PARM-VALUE(3:1) = SPACE
031800             MOVE WS-PARM-VALUE(1:2) TO WS-MIN-ATTEND
031900         WHEN WS-PARM-KEYWORD = 'ATTEND'
032000             AND WS-PARM-VALUE(1:1) IS NUMERIC
032100             AND WS-PARM-VALUE(2:1) = SPACE
032200             MOVE WS-PARM-VALUE(1:1) TO WS-MIN-ATTEND
032300         WHEN WS-PARM-KEYWORD = 'GRADE'
032400             AND WS-PARM-VALUE(1:2) IS NUMERIC
032500             AND WS-PARM-VALUE(3:1) = SPACE
032600             MOVE WS-PARM-VALUE(1:2) TO WS-MIN-GRADE
032700         WHEN WS-PARM-KEYWORD = 'GRADE'
032800             AND WS-PARM-VALUE(1:1) IS NUMERIC
032900             AND WS-PARM-VALUE(2:1) = SPACE
033000             MOVE WS-PARM-VALUE(1:1) TO WS-MIN-GRADE
033100         WHEN OTHER
033200             DISPLAY 'ATTENDANCE-RISK: UNKNOWN OR INVALID '
033300                 'PARAMETER ' WS-PARM-TOKEN(WS-PARM-SUB)
033400                 ' IGNORED'
033500     END-EVALUATE.
033600 1100-APPLY-PARM-TOKEN-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000* 2000-SORT-ROSTER - THE PUBLISHED ROSTER'S STUDENT ROWS IN ID
034100* ORDER, TO MATCH THE RATES AGAINST.  THE LABELS ARE CHECKED ON
034200* THE WAY IN.
034300******************************************************************
034400 2000-SORT-ROSTER.
034500     SORT ROSTER-SORT-FILE
034600         ASCENDING KEY RSRT-ID
034700         INPUT PROCEDURE IS 2100-RELEASE-ROSTER
034800             THRU 2100-RELEASE-ROSTER-EXIT
034900         GIVING ROSTER-WORK-FILE.
035000 2000-SORT-ROSTER-EXIT.
035100     EXIT.
035200
035300 2100-RELEASE-ROSTER.
035400     MOVE 'N' TO WS-EOF-SORTED-SW.
035500     OPEN INPUT SORTED-STUDENT-FILE.
035600     PERFORM 2150-READ-SORTED THRU 2150-READ-SORTED-EXIT.
035700*    THE FIRST RECORD MUST BE THE *HDR LABEL - A FILE WITHOUT
035800*    IT IS STALE (PRE-LABEL), TRUNCATED AT THE FRONT, OR NOT A
035900*    SORTER OUTPUT AT ALL.
036000     IF EOF-SORTED OR NOT ROSTER-HEADER-TAG
036100         DISPLAY 'ATTENDANCE-RISK: *** SORTED_STUDENTS_ASC.TXT '
036200             'HAS NO HEADER LABEL - STALE OR FOREIGN FILE ***'
036300         MOVE 16 TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     IF NOT ROSTER-SORTED-ASC
036700         DISPLAY 'ATTENDANCE-RISK: *** HEADER SAYS THE ROSTER '
036800             'IS NOT SORTED ASCENDING - RUN STUDENT-SORTER '
036900             'FIRST ***'
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     MOVE RHDR-RUN-DATE TO WS-SRC-DATE.
037400     PERFORM 2150-READ-SORTED THRU 2150-READ-SORTED-EXIT.
037500     PERFORM 2200-RELEASE-ONE-STUDENT
037600         THRU 2200-RELEASE-ONE-STUDENT-EXIT
037700         UNTIL EOF-SORTED.
037800     CLOSE SORTED-STUDENT-FILE.
037900     IF NOT TRAILER-SEEN
038000         OR WS-TRL-COUNT NOT = WS-COUNT-ROSTER
038100         DISPLAY 'ATTENDANCE-RISK: *** SORTED_STUDENTS_ASC.TXT '
038200             'TRAILER MISSING OR COUNT MISMATCH - PARTIAL '
038300             'FILE ***'
038400         MOVE 16 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700 2100-RELEASE-ROSTER-EXIT.
038800     EXIT.
038900
039000 2150-READ-SORTED.
039100     READ SORTED-STUDENT-FILE
039200         AT END
039300             SET EOF-SORTED TO TRUE
039400     END-READ.
039500 2150-READ-SORTED-EXIT.
039600     EXIT.
039700
039800*    A MID-FILE HEADER (CONCATENATED SORTER OUTPUTS) IS NOT A
039900*    STUDENT; THE TRAILER RECONCILIATION STILL FLAGS THE FILE.
040000 2200-RELEASE-ONE-STUDENT.
040100     IF ROSTER-TRAILER-TAG
040200         SET TRAILER-SEEN TO TRUE
040300         MOVE RTRL-RECORD-COUNT TO WS-TRL-COUNT
040400         GO TO 2200-RELEASE-ONE-STUDENT-NEXT
040500     END-IF.
040600     IF ROSTER-HEADER-TAG
040700         GO TO 2200-RELEASE-ONE-STUDENT-NEXT
040800     END-IF.
040900     ADD 1 TO WS-COUNT-ROSTER.
041000     MOVE SPACES TO RSRT-RECORD.
041100     MOVE SORTED-ID TO RSRT-ID.
041200     MOVE SORTED-NAME TO RSRT-NAME.
041300     MOVE SORTED-GRADE TO RSRT-GRADE.
041400     MOVE SORTED-SECTION TO RSRT-SECTION.
041500     RELEASE RSRT-RECORD.
041600 2200-RELEASE-ONE-STUDENT-NEXT.
041700     PERFORM 2150-READ-SORTED THRU 2150-READ-SORTED-EXIT.
041800 2200-RELEASE-ONE-STUDENT-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200* 3000-MATCH-RATES - MATCH THE RATES TO THE ROSTER ON ID (BOTH
042300* ASCENDING).  A STUDENT BELOW BOTH THRESHOLDS GOES TO THE WORK
042400* FILE; A RATE FOR AN ID NOT ON THE ROSTER IS ONLY COUNTED.
042500******************************************************************
042600 3000-MATCH-RATES.
042700     MOVE 'N' TO WS-EOF-ROSTER-SW WS-EOF-RATE-SW.
042800     OPEN INPUT ROSTER-WORK-FILE ATTENDANCE-RATE-FILE.
042900     OPEN OUTPUT RISK-WORK-FILE.
043000     IF WS-WORK-FS NOT = '00'
043100         DISPLAY 'ATTENDANCE-RISK: *** UNABLE TO OPEN '
043200             'RISK_WORK.TXT - FILE STATUS ' WS-WORK-FS ' ***'
043300         MOVE 20 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600     PERFORM 3050-READ-ROSTER THRU 3050-READ-ROSTER-EXIT.
043700     PERFORM 3060-READ-RATE THRU 3060-READ-RATE-EXIT.
043800     PERFORM 3100-MATCH-ONE-STUDENT
043900         THRU 3100-MATCH-ONE-STUDENT-EXIT
044000         UNTIL EOF-ROSTER.
044100     PERFORM 3200-SKIP-ONE-RATE THRU 3200-SKIP-ONE-RATE-EXIT
044200         UNTIL EOF-RATE.
044300     CLOSE ROSTER-WORK-FILE ATTENDANCE-RATE-FILE.
044400     CLOSE RISK-WORK-FILE.
044500 3000-MATCH-RATES-EXIT.
044600     EXIT.
044700
044800 3050-READ-ROSTER.
044900     READ ROSTER-WORK-FILE
045000         AT END
045100             SET EOF-ROSTER TO TRUE
045200     END-READ.
045300 3050-READ-ROSTER-EXIT.
045400     EXIT.
045500
045600 3060-READ-RATE.
045700     READ ATTENDANCE-RATE-FILE
045800         AT END
045900             SET EOF-RATE TO TRUE
046000     END-READ.
046100 3060-READ-RATE-EXIT.
046200     EXIT.
046300
046400 3100-MATCH-ONE-STUDENT.
046500     PERFORM 3200-SKIP-ONE-RATE THRU 3200-SKIP-ONE-RATE-EXIT
046600         UNTIL EOF-RATE
046700         OR ATRT-STUDENT-ID NOT < RWRK-ID.
046800     IF EOF-RATE
046900         OR ATRT-STUDENT-ID NOT = RWRK-ID
047000         ADD 1 TO WS-COUNT-NO-RATE
047100         GO TO 3100-MATCH-ONE-STUDENT-NEXT
047200     END-IF.
047300     IF NOT ATRT-RATED
047400         ADD 1 TO WS-COUNT-NO-RATE
047500         PERFORM 3060-READ-RATE THRU 3060-READ-RATE-EXIT
047600         GO TO 3100-MATCH-ONE-STUDENT-NEXT
047700     END-IF.
047800     ADD 1 TO WS-COUNT-RATED.
047900     IF ATRT-RATE < WS-MIN-ATTEND
048000         AND RWRK-GRADE < WS-MIN-GRADE
048100         ADD 1 TO WS-COUNT-AT-RISK
048200         MOVE SPACES TO RWK-RECORD
048300         MOVE RWRK-SECTION TO RWK-SECTION
048400         MOVE RWRK-GRADE TO RWK-GRADE
048500         MOVE RWRK-ID TO RWK-ID
048600         MOVE RWRK-NAME TO RWK-NAME
048700         MOVE ATRT-DAYS TO RWK-DAYS
048800         MOVE ATRT-PRESENT TO RWK-PRESENT
048900         MOVE ATRT-ABSENT TO RWK-ABSENT
049000         MOVE ATRT-EXCUSED TO RWK-EXCUSED
049100         MOVE ATRT-RATE TO RWK-RATE
049200         WRITE RWK-RECORD
049300     END-IF.
049400     PERFORM 3060-READ-RATE THRU 3060-READ-RATE-EXIT.
049500 3100-MATCH-ONE-STUDENT-NEXT.
049600     PERFORM 3050-READ-ROSTER THRU 3050-READ-ROSTER-EXIT.
049700 3100-MATCH-ONE-STUDENT-EXIT.
049800     EXIT.
049900
050000*    A RATE ROW PASSED OVER WITHOUT A MATCH, OR LEFT AFTER THE
050100*    LAST ROSTER STUDENT, IS FOR A STUDENT NOT ON THE ROSTER.
050200 3200-SKIP-ONE-RATE.
050300     ADD 1 TO WS-COUNT-OFF-ROSTER.
050400     PERFORM 3060-READ-RATE THRU 3060-READ-RATE-EXIT.
050500 3200-SKIP-ONE-RATE-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900* 4000-SORT-BY-SECTION - THE AT-RISK STUDENTS BY ROSTER SECTION,
051000* LOWEST GRADE FIRST, FOR THE REPORT'S CONTROL BREAK.
051100******************************************************************
051200 4000-SORT-BY-SECTION.
051300     SORT RISK-SORT-FILE
051400         ASCENDING KEY RST-SECTION RST-GRADE RST-ID
051500         USING RISK-WORK-FILE
051600         GIVING RISK-SORTED-FILE.
051700 4000-SORT-BY-SECTION-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 5000-WRITE-REPORT - ONE BLOCK PER SECTION WITH ANYONE AT RISK,
052200* THEN THE COUNTS.
052300******************************************************************
052400 5000-WRITE-REPORT.
052500     OPEN OUTPUT RISK-REPORT-FILE.
052600     IF WS-REPORT-FS NOT = '00'
052700         DISPLAY 'ATTENDANCE-RISK: *** UNABLE TO OPEN '
052800             'ATTENDANCE_RISK.TXT - FILE STATUS ' WS-REPORT-FS
052900             ' ***'
053000         MOVE 20 TO RETURN-CODE
053100         STOP RUN
053200     END-IF.
053300     MOVE SPACES TO RISK-REPORT-LINE.
053400     STRING 'AT-RISK STUDENTS - ATTENDANCE AND GRADE - RUN '
053500                DELIMITED BY SIZE
053600            WS-CURRENT-DATE DELIMITED BY SIZE
053700         INTO RISK-REPORT-LINE.
053800     WRITE RISK-REPORT-LINE.
053900     MOVE WS-MIN-ATTEND TO WS-ED-ATTEND.
054000     MOVE WS-MIN-GRADE TO WS-ED-GRADE.
054100     MOVE SPACES TO RISK-REPORT-LINE.
054200     STRING 'ATTENDANCE BELOW ' DELIMITED BY SIZE
054300            WS-ED-ATTEND DELIMITED BY SIZE
054400            ' PERCENT AND GRADE BELOW ' DELIMITED BY SIZE
054500            WS-ED-GRADE DELIMITED BY SIZE
054600            ' - ROSTER OF ' DELIMITED BY SIZE
054700            WS-SRC-DATE DELIMITED BY SIZE
054800         INTO RISK-REPORT-LINE.
054900     WRITE RISK-REPORT-LINE.
055000     MOVE 'N' TO WS-EOF-RISK-SW.
055100     OPEN INPUT RISK-SORTED-FILE.
055200     PERFORM 5050-READ-RISK THRU 5050-READ-RISK-EXIT.
055300     PERFORM 5100-REPORT-ONE-SECTION
055400         THRU 5100-REPORT-ONE-SECTION-EXIT
055500         UNTIL EOF-RISK.
055600     CLOSE RISK-SORTED-FILE.
055700     IF WS-COUNT-AT-RISK = ZERO
055800         MOVE SPACES TO RISK-REPORT-LINE
055900         WRITE RISK-REPORT-LINE
056000         MOVE '  (NO STUDENT BELOW BOTH THRESHOLDS)'
056100             TO RISK-REPORT-LINE
056200         WRITE RISK-REPORT-LINE
056300     END-IF.
056400     PERFORM 7900-PRINT-TOTALS THRU 7900-PRINT-TOTALS-EXIT.
056500     CLOSE RISK-REPORT-FILE.
056600 5000-WRITE-REPORT-EXIT.
056700     EXIT.
056800
056900 5050-READ-RISK.
057000     READ RISK-SORTED-FILE
057100         AT END
057200             SET EOF-RISK TO TRUE
057300     END-READ.
057400 5050-READ-RISK-EXIT.
057500     EXIT.
057600
057700 5100-REPORT-ONE-SECTION.
057800     MOVE RSD-SECTION TO WS-BRK-SECTION WS-LOOKUP-SECTION.
057900     MOVE ZERO TO WS-SECT-AT-RISK.
058000     PERFORM 8650-FIND-SECTION-TITLE
058100         THRU 8650-FIND-SECTION-TITLE-EXIT.
058200     MOVE SPACES TO RISK-REPORT-LINE.
058300     WRITE RISK-REPORT-LINE.
058400     MOVE SPACES TO RISK-REPORT-LINE.
058500     STRING 'SECTION ' DELIMITED BY SIZE
058600            WS-BRK-SECTION DELIMITED BY SIZE
058700            '  ' DELIMITED BY SIZE
058800            WS-SECT-TITLE DELIMITED BY SIZE
058900         INTO RISK-REPORT-LINE.
059000     WRITE RISK-REPORT-LINE.
059100     MOVE SPACES TO RISK-REPORT-LINE.
059200     STRING '  STUDENT   NAME                          '
059300                DELIMITED BY SIZE
059400            'GRADE  DAYS  PRES   ABS  EXCD   RATE'
059500                DELIMITED BY SIZE
059600         INTO RISK-REPORT-LINE.
059700     WRITE RISK-REPORT-LINE.
059800     PERFORM 5200-PRINT-ONE-STUDENT
059900         THRU 5200-PRINT-ONE-STUDENT-EXIT
060000         UNTIL EOF-RISK
060100         OR RSD-SECTION NOT = WS-BRK-SECTION.
060200     MOVE WS-SECT-AT-RISK TO WS-ED-COUNT.
060300     MOVE SPACES TO RISK-REPORT-LINE.
060400     STRING '  ' DELIMITED BY SIZE
060500            WS-ED-COUNT DELIMITED BY SIZE
060600            ' STUDENT(S) AT RISK IN ' DELIMITED BY SIZE
060700            WS-BRK-SECTION DELIMITED BY SIZE
060800         INTO RISK-REPORT-LINE.
060900     WRITE RISK-REPORT-LINE.
061000 5100-REPORT-ONE-SECTION-EXIT.
061100     EXIT.
061200
061300 5200-PRINT-ONE-STUDENT.
061400     ADD 1 TO WS-SECT-AT-RISK.
061500     MOVE RSD-ID TO WS-RL-ID.
061600     MOVE RSD-NAME TO WS-RL-NAME.
061700     MOVE RSD-GRADE TO WS-RL-GRADE.
061800     MOVE RSD-DAYS TO WS-RL-DAYS.
061900     MOVE RSD-PRESENT TO WS-RL-PRESENT.
062000     MOVE RSD-ABSENT TO WS-RL-ABSENT.
062100     MOVE RSD-EXCUSED TO WS-RL-EXCUSED.
062200     MOVE RSD-RATE TO WS-RL-RATE.
062300     MOVE WS-RISK-LINE TO RISK-REPORT-LINE.
062400     WRITE RISK-REPORT-LINE.
062500     PERFORM 5050-READ-RISK THRU 5050-READ-RISK-EXIT.
062600 5200-PRINT-ONE-STUDENT-EXIT.
062700     EXIT.
062800
062900 7900-PRINT-TOTALS.
063000     MOVE SPACES TO RISK-REPORT-LINE.
063100     WRITE RISK-REPORT-LINE.
063200     MOVE WS-COUNT-ROSTER TO WS-ED-COUNT.
063300     MOVE SPACES TO RISK-REPORT-LINE.
063400     STRING 'STUDENTS ON ROSTER        : ' DELIMITED BY SIZE
063500            WS-ED-COUNT DELIMITED BY SIZE
063600         INTO RISK-REPORT-LINE.
063700     WRITE RISK-REPORT-LINE.
063800     MOVE WS-COUNT-RATED TO WS-ED-COUNT.
063900     MOVE SPACES TO RISK-REPORT-LINE.
064000     STRING 'WITH AN ATTENDANCE RATE   : ' DELIMITED BY SIZE
064100            WS-ED-COUNT DELIMITED BY SIZE
064200         INTO RISK-REPORT-LINE.
064300     WRITE RISK-REPORT-LINE.
064400     MOVE WS-COUNT-NO-RATE TO WS-ED-COUNT.
064500     MOVE SPACES TO RISK-REPORT-LINE.
064600     STRING 'WITH NO ATTENDANCE RATE   : ' DELIMITED BY SIZE
064700            WS-ED-COUNT DELIMITED BY SIZE
064800         INTO RISK-REPORT-LINE.
064900     WRITE RISK-REPORT-LINE.
065000     MOVE WS-COUNT-AT-RISK TO WS-ED-COUNT.
065100     MOVE SPACES TO RISK-REPORT-LINE.
065200     STRING 'AT RISK                   : ' DELIMITED BY SIZE
065300            WS-ED-COUNT DELIMITED BY SIZE
065400         INTO RISK-REPORT-LINE.
065500     WRITE RISK-REPORT-LINE.
065600     MOVE WS-COUNT-OFF-ROSTER TO WS-ED-COUNT.
065700     MOVE SPACES TO RISK-REPORT-LINE.
065800     STRING 'RATES NOT ON ROSTER       : ' DELIMITED BY SIZE
065900            WS-ED-COUNT DELIMITED BY SIZE
066000         INTO RISK-REPORT-LINE.
066100     WRITE RISK-REPORT-LINE.
066200 7900-PRINT-TOTALS-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 8600-LOAD-SECTION-TABLE - LOAD THE SECTION TITLES FROM THE
066700* REGISTRAR'S SECTIONS.TXT.  AN ABSENT, UNREADABLE OR OVERFLOWING
066800* FILE ONLY LEAVES THE TITLES OFF THE BLOCK HEADINGS.
066900******************************************************************
067000 8600-LOAD-SECTION-TABLE.
067100     MOVE ZERO TO WS-SECTREF-USED.
067200     MOVE 'N' TO WS-SECTREF-LOADED-SW.
067300     MOVE 'N' TO WS-SECTREF-OVFL-SW.
067400     MOVE 'N' TO WS-EOF-SECTREF-SW.
067500     OPEN INPUT SECTION-CONTROL-FILE.
067600     IF WS-SECTREF-FS NOT = '00'
067700         DISPLAY 'ATTENDANCE-RISK: SECTIONS.TXT NOT AVAILABLE - '
067800             'NO SECTION TITLES'
067900         GO TO 8600-LOAD-SECTION-TABLE-EXIT
068000     END-IF.
068100     PERFORM 8610-READ-SECTION-ROW
068200         THRU 8610-READ-SECTION-ROW-EXIT.
068300     PERFORM 8620-STORE-SECTION-ROW
068400         THRU 8620-STORE-SECTION-ROW-EXIT
068500         UNTIL EOF-SECTREF.
068600     CLOSE SECTION-CONTROL-FILE.
068700     EVALUATE TRUE
068800         WHEN SECTREF-TABLE-OVERFLOWED
068900             DISPLAY 'ATTENDANCE-RISK: *** MORE THAN 50 SECTIONS '
069000                 'IN SECTIONS.TXT - NO SECTION TITLES ***'
069100         WHEN WS-SECTREF-USED = ZERO
069200             CONTINUE
069300         WHEN OTHER
069400             SET SECTION-TABLE-LOADED TO TRUE
069500     END-EVALUATE.
069600 8600-LOAD-SECTION-TABLE-EXIT.
069700     EXIT.
069800
069900 8610-READ-SECTION-ROW.
070000     READ SECTION-CONTROL-FILE
070100         AT END
070200             SET EOF-SECTREF TO TRUE
070300     END-READ.
070400 8610-READ-SECTION-ROW-EXIT.
070500     EXIT.
070600
070700 8620-STORE-SECTION-ROW.
070800     EVALUATE TRUE
070900         WHEN SECTION-REF-RECORD = SPACES
071000             CONTINUE
071100         WHEN WS-SECTREF-USED >= 50
071200             SET SECTREF-TABLE-OVERFLOWED TO TRUE
071300         WHEN OTHER
071400             ADD 1 TO WS-SECTREF-USED
071500             MOVE SECT-CODE
071600                 TO WS-SECTREF-CODE(WS-SECTREF-USED)
071700             MOVE SECT-TITLE
071800                 TO WS-SECTREF-TITLE(WS-SECTREF-USED)
071900     END-EVALUATE.
072000     PERFORM 8610-READ-SECTION-ROW
072100         THRU 8610-READ-SECTION-ROW-EXIT.
072200 8620-STORE-SECTION-ROW-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600* 8650-FIND-SECTION-TITLE - LOOK WS-LOOKUP-SECTION UP ON THE
072700* TABLE, LEAVING WS-SECT-TITLE ('UNASSIGNED' FOR THE GEN POOL,
072800* BLANK FOR A SECTION NOT FOUND).
072900******************************************************************
073000 8650-FIND-SECTION-TITLE.
073100     MOVE 'Y' TO WS-SECT-FOUND-SW.
073200     MOVE SPACES TO WS-SECT-TITLE.
073300     IF WS-LOOKUP-SECTION = 'GEN' OR WS-LOOKUP-SECTION = SPACES
073400         MOVE 'UNASSIGNED' TO WS-SECT-TITLE
073500         GO TO 8650-FIND-SECTION-TITLE-EXIT
073600     END-IF.
073700     IF NOT SECTION-TABLE-LOADED
073800         GO TO 8650-FIND-SECTION-TITLE-EXIT
073900     END-IF.
074000     MOVE 'N' TO WS-SECT-FOUND-SW.
074100     PERFORM 8660-TEST-ONE-SECTION
074200         THRU 8660-TEST-ONE-SECTION-EXIT
074300         VARYING WS-SECTREF-SUB FROM 1 BY 1
074400         UNTIL WS-SECTREF-SUB > WS-SECTREF-USED
074500         OR SECTION-ON-FILE.
074600 8650-FIND-SECTION-TITLE-EXIT.
074700     EXIT.
074800
074900 8660-TEST-ONE-SECTION.
075000     IF WS-SECTREF-CODE(WS-SECTREF-SUB) = WS-LOOKUP-SECTION
075100         MOVE 'Y' TO WS-SECT-FOUND-SW
075200         MOVE WS-SECTREF-TITLE(WS-SECTREF-SUB) TO WS-SECT-TITLE
075300     END-IF.
075400 8660-TEST-ONE-SECTION-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 9000-WRAP-UP - TELL THE OPERATOR WHAT THE REPORT HOLDS.
075900******************************************************************
076000 9000-WRAP-UP.
076100     DISPLAY 'ATTENDANCE-RISK: ' WS-COUNT-AT-RISK
076200         ' STUDENT(S) AT RISK OF ' WS-COUNT-RATED
076300         ' WITH AN ATTENDANCE RATE - SEE '
076400         'ATTENDANCE_RISK.TXT'.
076500 9000-WRAP-UP-EXIT.
076600     EXIT.
