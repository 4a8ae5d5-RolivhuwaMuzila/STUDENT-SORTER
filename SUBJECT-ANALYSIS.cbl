000100******************************************************************
000200* PROGRAM-ID: SUBJECT-ANALYSIS
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     SUBJECT PERFORMANCE REPORT FOR THE DEPARTMENT
000800*              HEADS.  READS THE PER-SUBJECT SCORE DETAIL
000900*              (SUBJECT_SCORES.TXT, SEE SUBJREC) AND TAKES EACH
001000*              STUDENT'S SECTION FROM STUDENTS.TXT.  FOR EVERY
001100*              SUBJECT CODE, WITHIN EACH SECTION AND OVER ALL
001200*              SECTIONS, SUBJECT_ANALYSIS.TXT GIVES THE NUMBER OF
001300*              SCORES, THE AVERAGE, THE LOWEST AND HIGHEST SCORE
001400*              AND THE DISTRIBUTION OVER THE REGISTRAR'S
001500*              GRADE_BANDS.TXT.  IT THEN FLAGS:
001600*                - A SECTION WHOSE AVERAGE IN A SUBJECT IS AT
001700*                  LEAST SECTGAP POINTS BELOW THAT SUBJECT'S
001800*                  SCHOOL-WIDE AVERAGE;
001900*                - A STUDENT WHOSE SCORE IN ONE SUBJECT IS AT
002000*                  LEAST STUGAP POINTS BELOW THEIR OWN AVERAGE IN
002100*                  THEIR OTHER SUBJECTS.
002200*              A ROW WHOSE SUBJECT CODE IS NOT ON THE SUBJECT
002300*              REFERENCE LIST (SUBJECTS.TXT, SEE SUBJTREC) - OR
002400*              WITH A BLANK ID OR A SCORE THAT IS NOT 00-99 - IS
002500*              LISTED AS AN EXCEPTION AND KEPT OUT OF EVERY
002600*              FIGURE.  A STUDENT NOT ON STUDENTS.TXT IS REPORTED
002700*              UNDER SECTION '????'.
002800*
002900*              COMMAND-LINE PARAMETERS (SPACE-SEPARATED, ANY
003000*              ORDER):
003100*                SECTGAP=nn - SECTION FLAG THRESHOLD IN POINTS
003200*                            (DEFAULT 10).
003300*                STUGAP=nn  - STUDENT FLAG THRESHOLD IN POINTS
003400*                            (DEFAULT 20).
003500*              AN UNKNOWN OR INVALID PARAMETER IS REPORTED AND
003600*              IGNORED.
003700*
003800*              NO SUBJECT_SCORES.TXT IS A CLEAN NO-OP.  RETURN
003900*              CODES: 0 DONE, 20 FILE ERROR.
004000* TECTONICS:   cobc -x -I copybooks SUBJECT-ANALYSIS.cbl
004100*
004200* MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    2026-10-15  DVR  INITIAL VERSION.
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. SUBJECT-ANALYSIS.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SUBJECT-SCORE-FILE ASSIGN TO 'subject_scores.txt'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SCORE-FS.
005400
005500     SELECT SCORE-SORT-FILE ASSIGN TO 'analysis_score_sort.txt'.
005600
005700     SELECT SCORE-DETAIL-FILE ASSIGN TO 'analysis_scores.txt'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-DETAIL-FS.
006000
006100     SELECT STUDENT-FILE ASSIGN TO 'students.txt'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-STUDENT-FS.
006400
006500     SELECT ROSTER-SORT-FILE ASSIGN TO 'analysis_roster_sort.txt'.
006600
006700     SELECT ROSTER-WORK-FILE ASSIGN TO 'analysis_roster.txt'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-ROSTER-FS.
007000
007100     SELECT ANALYSIS-WORK-FILE ASSIGN TO 'analysis_work.txt'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-WORK-FS.
007400
007500     SELECT ANALYSIS-SORT-FILE ASSIGN TO 'analysis_work_sort.txt'.
007600
007700     SELECT ANALYSIS-SORTED-FILE ASSIGN TO 'analysis_sorted.txt'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SORTED-FS.
008000
008100     SELECT FLAG-WORK-FILE ASSIGN TO 'analysis_flags.txt'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-FLAG-FS.
008400
008500     SELECT EXCEPTION-FILE ASSIGN TO 'analysis_exceptions.txt'
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-EXCEPT-FS.
008800
008900     SELECT ANALYSIS-REPORT-FILE ASSIGN TO 'subject_analysis.txt'
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-REPORT-FS.
009200
009300     SELECT BAND-CONTROL-FILE ASSIGN TO 'grade_bands.txt'
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-BAND-FS.
009600
009700     SELECT SUBJECT-CONTROL-FILE ASSIGN TO 'subjects.txt'
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-SUBJREF-FS.
010000
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  SUBJECT-SCORE-FILE.
010400     COPY SUBJREC.
010500
010600 SD  SCORE-SORT-FILE.
010700     COPY SUBJREC
010800         REPLACING SUBJECT-SCORE-RECORD BY SSRT-RECORD
010900                   SUBJ-STUDENT-ID      BY SSRT-STUDENT-ID
011000                   SUBJ-CODE            BY SSRT-CODE
011100                   SUBJ-SCORE-X         BY SSRT-SCORE-X
011200                   SUBJ-SCORE           BY SSRT-SCORE.
011300
011400*    THE ACCEPTED SCORES BY STUDENT ID, MATCHED AGAINST THE
011500*    ROSTER IN THE SAME ORDER TO PICK UP EACH STUDENT'S SECTION.
011600 FD  SCORE-DETAIL-FILE.
011700     COPY SUBJREC
011800         REPLACING SUBJECT-SCORE-RECORD BY SDET-RECORD
011900                   SUBJ-STUDENT-ID      BY SDET-STUDENT-ID
012000                   SUBJ-CODE            BY SDET-CODE
012100                   SUBJ-SCORE-X         BY SDET-SCORE-X
012200                   SUBJ-SCORE           BY SDET-SCORE.
012300
012400 FD  STUDENT-FILE.
012500     COPY STUDREC.
012600
012700 SD  ROSTER-SORT-FILE.
012800     COPY STUDREC REPLACING STUDENT-RECORD   BY RSRT-RECORD
012900                            STUDENT-ID       BY RSRT-ID
013000                            STUDENT-NAME     BY RSRT-NAME
013100                            STUDENT-GRADE-X  BY RSRT-GRADE-X
013200                            STUDENT-SECTION  BY RSRT-SECTION
013300                            STUDENT-GRADE    BY RSRT-GRADE.
013400
013500 FD  ROSTER-WORK-FILE.
013600     COPY STUDREC REPLACING STUDENT-RECORD   BY RWRK-RECORD
013700                            STUDENT-ID       BY RWRK-ID
013800                            STUDENT-NAME     BY RWRK-NAME
013900                            STUDENT-GRADE-X  BY RWRK-GRADE-X
014000                            STUDENT-SECTION  BY RWRK-SECTION
014100                            STUDENT-GRADE    BY RWRK-GRADE.
014200
014300*    ONE ACCEPTED SCORE WITH ITS STUDENT'S SECTION, RE-SORTED BY
014400*    SUBJECT AND SECTION FOR THE REPORT'S CONTROL BREAKS.
014500 FD  ANALYSIS-WORK-FILE.
014600 01  AWRK-RECORD.
014700     05  AWRK-CODE                   PIC X(03).
014800     05  AWRK-SECTION                PIC X(04).
014900     05  AWRK-ID                     PIC X(08).
015000     05  AWRK-SCORE                  PIC 9(02).
015100
015200 SD  ANALYSIS-SORT-FILE.
015300 01  ASRT-RECORD.
015400     05  ASRT-CODE                   PIC X(03).
015500     05  ASRT-SECTION                PIC X(04).
015600     05  ASRT-ID                     PIC X(08).
015700     05  ASRT-SCORE                  PIC 9(02).
015800
015900 FD  ANALYSIS-SORTED-FILE.
016000 01  ASTD-RECORD.
016100     05  ASTD-CODE                   PIC X(03).
016200     05  ASTD-SECTION                PIC X(04).
016300     05  ASTD-ID                     PIC X(08).
016400     05  ASTD-SCORE                  PIC 9(02).
016500
016600*    THE STUDENT FLAGS AND THE EXCEPTIONS ARE FOUND BEFORE THE
016700*    SUBJECT FIGURES ARE PRINTED, SO THEY ARE HELD HERE AND
016800*    COPIED TO THE END OF THE REPORT.
016900 FD  FLAG-WORK-FILE.
017000 01  FLAG-WORK-LINE                   PIC X(100).
017100
017200 FD  EXCEPTION-FILE.
017300 01  EXCEPTION-LINE                   PIC X(100).
017400
017500 FD  ANALYSIS-REPORT-FILE.
017600 01  ANALYSIS-REPORT-LINE             PIC X(100).
017700
017800 FD  BAND-CONTROL-FILE.
017900     COPY GBNDREC.
018000
018100 FD  SUBJECT-CONTROL-FILE.
018200     COPY SUBJTREC.
018300
018400 WORKING-STORAGE SECTION.
018500 01  WS-FILE-STATUSES.
018600     05  WS-SCORE-FS                   PIC X(02) VALUE '00'.
018700     05  WS-DETAIL-FS                  PIC X(02) VALUE '00'.
018800     05  WS-STUDENT-FS                 PIC X(02) VALUE '00'.
018900     05  WS-ROSTER-FS                  PIC X(02) VALUE '00'.
019000     05  WS-WORK-FS                    PIC X(02) VALUE '00'.
019100     05  WS-SORTED-FS                  PIC X(02) VALUE '00'.
019200     05  WS-FLAG-FS                    PIC X(02) VALUE '00'.
019300     05  WS-EXCEPT-FS                  PIC X(02) VALUE '00'.
019400     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
019500     05  WS-BAND-FS                    PIC X(02) VALUE '00'.
019600     05  WS-SUBJREF-FS                 PIC X(02) VALUE '00'.
019700
019800 01  WS-SWITCHES.
019900     05  WS-EOF-SCORE-SW               PIC X(01) VALUE 'N'.
020000         88  EOF-SCORE                     VALUE 'Y'.
020100     05  WS-EOF-DETAIL-SW              PIC X(01) VALUE 'N'.
020200         88  EOF-DETAIL                    VALUE 'Y'.
020300     05  WS-EOF-ROSTER-SW              PIC X(01) VALUE 'N'.
020400         88  EOF-ROSTER                    VALUE 'Y'.
020500     05  WS-EOF-SORTED-SW              PIC X(01) VALUE 'N'.
020600         88  EOF-SORTED                    VALUE 'Y'.
020700     05  WS-EOF-COPY-SW                PIC X(01) VALUE 'N'.
020800         88  EOF-COPY                      VALUE 'Y'.
020900     05  WS-EOF-BAND-SW                PIC X(01) VALUE 'N'.
021000         88  EOF-BAND                      VALUE 'Y'.
021100     05  WS-BANDS-OK-SW                PIC X(01) VALUE 'Y'.
021200         88  BAND-TABLE-OK                 VALUE 'Y'.
021300     05  WS-EOF-SUBJREF-SW             PIC X(01) VALUE 'N'.
021400         88  EOF-SUBJREF                   VALUE 'Y'.
021500     05  WS-SUBJREF-LOADED-SW          PIC X(01) VALUE 'N'.
021600         88  SUBJECT-LIST-LOADED           VALUE 'Y'.
021700
021800 01  WS-PARM-AREA.
021900     05  WS-PARM-TEXT                  PIC X(60) VALUE SPACES.
022000     05  WS-PARM-TOKEN                 PIC X(20)
022100                                        OCCURS 4 TIMES.
022200     05  WS-PARM-SUB                   PIC 9(02) VALUE ZERO
022300                                        USAGE COMP.
022400     05  WS-PARM-KEYWORD               PIC X(12) VALUE SPACES.
022500     05  WS-PARM-VALUE                 PIC X(08) VALUE SPACES.
022600     05  WS-SECTGAP                    PIC 9(02) VALUE 10.
022700     05  WS-STUGAP                     PIC 9(02) VALUE 20.
022800
022900*    ONE ENTRY PER SUBJECT: CODE AND TITLE FROM SUBJECTS.TXT (OR
023000*    EACH NEW CODE AS IT IS MET WHEN THERE IS NO LIST), AND THE
023100*    SCHOOL-WIDE FIGURES GATHERED AS THE SCORES ARE ACCEPTED.
023200 01  WS-SUBJECT-AREA.
023300     05  WS-SUBJ-USED                  PIC 9(03) VALUE ZERO
023400                                        USAGE COMP.
023500     05  WS-SUBJ-SUB                   PIC 9(03) VALUE ZERO
023600                                        USAGE COMP.
023700     05  WS-SUBJ-HIT                   PIC 9(03) VALUE ZERO
023800                                        USAGE COMP.
023900     05  WS-LOOKUP-SUBJECT             PIC X(03) VALUE SPACES.
024000     05  WS-SUBJ-ENTRY OCCURS 50 TIMES.
024100         10  WS-SUBJ-CODE              PIC X(03).
024200         10  WS-SUBJ-TITLE             PIC X(20).
024300         10  WS-SUBJ-ROWS              PIC 9(06).
024400         10  WS-SUBJ-TOTAL             PIC 9(08).
024500         10  WS-SUBJ-MIN               PIC 9(02).
024600         10  WS-SUBJ-MAX               PIC 9(02).
024700
024800*    LETTER BANDS FROM THE SAME GRADE_BANDS.TXT EVERY OTHER REPORT
024900*    USES, CLASSIC BANDS AS THE FALLBACK.  THE TWO COUNTS ARE THE
025000*    DISTRIBUTION OF THE SECTION AND THE SUBJECT BEING PRINTED.
025100 01  WS-LETTER-BAND-AREA.
025200     05  WS-LTRBND-USED                PIC 9(02) VALUE ZERO
025300                                        USAGE COMP.
025400     05  WS-LTRBND-SUB                 PIC 9(02) VALUE ZERO
025500                                        USAGE COMP.
025600     05  WS-LTRBND-HIT                 PIC 9(02) VALUE ZERO
025700                                        USAGE COMP.
025800     05  WS-GRADE-LETTER               PIC X(01) VALUE SPACE.
025900     05  WS-LOOKUP-GRADE               PIC 9(03) VALUE ZERO.
026000     05  WS-LTRBND-ENTRY OCCURS 10 TIMES.
026100         10  WS-LTRBND-LOW             PIC 9(03).
026200         10  WS-LTRBND-HIGH            PIC 9(03).
026300         10  WS-LTRBND-LABEL           PIC X(12).
026400         10  WS-LTRBND-LETTER          PIC X(01).
026500         10  WS-LTRBND-SECT-COUNT      PIC 9(06).
026600         10  WS-LTRBND-SUBJ-COUNT      PIC 9(06).
026700
026800*    ONE STUDENT'S ACCEPTED SCORES FOR THE OWN-AVERAGE CHECK.  A
026900*    STUDENT WITH MORE THAN 20 SUBJECT ROWS IS CHECKED ON THE
027000*    FIRST 20.
027100 01  WS-STUDENT-AREA.
027200     05  WS-STU-ID                     PIC X(08) VALUE SPACES.
027300     05  WS-STU-NAME                   PIC X(30) VALUE SPACES.
027400     05  WS-STU-SECTION                PIC X(04) VALUE SPACES.
027500     05  WS-STU-USED                   PIC 9(02) VALUE ZERO
027600                                        USAGE COMP.
027700     05  WS-STU-SUB                    PIC 9(02) VALUE ZERO
027800                                        USAGE COMP.
027900     05  WS-STU-TOTAL                  PIC 9(05) VALUE ZERO.
028000     05  WS-STU-SUBJ-ENTRY OCCURS 20 TIMES.
028100         10  WS-STU-SUBJ-CODE          PIC X(03).
028200         10  WS-STU-SUBJ-SCORE         PIC 9(02).
028300
028400*    RUNNING FIGURES FOR THE SECTION BEING PRINTED.
028500 01  WS-BREAK-AREA.
028600     05  WS-BRK-SUBJECT                PIC X(03) VALUE SPACES.
028700     05  WS-BRK-SECTION                PIC X(04) VALUE SPACES.
028800     05  WS-SECT-ROWS                  PIC 9(06) VALUE ZERO.
028900     05  WS-SECT-TOTAL                 PIC 9(08) VALUE ZERO.
029000     05  WS-SECT-MIN                   PIC 9(02) VALUE ZERO.
029100     05  WS-SECT-MAX                   PIC 9(02) VALUE ZERO.
029200     05  WS-SECT-AVG                   PIC 9(03)V9 VALUE ZERO.
029300     05  WS-SUBJ-AVG                   PIC 9(03)V9 VALUE ZERO.
029400     05  WS-OTHERS-AVG                 PIC 9(03)V9 VALUE ZERO.
029500     05  WS-GAP                        PIC S9(03)V9 VALUE ZERO.
029600
029700 01  WS-COUNTERS.
029800     05  WS-COUNT-READ                 PIC 9(06) VALUE ZERO
029900                                        USAGE COMP.
030000     05  WS-COUNT-ACCEPTED             PIC 9(06) VALUE ZERO
030100                                        USAGE COMP.
030200     05  WS-COUNT-EXCEPTIONS           PIC 9(06) VALUE ZERO
030300                                        USAGE COMP.
030400     05  WS-COUNT-OFF-ROSTER           PIC 9(06) VALUE ZERO
030500                                        USAGE COMP.
030600     05  WS-COUNT-SECT-FLAGS           PIC 9(06) VALUE ZERO
030700                                        USAGE COMP.
030800     05  WS-COUNT-STU-FLAGS            PIC 9(06) VALUE ZERO
030900                                        USAGE COMP.
031000
031100 01  WS-TIMESTAMP-FIELDS.
031200     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
031300
031400 01  WS-EDIT-FIELDS.
031500     05  WS-ED-COUNT                   PIC ZZZZZ9.
031600     05  WS-ED-GAP                     PIC Z9.
031700     05  WS-EXCEPT-REASON              PIC X(30) VALUE SPACES.
031800
031900 01  WS-GROUP-LINE.
032000     05  FILLER                        PIC X(02) VALUE SPACES.
032100     05  WS-GRP-LABEL                  PIC X(14) VALUE SPACES.
032200     05  FILLER                        PIC X(02) VALUE SPACES.
032300     05  WS-GRP-ROWS                   PIC ZZZZZ9.
032400     05  FILLER                        PIC X(04) VALUE SPACES.
032500     05  WS-GRP-AVG                    PIC ZZ9.9.
032600     05  FILLER                        PIC X(04) VALUE SPACES.
032700     05  WS-GRP-MIN                    PIC Z9.
032800     05  FILLER                        PIC X(04) VALUE SPACES.
032900     05  WS-GRP-MAX                    PIC Z9.
033000     05  FILLER                        PIC X(03) VALUE SPACES.
033100     05  WS-GRP-FLAG                   PIC X(40) VALUE SPACES.
033200
033300*    ONE COUNT PER BAND ON A SINGLE LINE UNDER EACH GROUP LINE.
033400 01  WS-BAND-DIST-LINE.
033500     05  FILLER                        PIC X(10) VALUE
033600                                            '    BANDS'.
033700     05  WS-DIST-ENTRY OCCURS 10 TIMES.
033800         10  WS-DIST-LETTER            PIC X(01).
033900         10  WS-DIST-COLON             PIC X(01).
034000         10  WS-DIST-COUNT             PIC ZZZZ9.
034100         10  FILLER                    PIC X(02).
034200
034300 01  WS-STUDENT-FLAG-LINE.
034400     05  FILLER                        PIC X(02) VALUE SPACES.
034500     05  WS-SFL-ID                     PIC X(08) VALUE SPACES.
034600     05  FILLER                        PIC X(02) VALUE SPACES.
034700     05  WS-SFL-NAME                   PIC X(30) VALUE SPACES.
034800     05  FILLER                        PIC X(02) VALUE SPACES.
034900     05  WS-SFL-SECTION                PIC X(04) VALUE SPACES.
035000     05  FILLER                        PIC X(02) VALUE SPACES.
035100     05  WS-SFL-SUBJECT                PIC X(03) VALUE SPACES.
035200     05  FILLER                        PIC X(03) VALUE SPACES.
035300     05  WS-SFL-SCORE                  PIC Z9.
035400     05  FILLER                        PIC X(05) VALUE SPACES.
035500     05  WS-SFL-OTHERS                 PIC ZZ9.9.
035600     05  FILLER                        PIC X(04) VALUE SPACES.
035700     05  WS-SFL-GAP                    PIC ZZ9.9.
035800
035900 PROCEDURE DIVISION.
036000 0000-MAINLINE.
036100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
036200     PERFORM 2000-SORT-SCORES THRU 2000-SORT-SCORES-EXIT.
036300     PERFORM 3000-SORT-ROSTER THRU 3000-SORT-ROSTER-EXIT.
036400     PERFORM 4000-MATCH-STUDENTS THRU 4000-MATCH-STUDENTS-EXIT.
036500     PERFORM 5000-SORT-BY-SUBJECT THRU 5000-SORT-BY-SUBJECT-EXIT.
036600     PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT.
036700     PERFORM 9000-WRAP-UP THRU 9000-WRAP-UP-EXIT.
036800     STOP RUN.
036900
037000******************************************************************
037100* 1000-INITIALIZE - NO SCORE FILE IS A CLEAN NO-OP, AS IN SCORE-
037200* ROLLUP.  THE ROSTER SUPPLIES THE SECTIONS AND MUST BE THERE.
037300* LOAD THE BANDS AND THE SUBJECT LIST AND OPEN THE EXCEPTION
037400* LISTING BEFORE THE FIRST ROW IS EDITED.
037500******************************************************************
037600 1000-INITIALIZE.
037700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037800     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
037900     MOVE SPACES TO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
038000                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4).
038100     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
038200         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
038300              WS-PARM-TOKEN(3) WS-PARM-TOKEN(4).
038400     PERFORM 1100-APPLY-PARM-TOKEN
038500         THRU 1100-APPLY-PARM-TOKEN-EXIT
038600         VARYING WS-PARM-SUB FROM 1 BY 1
038700         UNTIL WS-PARM-SUB > 4.
038800     OPEN INPUT SUBJECT-SCORE-FILE.
038900     IF WS-SCORE-FS = '35'
039000         DISPLAY 'SUBJECT-ANALYSIS: SUBJECT_SCORES.TXT NOT FOUND '
039100             '- NOTHING TO ANALYSE'
039200         STOP RUN
039300     END-IF.
039400     IF WS-SCORE-FS NOT = '00'
039500         DISPLAY 'SUBJECT-ANALYSIS: *** UNABLE TO OPEN '
039600             'SUBJECT_SCORES.TXT - FILE STATUS ' WS-SCORE-FS
039700             ' ***'
039800         MOVE 20 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100     CLOSE SUBJECT-SCORE-FILE.
040200     OPEN INPUT STUDENT-FILE.
040300     IF WS-STUDENT-FS NOT = '00'
040400         DISPLAY 'SUBJECT-ANALYSIS: *** UNABLE TO OPEN '
040500             'STUDENTS.TXT - FILE STATUS ' WS-STUDENT-FS ' ***'
040600         MOVE 20 TO RETURN-CODE
040700         STOP RUN
040800     END-IF.
040900     CLOSE STUDENT-FILE.
041000     OPEN OUTPUT EXCEPTION-FILE.
041100     IF WS-EXCEPT-FS NOT = '00'
041200         DISPLAY 'SUBJECT-ANALYSIS: *** UNABLE TO OPEN '
041300             'ANALYSIS_EXCEPTIONS.TXT - FILE STATUS ' WS-EXCEPT-FS
041400             ' ***'
041500         MOVE 20 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800     PERFORM 8000-LOAD-LETTER-BANDS
041900         THRU 8000-LOAD-LETTER-BANDS-EXIT.
042000     PERFORM 8600-LOAD-SUBJECT-LIST
042100         THRU 8600-LOAD-SUBJECT-LIST-EXIT.
042200 1000-INITIALIZE-EXIT.
042300     EXIT.
042400
042500*    THE BYTE AFTER THE DIGITS MUST BE BLANK SO AN OVER-LONG
042600*    VALUE (E.G. STUGAP=100) IS REPORTED AND IGNORED, NOT
042700*    SILENTLY TRUNCATED TO ITS LEADING DIGITS.
042800 1100-APPLY-PARM-TOKEN.
042900     IF WS-PARM-TOKEN(WS-PARM-SUB) = SPACES
043000         GO TO 1100-APPLY-PARM-TOKEN-EXIT
043100     END-IF.
043200     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
043300     UNSTRING WS-PARM-TOKEN(WS-PARM-SUB) DELIMITED BY '='
043400         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
043500     EVALUATE TRUE
043600         WHEN WS-PARM-KEYWORD = 'SECTGAP'
043700             AND WS-PARM-VALUE(1:2) IS NUMERIC
043800             AND WS-PARM-VALUE(3:1) = SPACE
043900             MOVE WS-PARM-VALUE(1:2) TO WS-SECTGAP
044000         WHEN WS-PARM-KEYWORD = 'SECTGAP'
044100             AND WS-PARM-VALUE(1:1) IS NUMERIC
044200             AND WS-PARM-VALUE(2:1) = SPACE
044300             MOVE WS-PARM-VALUE(1:1) TO WS-SECTGAP
044400         WHEN WS-PARM-KEYWORD = 'STUGAP'
044500             AND WS-PARM-VALUE(1:2) IS NUMERIC
044600             AND WS-PARM-VALUE(3:1) = SPACE
044700             MOVE WS-PARM-VALUE(1:2) TO WS-STUGAP
044800         WHEN WS-PARM-KEYWORD = 'STUGAP'
044900             AND WS-PARM-VALUE(1:1) IS NUMERIC
045000             AND WS-PARM-VALUE(2:1) = SPACE
045100             MOVE WS-PARM-VALUE(1:1) TO WS-STUGAP
045200         WHEN OTHER
045300             DISPLAY 'SUBJECT-ANALYSIS: UNKNOWN OR INVALID '
045400                 'PARAMETER ' WS-PARM-TOKEN(WS-PARM-SUB)
045500                 ' IGNORED'
045600     END-EVALUATE.
045700 1100-APPLY-PARM-TOKEN-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100* 2000-SORT-SCORES - SORT THE ACCEPTED SCORES BY STUDENT ID AND
046200* SUBJECT.  EVERY ROW THAT CANNOT BE COUNTED IS LISTED AS AN
046300* EXCEPTION WITH THE REASON; EACH ACCEPTED ROW IS ADDED TO ITS
046400* SUBJECT'S SCHOOL-WIDE FIGURES ON THE WAY THROUGH.
046500******************************************************************
046600 2000-SORT-SCORES.
046700     SORT SCORE-SORT-FILE
046800         ASCENDING KEY SSRT-STUDENT-ID SSRT-CODE
046900         INPUT PROCEDURE IS 2100-RELEASE-SCORES
047000             THRU 2100-RELEASE-SCORES-EXIT
047100         GIVING SCORE-DETAIL-FILE.
047200     CLOSE EXCEPTION-FILE.
047300 2000-SORT-SCORES-EXIT.
047400     EXIT.
047500
047600 2100-RELEASE-SCORES.
047700     MOVE 'N' TO WS-EOF-SCORE-SW.
047800     OPEN INPUT SUBJECT-SCORE-FILE.
047900     PERFORM 2150-READ-SCORE THRU 2150-READ-SCORE-EXIT.
048000     PERFORM 2200-RELEASE-ONE-SCORE
048100         THRU 2200-RELEASE-ONE-SCORE-EXIT
048200         UNTIL EOF-SCORE.
048300     CLOSE SUBJECT-SCORE-FILE.
048400 2100-RELEASE-SCORES-EXIT.
048500     EXIT.
048600
048700 2150-READ-SCORE.
048800     READ SUBJECT-SCORE-FILE
048900         AT END
049000             SET EOF-SCORE TO TRUE
049100     END-READ.
049200 2150-READ-SCORE-EXIT.
049300     EXIT.
049400
049500 2200-RELEASE-ONE-SCORE.
049600     IF SUBJECT-SCORE-RECORD = SPACES
049700         GO TO 2200-RELEASE-ONE-SCORE-NEXT
049800     END-IF.
049900     ADD 1 TO WS-COUNT-READ.
050000     MOVE SPACES TO WS-EXCEPT-REASON.
050100     EVALUATE TRUE
050200         WHEN SUBJ-STUDENT-ID = SPACES
050300             MOVE 'BLANK STUDENT ID' TO WS-EXCEPT-REASON
050400         WHEN SUBJ-SCORE-X NOT NUMERIC
050500             MOVE 'NON-NUMERIC SCORE' TO WS-EXCEPT-REASON
050600         WHEN SUBJ-SCORE > 99
050700             MOVE 'SCORE OVER 99' TO WS-EXCEPT-REASON
050800         WHEN OTHER
050900             MOVE SUBJ-CODE TO WS-LOOKUP-SUBJECT
051000             PERFORM 2250-FIND-SUBJECT THRU 2250-FIND-SUBJECT-EXIT
051100     END-EVALUATE.
051200     IF WS-EXCEPT-REASON NOT = SPACES
051300         PERFORM 2300-WRITE-EXCEPTION
051400             THRU 2300-WRITE-EXCEPTION-EXIT
051500         GO TO 2200-RELEASE-ONE-SCORE-NEXT
051600     END-IF.
051700     ADD 1 TO WS-COUNT-ACCEPTED.
051800     IF WS-SUBJ-ROWS(WS-SUBJ-HIT) = ZERO
051900         MOVE SUBJ-SCORE TO WS-SUBJ-MIN(WS-SUBJ-HIT)
052000                            WS-SUBJ-MAX(WS-SUBJ-HIT)
052100     END-IF.
052200     IF SUBJ-SCORE < WS-SUBJ-MIN(WS-SUBJ-HIT)
052300         MOVE SUBJ-SCORE TO WS-SUBJ-MIN(WS-SUBJ-HIT)
052400     END-IF.
052500     IF SUBJ-SCORE > WS-SUBJ-MAX(WS-SUBJ-HIT)
052600         MOVE SUBJ-SCORE TO WS-SUBJ-MAX(WS-SUBJ-HIT)
052700     END-IF.
052800     ADD 1 TO WS-SUBJ-ROWS(WS-SUBJ-HIT).
052900     ADD SUBJ-SCORE TO WS-SUBJ-TOTAL(WS-SUBJ-HIT).
053000     MOVE SPACES TO SSRT-RECORD.
053100     MOVE SUBJ-STUDENT-ID TO SSRT-STUDENT-ID.
053200     MOVE SUBJ-CODE TO SSRT-CODE.
053300     MOVE SUBJ-SCORE TO SSRT-SCORE.
053400     RELEASE SSRT-RECORD.
053500 2200-RELEASE-ONE-SCORE-NEXT.
053600     PERFORM 2150-READ-SCORE THRU 2150-READ-SCORE-EXIT.
053700 2200-RELEASE-ONE-SCORE-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 2250-FIND-SUBJECT - LEAVE WS-SUBJ-HIT ON THE SUBJECT'S ENTRY.
054200* WITH A SUBJECT LIST LOADED A CODE NOT ON IT IS AN EXCEPTION;
054300* WITHOUT ONE EACH NEW CODE IS GIVEN AN ENTRY WHILE THERE IS
054400* ROOM.
054500******************************************************************
054600 2250-FIND-SUBJECT.
054700     MOVE ZERO TO WS-SUBJ-HIT.
054800     PERFORM 2260-TEST-ONE-SUBJECT THRU 2260-TEST-ONE-SUBJECT-EXIT
054900         VARYING WS-SUBJ-SUB FROM 1 BY 1
055000         UNTIL WS-SUBJ-SUB > WS-SUBJ-USED
055100         OR WS-SUBJ-HIT NOT = ZERO.
055200     IF WS-SUBJ-HIT NOT = ZERO
055300         GO TO 2250-FIND-SUBJECT-EXIT
055400     END-IF.
055500     EVALUATE TRUE
055600         WHEN SUBJECT-LIST-LOADED
055700             MOVE 'SUBJECT NOT ON SUBJECTS.TXT'
055800                 TO WS-EXCEPT-REASON
055900         WHEN WS-SUBJ-USED >= 50
056000             MOVE 'MORE THAN 50 SUBJECTS' TO WS-EXCEPT-REASON
056100         WHEN OTHER
056200             ADD 1 TO WS-SUBJ-USED
056300             MOVE WS-SUBJ-USED TO WS-SUBJ-HIT
056400             MOVE WS-LOOKUP-SUBJECT TO WS-SUBJ-CODE(WS-SUBJ-HIT)
056500             MOVE SPACES TO WS-SUBJ-TITLE(WS-SUBJ-HIT)
056600             MOVE ZERO TO WS-SUBJ-ROWS(WS-SUBJ-HIT)
056700                          WS-SUBJ-TOTAL(WS-SUBJ-HIT)
056800                          WS-SUBJ-MIN(WS-SUBJ-HIT)
056900                          WS-SUBJ-MAX(WS-SUBJ-HIT)
057000     END-EVALUATE.
057100 2250-FIND-SUBJECT-EXIT.
057200     EXIT.
057300
057400 2260-TEST-ONE-SUBJECT.
057500     IF WS-SUBJ-CODE(WS-SUBJ-SUB) = WS-LOOKUP-SUBJECT
057600         MOVE WS-SUBJ-SUB TO WS-SUBJ-HIT
057700     END-IF.
057800 2260-TEST-ONE-SUBJECT-EXIT.
057900     EXIT.
058000
058100 2300-WRITE-EXCEPTION.
058200     ADD 1 TO WS-COUNT-EXCEPTIONS.
058300     MOVE SPACES TO EXCEPTION-LINE.
058400     STRING '  ' DELIMITED BY SIZE
058500            SUBJECT-SCORE-RECORD DELIMITED BY SIZE
058600            '  ' DELIMITED BY SIZE
058700            WS-EXCEPT-REASON DELIMITED BY SIZE
058800         INTO EXCEPTION-LINE.
058900     WRITE EXCEPTION-LINE.
059000 2300-WRITE-EXCEPTION-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400* 3000-SORT-ROSTER - THE ROSTER IN STUDENT ID ORDER TO MATCH THE
059500* SORTED SCORES AGAINST.
059600******************************************************************
059700 3000-SORT-ROSTER.
059800     SORT ROSTER-SORT-FILE
059900         ASCENDING KEY RSRT-ID
060000         USING STUDENT-FILE
060100         GIVING ROSTER-WORK-FILE.
060200 3000-SORT-ROSTER-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 4000-MATCH-STUDENTS - MATCH THE SCORES TO THE ROSTER ON ID
060700* (BOTH ASCENDING), WRITING EACH SCORE WITH ITS SECTION TO THE
060800* WORK FILE, AND CHECK EACH STUDENT'S SUBJECTS AGAINST THEIR
060900* OWN AVERAGE AT THE BREAK.
061000******************************************************************
061100 4000-MATCH-STUDENTS.
061200     MOVE 'N' TO WS-EOF-DETAIL-SW WS-EOF-ROSTER-SW.
061300     OPEN INPUT SCORE-DETAIL-FILE ROSTER-WORK-FILE.
061400     OPEN OUTPUT ANALYSIS-WORK-FILE FLAG-WORK-FILE.
061500     PERFORM 4050-READ-DETAIL THRU 4050-READ-DETAIL-EXIT.
061600     PERFORM 4060-READ-ROSTER THRU 4060-READ-ROSTER-EXIT.
061700     PERFORM 4100-PROCESS-ONE-STUDENT
061800         THRU 4100-PROCESS-ONE-STUDENT-EXIT
061900         UNTIL EOF-DETAIL.
062000     CLOSE SCORE-DETAIL-FILE ROSTER-WORK-FILE.
062100     CLOSE ANALYSIS-WORK-FILE FLAG-WORK-FILE.
062200 4000-MATCH-STUDENTS-EXIT.
062300     EXIT.
062400
062500 4050-READ-DETAIL.
062600     READ SCORE-DETAIL-FILE
062700         AT END
062800             SET EOF-DETAIL TO TRUE
062900     END-READ.
063000 4050-READ-DETAIL-EXIT.
063100     EXIT.
063200
063300 4060-READ-ROSTER.
063400     READ ROSTER-WORK-FILE
063500         AT END
063600             SET EOF-ROSTER TO TRUE
063700     END-READ.
063800 4060-READ-ROSTER-EXIT.
063900     EXIT.
064000
064100 4100-PROCESS-ONE-STUDENT.
064200     MOVE SDET-STUDENT-ID TO WS-STU-ID.
064300     MOVE ZERO TO WS-STU-USED WS-STU-TOTAL.
064400     PERFORM 4060-READ-ROSTER THRU 4060-READ-ROSTER-EXIT
064500         UNTIL EOF-ROSTER
064600         OR RWRK-ID NOT < WS-STU-ID.
064700     IF NOT EOF-ROSTER AND RWRK-ID = WS-STU-ID
064800         MOVE RWRK-NAME TO WS-STU-NAME
064900         MOVE RWRK-SECTION TO WS-STU-SECTION
065000     ELSE
065100         MOVE '(NOT ON STUDENTS.TXT)' TO WS-STU-NAME
065200         MOVE '????' TO WS-STU-SECTION
065300         ADD 1 TO WS-COUNT-OFF-ROSTER
065400     END-IF.
065500     PERFORM 4150-FILE-ONE-SCORE THRU 4150-FILE-ONE-SCORE-EXIT
065600         UNTIL EOF-DETAIL
065700         OR SDET-STUDENT-ID NOT = WS-STU-ID.
065800     IF WS-STU-USED > 1
065900         PERFORM 4300-CHECK-ONE-SUBJECT
066000             THRU 4300-CHECK-ONE-SUBJECT-EXIT
066100             VARYING WS-STU-SUB FROM 1 BY 1
066200             UNTIL WS-STU-SUB > WS-STU-USED
066300     END-IF.
066400 4100-PROCESS-ONE-STUDENT-EXIT.
066500     EXIT.
066600
066700 4150-FILE-ONE-SCORE.
066800     MOVE SDET-CODE TO AWRK-CODE.
066900     MOVE WS-STU-SECTION TO AWRK-SECTION.
067000     MOVE SDET-STUDENT-ID TO AWRK-ID.
067100     MOVE SDET-SCORE TO AWRK-SCORE.
067200     WRITE AWRK-RECORD.
067300     IF WS-STU-USED < 20
067400         ADD 1 TO WS-STU-USED
067500         MOVE SDET-CODE TO WS-STU-SUBJ-CODE(WS-STU-USED)
067600         MOVE SDET-SCORE TO WS-STU-SUBJ-SCORE(WS-STU-USED)
067700         ADD SDET-SCORE TO WS-STU-TOTAL
067800     END-IF.
067900     PERFORM 4050-READ-DETAIL THRU 4050-READ-DETAIL-EXIT.
068000 4150-FILE-ONE-SCORE-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400* 4300-CHECK-ONE-SUBJECT - THE STUDENT'S AVERAGE IN THEIR OTHER
068500* SUBJECTS AGAINST THIS ONE.  A SCORE STUGAP OR MORE POINTS
068600* BELOW IT IS FLAGGED.
068700******************************************************************
068800 4300-CHECK-ONE-SUBJECT.
068900     COMPUTE WS-OTHERS-AVG ROUNDED =
069000         (WS-STU-TOTAL - WS-STU-SUBJ-SCORE(WS-STU-SUB))
069100         / (WS-STU-USED - 1).
069200     COMPUTE WS-GAP =
069300         WS-OTHERS-AVG - WS-STU-SUBJ-SCORE(WS-STU-SUB).
069400     IF WS-GAP < WS-STUGAP
069500         GO TO 4300-CHECK-ONE-SUBJECT-EXIT
069600     END-IF.
069700     ADD 1 TO WS-COUNT-STU-FLAGS.
069800     MOVE WS-STU-ID TO WS-SFL-ID.
069900     MOVE WS-STU-NAME TO WS-SFL-NAME.
070000     MOVE WS-STU-SECTION TO WS-SFL-SECTION.
070100     MOVE WS-STU-SUBJ-CODE(WS-STU-SUB) TO WS-SFL-SUBJECT.
070200     MOVE WS-STU-SUBJ-SCORE(WS-STU-SUB) TO WS-SFL-SCORE.
070300     MOVE WS-OTHERS-AVG TO WS-SFL-OTHERS.
070400     MOVE WS-GAP TO WS-SFL-GAP.
070500     MOVE WS-STUDENT-FLAG-LINE TO FLAG-WORK-LINE.
070600     WRITE FLAG-WORK-LINE.
070700 4300-CHECK-ONE-SUBJECT-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100* 5000-SORT-BY-SUBJECT - THE MATCHED SCORES BY SUBJECT, SECTION
071200* AND STUDENT FOR THE REPORT'S CONTROL BREAKS.
071300******************************************************************
071400 5000-SORT-BY-SUBJECT.
071500     SORT ANALYSIS-SORT-FILE
071600         ASCENDING KEY ASRT-CODE ASRT-SECTION ASRT-ID
071700         USING ANALYSIS-WORK-FILE
071800         GIVING ANALYSIS-SORTED-FILE.
071900 5000-SORT-BY-SUBJECT-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300* 6000-WRITE-REPORT - ONE BLOCK PER SUBJECT: A LINE AND A BAND
072400* LINE PER SECTION, THEN THE SAME FOR ALL SECTIONS TOGETHER.  THE
072500* STUDENT FLAGS AND THE EXCEPTIONS FOLLOW.
072600******************************************************************
072700 6000-WRITE-REPORT.
072800     OPEN OUTPUT ANALYSIS-REPORT-FILE.
072900     IF WS-REPORT-FS NOT = '00'
073000         DISPLAY 'SUBJECT-ANALYSIS: *** UNABLE TO OPEN '
073100             'SUBJECT_ANALYSIS.TXT - FILE STATUS ' WS-REPORT-FS
073200             ' ***'
073300         MOVE 20 TO RETURN-CODE
073400         STOP RUN
073500     END-IF.
073600     MOVE SPACES TO ANALYSIS-REPORT-LINE.
073700     STRING 'SUBJECT PERFORMANCE ANALYSIS - RUN '
073800                DELIMITED BY SIZE
073900            WS-CURRENT-DATE DELIMITED BY SIZE
074000            '   SECTGAP=' DELIMITED BY SIZE
074100            WS-SECTGAP DELIMITED BY SIZE
074200            '  STUGAP=' DELIMITED BY SIZE
074300            WS-STUGAP DELIMITED BY SIZE
074400         INTO ANALYSIS-REPORT-LINE.
074500     WRITE ANALYSIS-REPORT-LINE.
074600     MOVE 'N' TO WS-EOF-SORTED-SW.
074700     OPEN INPUT ANALYSIS-SORTED-FILE.
074800     PERFORM 6050-READ-SORTED THRU 6050-READ-SORTED-EXIT.
074900     PERFORM 6100-REPORT-ONE-SUBJECT
075000         THRU 6100-REPORT-ONE-SUBJECT-EXIT
075100         UNTIL EOF-SORTED.
075200     CLOSE ANALYSIS-SORTED-FILE.
075300     PERFORM 7000-COPY-STUDENT-FLAGS
075400         THRU 7000-COPY-STUDENT-FLAGS-EXIT.
075500     PERFORM 7100-COPY-EXCEPTIONS THRU 7100-COPY-EXCEPTIONS-EXIT.
075600     PERFORM 7900-PRINT-TOTALS THRU 7900-PRINT-TOTALS-EXIT.
075700     CLOSE ANALYSIS-REPORT-FILE.
075800 6000-WRITE-REPORT-EXIT.
075900     EXIT.
076000
076100 6050-READ-SORTED.
076200     READ ANALYSIS-SORTED-FILE
076300         AT END
076400             SET EOF-SORTED TO TRUE
076500     END-READ.
076600 6050-READ-SORTED-EXIT.
076700     EXIT.
076800
076900 6100-REPORT-ONE-SUBJECT.
077000     MOVE ASTD-CODE TO WS-BRK-SUBJECT WS-LOOKUP-SUBJECT.
077100     MOVE ZERO TO WS-SUBJ-HIT.
077200     PERFORM 2260-TEST-ONE-SUBJECT THRU 2260-TEST-ONE-SUBJECT-EXIT
077300         VARYING WS-SUBJ-SUB FROM 1 BY 1
077400         UNTIL WS-SUBJ-SUB > WS-SUBJ-USED
077500         OR WS-SUBJ-HIT NOT = ZERO.
077600     COMPUTE WS-SUBJ-AVG ROUNDED =
077700         WS-SUBJ-TOTAL(WS-SUBJ-HIT) / WS-SUBJ-ROWS(WS-SUBJ-HIT).
077800     MOVE ZERO TO WS-LTRBND-SUBJ-COUNT(1)
077900                  WS-LTRBND-SUBJ-COUNT(2)
078000                  WS-LTRBND-SUBJ-COUNT(3)
078100                  WS-LTRBND-SUBJ-COUNT(4)
078200                  WS-LTRBND-SUBJ-COUNT(5)
078300                  WS-LTRBND-SUBJ-COUNT(6)
078400                  WS-LTRBND-SUBJ-COUNT(7)
078500                  WS-LTRBND-SUBJ-COUNT(8)
078600                  WS-LTRBND-SUBJ-COUNT(9)
078700                  WS-LTRBND-SUBJ-COUNT(10).
078800     MOVE SPACES TO ANALYSIS-REPORT-LINE.
078900     WRITE ANALYSIS-REPORT-LINE.
079000     MOVE SPACES TO ANALYSIS-REPORT-LINE.
079100     STRING 'SUBJECT ' DELIMITED BY SIZE
079200            WS-BRK-SUBJECT DELIMITED BY SIZE
079300            '  ' DELIMITED BY SIZE
079400            WS-SUBJ-TITLE(WS-SUBJ-HIT) DELIMITED BY SIZE
079500         INTO ANALYSIS-REPORT-LINE.
079600     WRITE ANALYSIS-REPORT-LINE.
079700     MOVE '  SECTION         SCORES    AVG   MIN   MAX'
079800         TO ANALYSIS-REPORT-LINE.
079900     WRITE ANALYSIS-REPORT-LINE.
080000     PERFORM 6200-REPORT-ONE-SECTION
080100         THRU 6200-REPORT-ONE-SECTION-EXIT
080200         UNTIL EOF-SORTED
080300         OR ASTD-CODE NOT = WS-BRK-SUBJECT.
080400     MOVE 'ALL SECTIONS' TO WS-GRP-LABEL.
080500     MOVE WS-SUBJ-ROWS(WS-SUBJ-HIT) TO WS-GRP-ROWS.
080600     MOVE WS-SUBJ-AVG TO WS-GRP-AVG.
080700     MOVE WS-SUBJ-MIN(WS-SUBJ-HIT) TO WS-GRP-MIN.
080800     MOVE WS-SUBJ-MAX(WS-SUBJ-HIT) TO WS-GRP-MAX.
080900     MOVE SPACES TO WS-GRP-FLAG.
081000     MOVE WS-GROUP-LINE TO ANALYSIS-REPORT-LINE.
081100     WRITE ANALYSIS-REPORT-LINE.
081200     PERFORM 6520-FILL-SUBJECT-BAND
081300         THRU 6520-FILL-SUBJECT-BAND-EXIT
081400         VARYING WS-LTRBND-SUB FROM 1 BY 1
081500         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
081600     PERFORM 6500-PRINT-BAND-LINE THRU 6500-PRINT-BAND-LINE-EXIT.
081700 6100-REPORT-ONE-SUBJECT-EXIT.
081800     EXIT.
081900
082000******************************************************************
082100* 6200-REPORT-ONE-SECTION - ONE SECTION'S FIGURES IN THE SUBJECT,
082200* FLAGGED WHEN ITS AVERAGE IS SECTGAP OR MORE POINTS BELOW THE
082300* SUBJECT'S SCHOOL-WIDE AVERAGE.
082400******************************************************************
082500 6200-REPORT-ONE-SECTION.
082600     MOVE ASTD-SECTION TO WS-BRK-SECTION.
082700     MOVE ZERO TO WS-SECT-ROWS WS-SECT-TOTAL WS-SECT-MAX.
082800     MOVE 99 TO WS-SECT-MIN.
082900     MOVE ZERO TO WS-LTRBND-SECT-COUNT(1)
083000                  WS-LTRBND-SECT-COUNT(2)
083100                  WS-LTRBND-SECT-COUNT(3)
083200                  WS-LTRBND-SECT-COUNT(4)
083300                  WS-LTRBND-SECT-COUNT(5)
083400                  WS-LTRBND-SECT-COUNT(6)
083500                  WS-LTRBND-SECT-COUNT(7)
083600                  WS-LTRBND-SECT-COUNT(8)
083700                  WS-LTRBND-SECT-COUNT(9)
083800                  WS-LTRBND-SECT-COUNT(10).
083900     PERFORM 6250-TALLY-ONE-SCORE THRU 6250-TALLY-ONE-SCORE-EXIT
084000         UNTIL EOF-SORTED
084100         OR ASTD-CODE NOT = WS-BRK-SUBJECT
084200         OR ASTD-SECTION NOT = WS-BRK-SECTION.
084300     COMPUTE WS-SECT-AVG ROUNDED = WS-SECT-TOTAL / WS-SECT-ROWS.
084400     MOVE WS-BRK-SECTION TO WS-GRP-LABEL.
084500     MOVE WS-SECT-ROWS TO WS-GRP-ROWS.
084600     MOVE WS-SECT-AVG TO WS-GRP-AVG.
084700     MOVE WS-SECT-MIN TO WS-GRP-MIN.
084800     MOVE WS-SECT-MAX TO WS-GRP-MAX.
084900     MOVE SPACES TO WS-GRP-FLAG.
085000     COMPUTE WS-GAP = WS-SUBJ-AVG - WS-SECT-AVG.
085100     IF WS-GAP >= WS-SECTGAP
085200         ADD 1 TO WS-COUNT-SECT-FLAGS
085300         MOVE '*** WELL BELOW SUBJECT AVERAGE ***' TO WS-GRP-FLAG
085400     END-IF.
085500     MOVE WS-GROUP-LINE TO ANALYSIS-REPORT-LINE.
085600     WRITE ANALYSIS-REPORT-LINE.
085700     PERFORM 6510-FILL-SECTION-BAND
085800         THRU 6510-FILL-SECTION-BAND-EXIT
085900         VARYING WS-LTRBND-SUB FROM 1 BY 1
086000         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
086100     PERFORM 6500-PRINT-BAND-LINE THRU 6500-PRINT-BAND-LINE-EXIT.
086200 6200-REPORT-ONE-SECTION-EXIT.
086300     EXIT.
086400
086500 6250-TALLY-ONE-SCORE.
086600     ADD 1 TO WS-SECT-ROWS.
086700     ADD ASTD-SCORE TO WS-SECT-TOTAL.
086800     IF ASTD-SCORE < WS-SECT-MIN
086900         MOVE ASTD-SCORE TO WS-SECT-MIN
087000     END-IF.
087100     IF ASTD-SCORE > WS-SECT-MAX
087200         MOVE ASTD-SCORE TO WS-SECT-MAX
087300     END-IF.
087400     MOVE ASTD-SCORE TO WS-LOOKUP-GRADE.
087500     PERFORM 8500-FIND-GRADE-LETTER
087600         THRU 8500-FIND-GRADE-LETTER-EXIT.
087700     IF WS-LTRBND-HIT > ZERO
087800         ADD 1 TO WS-LTRBND-SECT-COUNT(WS-LTRBND-HIT)
087900                  WS-LTRBND-SUBJ-COUNT(WS-LTRBND-HIT)
088000     END-IF.
088100     PERFORM 6050-READ-SORTED THRU 6050-READ-SORTED-EXIT.
088200 6250-TALLY-ONE-SCORE-EXIT.
088300     EXIT.
088400
088500*    THE CALLER HAS FILLED THE FIRST WS-LTRBND-USED ENTRIES OF THE
088600*    DISTRIBUTION LINE; THE REST ARE CLEARED HERE.
088700 6500-PRINT-BAND-LINE.
088800     PERFORM 6530-CLEAR-BAND-ENTRY THRU 6530-CLEAR-BAND-ENTRY-EXIT
088900         VARYING WS-LTRBND-SUB FROM WS-LTRBND-SUB BY 1
089000         UNTIL WS-LTRBND-SUB > 10.
089100     MOVE WS-BAND-DIST-LINE TO ANALYSIS-REPORT-LINE.
089200     WRITE ANALYSIS-REPORT-LINE.
089300 6500-PRINT-BAND-LINE-EXIT.
089400     EXIT.
089500
089600 6510-FILL-SECTION-BAND.
089700     MOVE SPACES TO WS-DIST-ENTRY(WS-LTRBND-SUB).
089800     MOVE WS-LTRBND-LETTER(WS-LTRBND-SUB)
089900         TO WS-DIST-LETTER(WS-LTRBND-SUB).
090000     MOVE ':' TO WS-DIST-COLON(WS-LTRBND-SUB).
090100     MOVE WS-LTRBND-SECT-COUNT(WS-LTRBND-SUB)
090200         TO WS-DIST-COUNT(WS-LTRBND-SUB).
090300 6510-FILL-SECTION-BAND-EXIT.
090400     EXIT.
090500
090600 6520-FILL-SUBJECT-BAND.
090700     MOVE SPACES TO WS-DIST-ENTRY(WS-LTRBND-SUB).
090800     MOVE WS-LTRBND-LETTER(WS-LTRBND-SUB)
090900         TO WS-DIST-LETTER(WS-LTRBND-SUB).
091000     MOVE ':' TO WS-DIST-COLON(WS-LTRBND-SUB).
091100     MOVE WS-LTRBND-SUBJ-COUNT(WS-LTRBND-SUB)
091200         TO WS-DIST-COUNT(WS-LTRBND-SUB).
091300 6520-FILL-SUBJECT-BAND-EXIT.
091400     EXIT.
091500
091600 6530-CLEAR-BAND-ENTRY.
091700     MOVE SPACES TO WS-DIST-ENTRY(WS-LTRBND-SUB).
091800 6530-CLEAR-BAND-ENTRY-EXIT.
091900     EXIT.
092000
092100******************************************************************
092200* 7000-COPY-STUDENT-FLAGS / 7100-COPY-EXCEPTIONS - BRING THE
092300* LINES HELD ON THE WORK FILES INTO THE REPORT UNDER THEIR OWN
092400* HEADINGS.
092500******************************************************************
092600 7000-COPY-STUDENT-FLAGS.
092700     MOVE SPACES TO ANALYSIS-REPORT-LINE.
092800     WRITE ANALYSIS-REPORT-LINE.
092900     MOVE SPACES TO ANALYSIS-REPORT-LINE.
093000     STRING 'STUDENTS ' DELIMITED BY SIZE
093100            WS-STUGAP DELIMITED BY SIZE
093200            ' OR MORE POINTS BELOW THEIR OWN AVERAGE IN THEIR '
093300                DELIMITED BY SIZE
093400            'OTHER SUBJECTS' DELIMITED BY SIZE
093500         INTO ANALYSIS-REPORT-LINE.
093600     WRITE ANALYSIS-REPORT-LINE.
093700     MOVE SPACES TO ANALYSIS-REPORT-LINE.
093800     STRING '  STUDENT   NAME                            SECT  '
093900                DELIMITED BY SIZE
094000            'SUBJ  SCORE  OTHERS    GAP' DELIMITED BY SIZE
094100         INTO ANALYSIS-REPORT-LINE.
094200     WRITE ANALYSIS-REPORT-LINE.
094300     MOVE 'N' TO WS-EOF-COPY-SW.
094400     OPEN INPUT FLAG-WORK-FILE.
094500     PERFORM 7050-COPY-ONE-FLAG THRU 7050-COPY-ONE-FLAG-EXIT
094600         UNTIL EOF-COPY.
094700     CLOSE FLAG-WORK-FILE.
094800     IF WS-COUNT-STU-FLAGS = ZERO
094900         MOVE '  (NONE)' TO ANALYSIS-REPORT-LINE
095000         WRITE ANALYSIS-REPORT-LINE
095100     END-IF.
095200 7000-COPY-STUDENT-FLAGS-EXIT.
095300     EXIT.
095400
095500 7050-COPY-ONE-FLAG.
095600     READ FLAG-WORK-FILE
095700         AT END
095800             SET EOF-COPY TO TRUE
095900         NOT AT END
096000             MOVE FLAG-WORK-LINE TO ANALYSIS-REPORT-LINE
096100             WRITE ANALYSIS-REPORT-LINE
096200     END-READ.
096300 7050-COPY-ONE-FLAG-EXIT.
096400     EXIT.
096500
096600 7100-COPY-EXCEPTIONS.
096700     MOVE SPACES TO ANALYSIS-REPORT-LINE.
096800     WRITE ANALYSIS-REPORT-LINE.
096900     MOVE 'EXCEPTIONS - SCORE ROWS LEFT OUT OF EVERY FIGURE'
097000         TO ANALYSIS-REPORT-LINE.
097100     WRITE ANALYSIS-REPORT-LINE.
097200     MOVE 'N' TO WS-EOF-COPY-SW.
097300     OPEN INPUT EXCEPTION-FILE.
097400     PERFORM 7150-COPY-ONE-EXCEPTION
097500         THRU 7150-COPY-ONE-EXCEPTION-EXIT
097600         UNTIL EOF-COPY.
097700     CLOSE EXCEPTION-FILE.
097800     IF WS-COUNT-EXCEPTIONS = ZERO
097900         MOVE '  (NONE)' TO ANALYSIS-REPORT-LINE
098000         WRITE ANALYSIS-REPORT-LINE
098100     END-IF.
098200 7100-COPY-EXCEPTIONS-EXIT.
098300     EXIT.
098400
098500 7150-COPY-ONE-EXCEPTION.
098600     READ EXCEPTION-FILE
098700         AT END
098800             SET EOF-COPY TO TRUE
098900         NOT AT END
099000             MOVE EXCEPTION-LINE TO ANALYSIS-REPORT-LINE
099100             WRITE ANALYSIS-REPORT-LINE
099200     END-READ.
099300 7150-COPY-ONE-EXCEPTION-EXIT.
099400     EXIT.
099500
099600 7900-PRINT-TOTALS.
099700     MOVE SPACES TO ANALYSIS-REPORT-LINE.
099800     WRITE ANALYSIS-REPORT-LINE.
099900     MOVE WS-COUNT-READ TO WS-ED-COUNT.
100000     MOVE SPACES TO ANALYSIS-REPORT-LINE.
100100     STRING 'SCORE ROWS READ           : ' DELIMITED BY SIZE
100200            WS-ED-COUNT DELIMITED BY SIZE
100300         INTO ANALYSIS-REPORT-LINE.
100400     WRITE ANALYSIS-REPORT-LINE.
100500     MOVE WS-COUNT-ACCEPTED TO WS-ED-COUNT.
100600     MOVE SPACES TO ANALYSIS-REPORT-LINE.
100700     STRING 'SCORE ROWS ANALYSED       : ' DELIMITED BY SIZE
100800            WS-ED-COUNT DELIMITED BY SIZE
100900         INTO ANALYSIS-REPORT-LINE.
101000     WRITE ANALYSIS-REPORT-LINE.
101100     MOVE WS-COUNT-EXCEPTIONS TO WS-ED-COUNT.
101200     MOVE SPACES TO ANALYSIS-REPORT-LINE.
101300     STRING 'EXCEPTIONS                : ' DELIMITED BY SIZE
101400            WS-ED-COUNT DELIMITED BY SIZE
101500         INTO ANALYSIS-REPORT-LINE.
101600     WRITE ANALYSIS-REPORT-LINE.
101700     MOVE WS-COUNT-OFF-ROSTER TO WS-ED-COUNT.
101800     MOVE SPACES TO ANALYSIS-REPORT-LINE.
101900     STRING 'STUDENTS NOT ON ROSTER    : ' DELIMITED BY SIZE
102000            WS-ED-COUNT DELIMITED BY SIZE
102100         INTO ANALYSIS-REPORT-LINE.
102200     WRITE ANALYSIS-REPORT-LINE.
102300     MOVE WS-COUNT-SECT-FLAGS TO WS-ED-COUNT.
102400     MOVE SPACES TO ANALYSIS-REPORT-LINE.
102500     STRING 'SECTIONS FLAGGED          : ' DELIMITED BY SIZE
102600            WS-ED-COUNT DELIMITED BY SIZE
102700         INTO ANALYSIS-REPORT-LINE.
102800     WRITE ANALYSIS-REPORT-LINE.
102900     MOVE WS-COUNT-STU-FLAGS TO WS-ED-COUNT.
103000     MOVE SPACES TO ANALYSIS-REPORT-LINE.
103100     STRING 'STUDENT SUBJECTS FLAGGED  : ' DELIMITED BY SIZE
103200            WS-ED-COUNT DELIMITED BY SIZE
103300         INTO ANALYSIS-REPORT-LINE.
103400     WRITE ANALYSIS-REPORT-LINE.
103500 7900-PRINT-TOTALS-EXIT.
103600     EXIT.
103700
103800******************************************************************
103900* 8000-LOAD-LETTER-BANDS - LOAD THE REGISTRAR'S LETTER BANDS,
104000* FALLING BACK TO THE CLASSIC BANDS WHEN THE FILE IS ABSENT OR
104100* BREAKS THE GRADE-SUMMARY RULES.
104200******************************************************************
104300 8000-LOAD-LETTER-BANDS.
104400     MOVE ZERO TO WS-LTRBND-USED.
104500     MOVE 'Y' TO WS-BANDS-OK-SW.
104600     MOVE 'N' TO WS-EOF-BAND-SW.
104700     OPEN INPUT BAND-CONTROL-FILE.
104800     IF WS-BAND-FS NOT = '00'
104900         DISPLAY 'SUBJECT-ANALYSIS: GRADE_BANDS.TXT NOT '
105000             'AVAILABLE - USING THE BUILT-IN BANDS'
105100         PERFORM 8400-LOAD-DEFAULT-LETTERS
105200             THRU 8400-LOAD-DEFAULT-LETTERS-EXIT
105300         GO TO 8000-LOAD-LETTER-BANDS-EXIT
105400     END-IF.
105500     PERFORM 8100-READ-BAND-ROW THRU 8100-READ-BAND-ROW-EXIT.
105600     PERFORM 8200-STORE-BAND-ROW THRU 8200-STORE-BAND-ROW-EXIT
105700         UNTIL EOF-BAND.
105800     CLOSE BAND-CONTROL-FILE.
105900     PERFORM 8300-CHECK-BAND-TABLE
106000         THRU 8300-CHECK-BAND-TABLE-EXIT.
106100     IF NOT BAND-TABLE-OK
106200         DISPLAY 'SUBJECT-ANALYSIS: *** GRADE_BANDS.TXT IS '
106300             'INVALID - USING THE BUILT-IN BANDS ***'
106400         PERFORM 8400-LOAD-DEFAULT-LETTERS
106500             THRU 8400-LOAD-DEFAULT-LETTERS-EXIT
106600     END-IF.
106700 8000-LOAD-LETTER-BANDS-EXIT.
106800     EXIT.
106900
107000 8100-READ-BAND-ROW.
107100     READ BAND-CONTROL-FILE
107200         AT END
107300             SET EOF-BAND TO TRUE
107400     END-READ.
107500 8100-READ-BAND-ROW-EXIT.
107600     EXIT.
107700
107800 8200-STORE-BAND-ROW.
107900     EVALUATE TRUE
108000         WHEN GRADE-BAND-RECORD = SPACES
108100             CONTINUE
108200         WHEN GBND-LOW-X NOT NUMERIC
108300             OR GBND-HIGH-X NOT NUMERIC
108400             MOVE 'N' TO WS-BANDS-OK-SW
108500         WHEN WS-LTRBND-USED >= 10
108600             MOVE 'N' TO WS-BANDS-OK-SW
108700         WHEN OTHER
108800             ADD 1 TO WS-LTRBND-USED
108900             MOVE GBND-LOW TO WS-LTRBND-LOW(WS-LTRBND-USED)
109000             MOVE GBND-HIGH TO WS-LTRBND-HIGH(WS-LTRBND-USED)
109100             MOVE GBND-LABEL TO WS-LTRBND-LABEL(WS-LTRBND-USED)
109200             MOVE GBND-LETTER
109300                 TO WS-LTRBND-LETTER(WS-LTRBND-USED)
109400     END-EVALUATE.
109500     PERFORM 8100-READ-BAND-ROW THRU 8100-READ-BAND-ROW-EXIT.
109600 8200-STORE-BAND-ROW-EXIT.
109700     EXIT.
109800
109900******************************************************************
110000* 8300-CHECK-BAND-TABLE - SAME RULES GRADE-SUMMARY ENFORCES:
110100* BANDS START AT 000, RUN CONTIGUOUSLY WITH NO OVERLAP, KEEP
110200* LOW <= HIGH, AND END AT 099.
110300******************************************************************
110400 8300-CHECK-BAND-TABLE.
110500     IF WS-LTRBND-USED = ZERO
110600         MOVE 'N' TO WS-BANDS-OK-SW
110700         GO TO 8300-CHECK-BAND-TABLE-EXIT
110800     END-IF.
110900     IF WS-LTRBND-LOW(1) NOT = ZERO
111000         OR WS-LTRBND-HIGH(WS-LTRBND-USED) NOT = 99
111100         MOVE 'N' TO WS-BANDS-OK-SW
111200     END-IF.
111300     PERFORM 8310-CHECK-ONE-BAND THRU 8310-CHECK-ONE-BAND-EXIT
111400         VARYING WS-LTRBND-SUB FROM 1 BY 1
111500         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
111600 8300-CHECK-BAND-TABLE-EXIT.
111700     EXIT.
111800
111900 8310-CHECK-ONE-BAND.
112000     IF WS-LTRBND-LOW(WS-LTRBND-SUB)
112100         > WS-LTRBND-HIGH(WS-LTRBND-SUB)
112200         MOVE 'N' TO WS-BANDS-OK-SW
112300     END-IF.
112400     IF WS-LTRBND-SUB > 1
112500         IF WS-LTRBND-LOW(WS-LTRBND-SUB) NOT =
112600             WS-LTRBND-HIGH(WS-LTRBND-SUB - 1) + 1
112700             MOVE 'N' TO WS-BANDS-OK-SW
112800         END-IF
112900     END-IF.
113000 8310-CHECK-ONE-BAND-EXIT.
113100     EXIT.
113200
113300 8400-LOAD-DEFAULT-LETTERS.
113400     MOVE 0 TO WS-LTRBND-LOW(1).
113500     MOVE 49 TO WS-LTRBND-HIGH(1).
113600     MOVE '0-49' TO WS-LTRBND-LABEL(1).
113700     MOVE 'F' TO WS-LTRBND-LETTER(1).
113800     MOVE 50 TO WS-LTRBND-LOW(2).
113900     MOVE 59 TO WS-LTRBND-HIGH(2).
114000     MOVE '50-59' TO WS-LTRBND-LABEL(2).
114100     MOVE 'E' TO WS-LTRBND-LETTER(2).
114200     MOVE 60 TO WS-LTRBND-LOW(3).
114300     MOVE 69 TO WS-LTRBND-HIGH(3).
114400     MOVE '60-69' TO WS-LTRBND-LABEL(3).
114500     MOVE 'D' TO WS-LTRBND-LETTER(3).
114600     MOVE 70 TO WS-LTRBND-LOW(4).
114700     MOVE 79 TO WS-LTRBND-HIGH(4).
114800     MOVE '70-79' TO WS-LTRBND-LABEL(4).
114900     MOVE 'C' TO WS-LTRBND-LETTER(4).
115000     MOVE 80 TO WS-LTRBND-LOW(5).
115100     MOVE 89 TO WS-LTRBND-HIGH(5).
115200     MOVE '80-89' TO WS-LTRBND-LABEL(5).
115300     MOVE 'B' TO WS-LTRBND-LETTER(5).
115400     MOVE 90 TO WS-LTRBND-LOW(6).
115500     MOVE 99 TO WS-LTRBND-HIGH(6).
115600     MOVE '90-99' TO WS-LTRBND-LABEL(6).
115700     MOVE 'A' TO WS-LTRBND-LETTER(6).
115800     MOVE 6 TO WS-LTRBND-USED.
115900 8400-LOAD-DEFAULT-LETTERS-EXIT.
116000     EXIT.
116100
116200*    WS-LTRBND-HIT IS LEFT POINTING AT THE MATCHING BAND (ZERO
116300*    WHEN NONE MATCHES) SO THE CALLER CAN COUNT INTO IT.
116400 8500-FIND-GRADE-LETTER.
116500     MOVE '?' TO WS-GRADE-LETTER.
116600     MOVE ZERO TO WS-LTRBND-HIT.
116700     PERFORM 8510-TEST-ONE-BAND THRU 8510-TEST-ONE-BAND-EXIT
116800         VARYING WS-LTRBND-SUB FROM 1 BY 1
116900         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
117000 8500-FIND-GRADE-LETTER-EXIT.
117100     EXIT.
117200
117300 8510-TEST-ONE-BAND.
117400     IF WS-LOOKUP-GRADE >= WS-LTRBND-LOW(WS-LTRBND-SUB)
117500         AND WS-LOOKUP-GRADE <= WS-LTRBND-HIGH(WS-LTRBND-SUB)
117600         MOVE WS-LTRBND-LETTER(WS-LTRBND-SUB)
117700             TO WS-GRADE-LETTER
117800         MOVE WS-LTRBND-SUB TO WS-LTRBND-HIT
117900         MOVE WS-LTRBND-USED TO WS-LTRBND-SUB
118000     END-IF.
118100 8510-TEST-ONE-BAND-EXIT.
118200     EXIT.
118300
118400******************************************************************
118500* 8600-LOAD-SUBJECT-LIST - LOAD THE REGISTRAR'S SUBJECT LIST.
118600* WITHOUT IT (OR WITH IT EMPTY) EVERY SUBJECT CODE IS ACCEPTED,
118700* WITH A WARNING, AS THE SECTION EDIT DOES WITHOUT SECTIONS.TXT.
118800* BEYOND 50 SUBJECTS THE REST ARE IGNORED - THEIR SCORES THEN
118900* SHOW AS EXCEPTIONS.
119000******************************************************************
119100 8600-LOAD-SUBJECT-LIST.
119200     MOVE ZERO TO WS-SUBJ-USED.
119300     MOVE 'N' TO WS-SUBJREF-LOADED-SW.
119400     MOVE 'N' TO WS-EOF-SUBJREF-SW.
119500     OPEN INPUT SUBJECT-CONTROL-FILE.
119600     IF WS-SUBJREF-FS NOT = '00'
119700         DISPLAY 'SUBJECT-ANALYSIS: SUBJECTS.TXT NOT AVAILABLE - '
119800             'EVERY SUBJECT CODE ACCEPTED'
119900         GO TO 8600-LOAD-SUBJECT-LIST-EXIT
120000     END-IF.
120100     PERFORM 8610-READ-SUBJECT-ROW
120200         THRU 8610-READ-SUBJECT-ROW-EXIT.
120300     PERFORM 8620-STORE-SUBJECT-ROW
120400         THRU 8620-STORE-SUBJECT-ROW-EXIT
120500         UNTIL EOF-SUBJREF.
120600     CLOSE SUBJECT-CONTROL-FILE.
120700     IF WS-SUBJ-USED = ZERO
120800         DISPLAY 'SUBJECT-ANALYSIS: SUBJECTS.TXT IS EMPTY - '
120900             'EVERY SUBJECT CODE ACCEPTED'
121000     ELSE
121100         SET SUBJECT-LIST-LOADED TO TRUE
121200     END-IF.
121300 8600-LOAD-SUBJECT-LIST-EXIT.
121400     EXIT.
121500
121600 8610-READ-SUBJECT-ROW.
121700     READ SUBJECT-CONTROL-FILE
121800         AT END
121900             SET EOF-SUBJREF TO TRUE
122000     END-READ.
122100 8610-READ-SUBJECT-ROW-EXIT.
122200     EXIT.
122300
122400 8620-STORE-SUBJECT-ROW.
122500     EVALUATE TRUE
122600         WHEN SUBJECT-REF-RECORD = SPACES
122700             CONTINUE
122800         WHEN WS-SUBJ-USED >= 50
122900             DISPLAY 'SUBJECT-ANALYSIS: *** MORE THAN 50 '
123000                 'SUBJECTS IN SUBJECTS.TXT - FURTHER ROWS '
123100                 'IGNORED ***'
123200             SET EOF-SUBJREF TO TRUE
123300             GO TO 8620-STORE-SUBJECT-ROW-EXIT
123400         WHEN OTHER
123500             ADD 1 TO WS-SUBJ-USED
123600             MOVE SUBT-CODE TO WS-SUBJ-CODE(WS-SUBJ-USED)
123700             MOVE SUBT-TITLE TO WS-SUBJ-TITLE(WS-SUBJ-USED)
123800             MOVE ZERO TO WS-SUBJ-ROWS(WS-SUBJ-USED)
123900                          WS-SUBJ-TOTAL(WS-SUBJ-USED)
124000                          WS-SUBJ-MIN(WS-SUBJ-USED)
124100                          WS-SUBJ-MAX(WS-SUBJ-USED)
124200     END-EVALUATE.
124300     PERFORM 8610-READ-SUBJECT-ROW
124400         THRU 8610-READ-SUBJECT-ROW-EXIT.
124500 8620-STORE-SUBJECT-ROW-EXIT.
124600     EXIT.
124700
124800******************************************************************
124900* 9000-WRAP-UP - TELL THE OPERATOR WHAT THE REPORT HOLDS.
125000******************************************************************
125100 9000-WRAP-UP.
125200     DISPLAY 'SUBJECT-ANALYSIS: ' WS-COUNT-ACCEPTED
125300         ' SCORE ROW(S) ANALYSED, ' WS-COUNT-EXCEPTIONS
125400         ' EXCEPTION(S)'.
125500     DISPLAY 'SUBJECT-ANALYSIS: ' WS-COUNT-SECT-FLAGS
125600         ' SECTION(S) AND ' WS-COUNT-STU-FLAGS
125700         ' STUDENT SUBJECT(S) FLAGGED - SEE SUBJECT_ANALYSIS.TXT'.
125800 9000-WRAP-UP-EXIT.
125900     EXIT.
