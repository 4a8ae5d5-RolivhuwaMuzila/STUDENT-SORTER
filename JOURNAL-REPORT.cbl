000100******************************************************************
000200* PROGRAM-ID: JOURNAL-REPORT
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     LISTS THE STUDENT CHANGE JOURNAL
000800*              (CHANGE_JOURNAL.TXT, SEE CHGJREC) FOR A DATE RANGE
000900*              AND/OR ONE STUDENT: WHEN EACH FIELD CHANGED, WHAT
001000*              IT WAS AND WHAT IT BECAME, AND WHICH PROGRAM,
001100*              OPERATOR AND REASON CODE CHANGED IT - THE ANSWER
001200*              TO A DISPUTED GRADE.  AN ADDED OR DELETED STUDENT
001300*              IS PRINTED WITH THE FULL RECORD IMAGE, SO A
001400*              DELETED STUDENT CAN BE SHOWN AND RESTORED BY HAND.
001500*              A STUDENT SELECTED BY ID ALSO PICKS UP THE ROW
001600*              THAT CHANGED ANOTHER ID INTO IT.
001700*
001800*              COMMAND-LINE PARAMETERS (SPACE-SEPARATED):
001900*                FROM=YYYYMMDD - FIRST CHANGE DATE TO INCLUDE
002000*                            (DEFAULT: NO LOWER LIMIT).
002100*                TO=YYYYMMDD - LAST CHANGE DATE TO INCLUDE
002200*                            (DEFAULT: NO UPPER LIMIT).
002300*                ID=nnnnnnnn - ONLY THIS STUDENT'S CHANGES
002400*                            (DEFAULT: EVERY STUDENT).
002420*
002440*              NO CHANGE_JOURNAL.TXT YET MEANS NOTHING HAS BEEN
002460*              JOURNALLED: THE REPORT IS PRINTED EMPTY.  RETURN
002480*              CODES: 0 DONE, 20 FILE ERROR.
002500* TECTONICS:   cobc -x -I copybooks JOURNAL-REPORT.cbl
002600*
002700* MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    2026-10-15  DVR  INITIAL VERSION.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. JOURNAL-REPORT.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT JOURNAL-FILE ASSIGN TO 'change_journal.txt'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-JRNL-FS.
003900
004000     SELECT JOURNAL-REPORT-FILE ASSIGN TO 'journal_report.txt'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-FS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  JOURNAL-FILE.
004700     COPY CHGJREC.
004800
004900 FD  JOURNAL-REPORT-FILE.
005000 01  JOURNAL-REPORT-LINE              PIC X(132).
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-FILE-STATUSES.
005400     05  WS-JRNL-FS                    PIC X(02) VALUE '00'.
005500     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
005600
005700 01  WS-SWITCHES.
005800     05  WS-EOF-JRNL-SW                PIC X(01) VALUE 'N'.
005900         88  EOF-JRNL                      VALUE 'Y'.
005920     05  WS-JRNL-ABSENT-SW             PIC X(01) VALUE 'N'.
005940         88  JOURNAL-ABSENT                VALUE 'Y'.
006000     05  WS-SELECTED-SW                PIC X(01) VALUE 'N'.
006100         88  ROW-SELECTED                  VALUE 'Y'.
006200
006300 01  WS-PARM-AREA.
006400     05  WS-PARM-TEXT                  PIC X(60) VALUE SPACES.
006500     05  WS-PARM-TOKEN                 PIC X(20)
006600                                        OCCURS 3 TIMES.
006700     05  WS-PARM-SUB                   PIC 9(02) VALUE ZERO
006800                                        USAGE COMP.
006900     05  WS-PARM-KEYWORD               PIC X(12) VALUE SPACES.
007000     05  WS-PARM-VALUE                 PIC X(12) VALUE SPACES.
007100     05  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
007200     05  WS-TO-DATE                    PIC 9(08) VALUE 99999999.
007300     05  WS-SELECT-ID                  PIC X(08) VALUE SPACES.
007400
007500 01  WS-COUNTERS.
007600     05  WS-COUNT-READ                 PIC 9(06) VALUE ZERO
007700                                        USAGE COMP.
007800     05  WS-COUNT-SELECTED             PIC 9(06) VALUE ZERO
007900                                        USAGE COMP.
008000     05  WS-COUNT-ADDED                PIC 9(06) VALUE ZERO
008100                                        USAGE COMP.
008200     05  WS-COUNT-CHANGED              PIC 9(06) VALUE ZERO
008300                                        USAGE COMP.
008400     05  WS-COUNT-DELETED              PIC 9(06) VALUE ZERO
008500                                        USAGE COMP.
008600     05  WS-COUNT-BAD-ROWS             PIC 9(06) VALUE ZERO
008700                                        USAGE COMP.
008800
008900 01  WS-EDIT-FIELDS.
009000     05  WS-ED-COUNT                   PIC ZZZZZ9.
009100
009200*    ONE PRINTED JOURNAL ROW.  OLD AND NEW VALUES ARE CUT TO 30
009300*    CHARACTERS, WHICH HOLDS EVERY SINGLE FIELD; A WHOLE-RECORD
009400*    ROW PRINTS ITS 44-BYTE IMAGE ON A LINE OF ITS OWN BELOW.
009500 01  WS-DETAIL-LINE.
009600     05  WS-DET-STAMP                  PIC X(17) VALUE SPACES.
009700     05  FILLER                        PIC X(01) VALUE SPACES.
009800     05  WS-DET-ID                     PIC X(08) VALUE SPACES.
009900     05  FILLER                        PIC X(01) VALUE SPACES.
010000     05  WS-DET-ACTION                 PIC X(01) VALUE SPACES.
010100     05  FILLER                        PIC X(01) VALUE SPACES.
010200     05  WS-DET-FIELD                  PIC X(08) VALUE SPACES.
010300     05  FILLER                        PIC X(01) VALUE SPACES.
010400     05  WS-DET-OLD                    PIC X(30) VALUE SPACES.
010500     05  FILLER                        PIC X(01) VALUE SPACES.
010600     05  WS-DET-NEW                    PIC X(30) VALUE SPACES.
010700     05  FILLER                        PIC X(01) VALUE SPACES.
010800     05  WS-DET-PROGRAM                PIC X(14) VALUE SPACES.
010900     05  FILLER                        PIC X(01) VALUE SPACES.
011000     05  WS-DET-OPERATOR               PIC X(08) VALUE SPACES.
011100     05  FILLER                        PIC X(01) VALUE SPACES.
011200     05  WS-DET-REASON                 PIC X(08) VALUE SPACES.
011300
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011700     PERFORM 2000-LIST-JOURNAL THRU 2000-LIST-JOURNAL-EXIT.
011800     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT.
011900     STOP RUN.
012000
012100******************************************************************
012200* 1000-INITIALIZE - PARSE THE FROM=/TO=/ID= SELECTION.  AN
012300* INVALID DATE VALUE IS REPORTED AND THE LIMIT LEFT OPEN SO A
012400* TYPO WIDENS THE REPORT RATHER THAN SILENTLY EMPTYING IT - THE
012500* SAME RULE RUN-LOG-REPORT FOLLOWS.
012600******************************************************************
012700 1000-INITIALIZE.
012800     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
012900     MOVE SPACES TO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
013000                    WS-PARM-TOKEN(3).
013100     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
013200         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2) WS-PARM-TOKEN(3).
013300     PERFORM 1100-APPLY-PARM-TOKEN
013400         THRU 1100-APPLY-PARM-TOKEN-EXIT
013500         VARYING WS-PARM-SUB FROM 1 BY 1
013600         UNTIL WS-PARM-SUB > 3.
013700     OPEN INPUT JOURNAL-FILE.
013710     EVALUATE TRUE
013720         WHEN WS-JRNL-FS = '00'
013730             CONTINUE
013740         WHEN WS-JRNL-FS = '35'
013750             SET JOURNAL-ABSENT TO TRUE
013760             DISPLAY 'JOURNAL-REPORT: CHANGE_JOURNAL.TXT NOT '
013770                 'FOUND - NO CHANGES JOURNALLED YET'
013780         WHEN OTHER
013790             DISPLAY 'JOURNAL-REPORT: *** UNABLE TO OPEN '
013800                 'CHANGE_JOURNAL.TXT - FILE STATUS ' WS-JRNL-FS
013810                 ' ***'
013820             MOVE 20 TO RETURN-CODE
013830             STOP RUN
013840     END-EVALUATE.
013980     OPEN OUTPUT JOURNAL-REPORT-FILE.
014000     IF WS-REPORT-FS NOT = '00'
014020         DISPLAY 'JOURNAL-REPORT: *** UNABLE TO OPEN '
014040             'JOURNAL_REPORT.TXT - FILE STATUS ' WS-REPORT-FS
014060             ' ***'
014065         IF NOT JOURNAL-ABSENT
014070             CLOSE JOURNAL-FILE
014075         END-IF
014080         MOVE 20 TO RETURN-CODE
014100         STOP RUN
014120     END-IF.
014600 1000-INITIALIZE-EXIT.
014700     EXIT.
014800
014900 1100-APPLY-PARM-TOKEN.
015000     IF WS-PARM-TOKEN(WS-PARM-SUB) = SPACES
015100         GO TO 1100-APPLY-PARM-TOKEN-EXIT
015200     END-IF.
015300     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
015400     UNSTRING WS-PARM-TOKEN(WS-PARM-SUB) DELIMITED BY '='
015500         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
015600     EVALUATE TRUE
015700         WHEN WS-PARM-KEYWORD = 'FROM'
015800             AND WS-PARM-VALUE(1:8) IS NUMERIC
015900             MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
016000         WHEN WS-PARM-KEYWORD = 'TO'
016100             AND WS-PARM-VALUE(1:8) IS NUMERIC
016200             MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
016300         WHEN WS-PARM-KEYWORD = 'ID'
016400             AND WS-PARM-VALUE NOT = SPACES
016500             MOVE WS-PARM-VALUE(1:8) TO WS-SELECT-ID
016600         WHEN OTHER
016700             DISPLAY 'JOURNAL-REPORT: UNKNOWN OR INVALID '
016800                 'PARAMETER ' WS-PARM-TOKEN(WS-PARM-SUB)
016900                 ' IGNORED'
017000     END-EVALUATE.
017100 1100-APPLY-PARM-TOKEN-EXIT.
017200     EXIT.
017300
017400******************************************************************
017500* 2000-LIST-JOURNAL - HEADINGS, THEN ONE PASS OVER THE JOURNAL IN
017600* THE ORDER THE CHANGES WERE MADE, PRINTING EVERY ROW THAT
017700* PASSES THE SELECTION.
017800******************************************************************
017900 2000-LIST-JOURNAL.
018000     MOVE SPACES TO JOURNAL-REPORT-LINE.
018100     STRING 'STUDENT CHANGE JOURNAL - CHANGES FROM '
018200                DELIMITED BY SIZE
018300            WS-FROM-DATE DELIMITED BY SIZE
018400            ' TO ' DELIMITED BY SIZE
018500            WS-TO-DATE DELIMITED BY SIZE
018600         INTO JOURNAL-REPORT-LINE.
018700     WRITE JOURNAL-REPORT-LINE.
018800     MOVE SPACES TO JOURNAL-REPORT-LINE.
018900     IF WS-SELECT-ID = SPACES
019000         MOVE 'STUDENTS: ALL' TO JOURNAL-REPORT-LINE
019100     ELSE
019200         STRING 'STUDENT : ' WS-SELECT-ID DELIMITED BY SIZE
019300             INTO JOURNAL-REPORT-LINE
019400     END-IF.
019500     WRITE JOURNAL-REPORT-LINE.
019600     MOVE SPACES TO JOURNAL-REPORT-LINE.
019700     WRITE JOURNAL-REPORT-LINE.
019800     MOVE 'CHANGED           STUDENT  A FIELD    OLD VALUE'
019900         TO JOURNAL-REPORT-LINE.
020000     MOVE 'NEW VALUE' TO JOURNAL-REPORT-LINE(70:9).
020100     MOVE 'PROGRAM        OPERATOR REASON'
020200         TO JOURNAL-REPORT-LINE(101:30).
020300     WRITE JOURNAL-REPORT-LINE.
020400     MOVE ALL '-' TO JOURNAL-REPORT-LINE.
020500     WRITE JOURNAL-REPORT-LINE.
020520     IF JOURNAL-ABSENT
020540         GO TO 2000-LIST-JOURNAL-EXIT
020560     END-IF.
020600     PERFORM 2050-READ-JOURNAL THRU 2050-READ-JOURNAL-EXIT.
020700     PERFORM 2100-LIST-ONE-ROW THRU 2100-LIST-ONE-ROW-EXIT
020800         UNTIL EOF-JRNL.
020900     CLOSE JOURNAL-FILE.
021000 2000-LIST-JOURNAL-EXIT.
021100     EXIT.
021200
021300 2050-READ-JOURNAL.
021400     READ JOURNAL-FILE
021500         AT END
021600             SET EOF-JRNL TO TRUE
021700         NOT AT END
021800             ADD 1 TO WS-COUNT-READ
021900     END-READ.
022000 2050-READ-JOURNAL-EXIT.
022100     EXIT.
022200
022300 2100-LIST-ONE-ROW.
022400     PERFORM 2200-SELECT-ROW THRU 2200-SELECT-ROW-EXIT.
022500     IF ROW-SELECTED
022600         PERFORM 2300-PRINT-ROW THRU 2300-PRINT-ROW-EXIT
022700     END-IF.
022800     PERFORM 2050-READ-JOURNAL THRU 2050-READ-JOURNAL-EXIT.
022900 2100-LIST-ONE-ROW-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300* 2200-SELECT-ROW - A ROW WHOSE DATE IS NOT NUMERIC (HAND-EDITED
023400* OR TRUNCATED) IS COUNTED, NOT TRUSTED.  THE ID SELECTION ALSO
023500* TAKES AN ID-CHANGE ROW WHOSE OLD VALUE IS THE REQUESTED ID, SO
023600* A STUDENT WHOSE ID WAS REPAIRED AWAY IS NOT LOST.
023700******************************************************************
023800 2200-SELECT-ROW.
023900     MOVE 'N' TO WS-SELECTED-SW.
024000     IF CHANGE-JOURNAL-RECORD = SPACES
024100         GO TO 2200-SELECT-ROW-EXIT
024200     END-IF.
024300     IF CJRN-DATE NOT NUMERIC
024400         ADD 1 TO WS-COUNT-BAD-ROWS
024500         GO TO 2200-SELECT-ROW-EXIT
024600     END-IF.
024700     IF CJRN-DATE < WS-FROM-DATE
024800         OR CJRN-DATE > WS-TO-DATE
024900         GO TO 2200-SELECT-ROW-EXIT
025000     END-IF.
025100     IF WS-SELECT-ID NOT = SPACES
025200         AND CJRN-STUDENT-ID NOT = WS-SELECT-ID
025300         IF CJRN-FIELD NOT = 'ID'
025400             OR CJRN-OLD-VALUE(1:8) NOT = WS-SELECT-ID
025500             GO TO 2200-SELECT-ROW-EXIT
025600         END-IF
025700     END-IF.
025800     SET ROW-SELECTED TO TRUE.
025900 2200-SELECT-ROW-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300* 2300-PRINT-ROW - ONE DETAIL LINE, PLUS THE RECORD IMAGE LINE
026400* FOR A WHOLE-RECORD ADD OR DELETE, AND THE TALLY BY ACTION.
026500******************************************************************
026600 2300-PRINT-ROW.
026700     ADD 1 TO WS-COUNT-SELECTED.
026800     EVALUATE TRUE
026900         WHEN CJRN-ADDED
027000             ADD 1 TO WS-COUNT-ADDED
027100         WHEN CJRN-DELETED
027200             ADD 1 TO WS-COUNT-DELETED
027300         WHEN OTHER
027400             ADD 1 TO WS-COUNT-CHANGED
027500     END-EVALUATE.
027600     MOVE CJRN-STAMP TO WS-DET-STAMP.
027700     MOVE CJRN-STUDENT-ID TO WS-DET-ID.
027800     MOVE CJRN-ACTION TO WS-DET-ACTION.
027900     MOVE CJRN-FIELD TO WS-DET-FIELD.
028000     MOVE CJRN-PROGRAM TO WS-DET-PROGRAM.
028100     MOVE CJRN-OPERATOR TO WS-DET-OPERATOR.
028200     MOVE CJRN-REASON TO WS-DET-REASON.
028300     IF CJRN-FIELD = 'RECORD'
028400         MOVE SPACES TO WS-DET-OLD WS-DET-NEW
028500     ELSE
028600         MOVE CJRN-OLD-VALUE TO WS-DET-OLD
028700         MOVE CJRN-NEW-VALUE TO WS-DET-NEW
028800     END-IF.
028900     MOVE WS-DETAIL-LINE TO JOURNAL-REPORT-LINE.
029000     WRITE JOURNAL-REPORT-LINE.
029100     IF CJRN-FIELD NOT = 'RECORD'
029200         GO TO 2300-PRINT-ROW-EXIT
029300     END-IF.
029400     MOVE SPACES TO JOURNAL-REPORT-LINE.
029500     IF CJRN-DELETED
029600         STRING '    RECORD AS DELETED : ' DELIMITED BY SIZE
029700                CJRN-OLD-VALUE DELIMITED BY SIZE
029800             INTO JOURNAL-REPORT-LINE
029900     ELSE
030000         STRING '    RECORD AS ADDED   : ' DELIMITED BY SIZE
030100                CJRN-NEW-VALUE DELIMITED BY SIZE
030200             INTO JOURNAL-REPORT-LINE
030300     END-IF.
030400     WRITE JOURNAL-REPORT-LINE.
030500 2300-PRINT-ROW-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900* 5000-WRAP-UP - TOTALS BY ACTION, THEN CLOSE THE REPORT AND TELL
031000* THE OPERATOR WHERE IT LANDED.
031100******************************************************************
031200 5000-WRAP-UP.
031300     MOVE SPACES TO JOURNAL-REPORT-LINE.
031400     WRITE JOURNAL-REPORT-LINE.
031500     IF WS-COUNT-SELECTED = ZERO
031600         MOVE 'NO CHANGES FOUND FOR THE REQUESTED SELECTION'
031700             TO JOURNAL-REPORT-LINE
031800         WRITE JOURNAL-REPORT-LINE
031900     END-IF.
032000     MOVE WS-COUNT-SELECTED TO WS-ED-COUNT.
032100     MOVE SPACES TO JOURNAL-REPORT-LINE.
032200     STRING 'JOURNAL ROWS LISTED   : ' WS-ED-COUNT
032300                DELIMITED BY SIZE
032400         INTO JOURNAL-REPORT-LINE.
032500     WRITE JOURNAL-REPORT-LINE.
032600     MOVE WS-COUNT-ADDED TO WS-ED-COUNT.
032700     MOVE SPACES TO JOURNAL-REPORT-LINE.
032800     STRING '  STUDENTS ADDED      : ' WS-ED-COUNT
032900                DELIMITED BY SIZE
033000         INTO JOURNAL-REPORT-LINE.
033100     WRITE JOURNAL-REPORT-LINE.
033200     MOVE WS-COUNT-CHANGED TO WS-ED-COUNT.
033300     MOVE SPACES TO JOURNAL-REPORT-LINE.
033400     STRING '  FIELDS CHANGED      : ' WS-ED-COUNT
033500                DELIMITED BY SIZE
033600         INTO JOURNAL-REPORT-LINE.
033700     WRITE JOURNAL-REPORT-LINE.
033800     MOVE WS-COUNT-DELETED TO WS-ED-COUNT.
033900     MOVE SPACES TO JOURNAL-REPORT-LINE.
034000     STRING '  STUDENTS DELETED    : ' WS-ED-COUNT
034100                DELIMITED BY SIZE
034200         INTO JOURNAL-REPORT-LINE.
034300     WRITE JOURNAL-REPORT-LINE.
034400     IF WS-COUNT-BAD-ROWS > ZERO
034500         MOVE WS-COUNT-BAD-ROWS TO WS-ED-COUNT
034600         MOVE SPACES TO JOURNAL-REPORT-LINE
034700         STRING 'UNREADABLE JOURNAL ROWS: ' WS-ED-COUNT
034800                    DELIMITED BY SIZE
034900             INTO JOURNAL-REPORT-LINE
035000         WRITE JOURNAL-REPORT-LINE
035100     END-IF.
035200     CLOSE JOURNAL-REPORT-FILE.
035300     DISPLAY 'JOURNAL-REPORT: JOURNAL_REPORT.TXT WRITTEN - '
035400         WS-COUNT-SELECTED ' OF ' WS-COUNT-READ
035500         ' JOURNAL ROW(S) LISTED'.
035600 5000-WRAP-UP-EXIT.
035700     EXIT.
