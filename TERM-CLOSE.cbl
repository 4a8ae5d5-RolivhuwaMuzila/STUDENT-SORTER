000100******************************************************************
000200* PROGRAM-ID: TERM-CLOSE
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CLOSES A TERM ON GRADE_HISTORY.TXT SO THE GRADES
000800*              ALREADY ISSUED FOR IT CAN NO LONGER BE REPLACED.
000900*              A CLOSE TOTALS THE TERM'S ARCHIVED ROWS (STUDENT
001000*              COUNT, AVERAGE, MIN/MAX, COUNT PER GRADE BAND
001100*              FROM THE REGISTRAR'S GRADE_BANDS.TXT, AND HASH
001200*              TOTALS OF THE STUDENT IDS AND GRADES), FILES A
001300*              CLOSED ROW ON CLOSED_TERMS.TXT (SEE TCLSREC) AND
001400*              PRINTS TERM_CERTIFICATION.TXT FOR SIGNATURE.
001500*              FROM THEN ON STUDENT-SORTER REFUSES TO RE-ARCHIVE
001600*              THE TERM AND GRADE-TRENDS AND TRANSCRIPT SHOW IT
001700*              AS FINAL.  THE ONLY WAY BACK IS A DELIBERATE
001800*              REOPEN, WHICH MUST GIVE A REASON.  EVERY CLOSE
001900*              AND REOPEN IS LOGGED TO TERM_CLOSE_LOG.TXT WITH
002000*              THE OPERATOR WHO RAN IT.
002100*
002200*              COMMAND-LINE PARAMETERS (SPACE-SEPARATED, ANY
002300*              ORDER):
002400*                TERM=tttttt - TERM CODE TO CLOSE OR REOPEN
002500*                            (REQUIRED).
002600*                ACTION=CLOSE|REOPEN - DEFAULT CLOSE.
002700*                REASON=text - WHY THE TERM IS BEING REOPENED,
002800*                            ONE WORD OR HYPHENATED (REQUIRED
002900*                            FOR REOPEN, UP TO 30 CHARACTERS).
003000*
003100*              RETURN CODES: 0 DONE, 12 REFUSED (TERM ALREADY
003200*              IN THE REQUESTED STATE, NO ROWS TO CERTIFY, OR A
003300*              REOPEN WITHOUT A REASON), 20 FILE OR PARAMETER
003400*              ERROR.
003500* TECTONICS:   cobc -x -I copybooks TERM-CLOSE.cbl
003600*
003700* MODIFICATION HISTORY
003800*    DATE       INIT  DESCRIPTION
003900*    2026-10-15  DVR  INITIAL VERSION.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. TERM-CLOSE.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT GRADE-HISTORY-FILE ASSIGN TO 'grade_history.txt'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-HIST-FS.
004900
005000     SELECT CLOSED-TERMS-FILE ASSIGN TO 'closed_terms.txt'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CLOSED-FS.
005300
005400     SELECT CERTIFICATION-FILE ASSIGN TO 'term_certification.txt'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CERT-FS.
005700
005800     SELECT TERM-LOG-FILE ASSIGN TO 'term_close_log.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TERMLOG-FS.
006100
006200     SELECT BAND-CONTROL-FILE ASSIGN TO 'grade_bands.txt'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BAND-FS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  GRADE-HISTORY-FILE.
006900     COPY GHISTREC.
007000
007100 FD  CLOSED-TERMS-FILE.
007200     COPY TCLSREC.
007300
007400 FD  CERTIFICATION-FILE.
007500 01  CERTIFICATION-LINE               PIC X(80).
007600
007700 FD  TERM-LOG-FILE.
007800 01  TERM-LOG-RECORD                  PIC X(132).
007900
008000 FD  BAND-CONTROL-FILE.
008100     COPY GBNDREC.
008200
008300 WORKING-STORAGE SECTION.
008400 01  WS-FILE-STATUSES.
008500     05  WS-HIST-FS                    PIC X(02) VALUE '00'.
008600     05  WS-CLOSED-FS                  PIC X(02) VALUE '00'.
008700     05  WS-CERT-FS                    PIC X(02) VALUE '00'.
008800     05  WS-TERMLOG-FS                 PIC X(02) VALUE '00'.
008900     05  WS-BAND-FS                    PIC X(02) VALUE '00'.
009000
009100 01  WS-SWITCHES.
009200     05  WS-EOF-HIST-SW                PIC X(01) VALUE 'N'.
009300         88  EOF-HIST                      VALUE 'Y'.
009400     05  WS-EOF-CLOSED-SW              PIC X(01) VALUE 'N'.
009500         88  EOF-CLOSED                    VALUE 'Y'.
009600     05  WS-EOF-BAND-SW                PIC X(01) VALUE 'N'.
009700         88  EOF-BAND                      VALUE 'Y'.
009800     05  WS-BANDS-OK-SW                PIC X(01) VALUE 'Y'.
009900         88  BAND-TABLE-OK                 VALUE 'Y'.
010000     05  WS-ACTION-SW                  PIC X(01) VALUE 'C'.
010100         88  CLOSE-REQUESTED               VALUE 'C'.
010200         88  REOPEN-REQUESTED              VALUE 'R'.
010300
010400 01  WS-PARM-AREA.
010500     05  WS-PARM-TEXT                  PIC X(80) VALUE SPACES.
010600     05  WS-PARM-TOKEN                 PIC X(40)
010700                                        OCCURS 3 TIMES.
010800     05  WS-PARM-SUB                   PIC 9(02) VALUE ZERO
010900                                        USAGE COMP.
011000     05  WS-PARM-KEYWORD               PIC X(12) VALUE SPACES.
011100     05  WS-PARM-VALUE                 PIC X(30) VALUE SPACES.
011200     05  WS-TERM-CODE                  PIC X(06) VALUE SPACES.
011300     05  WS-REOPEN-REASON              PIC X(30) VALUE SPACES.
011400
011500*    THE TERM'S STATE AS THE CLOSED-TERMS FILE LEAVES IT: THE
011600*    ACTION ON THE LAST ROW FILED FOR THE TERM, SPACES WHEN THE
011700*    TERM HAS NEVER BEEN CLOSED.
011800 01  WS-TERM-STATE-AREA.
011900     05  WS-TERM-STATE                 PIC X(08) VALUE SPACES.
012000         88  TERM-IS-CLOSED                VALUE 'CLOSED'.
012100     05  WS-STATE-DATE                 PIC 9(08) VALUE ZERO.
012200     05  WS-STATE-OPERATOR             PIC X(08) VALUE SPACES.
012300     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
012400
012500 01  WS-COUNTERS.
012600     05  WS-COUNT-STUDENTS             PIC 9(06) VALUE ZERO
012700                                        USAGE COMP.
012800     05  WS-COUNT-BAD-IDS              PIC 9(06) VALUE ZERO
012900                                        USAGE COMP.
013000     05  WS-GRADE-TOTAL                PIC 9(08) VALUE ZERO
013100                                        USAGE COMP.
013200     05  WS-GRADE-MIN                  PIC 9(03) VALUE 999.
013300     05  WS-GRADE-MAX                  PIC 9(03) VALUE ZERO.
013400
013500*    HASH TOTALS: THE SUM OF EVERY NUMERIC STUDENT ID AND OF
013600*    EVERY GRADE FILED UNDER THE TERM.  NEITHER MEANS ANYTHING
013700*    ON ITS OWN; A LATER COUNT THAT DOES NOT REPRODUCE THEM
013800*    PROVES THE TERM'S ROWS WERE CHANGED AFTER CERTIFICATION.
013900 01  WS-HASH-AREA.
014000     05  WS-ID-HASH                    PIC 9(15) VALUE ZERO.
014100     05  WS-GRADE-HASH                 PIC 9(08) VALUE ZERO.
014200     05  WS-HASH-ID                    PIC 9(08) VALUE ZERO.
014300     05  WS-HASH-ID-X REDEFINES
014400         WS-HASH-ID                    PIC X(08).
014500
014600 01  WS-TERM-AVERAGE                  PIC 999V99 VALUE ZERO.
014700
014800*    GRADE BANDS FROM THE SAME GRADE_BANDS.TXT GRADE-SUMMARY
014900*    PRINTS FROM, WITH A COUNT PER BAND FOR THE CERTIFICATION
015000*    PAGE.  A MISSING OR BROKEN CONTROL FILE FALLS BACK TO THE
015100*    CLASSIC BUILT-IN BANDS WITH A WARNING.
015200 01  WS-LETTER-BAND-AREA.
015300     05  WS-LTRBND-USED                PIC 9(02) VALUE ZERO
015400                                        USAGE COMP.
015500     05  WS-LTRBND-SUB                 PIC 9(02) VALUE ZERO
015600                                        USAGE COMP.
015700     05  WS-LTRBND-HIT                 PIC 9(02) VALUE ZERO
015800                                        USAGE COMP.
015900     05  WS-GRADE-LETTER               PIC X(01) VALUE SPACE.
016000     05  WS-LOOKUP-GRADE               PIC 9(03) VALUE ZERO.
016100     05  WS-LTRBND-ENTRY OCCURS 10 TIMES.
016200         10  WS-LTRBND-LOW             PIC 9(03).
016300         10  WS-LTRBND-HIGH            PIC 9(03).
016400         10  WS-LTRBND-LABEL           PIC X(12).
016500         10  WS-LTRBND-LETTER          PIC X(01).
016600         10  WS-LTRBND-COUNT           PIC 9(06).
016700
016800 01  WS-TIMESTAMP-FIELDS.
016900     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
017000     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
017100
017200 01  WS-LOG-FIELDS.
017300     05  WS-LOG-ACTION                 PIC X(08) VALUE SPACES.
017400     05  WS-LOG-COUNT                  PIC 9(06) VALUE ZERO.
017500
017600 01  WS-EDIT-FIELDS.
017700     05  WS-ED-COUNT                   PIC ZZZZZ9.
017800     05  WS-ED-GRADE                   PIC ZZ9.
017900     05  WS-ED-AVERAGE                 PIC ZZ9.99.
018000     05  WS-ED-ID-HASH                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
018100     05  WS-ED-GRADE-HASH              PIC ZZ,ZZZ,ZZ9.
018200
018300 PROCEDURE DIVISION.
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018600     PERFORM 2000-FIND-TERM-STATE THRU 2000-FIND-TERM-STATE-EXIT.
018700     IF CLOSE-REQUESTED
018800         PERFORM 3000-CLOSE-TERM THRU 3000-CLOSE-TERM-EXIT
018900     ELSE
019000         PERFORM 4000-REOPEN-TERM THRU 4000-REOPEN-TERM-EXIT
019100     END-IF.
019200     STOP RUN.
019300
019400******************************************************************
019500* 1000-INITIALIZE - PARSE THE PARAMETERS.  A CLOSE OR REOPEN IS
019600* NEVER GUESSED AT: NO TERM, AN UNKNOWN ACTION OR A REOPEN WITH
019700* NO REASON STOPS THE RUN BEFORE ANY FILE IS TOUCHED.
019800******************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020100     ACCEPT WS-CURRENT-TIME FROM TIME.
020200     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
020300     IF WS-OPERATOR-ID = SPACES
020400         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
020500     END-IF.
020600     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
020700     MOVE SPACES TO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
020800                    WS-PARM-TOKEN(3).
020900     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
021000         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
021100              WS-PARM-TOKEN(3).
021200     PERFORM 1100-APPLY-PARM-TOKEN
021300         THRU 1100-APPLY-PARM-TOKEN-EXIT
021400         VARYING WS-PARM-SUB FROM 1 BY 1
021500         UNTIL WS-PARM-SUB > 3.
021600     IF WS-TERM-CODE = SPACES
021700         DISPLAY 'TERM-CLOSE: *** NO TERM= PARAMETER - NOTHING '
021800             'CLOSED OR REOPENED ***'
021900         MOVE 20 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200     IF REOPEN-REQUESTED AND WS-REOPEN-REASON = SPACES
022300         DISPLAY 'TERM-CLOSE: *** A REOPEN MUST GIVE A REASON= '
022400             '- TERM ' WS-TERM-CODE ' LEFT AS IT IS ***'
022500         MOVE 12 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800 1000-INITIALIZE-EXIT.
022900     EXIT.
023000
023100 1100-APPLY-PARM-TOKEN.
023200     IF WS-PARM-TOKEN(WS-PARM-SUB) = SPACES
023300         GO TO 1100-APPLY-PARM-TOKEN-EXIT
023400     END-IF.
023500     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
023600     UNSTRING WS-PARM-TOKEN(WS-PARM-SUB) DELIMITED BY '='
023700         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
023800     EVALUATE TRUE
023900         WHEN WS-PARM-KEYWORD = 'TERM'
024000             AND WS-PARM-VALUE NOT = SPACES
024100             AND WS-PARM-VALUE(7:1) = SPACE
024200             MOVE WS-PARM-VALUE(1:6) TO WS-TERM-CODE
024300         WHEN WS-PARM-KEYWORD = 'ACTION'
024400             AND WS-PARM-VALUE = 'CLOSE'
024500             SET CLOSE-REQUESTED TO TRUE
024600         WHEN WS-PARM-KEYWORD = 'ACTION'
024700             AND WS-PARM-VALUE = 'REOPEN'
024800             SET REOPEN-REQUESTED TO TRUE
024900         WHEN WS-PARM-KEYWORD = 'REASON'
025000             AND WS-PARM-VALUE NOT = SPACES
025100             MOVE WS-PARM-VALUE TO WS-REOPEN-REASON
025200         WHEN OTHER
025300             DISPLAY 'TERM-CLOSE: *** UNKNOWN OR INVALID '
025400                 'PARAMETER ' WS-PARM-TOKEN(WS-PARM-SUB)
025500                 ' - NOTHING CLOSED OR REOPENED ***'
025600             MOVE 20 TO RETURN-CODE
025700             STOP RUN
025800     END-EVALUATE.
025900 1100-APPLY-PARM-TOKEN-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300* 2000-FIND-TERM-STATE - WALK THE CLOSED-TERMS FILE; THE LAST
026400* ROW FILED FOR THE TERM DECIDES WHETHER IT IS CLOSED NOW.  NO
026500* FILE YET (35) SIMPLY MEANS NO TERM HAS EVER BEEN CLOSED.
026600******************************************************************
026700 2000-FIND-TERM-STATE.
026800     MOVE SPACES TO WS-TERM-STATE.
026900     MOVE 'N' TO WS-EOF-CLOSED-SW.
027000     OPEN INPUT CLOSED-TERMS-FILE.
027100     IF WS-CLOSED-FS = '35'
027200         GO TO 2000-FIND-TERM-STATE-EXIT
027300     END-IF.
027400     IF WS-CLOSED-FS NOT = '00'
027500         DISPLAY 'TERM-CLOSE: *** UNABLE TO OPEN '
027600             'CLOSED_TERMS.TXT - FILE STATUS ' WS-CLOSED-FS
027700             ' ***'
027800         MOVE 20 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     PERFORM 2100-READ-CLOSED-TERM
028200         THRU 2100-READ-CLOSED-TERM-EXIT.
028300     PERFORM 2200-NOTE-TERM-ROW THRU 2200-NOTE-TERM-ROW-EXIT
028400         UNTIL EOF-CLOSED.
028500     CLOSE CLOSED-TERMS-FILE.
028600 2000-FIND-TERM-STATE-EXIT.
028700     EXIT.
028800
028900 2100-READ-CLOSED-TERM.
029000     READ CLOSED-TERMS-FILE
029100         AT END
029200             SET EOF-CLOSED TO TRUE
029300     END-READ.
029400 2100-READ-CLOSED-TERM-EXIT.
029500     EXIT.
029600
029700 2200-NOTE-TERM-ROW.
029800     IF TCLS-TERM = WS-TERM-CODE
029900         MOVE TCLS-ACTION TO WS-TERM-STATE
030000         MOVE TCLS-DATE TO WS-STATE-DATE
030100         MOVE TCLS-OPERATOR TO WS-STATE-OPERATOR
030200     END-IF.
030300     PERFORM 2100-READ-CLOSED-TERM
030400         THRU 2100-READ-CLOSED-TERM-EXIT.
030500 2200-NOTE-TERM-ROW-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900* 3000-CLOSE-TERM - TOTAL THE TERM'S ARCHIVED ROWS, FILE THE
031000* CLOSED ROW, PRINT THE CERTIFICATION PAGE AND LOG THE CLOSE.
031100* A TERM ALREADY CLOSED, OR ONE WITH NOTHING ARCHIVED UNDER IT,
031200* IS REFUSED - THERE IS NOTHING TO CERTIFY.
031300******************************************************************
031400 3000-CLOSE-TERM.
031500     IF TERM-IS-CLOSED
031600         DISPLAY 'TERM-CLOSE: *** TERM ' WS-TERM-CODE
031700             ' WAS ALREADY CLOSED ON ' WS-STATE-DATE ' BY '
031800             WS-STATE-OPERATOR ' - NOTHING CHANGED ***'
031900         MOVE 12 TO RETURN-CODE
032000         GO TO 3000-CLOSE-TERM-EXIT
032100     END-IF.
032200     PERFORM 8000-LOAD-LETTER-BANDS
032300         THRU 8000-LOAD-LETTER-BANDS-EXIT.
032400     PERFORM 3100-TOTAL-TERM THRU 3100-TOTAL-TERM-EXIT.
032500     IF WS-COUNT-STUDENTS = ZERO
032600         DISPLAY 'TERM-CLOSE: *** NO ROWS ON GRADE_HISTORY.TXT '
032700             'FOR TERM ' WS-TERM-CODE ' - NOTHING TO CLOSE ***'
032800         MOVE 12 TO RETURN-CODE
032900         GO TO 3000-CLOSE-TERM-EXIT
033000     END-IF.
033100     COMPUTE WS-TERM-AVERAGE ROUNDED =
033200         WS-GRADE-TOTAL / WS-COUNT-STUDENTS.
033300     MOVE SPACES TO CLOSED-TERM-RECORD.
033400     MOVE WS-TERM-CODE TO TCLS-TERM.
033500     SET TCLS-TERM-CLOSED TO TRUE.
033600     MOVE WS-CURRENT-DATE TO TCLS-DATE.
033700     MOVE '-' TO TCLS-STAMP-SEP.
033800     MOVE WS-CURRENT-TIME TO TCLS-TIME.
033900     MOVE WS-OPERATOR-ID TO TCLS-OPERATOR.
034000     MOVE WS-COUNT-STUDENTS TO TCLS-STUDENT-COUNT.
034100     MOVE WS-ID-HASH TO TCLS-ID-HASH.
034200     MOVE WS-GRADE-HASH TO TCLS-GRADE-HASH.
034300     PERFORM 5000-FILE-CLOSED-TERM-ROW
034400         THRU 5000-FILE-CLOSED-TERM-ROW-EXIT.
034500     PERFORM 6000-WRITE-CERTIFICATION
034600         THRU 6000-WRITE-CERTIFICATION-EXIT.
034700     MOVE 'CLOSED' TO WS-LOG-ACTION.
034800     PERFORM 7000-LOG-TERM-ACTION THRU 7000-LOG-TERM-ACTION-EXIT.
034900     IF WS-CERT-FS = '00'
035000         DISPLAY 'TERM-CLOSE: TERM ' WS-TERM-CODE ' CLOSED - '
035100             WS-COUNT-STUDENTS ' STUDENT(S) CERTIFIED, SEE '
035120             'TERM_CERTIFICATION.TXT'
035140     END-IF.
035200 3000-CLOSE-TERM-EXIT.
035300     EXIT.
035400
035500 3100-TOTAL-TERM.
035600     MOVE 'N' TO WS-EOF-HIST-SW.
035700     OPEN INPUT GRADE-HISTORY-FILE.
035800     IF WS-HIST-FS NOT = '00'
035900         DISPLAY 'TERM-CLOSE: *** UNABLE TO OPEN '
036000             'GRADE_HISTORY.TXT - FILE STATUS ' WS-HIST-FS
036100             ' ***'
036200         MOVE 20 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500     PERFORM 3150-READ-HISTORY THRU 3150-READ-HISTORY-EXIT.
036600     PERFORM 3200-TALLY-ONE-ROW THRU 3200-TALLY-ONE-ROW-EXIT
036700         UNTIL EOF-HIST.
036800     CLOSE GRADE-HISTORY-FILE.
036900 3100-TOTAL-TERM-EXIT.
037000     EXIT.
037100
037200 3150-READ-HISTORY.
037300     READ GRADE-HISTORY-FILE
037400         AT END
037500             SET EOF-HIST TO TRUE
037600     END-READ.
037700 3150-READ-HISTORY-EXIT.
037800     EXIT.
037900
038000*    A NON-NUMERIC STUDENT ID CANNOT BE ADDED INTO THE ID HASH;
038100*    IT IS COUNTED AND SHOWN ON THE CERTIFICATION PAGE INSTEAD
038200*    SO THE SIGNATORY KNOWS THE HASH LEAVES IT OUT.
038300 3200-TALLY-ONE-ROW.
038400     IF HIST-TERM = WS-TERM-CODE
038500         ADD 1 TO WS-COUNT-STUDENTS
038600         ADD HIST-GRADE TO WS-GRADE-TOTAL
038700         ADD HIST-GRADE TO WS-GRADE-HASH
038800         MOVE HIST-ID TO WS-HASH-ID-X
038900         IF WS-HASH-ID-X IS NUMERIC
039000             ADD WS-HASH-ID TO WS-ID-HASH
039100         ELSE
039200             ADD 1 TO WS-COUNT-BAD-IDS
039300         END-IF
039400         IF HIST-GRADE < WS-GRADE-MIN
039500             MOVE HIST-GRADE TO WS-GRADE-MIN
039600         END-IF
039700         IF HIST-GRADE > WS-GRADE-MAX
039800             MOVE HIST-GRADE TO WS-GRADE-MAX
039900         END-IF
040000         MOVE HIST-GRADE TO WS-LOOKUP-GRADE
040100         PERFORM 8500-FIND-GRADE-LETTER
040200             THRU 8500-FIND-GRADE-LETTER-EXIT
040300         IF WS-LTRBND-HIT > ZERO
040400             ADD 1 TO WS-LTRBND-COUNT(WS-LTRBND-HIT)
040500         END-IF
040600     END-IF.
040700     PERFORM 3150-READ-HISTORY THRU 3150-READ-HISTORY-EXIT.
040800 3200-TALLY-ONE-ROW-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200* 4000-REOPEN-TERM - THE DELIBERATE WAY BACK.  ONLY A TERM THAT
041300* IS CLOSED NOW CAN BE REOPENED; THE REOPENED ROW CARRIES THE
041400* REASON AND THE OPERATOR, AND THE ACTION IS LOGGED SO THE
041500* REGISTRAR CAN ALWAYS SEE WHO UNFROZE WHICH TERM AND WHY.
041600******************************************************************
041700 4000-REOPEN-TERM.
041800     IF NOT TERM-IS-CLOSED
041900         DISPLAY 'TERM-CLOSE: *** TERM ' WS-TERM-CODE
042000             ' IS NOT CLOSED - NOTHING TO REOPEN ***'
042100         MOVE 12 TO RETURN-CODE
042200         GO TO 4000-REOPEN-TERM-EXIT
042300     END-IF.
042400     MOVE SPACES TO CLOSED-TERM-RECORD.
042500     MOVE WS-TERM-CODE TO TCLS-TERM.
042600     SET TCLS-TERM-REOPENED TO TRUE.
042700     MOVE WS-CURRENT-DATE TO TCLS-DATE.
042800     MOVE '-' TO TCLS-STAMP-SEP.
042900     MOVE WS-CURRENT-TIME TO TCLS-TIME.
043000     MOVE WS-OPERATOR-ID TO TCLS-OPERATOR.
043100     MOVE ZERO TO TCLS-STUDENT-COUNT TCLS-ID-HASH
043200                  TCLS-GRADE-HASH.
043300     MOVE WS-REOPEN-REASON TO TCLS-REASON.
043400     PERFORM 5000-FILE-CLOSED-TERM-ROW
043500         THRU 5000-FILE-CLOSED-TERM-ROW-EXIT.
043600     MOVE 'REOPENED' TO WS-LOG-ACTION.
043700     PERFORM 7000-LOG-TERM-ACTION THRU 7000-LOG-TERM-ACTION-EXIT.
043800     DISPLAY 'TERM-CLOSE: TERM ' WS-TERM-CODE ' REOPENED BY '
043900         WS-OPERATOR-ID ' - REASON ' WS-REOPEN-REASON.
044000 4000-REOPEN-TERM-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400* 5000-FILE-CLOSED-TERM-ROW - APPEND THE ROW BUILT BY THE CALLER
044500* TO CLOSED_TERMS.TXT, CREATING THE FILE ON THE FIRST CLOSE.
044600******************************************************************
044700 5000-FILE-CLOSED-TERM-ROW.
044800     OPEN EXTEND CLOSED-TERMS-FILE.
044900     IF WS-CLOSED-FS = '35'
045000         OPEN OUTPUT CLOSED-TERMS-FILE
045100     END-IF.
045200     IF WS-CLOSED-FS NOT = '00'
045300         DISPLAY 'TERM-CLOSE: *** UNABLE TO WRITE '
045400             'CLOSED_TERMS.TXT - FILE STATUS ' WS-CLOSED-FS
045500             ' - TERM ' WS-TERM-CODE ' NOT CHANGED ***'
045600         MOVE 20 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     WRITE CLOSED-TERM-RECORD.
046000     CLOSE CLOSED-TERMS-FILE.
046100 5000-FILE-CLOSED-TERM-ROW-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* 6000-WRITE-CERTIFICATION - THE ONE-PAGE CERTIFICATE: WHAT WAS
046600* CLOSED, WHEN AND BY WHOM, THE TERM'S FIGURES AND BAND
046700* DISTRIBUTION, AND THE TWO HASH TOTALS, WITH A SIGNATURE LINE
046800* FOR THE REGISTRAR.
046900******************************************************************
047000 6000-WRITE-CERTIFICATION.
047100     OPEN OUTPUT CERTIFICATION-FILE.
047105*    THE CLOSED ROW IS ALREADY FILED, SO A CERTIFICATE THAT CANNOT
047110*    BE PRINTED DOES NOT UNDO THE CLOSE; THE OPERATOR IS TOLD HOW
047115*    TO GET ONE ONCE THE FILE PROBLEM IS FIXED.
047120     IF WS-CERT-FS NOT = '00'
047125         DISPLAY 'TERM-CLOSE: *** UNABLE TO WRITE '
047130             'TERM_CERTIFICATION.TXT - FILE STATUS ' WS-CERT-FS
047135             ' ***'
047140         DISPLAY 'TERM-CLOSE: *** TERM ' WS-TERM-CODE
047145             ' IS CLOSED BUT HAS NO CERTIFICATE ***'
047147         DISPLAY 'TERM-CLOSE: *** REOPEN IT WITH A REASON= AND '
047149             'CLOSE IT AGAIN TO PRINT ONE ***'
047150         MOVE 20 TO RETURN-CODE
047155         GO TO 6000-WRITE-CERTIFICATION-EXIT
047160     END-IF.
047200     MOVE SPACES TO CERTIFICATION-LINE.
047300     STRING 'TERM CLOSE CERTIFICATION - TERM ' DELIMITED BY SIZE
047400            WS-TERM-CODE DELIMITED BY SIZE
047500            ' - FINAL' DELIMITED BY SIZE
047600         INTO CERTIFICATION-LINE.
047700     WRITE CERTIFICATION-LINE.
047800     MOVE SPACES TO CERTIFICATION-LINE.
047900     STRING 'CLOSED ' DELIMITED BY SIZE
048000            WS-CURRENT-DATE DELIMITED BY SIZE
048100            '-' DELIMITED BY SIZE
048200            WS-CURRENT-TIME DELIMITED BY SIZE
048300            ' BY OPERATOR ' DELIMITED BY SIZE
048400            WS-OPERATOR-ID DELIMITED BY SIZE
048500         INTO CERTIFICATION-LINE.
048600     WRITE CERTIFICATION-LINE.
048700     MOVE SPACES TO CERTIFICATION-LINE.
048800     WRITE CERTIFICATION-LINE.
048900     MOVE WS-COUNT-STUDENTS TO WS-ED-COUNT.
049000     MOVE SPACES TO CERTIFICATION-LINE.
049100     STRING 'STUDENTS CERTIFIED : ' DELIMITED BY SIZE
049200            WS-ED-COUNT DELIMITED BY SIZE
049300         INTO CERTIFICATION-LINE.
049400     WRITE CERTIFICATION-LINE.
049500     MOVE WS-TERM-AVERAGE TO WS-ED-AVERAGE.
049600     MOVE SPACES TO CERTIFICATION-LINE.
049700     STRING 'TERM AVERAGE       : ' DELIMITED BY SIZE
049800            WS-ED-AVERAGE DELIMITED BY SIZE
049900         INTO CERTIFICATION-LINE.
050000     WRITE CERTIFICATION-LINE.
050100     MOVE WS-GRADE-MIN TO WS-ED-GRADE.
050200     MOVE SPACES TO CERTIFICATION-LINE.
050300     STRING 'MINIMUM GRADE      : ' DELIMITED BY SIZE
050400            WS-ED-GRADE DELIMITED BY SIZE
050500         INTO CERTIFICATION-LINE.
050600     WRITE CERTIFICATION-LINE.
050700     MOVE WS-GRADE-MAX TO WS-ED-GRADE.
050800     MOVE SPACES TO CERTIFICATION-LINE.
050900     STRING 'MAXIMUM GRADE      : ' DELIMITED BY SIZE
051000            WS-ED-GRADE DELIMITED BY SIZE
051100         INTO CERTIFICATION-LINE.
051200     WRITE CERTIFICATION-LINE.
051300     MOVE SPACES TO CERTIFICATION-LINE.
051400     WRITE CERTIFICATION-LINE.
051500     MOVE 'GRADE BAND DISTRIBUTION' TO CERTIFICATION-LINE.
051600     WRITE CERTIFICATION-LINE.
051700     PERFORM 6100-WRITE-BAND-LINE THRU 6100-WRITE-BAND-LINE-EXIT
051800         VARYING WS-LTRBND-SUB FROM 1 BY 1
051900         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
052000     MOVE SPACES TO CERTIFICATION-LINE.
052100     WRITE CERTIFICATION-LINE.
052200     MOVE WS-ID-HASH TO WS-ED-ID-HASH.
052300     MOVE SPACES TO CERTIFICATION-LINE.
052400     STRING 'HASH TOTAL - IDS   : ' DELIMITED BY SIZE
052500            WS-ED-ID-HASH DELIMITED BY SIZE
052600         INTO CERTIFICATION-LINE.
052700     WRITE CERTIFICATION-LINE.
052800     MOVE WS-GRADE-HASH TO WS-ED-GRADE-HASH.
052900     MOVE SPACES TO CERTIFICATION-LINE.
053000     STRING 'HASH TOTAL - GRADES: ' DELIMITED BY SIZE
053100            WS-ED-GRADE-HASH DELIMITED BY SIZE
053200         INTO CERTIFICATION-LINE.
053300     WRITE CERTIFICATION-LINE.
053400     IF WS-COUNT-BAD-IDS > ZERO
053500         MOVE WS-COUNT-BAD-IDS TO WS-ED-COUNT
053600         MOVE SPACES TO CERTIFICATION-LINE
053700         STRING '*** ' DELIMITED BY SIZE
053800                WS-ED-COUNT DELIMITED BY SIZE
053900                ' NON-NUMERIC ID(S) LEFT OUT OF THE ID HASH ***'
054000                    DELIMITED BY SIZE
054100             INTO CERTIFICATION-LINE
054200         WRITE CERTIFICATION-LINE
054300     END-IF.
054400     MOVE SPACES TO CERTIFICATION-LINE.
054500     WRITE CERTIFICATION-LINE.
054600     MOVE SPACES TO CERTIFICATION-LINE.
054700     WRITE CERTIFICATION-LINE.
054800     MOVE 'CERTIFIED FINAL: ____________________  DATE: ________'
054900         TO CERTIFICATION-LINE.
055000     WRITE CERTIFICATION-LINE.
055100     MOVE '                 REGISTRAR' TO CERTIFICATION-LINE.
055200     WRITE CERTIFICATION-LINE.
055300     CLOSE CERTIFICATION-FILE.
055400 6000-WRITE-CERTIFICATION-EXIT.
055500     EXIT.
055600
055700 6100-WRITE-BAND-LINE.
055800     MOVE WS-LTRBND-COUNT(WS-LTRBND-SUB) TO WS-ED-COUNT.
055900     MOVE SPACES TO CERTIFICATION-LINE.
056000     STRING '  GRADE ' DELIMITED BY SIZE
056100            WS-LTRBND-LABEL(WS-LTRBND-SUB) DELIMITED BY SIZE
056200            ' (' WS-LTRBND-LETTER(WS-LTRBND-SUB) ')'
056300                DELIMITED BY SIZE
056400            ' : ' DELIMITED BY SIZE
056500            WS-ED-COUNT DELIMITED BY SIZE
056600            ' STUDENT(S)' DELIMITED BY SIZE
056700         INTO CERTIFICATION-LINE.
056800     WRITE CERTIFICATION-LINE.
056900 6100-WRITE-BAND-LINE-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300* 7000-LOG-TERM-ACTION - ONE STAMP-FIRST KEYWORD=VALUE LINE ON
057400* TERM_CLOSE_LOG.TXT FOR EVERY CLOSE AND REOPEN.
057500******************************************************************
057600 7000-LOG-TERM-ACTION.
057700     MOVE WS-COUNT-STUDENTS TO WS-LOG-COUNT.
057800     MOVE SPACES TO TERM-LOG-RECORD.
057900     IF CLOSE-REQUESTED
058000         STRING WS-CURRENT-DATE      DELIMITED BY SIZE
058100                '-'                  DELIMITED BY SIZE
058200                WS-CURRENT-TIME      DELIMITED BY SIZE
058300                ' TERM='             DELIMITED BY SIZE
058400                WS-TERM-CODE         DELIMITED BY SIZE
058500                ' ACTION='           DELIMITED BY SIZE
058600                WS-LOG-ACTION        DELIMITED BY SPACE
058700                ' OPERATOR='         DELIMITED BY SIZE
058800                WS-OPERATOR-ID       DELIMITED BY SPACE
058900                ' STUDENTS='         DELIMITED BY SIZE
059000                WS-LOG-COUNT         DELIMITED BY SIZE
059100                ' IDHASH='           DELIMITED BY SIZE
059200                WS-ID-HASH           DELIMITED BY SIZE
059300                ' GRADEHASH='        DELIMITED BY SIZE
059400                WS-GRADE-HASH        DELIMITED BY SIZE
059500             INTO TERM-LOG-RECORD
059600     ELSE
059610         STRING WS-CURRENT-DATE      DELIMITED BY SIZE
059620                '-'                  DELIMITED BY SIZE
059630                WS-CURRENT-TIME      DELIMITED BY SIZE
059640                ' TERM='             DELIMITED BY SIZE
059650                WS-TERM-CODE         DELIMITED BY SIZE
059660                ' ACTION='           DELIMITED BY SIZE
059670                WS-LOG-ACTION        DELIMITED BY SPACE
059680                ' OPERATOR='         DELIMITED BY SIZE
059690                WS-OPERATOR-ID       DELIMITED BY SPACE
059691                ' REASON='           DELIMITED BY SIZE
059692                WS-REOPEN-REASON     DELIMITED BY SPACE
059693             INTO TERM-LOG-RECORD
059694     END-IF.
059700     OPEN EXTEND TERM-LOG-FILE.
059800     IF WS-TERMLOG-FS = '35'
059900         OPEN OUTPUT TERM-LOG-FILE
060000     END-IF.
060100     WRITE TERM-LOG-RECORD.
060200     CLOSE TERM-LOG-FILE.
060300 7000-LOG-TERM-ACTION-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700* 8000-LOAD-LETTER-BANDS - LOAD THE GRADE BANDS FROM THE
060800* REGISTRAR'S GRADE_BANDS.TXT.  A MISSING OR BROKEN CONTROL
060900* FILE FALLS BACK TO THE CLASSIC BUILT-IN BANDS WITH A WARNING.
061000* SAME RULES STUDENT-SORTER AND GRADE-SUMMARY APPLY.
061100******************************************************************
061200 8000-LOAD-LETTER-BANDS.
061300     MOVE ZERO TO WS-LTRBND-USED.
061400     MOVE 'Y' TO WS-BANDS-OK-SW.
061500     MOVE 'N' TO WS-EOF-BAND-SW.
061600     OPEN INPUT BAND-CONTROL-FILE.
061700     IF WS-BAND-FS NOT = '00'
061800         DISPLAY 'TERM-CLOSE: GRADE_BANDS.TXT NOT AVAILABLE - '
061900             'USING THE BUILT-IN BANDS'
062000         PERFORM 8400-LOAD-DEFAULT-LETTERS
062100             THRU 8400-LOAD-DEFAULT-LETTERS-EXIT
062200         GO TO 8000-LOAD-LETTER-BANDS-EXIT
062300     END-IF.
062400     PERFORM 8100-READ-BAND-ROW THRU 8100-READ-BAND-ROW-EXIT.
062500     PERFORM 8200-STORE-BAND-ROW THRU 8200-STORE-BAND-ROW-EXIT
062600         UNTIL EOF-BAND.
062700     CLOSE BAND-CONTROL-FILE.
062800     PERFORM 8300-CHECK-BAND-TABLE
062900         THRU 8300-CHECK-BAND-TABLE-EXIT.
063000     IF NOT BAND-TABLE-OK
063100         DISPLAY 'TERM-CLOSE: *** GRADE_BANDS.TXT IS INVALID - '
063200             'USING THE BUILT-IN BANDS ***'
063300         PERFORM 8400-LOAD-DEFAULT-LETTERS
063400             THRU 8400-LOAD-DEFAULT-LETTERS-EXIT
063500     END-IF.
063600 8000-LOAD-LETTER-BANDS-EXIT.
063700     EXIT.
063800
063900 8100-READ-BAND-ROW.
064000     READ BAND-CONTROL-FILE
064100         AT END
064200             SET EOF-BAND TO TRUE
064300     END-READ.
064400 8100-READ-BAND-ROW-EXIT.
064500     EXIT.
064600
064700 8200-STORE-BAND-ROW.
064800     EVALUATE TRUE
064900         WHEN GRADE-BAND-RECORD = SPACES
065000             CONTINUE
065100         WHEN GBND-LOW-X NOT NUMERIC
065200             OR GBND-HIGH-X NOT NUMERIC
065300             MOVE 'N' TO WS-BANDS-OK-SW
065400         WHEN WS-LTRBND-USED >= 10
065500             MOVE 'N' TO WS-BANDS-OK-SW
065600         WHEN OTHER
065700             ADD 1 TO WS-LTRBND-USED
065800             MOVE GBND-LOW TO WS-LTRBND-LOW(WS-LTRBND-USED)
065900             MOVE GBND-HIGH TO WS-LTRBND-HIGH(WS-LTRBND-USED)
066000             MOVE GBND-LABEL TO WS-LTRBND-LABEL(WS-LTRBND-USED)
066100             MOVE GBND-LETTER
066200                 TO WS-LTRBND-LETTER(WS-LTRBND-USED)
066300             MOVE ZERO TO WS-LTRBND-COUNT(WS-LTRBND-USED)
066400     END-EVALUATE.
066500     PERFORM 8100-READ-BAND-ROW THRU 8100-READ-BAND-ROW-EXIT.
066600 8200-STORE-BAND-ROW-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000* 8300-CHECK-BAND-TABLE - SAME RULES GRADE-SUMMARY ENFORCES:
067100* BANDS START AT 000, RUN CONTIGUOUSLY WITH NO OVERLAP, KEEP
067200* LOW <= HIGH, AND END AT 099.
067300******************************************************************
067400 8300-CHECK-BAND-TABLE.
067500     IF WS-LTRBND-USED = ZERO
067600         MOVE 'N' TO WS-BANDS-OK-SW
067700         GO TO 8300-CHECK-BAND-TABLE-EXIT
067800     END-IF.
067900     IF WS-LTRBND-LOW(1) NOT = ZERO
068000         OR WS-LTRBND-HIGH(WS-LTRBND-USED) NOT = 99
068100         MOVE 'N' TO WS-BANDS-OK-SW
068200     END-IF.
068300     PERFORM 8310-CHECK-ONE-BAND THRU 8310-CHECK-ONE-BAND-EXIT
068400         VARYING WS-LTRBND-SUB FROM 1 BY 1
068500         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
068600 8300-CHECK-BAND-TABLE-EXIT.
068700     EXIT.
068800
068900 8310-CHECK-ONE-BAND.
069000     IF WS-LTRBND-LOW(WS-LTRBND-SUB)
069100         > WS-LTRBND-HIGH(WS-LTRBND-SUB)
069200         MOVE 'N' TO WS-BANDS-OK-SW
069300     END-IF.
069400     IF WS-LTRBND-SUB > 1
069500         IF WS-LTRBND-LOW(WS-LTRBND-SUB) NOT =
069600             WS-LTRBND-HIGH(WS-LTRBND-SUB - 1) + 1
069700             MOVE 'N' TO WS-BANDS-OK-SW
069800         END-IF
069900     END-IF.
070000 8310-CHECK-ONE-BAND-EXIT.
070100     EXIT.
070200
070300 8400-LOAD-DEFAULT-LETTERS.
070400     MOVE 0 TO WS-LTRBND-LOW(1).
070500     MOVE 49 TO WS-LTRBND-HIGH(1).
070600     MOVE '0-49' TO WS-LTRBND-LABEL(1).
070700     MOVE 'F' TO WS-LTRBND-LETTER(1).
070800     MOVE 50 TO WS-LTRBND-LOW(2).
070900     MOVE 59 TO WS-LTRBND-HIGH(2).
071000     MOVE '50-59' TO WS-LTRBND-LABEL(2).
071100     MOVE 'E' TO WS-LTRBND-LETTER(2).
071200     MOVE 60 TO WS-LTRBND-LOW(3).
071300     MOVE 69 TO WS-LTRBND-HIGH(3).
071400     MOVE '60-69' TO WS-LTRBND-LABEL(3).
071500     MOVE 'D' TO WS-LTRBND-LETTER(3).
071600     MOVE 70 TO WS-LTRBND-LOW(4).
071700     MOVE 79 TO WS-LTRBND-HIGH(4).
071800     MOVE '70-79' TO WS-LTRBND-LABEL(4).
071900     MOVE 'C' TO WS-LTRBND-LETTER(4).
072000     MOVE 80 TO WS-LTRBND-LOW(5).
072100     MOVE 89 TO WS-LTRBND-HIGH(5).
072200     MOVE '80-89' TO WS-LTRBND-LABEL(5).
072300     MOVE 'B' TO WS-LTRBND-LETTER(5).
072400     MOVE 90 TO WS-LTRBND-LOW(6).
072500     MOVE 99 TO WS-LTRBND-HIGH(6).
072600     MOVE '90-99' TO WS-LTRBND-LABEL(6).
072700     MOVE 'A' TO WS-LTRBND-LETTER(6).
072800     MOVE ZERO TO WS-LTRBND-COUNT(1) WS-LTRBND-COUNT(2)
072900                  WS-LTRBND-COUNT(3) WS-LTRBND-COUNT(4)
073000                  WS-LTRBND-COUNT(5) WS-LTRBND-COUNT(6).
073100     MOVE 6 TO WS-LTRBND-USED.
073200 8400-LOAD-DEFAULT-LETTERS-EXIT.
073300     EXIT.
073400
073500*    WS-LTRBND-HIT IS LEFT POINTING AT THE MATCHING BAND (ZERO
073600*    WHEN NONE MATCHES) SO THE CALLER CAN COUNT INTO IT.
073700 8500-FIND-GRADE-LETTER.
073800     MOVE '?' TO WS-GRADE-LETTER.
073900     MOVE ZERO TO WS-LTRBND-HIT.
074000     PERFORM 8510-TEST-ONE-BAND THRU 8510-TEST-ONE-BAND-EXIT
074100         VARYING WS-LTRBND-SUB FROM 1 BY 1
074200         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
074300 8500-FIND-GRADE-LETTER-EXIT.
074400     EXIT.
074500
074600 8510-TEST-ONE-BAND.
074700     IF WS-LOOKUP-GRADE >= WS-LTRBND-LOW(WS-LTRBND-SUB)
074800         AND WS-LOOKUP-GRADE <= WS-LTRBND-HIGH(WS-LTRBND-SUB)
074900         MOVE WS-LTRBND-LETTER(WS-LTRBND-SUB)
075000             TO WS-GRADE-LETTER
075100         MOVE WS-LTRBND-SUB TO WS-LTRBND-HIT
075200         MOVE WS-LTRBND-USED TO WS-LTRBND-SUB
075300     END-IF.
075400 8510-TEST-ONE-BAND-EXIT.
075500     EXIT.
