000100******************************************************************
000200* PROGRAM-ID: STUDENT-INQUIRY
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     READ-ONLY INQUIRY FOR THE FRONT COUNTER.  FINDS A
000800*              STUDENT BY NAME ON THE ALTERNATE NAME KEY OF
000900*              STUDENT_MASTER.IDX (OR BY ID) AND SHOWS ONE
001000*              CONSOLIDATED VIEW: THE MASTER RECORD WITH ITS
001100*              SECTION TITLE (SECTIONS.TXT), EVERY TERM ON
001200*              GRADE_HISTORY.TXT, THE SUBJECT SCORES ON
001300*              SUBJECT_SCORES.TXT, AND ANY REJECT STILL OPEN ON
001400*              REJECT_STUDENTS.TXT WITH ITS FIRST-REJECTED DATE.
001500*              EVERY FILE IS OPENED FOR INPUT ONLY, SO COUNTER
001600*              STAFF NEED NO UPDATE ACCESS AND THE PROGRAM DOES
001700*              NOT TAKE THE SUITE RUN LOCK.
001800*
001900*              NAME SEARCH:
002000*                Smi       - EVERY NAME THAT STARTS WITH THE TEXT
002100*                            EXACTLY AS KEYED (POSITIONED ON THE
002200*                            NAME KEY, SO IT IS CHEAP).
002300*                *SMITH    - EVERY NAME THAT CONTAINS THE TEXT
002400*                            ANYWHERE, IGNORING CASE (WALKS THE
002500*                            WHOLE MASTER IN NAME ORDER).
002600*              ONE HIT GOES STRAIGHT TO THE VIEW; SEVERAL GIVE A
002700*              NUMBERED PICK LIST OF UP TO 20.
002800*
002900*              RETURN CODES: 0 DONE, 20 THE MASTER CANNOT BE
003000*              OPENED.
003100* TECTONICS:   cobc -x -I copybooks STUDENT-INQUIRY.cbl
003200*
003300* MODIFICATION HISTORY
003400*    DATE       INIT  DESCRIPTION
003500*    2026-10-15  DVR  INITIAL VERSION.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. STUDENT-INQUIRY.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MASTER-FILE ASSIGN TO 'student_master.idx'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS MASTER-ID
004600         ALTERNATE RECORD KEY IS MASTER-NAME WITH DUPLICATES
004700         FILE STATUS IS WS-MASTER-FS.
004800
004900     SELECT SECTION-CONTROL-FILE ASSIGN TO 'sections.txt'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SECT-FS.
005200
005300     SELECT GRADE-HISTORY-FILE ASSIGN TO 'grade_history.txt'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HIST-FS.
005600
005700     SELECT SUBJECT-SCORE-FILE ASSIGN TO 'subject_scores.txt'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SCORE-FS.
006000
006100     SELECT REJECT-FILE ASSIGN TO 'reject_students.txt'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REJECT-FS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MASTER-FILE.
006800     COPY STUDREC REPLACING STUDENT-RECORD   BY MASTER-RECORD
006900                            STUDENT-ID       BY MASTER-ID
007000                            STUDENT-NAME     BY MASTER-NAME
007100                            STUDENT-GRADE-X  BY MASTER-GRADE-X
007200                            STUDENT-SECTION  BY MASTER-SECTION
007300                            STUDENT-GRADE    BY MASTER-GRADE.
007400
007500 FD  SECTION-CONTROL-FILE.
007600     COPY SECTREC.
007700
007800 FD  GRADE-HISTORY-FILE.
007900     COPY GHISTREC.
008000
008100 FD  SUBJECT-SCORE-FILE.
008200     COPY SUBJREC.
008300
008400 FD  REJECT-FILE.
008500     COPY REJTREC.
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-FILE-STATUSES.
008900     05  WS-MASTER-FS                  PIC X(02) VALUE '00'.
009000     05  WS-SECT-FS                    PIC X(02) VALUE '00'.
009100     05  WS-HIST-FS                    PIC X(02) VALUE '00'.
009200     05  WS-SCORE-FS                   PIC X(02) VALUE '00'.
009300     05  WS-REJECT-FS                  PIC X(02) VALUE '00'.
009400
009500 01  WS-SWITCHES.
009600     05  WS-EOF-MASTER-SW              PIC X(01) VALUE 'N'.
009700         88  EOF-MASTER                    VALUE 'Y'.
009800     05  WS-EOF-SECT-SW                PIC X(01) VALUE 'N'.
009900         88  EOF-SECT                      VALUE 'Y'.
010000     05  WS-EOF-HIST-SW                PIC X(01) VALUE 'N'.
010100         88  EOF-HIST                      VALUE 'Y'.
010200     05  WS-EOF-SCORE-SW               PIC X(01) VALUE 'N'.
010300         88  EOF-SCORE                     VALUE 'Y'.
010400     05  WS-EOF-REJECT-SW              PIC X(01) VALUE 'N'.
010500         88  EOF-REJECT                    VALUE 'Y'.
010600     05  WS-QUIT-SW                    PIC X(01) VALUE 'N'.
010700         88  QUIT-REQUESTED                VALUE 'Y'.
010800     05  WS-FOUND-SW                   PIC X(01) VALUE 'N'.
010900         88  RECORD-FOUND                  VALUE 'Y'.
011000     05  WS-CONTAINS-SW                PIC X(01) VALUE 'N'.
011100         88  CONTAINS-SEARCH               VALUE 'Y'.
011200     05  WS-PICK-DONE-SW               PIC X(01) VALUE 'N'.
011300         88  PICK-DONE                     VALUE 'Y'.
011400
011500 01  WS-COUNTERS.
011600     05  WS-HIT-COUNT                  PIC 9(06) VALUE ZERO
011700                                        USAGE COMP.
011800     05  WS-LINE-COUNT                 PIC 9(04) VALUE ZERO
011900                                        USAGE COMP.
012000     05  WS-SEARCH-LEN                 PIC 9(02) VALUE ZERO
012100                                        USAGE COMP.
012200     05  WS-TRAILING-SPACES            PIC 9(02) VALUE ZERO
012300                                        USAGE COMP.
012400     05  WS-NAME-TALLY                 PIC 9(02) VALUE ZERO
012500                                        USAGE COMP.
012600
012700 01  WS-MENU-CHOICE                   PIC X(01) VALUE SPACES.
012800
012900 01  WS-SEARCH-ID                     PIC X(08) VALUE SPACES.
013000 01  WS-SEARCH-TEXT                   PIC X(30) VALUE SPACES.
013100 01  WS-SEARCH-NAME                   PIC X(30) VALUE SPACES.
013200 01  WS-FOLDED-NAME                   PIC X(30) VALUE SPACES.
013300
013400*    THE OPERATOR'S PICK IS KEYED AS ONE OR TWO DIGITS; A SINGLE
013500*    DIGIT IS RIGHT-JUSTIFIED INTO WS-PICK-DIGITS BEFORE THE
013600*    NUMERIC EDIT.
013700 01  WS-PICK-AREA.
013800     05  WS-PICK-TEXT                  PIC X(02) VALUE SPACES.
013900     05  WS-PICK-DIGITS                PIC X(02) VALUE SPACES.
014000     05  WS-PICK-NUM REDEFINES
014100         WS-PICK-DIGITS                PIC 9(02).
014200
014300*    THE PICK LIST - THE FIRST 20 HITS IN NAME ORDER.  MORE THAN
014400*    THAT IS NOT A LIST ANYBODY AT A COUNTER CAN READ, SO THE
014500*    OPERATOR IS TOLD HOW MANY MORE THERE ARE AND ASKED TO KEY
014600*    MORE OF THE NAME.
014700 01  WS-PICK-TABLE-AREA.
014800     05  WS-PICK-USED                  PIC 9(02) VALUE ZERO
014900                                        USAGE COMP.
015000     05  WS-PICK-SUB                   PIC 9(02) VALUE ZERO
015100                                        USAGE COMP.
015200     05  WS-PICK-ENTRY OCCURS 20 TIMES.
015300         10  WS-PICK-ID                PIC X(08).
015400         10  WS-PICK-NAME              PIC X(30).
015500         10  WS-PICK-SECTION           PIC X(04).
015600         10  WS-PICK-GRADE             PIC 9(02).
015700
015800 01  WS-VIEW-FIELDS.
015900     05  WS-RULE-LINE                  PIC X(66) VALUE ALL '='.
016000     05  WS-SECTION-TITLE              PIC X(30) VALUE SPACES.
016100     05  WS-HIST-NOTE                  PIC X(40) VALUE SPACES.
016200     05  WS-REJECT-DATE                PIC X(11) VALUE SPACES.
016300
016400 01  WS-EDIT-FIELDS.
016500     05  WS-ED-PICK                    PIC Z9.
016600     05  WS-ED-COUNT                   PIC ZZZZZ9.
016700
016800 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-OPEN-MASTER THRU 1000-OPEN-MASTER-EXIT.
017100     PERFORM 2000-PROCESS-MENU THRU 2000-PROCESS-MENU-EXIT
017200         UNTIL QUIT-REQUESTED.
017300     CLOSE MASTER-FILE.
017400     STOP RUN.
017500
017600******************************************************************
017700* 1000-OPEN-MASTER - THE MASTER IS OPENED FOR INPUT ONLY.  THIS
017800* PROGRAM NEVER BUILDS IT; WITHOUT ONE THERE IS NOTHING TO ASK.
017900******************************************************************
018000 1000-OPEN-MASTER.
018100     OPEN INPUT MASTER-FILE.
018200     IF WS-MASTER-FS NOT = '00'
018300         DISPLAY 'STUDENT-INQUIRY: *** UNABLE TO OPEN '
018400             'STUDENT_MASTER.IDX - FILE STATUS ' WS-MASTER-FS
018500             ' - RUN STUDENT-MAINT TO BUILD IT ***'
018600         MOVE 20 TO RETURN-CODE
018700         STOP RUN
018800     END-IF.
018900 1000-OPEN-MASTER-EXIT.
019000     EXIT.
019100
019200******************************************************************
019300* 2000-PROCESS-MENU - SHOW THE MENU, READ ONE CHOICE, AND
019400* DISPATCH TO THE PARAGRAPH THAT HANDLES IT.
019500******************************************************************
019600 2000-PROCESS-MENU.
019700     DISPLAY ' '.
019800     DISPLAY 'STUDENT-INQUIRY (READ ONLY)'.
019900     DISPLAY '  N - FIND A STUDENT BY NAME'.
020000     DISPLAY '  I - LOOK UP A STUDENT BY ID'.
020100     DISPLAY '  Q - QUIT'.
020200     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
020300     ACCEPT WS-MENU-CHOICE.
020400     EVALUATE WS-MENU-CHOICE
020500         WHEN 'N' WHEN 'n'
020600             PERFORM 3000-NAME-SEARCH THRU 3000-NAME-SEARCH-EXIT
020700         WHEN 'I' WHEN 'i'
020800             PERFORM 4000-ID-LOOKUP THRU 4000-ID-LOOKUP-EXIT
020900         WHEN 'Q' WHEN 'q'
021000             SET QUIT-REQUESTED TO TRUE
021100         WHEN OTHER
021200             DISPLAY 'STUDENT-INQUIRY: NOT A VALID CHOICE'
021300     END-EVALUATE.
021400 2000-PROCESS-MENU-EXIT.
021500     EXIT.
021600
021700******************************************************************
021800* 3000-NAME-SEARCH - COLLECT EVERY MASTER RECORD WHOSE NAME
021900* MATCHES THE KEYED TEXT.  A PLAIN ENTRY IS A LEADING-CHARACTERS
022000* MATCH: THE FILE IS POSITIONED ON THE NAME KEY AT THE TEXT AND
022100* READ FORWARD UNTIL THE FIRST NAME THAT NO LONGER STARTS WITH
022200* IT.  THE KEY COLLATES BYTE FOR BYTE, SO THAT MATCH IS EXACT AS
022300* TO CASE.  AN ENTRY STARTING WITH * FINDS THE REST OF THE TEXT
022400* ANYWHERE IN THE NAME, IGNORING CASE, WHICH IS WHAT A COUNTER
022500* NEEDS WHEN ALL IT HAS IS A SURNAME.
022600******************************************************************
022700 3000-NAME-SEARCH.
022800     DISPLAY 'ENTER THE NAME OR ITS FIRST LETTERS, OR *TEXT TO '
022900         'FIND TEXT ANYWHERE IN THE NAME'.
023000     DISPLAY 'NAME: ' WITH NO ADVANCING.
023100     MOVE SPACES TO WS-SEARCH-TEXT.
023200     ACCEPT WS-SEARCH-TEXT.
023300     MOVE 'N' TO WS-CONTAINS-SW.
023400     MOVE WS-SEARCH-TEXT TO WS-SEARCH-NAME.
023500     IF WS-SEARCH-TEXT(1:1) = '*'
023600         SET CONTAINS-SEARCH TO TRUE
023700         MOVE WS-SEARCH-TEXT(2:29) TO WS-SEARCH-NAME
023800         INSPECT WS-SEARCH-NAME CONVERTING
023900             'abcdefghijklmnopqrstuvwxyz' TO
024000             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
024100     END-IF.
024200     IF WS-SEARCH-NAME = SPACES
024300         DISPLAY 'STUDENT-INQUIRY: NOTHING TO SEARCH FOR'
024400         GO TO 3000-NAME-SEARCH-EXIT
024500     END-IF.
024600     MOVE ZERO TO WS-TRAILING-SPACES.
024700     INSPECT WS-SEARCH-NAME TALLYING WS-TRAILING-SPACES
024800         FOR TRAILING SPACES.
024900     COMPUTE WS-SEARCH-LEN = 30 - WS-TRAILING-SPACES.
025000     MOVE ZERO TO WS-HIT-COUNT.
025100     MOVE ZERO TO WS-PICK-USED.
025200     MOVE 'N' TO WS-EOF-MASTER-SW.
025300     IF CONTAINS-SEARCH
025400         MOVE LOW-VALUES TO MASTER-NAME
025500     ELSE
025600         MOVE WS-SEARCH-NAME TO MASTER-NAME
025700     END-IF.
025800     START MASTER-FILE KEY >= MASTER-NAME
025900         INVALID KEY
026000             SET EOF-MASTER TO TRUE
026100     END-START.
026200     PERFORM 3100-TEST-NEXT-NAME THRU 3100-TEST-NEXT-NAME-EXIT
026300         UNTIL EOF-MASTER.
026400     EVALUATE TRUE
026500         WHEN WS-HIT-COUNT = ZERO
026600             DISPLAY 'STUDENT-INQUIRY: NO STUDENT ON THE MASTER '
026700                 'MATCHES ' WS-SEARCH-TEXT
026800         WHEN WS-HIT-COUNT = 1
026900             MOVE WS-PICK-ID(1) TO WS-SEARCH-ID
027000             PERFORM 5000-SHOW-STUDENT THRU 5000-SHOW-STUDENT-EXIT
027100         WHEN OTHER
027200             PERFORM 3500-PICK-FROM-LIST
027300                 THRU 3500-PICK-FROM-LIST-EXIT
027400     END-EVALUATE.
027500 3000-NAME-SEARCH-EXIT.
027600     EXIT.
027700
027800 3100-TEST-NEXT-NAME.
027900     READ MASTER-FILE NEXT
028000         AT END
028100             SET EOF-MASTER TO TRUE
028200     END-READ.
028300     IF EOF-MASTER
028400         GO TO 3100-TEST-NEXT-NAME-EXIT
028500     END-IF.
028600     IF CONTAINS-SEARCH
028700         MOVE MASTER-NAME TO WS-FOLDED-NAME
028800         INSPECT WS-FOLDED-NAME CONVERTING
028900             'abcdefghijklmnopqrstuvwxyz' TO
029000             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
029100         MOVE ZERO TO WS-NAME-TALLY
029200         INSPECT WS-FOLDED-NAME TALLYING WS-NAME-TALLY
029300             FOR ALL WS-SEARCH-NAME(1:WS-SEARCH-LEN)
029400         IF WS-NAME-TALLY = ZERO
029500             GO TO 3100-TEST-NEXT-NAME-EXIT
029600         END-IF
029700     ELSE
029800*        NAME ORDER: THE FIRST NAME THAT DOES NOT START WITH THE
029900*        TEXT IS PAST THE LAST ONE THAT DOES.
030000         IF MASTER-NAME(1:WS-SEARCH-LEN)
030100             NOT = WS-SEARCH-NAME(1:WS-SEARCH-LEN)
030200             SET EOF-MASTER TO TRUE
030300             GO TO 3100-TEST-NEXT-NAME-EXIT
030400         END-IF
030500     END-IF.
030600     ADD 1 TO WS-HIT-COUNT.
030700     IF WS-PICK-USED < 20
030800         ADD 1 TO WS-PICK-USED
030900         MOVE MASTER-ID TO WS-PICK-ID(WS-PICK-USED)
031000         MOVE MASTER-NAME TO WS-PICK-NAME(WS-PICK-USED)
031100         MOVE MASTER-SECTION TO WS-PICK-SECTION(WS-PICK-USED)
031200         MOVE MASTER-GRADE TO WS-PICK-GRADE(WS-PICK-USED)
031300     END-IF.
031400 3100-TEST-NEXT-NAME-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800* 3500-PICK-FROM-LIST - SEVERAL STUDENTS MATCH: LIST THEM WITH
031900* ENOUGH TO TELL THEM APART (ID, SECTION, GRADE) AND LET THE
032000* OPERATOR PICK ONE BY NUMBER, OR NONE.
032100******************************************************************
032200 3500-PICK-FROM-LIST.
032300     MOVE WS-HIT-COUNT TO WS-ED-COUNT.
032400     DISPLAY ' '.
032500     DISPLAY WS-ED-COUNT ' STUDENTS MATCH ' WS-SEARCH-TEXT.
032600     DISPLAY '   #  ID        NAME                            '
032700         'SECT  GRADE'.
032800     PERFORM 3510-SHOW-PICK-LINE THRU 3510-SHOW-PICK-LINE-EXIT
032900         VARYING WS-PICK-SUB FROM 1 BY 1
033000         UNTIL WS-PICK-SUB > WS-PICK-USED.
033100     IF WS-HIT-COUNT > WS-PICK-USED
033200         SUBTRACT WS-PICK-USED FROM WS-HIT-COUNT
033300             GIVING WS-ED-COUNT
033400         DISPLAY '  ... AND ' WS-ED-COUNT ' MORE - KEY MORE OF '
033500             'THE NAME TO NARROW THE LIST'
033600     END-IF.
033700     MOVE 'N' TO WS-PICK-DONE-SW.
033800     PERFORM 3600-ACCEPT-PICK THRU 3600-ACCEPT-PICK-EXIT
033900         UNTIL PICK-DONE.
034000 3500-PICK-FROM-LIST-EXIT.
034100     EXIT.
034200
034300 3510-SHOW-PICK-LINE.
034400     MOVE WS-PICK-SUB TO WS-ED-PICK.
034500     DISPLAY '  ' WS-ED-PICK '  ' WS-PICK-ID(WS-PICK-SUB)
034600         '  ' WS-PICK-NAME(WS-PICK-SUB)
034700         '  ' WS-PICK-SECTION(WS-PICK-SUB)
034800         '  ' WS-PICK-GRADE(WS-PICK-SUB).
034900 3510-SHOW-PICK-LINE-EXIT.
035000     EXIT.
035100
035200 3600-ACCEPT-PICK.
035300     DISPLAY 'PICK A NUMBER (BLANK TO RETURN TO THE MENU): '
035400         WITH NO ADVANCING.
035500     MOVE SPACES TO WS-PICK-TEXT.
035600     ACCEPT WS-PICK-TEXT.
035700     IF WS-PICK-TEXT = SPACES
035800         SET PICK-DONE TO TRUE
035900         GO TO 3600-ACCEPT-PICK-EXIT
036000     END-IF.
036100     IF WS-PICK-TEXT(2:1) = SPACE
036200         MOVE '0' TO WS-PICK-DIGITS(1:1)
036300         MOVE WS-PICK-TEXT(1:1) TO WS-PICK-DIGITS(2:1)
036400     ELSE
036500         MOVE WS-PICK-TEXT TO WS-PICK-DIGITS
036600     END-IF.
036700     IF WS-PICK-DIGITS NOT NUMERIC
036800         DISPLAY 'STUDENT-INQUIRY: NOT A NUMBER ON THE LIST'
036900         GO TO 3600-ACCEPT-PICK-EXIT
037000     END-IF.
037100     IF WS-PICK-NUM = ZERO OR WS-PICK-NUM > WS-PICK-USED
037200         DISPLAY 'STUDENT-INQUIRY: NOT A NUMBER ON THE LIST'
037300         GO TO 3600-ACCEPT-PICK-EXIT
037400     END-IF.
037500     SET PICK-DONE TO TRUE.
037600     MOVE WS-PICK-ID(WS-PICK-NUM) TO WS-SEARCH-ID.
037700     PERFORM 5000-SHOW-STUDENT THRU 5000-SHOW-STUDENT-EXIT.
037800 3600-ACCEPT-PICK-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* 4000-ID-LOOKUP - THE COUNTER HAS THE ID AFTER ALL.
038300******************************************************************
038400 4000-ID-LOOKUP.
038500     DISPLAY 'ENTER STUDENT ID: ' WITH NO ADVANCING.
038600     MOVE SPACES TO WS-SEARCH-ID.
038700     ACCEPT WS-SEARCH-ID.
038800     IF WS-SEARCH-ID = SPACES
038900         DISPLAY 'STUDENT-INQUIRY: NOTHING TO LOOK UP'
039000         GO TO 4000-ID-LOOKUP-EXIT
039100     END-IF.
039200     PERFORM 5000-SHOW-STUDENT THRU 5000-SHOW-STUDENT-EXIT.
039300 4000-ID-LOOKUP-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700* 5000-SHOW-STUDENT - THE CONSOLIDATED VIEW OF WS-SEARCH-ID.  AN
039800* ID THAT IS NOT ON THE MASTER STILL HAS ITS REJECTS SHOWN: A
039900* STUDENT WHOSE ROW KEEPS FAILING EDIT IS EXACTLY THE ONE WHO
040000* COMES TO THE COUNTER ASKING WHY THEY ARE NOT ON THE ROSTER.
040100******************************************************************
040200 5000-SHOW-STUDENT.
040300     MOVE 'N' TO WS-FOUND-SW.
040400     MOVE WS-SEARCH-ID TO MASTER-ID.
040500     READ MASTER-FILE KEY IS MASTER-ID
040600         INVALID KEY
040700             CONTINUE
040800         NOT INVALID KEY
040900             SET RECORD-FOUND TO TRUE
041000     END-READ.
041100     DISPLAY ' '.
041200     DISPLAY WS-RULE-LINE.
041300     IF NOT RECORD-FOUND
041400         DISPLAY 'STUDENT-INQUIRY: NO RECORD WITH ID '
041500             WS-SEARCH-ID ' ON THE MASTER'
041600         PERFORM 5400-SHOW-REJECTS THRU 5400-SHOW-REJECTS-EXIT
041700         DISPLAY WS-RULE-LINE
041800         GO TO 5000-SHOW-STUDENT-EXIT
041900     END-IF.
042000     PERFORM 5100-FIND-SECTION-TITLE
042100         THRU 5100-FIND-SECTION-TITLE-EXIT.
042200     DISPLAY 'STUDENT  ' MASTER-ID '  ' MASTER-NAME.
042300     DISPLAY '  GRADE    ' MASTER-GRADE-X.
042400     DISPLAY '  SECTION  ' MASTER-SECTION '  ' WS-SECTION-TITLE.
042500     PERFORM 5200-SHOW-HISTORY THRU 5200-SHOW-HISTORY-EXIT.
042600     PERFORM 5300-SHOW-SCORES THRU 5300-SHOW-SCORES-EXIT.
042700     PERFORM 5400-SHOW-REJECTS THRU 5400-SHOW-REJECTS-EXIT.
042800     DISPLAY WS-RULE-LINE.
042900 5000-SHOW-STUDENT-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 5100-FIND-SECTION-TITLE - THE TITLE FROM SECTIONS.TXT (SEE
043400* SECTREC).  'GEN' IS THE BUILT-IN POOL AND NEED NOT BE LISTED;
043500* ANY OTHER CODE NOT ON THE FILE, OR NO FILE, IS SAID SO.
043600******************************************************************
043700 5100-FIND-SECTION-TITLE.
043800     IF MASTER-SECTION = 'GEN'
043900         MOVE 'UNASSIGNED (GEN POOL)' TO WS-SECTION-TITLE
044000         GO TO 5100-FIND-SECTION-TITLE-EXIT
044100     END-IF.
044200     MOVE '(NOT ON SECTIONS.TXT)' TO WS-SECTION-TITLE.
044300     OPEN INPUT SECTION-CONTROL-FILE.
044400     IF WS-SECT-FS NOT = '00'
044500         MOVE '(SECTIONS.TXT NOT AVAILABLE)' TO WS-SECTION-TITLE
044600         GO TO 5100-FIND-SECTION-TITLE-EXIT
044700     END-IF.
044800     MOVE 'N' TO WS-EOF-SECT-SW.
044900     PERFORM 5110-READ-SECTION THRU 5110-READ-SECTION-EXIT.
045000     PERFORM 5120-TEST-SECTION THRU 5120-TEST-SECTION-EXIT
045100         UNTIL EOF-SECT.
045200     CLOSE SECTION-CONTROL-FILE.
045300 5100-FIND-SECTION-TITLE-EXIT.
045400     EXIT.
045500
045600 5110-READ-SECTION.
045700     READ SECTION-CONTROL-FILE
045800         AT END
045900             SET EOF-SECT TO TRUE
046000     END-READ.
046100 5110-READ-SECTION-EXIT.
046200     EXIT.
046300
046400 5120-TEST-SECTION.
046500     IF SECT-CODE = MASTER-SECTION
046600         MOVE SECT-TITLE TO WS-SECTION-TITLE
046700         SET EOF-SECT TO TRUE
046800     ELSE
046900         PERFORM 5110-READ-SECTION THRU 5110-READ-SECTION-EXIT
047000     END-IF.
047100 5120-TEST-SECTION-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500* 5200-SHOW-HISTORY - EVERY TERM ON GRADE_HISTORY.TXT FOR THE
047600* STUDENT, IN FILE ORDER - THE SORTER APPENDS ONE TERM PER RUN,
047700* SO THAT IS TERM ORDER.  A TERM FILED UNDER A DIFFERENT NAME
047800* (BEFORE A NAME CORRECTION) SAYS SO.
047900******************************************************************
048000 5200-SHOW-HISTORY.
048100     DISPLAY '  GRADE HISTORY (GRADE_HISTORY.TXT)'.
048200     MOVE ZERO TO WS-LINE-COUNT.
048300     OPEN INPUT GRADE-HISTORY-FILE.
048400     IF WS-HIST-FS NOT = '00'
048500         DISPLAY '    NOT AVAILABLE - FILE STATUS ' WS-HIST-FS
048600         GO TO 5200-SHOW-HISTORY-EXIT
048700     END-IF.
048800     MOVE 'N' TO WS-EOF-HIST-SW.
048900     PERFORM 5210-READ-HISTORY THRU 5210-READ-HISTORY-EXIT.
049000     PERFORM 5220-SHOW-ONE-TERM THRU 5220-SHOW-ONE-TERM-EXIT
049100         UNTIL EOF-HIST.
049200     CLOSE GRADE-HISTORY-FILE.
049300     IF WS-LINE-COUNT = ZERO
049400         DISPLAY '    NO TERMS ON FILE'
049500     END-IF.
049600 5200-SHOW-HISTORY-EXIT.
049700     EXIT.
049800
049900 5210-READ-HISTORY.
050000     READ GRADE-HISTORY-FILE
050100         AT END
050200             SET EOF-HIST TO TRUE
050300     END-READ.
050400 5210-READ-HISTORY-EXIT.
050500     EXIT.
050600
050700 5220-SHOW-ONE-TERM.
050800     IF HIST-ID = MASTER-ID
050900         ADD 1 TO WS-LINE-COUNT
051000         IF WS-LINE-COUNT = 1
051100             DISPLAY '    TERM    GR  SECT'
051200         END-IF
051300         MOVE SPACES TO WS-HIST-NOTE
051400         IF HIST-NAME NOT = MASTER-NAME
051500             STRING 'FILED AS ' DELIMITED BY SIZE
051600                    HIST-NAME   DELIMITED BY SIZE
051700                 INTO WS-HIST-NOTE
051800         END-IF
051900         DISPLAY '    ' HIST-TERM '  ' HIST-GRADE
052000             '  ' HIST-SECTION '  ' WS-HIST-NOTE
052100     END-IF.
052200     PERFORM 5210-READ-HISTORY THRU 5210-READ-HISTORY-EXIT.
052300 5220-SHOW-ONE-TERM-EXIT.
052400     EXIT.
052500
052600******************************************************************
052700* 5300-SHOW-SCORES - THE STUDENT'S ROWS ON SUBJECT_SCORES.TXT AS
052800* FILED (SEE SUBJREC).  NO FILE SIMPLY MEANS NO SCORES YET.
052900******************************************************************
053000 5300-SHOW-SCORES.
053100     DISPLAY '  SUBJECT SCORES (SUBJECT_SCORES.TXT)'.
053200     MOVE ZERO TO WS-LINE-COUNT.
053300     OPEN INPUT SUBJECT-SCORE-FILE.
053400     IF WS-SCORE-FS NOT = '00'
053500         IF WS-SCORE-FS = '35'
053600             DISPLAY '    NO SCORES ON FILE'
053700         ELSE
053800             DISPLAY '    NOT AVAILABLE - FILE STATUS '
053900                 WS-SCORE-FS
054000         END-IF
054100         GO TO 5300-SHOW-SCORES-EXIT
054200     END-IF.
054300     MOVE 'N' TO WS-EOF-SCORE-SW.
054400     PERFORM 5310-READ-SCORE THRU 5310-READ-SCORE-EXIT.
054500     PERFORM 5320-SHOW-ONE-SCORE THRU 5320-SHOW-ONE-SCORE-EXIT
054600         UNTIL EOF-SCORE.
054700     CLOSE SUBJECT-SCORE-FILE.
054800     IF WS-LINE-COUNT = ZERO
054900         DISPLAY '    NO SCORES ON FILE'
055000     END-IF.
055100 5300-SHOW-SCORES-EXIT.
055200     EXIT.
055300
055400 5310-READ-SCORE.
055500     READ SUBJECT-SCORE-FILE
055600         AT END
055700             SET EOF-SCORE TO TRUE
055800     END-READ.
055900 5310-READ-SCORE-EXIT.
056000     EXIT.
056100
056200 5320-SHOW-ONE-SCORE.
056300     IF SUBJ-STUDENT-ID = MASTER-ID
056400         ADD 1 TO WS-LINE-COUNT
056500         IF WS-LINE-COUNT = 1
056600             DISPLAY '    SUBJ  SCORE'
056700         END-IF
056800         DISPLAY '    ' SUBJ-CODE '   ' SUBJ-SCORE-X
056900     END-IF.
057000     PERFORM 5310-READ-SCORE THRU 5310-READ-SCORE-EXIT.
057100 5320-SHOW-ONE-SCORE-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 5400-SHOW-REJECTS - ANY ROW FOR THE ID STILL ON
057600* REJECT_STUDENTS.TXT IS AN OPEN REJECT (SEE REJTREC); THE
057700* FIRST-REJECTED DATE SAYS HOW LONG IT HAS BEEN WAITING.  A ROW
057800* FROM BEFORE THE DATE WAS STAMPED SAYS NOT STAMPED.
057900******************************************************************
058000 5400-SHOW-REJECTS.
058100     DISPLAY '  OPEN REJECTS (REJECT_STUDENTS.TXT)'.
058200     MOVE ZERO TO WS-LINE-COUNT.
058300     OPEN INPUT REJECT-FILE.
058400     IF WS-REJECT-FS NOT = '00'
058500         IF WS-REJECT-FS = '35'
058600             DISPLAY '    NONE'
058700         ELSE
058800             DISPLAY '    NOT AVAILABLE - FILE STATUS '
058900                 WS-REJECT-FS
059000         END-IF
059100         GO TO 5400-SHOW-REJECTS-EXIT
059200     END-IF.
059300     MOVE 'N' TO WS-EOF-REJECT-SW.
059400     PERFORM 5410-READ-REJECT THRU 5410-READ-REJECT-EXIT.
059500     PERFORM 5420-SHOW-ONE-REJECT THRU 5420-SHOW-ONE-REJECT-EXIT
059600         UNTIL EOF-REJECT.
059700     CLOSE REJECT-FILE.
059800     IF WS-LINE-COUNT = ZERO
059900         DISPLAY '    NONE'
060000     END-IF.
060100 5400-SHOW-REJECTS-EXIT.
060200     EXIT.
060300
060400 5410-READ-REJECT.
060500     READ REJECT-FILE
060600         AT END
060700             SET EOF-REJECT TO TRUE
060800     END-READ.
060900 5410-READ-REJECT-EXIT.
061000     EXIT.
061100
061200 5420-SHOW-ONE-REJECT.
061300     IF REJECT-ID = WS-SEARCH-ID
061400         ADD 1 TO WS-LINE-COUNT
061500         IF WS-LINE-COUNT = 1
061600             DISPLAY '    FIRST REJ    REASON'
061700                 '                     GR  SECT'
061800         END-IF
061900         IF REJECT-FIRST-DATE-X NUMERIC
062000             MOVE REJECT-FIRST-DATE-X TO WS-REJECT-DATE
062100         ELSE
062200             MOVE 'NOT STAMPED' TO WS-REJECT-DATE
062300         END-IF
062400         DISPLAY '    ' WS-REJECT-DATE '  ' REJECT-REASON
062500             '  ' REJECT-GRADE '  ' REJECT-SECTION
062600     END-IF.
062700     PERFORM 5410-READ-REJECT THRU 5410-READ-REJECT-EXIT.
062800 5420-SHOW-ONE-REJECT-EXIT.
062900     EXIT.
