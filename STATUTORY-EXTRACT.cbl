000100******************************************************************
000200* PROGRAM-ID: STATUTORY-EXTRACT
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     TERM-END STATUTORY GRADE SUBMISSION FOR THE
000800*              EDUCATION DEPARTMENT.  TAKES ONE TERM'S ROWS FROM
000900*              GRADE_HISTORY.TXT AND WRITES THEM, IN STUDENT ID
001000*              ORDER, AS THE DEPARTMENT'S FIXED-FORMAT FILE
001100*              STATUTORY_SUBMISSION.TXT (SEE SUBMREC): A HEADER
001200*              WITH THE INSTITUTION CODE AND THE TERM, ONE DETAIL
001300*              PER STUDENT WITH ID, NAME, SECTION, GRADE AND THE
001400*              LETTER FROM THE REGISTRAR'S GRADE_BANDS.TXT, AND A
001500*              TRAILER WITH THE RECORD COUNT AND THE ID AND GRADE
001600*              HASH TOTALS.  EVERY SUBMISSION WRITTEN IS ENTERED
001620*              ON SUBMISSION_REGISTER.TXT (SEE SREGREC).  THE
001640*              INSTITUTION CODE COMES FROM THE REGISTRAR'S
001660*              INSTITUTION.TXT (SEE INSTREC); THERE IS NO DEFAULT,
001680*              SO WITHOUT IT NOTHING IS SUBMITTED.
001800*
001900*              ONLY FINAL GRADES ARE SUBMITTED: THE TERM MUST BE
002000*              CLOSED ON CLOSED_TERMS.TXT, AND THE COUNT AND HASH
002100*              TOTALS EXTRACTED MUST REPRODUCE THE ONES TERM-CLOSE
002200*              CERTIFIED, OR NOTHING IS WRITTEN.  A TERM ALREADY
002300*              ON THE REGISTER IS REFUSED UNLESS THE RUN IS
002400*              FLAGGED AS A CORRECTION, WHICH MUST GIVE A REASON.
002500*
002600*              COMMAND-LINE PARAMETERS (SPACE-SEPARATED, ANY
002700*              ORDER):
002800*                TERM=tttttt - TERM CODE TO SUBMIT (REQUIRED).
002900*                CORRECTION  - RESUBMIT A TERM ALREADY ON THE
003000*                            REGISTER.
003100*                REASON=text - WHY THE TERM IS BEING RESUBMITTED,
003200*                            ONE WORD OR HYPHENATED (REQUIRED FOR
003300*                            A CORRECTION, UP TO 30 CHARACTERS).
003400*
003500*              RETURN CODES: 0 SUBMISSION WRITTEN, 12 REFUSED
003600*              (TERM NOT CLOSED, ALREADY SUBMITTED, NO ROWS, OR A
003700*              CORRECTION WITHOUT A REASON OR WITH NOTHING TO
003800*              CORRECT), 16 EXTRACTED TOTALS DO NOT MATCH THE
003850*              CERTIFIED TOTALS, 20 FILE OR PARAMETER ERROR (A
003900*              MISSING INSTITUTION.TXT OR INSTITUTION CODE
003950*              INCLUDED).
004000* TECTONICS:   cobc -x -I copybooks STATUTORY-EXTRACT.cbl
004100*
004200* MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    2026-10-15  DVR  INITIAL VERSION.
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. STATUTORY-EXTRACT.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT GRADE-HISTORY-FILE ASSIGN TO 'grade_history.txt'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HIST-FS.
005400
005500     SELECT CLOSED-TERMS-FILE ASSIGN TO 'closed_terms.txt'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CLOSED-FS.
005800
005900     SELECT REGISTER-FILE ASSIGN TO 'submission_register.txt'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-REGISTER-FS.
006200
006300     SELECT TERM-SORT-FILE ASSIGN TO 'submission_sort.txt'.
006400
006500     SELECT TERM-WORK-FILE ASSIGN TO 'submission_work.txt'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-WORK-FS.
006800
006900     SELECT SUBMISSION-FILE
007000         ASSIGN TO 'statutory_submission.txt'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SUBMIT-FS.
007300
007400     SELECT BAND-CONTROL-FILE ASSIGN TO 'grade_bands.txt'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BAND-FS.
007700
007720     SELECT INSTITUTION-FILE ASSIGN TO 'institution.txt'
007740         ORGANIZATION IS LINE SEQUENTIAL
007760         FILE STATUS IS WS-INST-FS.
007780
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  GRADE-HISTORY-FILE.
008100     COPY GHISTREC.
008200
008300 FD  CLOSED-TERMS-FILE.
008400     COPY TCLSREC.
008500
008600 FD  REGISTER-FILE.
008700     COPY SREGREC.
008800
008900 SD  TERM-SORT-FILE.
009000     COPY GHISTREC REPLACING GRADE-HISTORY-RECORD BY TSRT-RECORD
009100                             HIST-TERM            BY TSRT-TERM
009200                             HIST-ID              BY TSRT-ID
009300                             HIST-NAME            BY TSRT-NAME
009400                             HIST-GRADE           BY TSRT-GRADE
009500                             HIST-SECTION         BY TSRT-SECTION.
009600
009700 FD  TERM-WORK-FILE.
009800     COPY GHISTREC REPLACING GRADE-HISTORY-RECORD BY TWRK-RECORD
009900                             HIST-TERM            BY TWRK-TERM
010000                             HIST-ID              BY TWRK-ID
010100                             HIST-NAME            BY TWRK-NAME
010200                             HIST-GRADE           BY TWRK-GRADE
010300                             HIST-SECTION         BY TWRK-SECTION.
010400
010500 FD  SUBMISSION-FILE.
010600     COPY SUBMREC.
010700
010800 FD  BAND-CONTROL-FILE.
010900     COPY GBNDREC.
011000
011020 FD  INSTITUTION-FILE.
011040     COPY INSTREC.
011060
011100 WORKING-STORAGE SECTION.
011200 01  WS-FILE-STATUSES.
011300     05  WS-HIST-FS                    PIC X(02) VALUE '00'.
011400     05  WS-CLOSED-FS                  PIC X(02) VALUE '00'.
011500     05  WS-REGISTER-FS                PIC X(02) VALUE '00'.
011600     05  WS-WORK-FS                    PIC X(02) VALUE '00'.
011700     05  WS-SUBMIT-FS                  PIC X(02) VALUE '00'.
011800     05  WS-BAND-FS                    PIC X(02) VALUE '00'.
011850     05  WS-INST-FS                    PIC X(02) VALUE '00'.
011900
012000 01  WS-SWITCHES.
012100     05  WS-EOF-HIST-SW                PIC X(01) VALUE 'N'.
012200         88  EOF-HIST                      VALUE 'Y'.
012300     05  WS-EOF-CLOSED-SW              PIC X(01) VALUE 'N'.
012400         88  EOF-CLOSED                    VALUE 'Y'.
012500     05  WS-EOF-REGISTER-SW            PIC X(01) VALUE 'N'.
012600         88  EOF-REGISTER                  VALUE 'Y'.
012700     05  WS-EOF-WORK-SW                PIC X(01) VALUE 'N'.
012800         88  EOF-WORK                      VALUE 'Y'.
012900     05  WS-EOF-BAND-SW                PIC X(01) VALUE 'N'.
013000         88  EOF-BAND                      VALUE 'Y'.
013100     05  WS-BANDS-OK-SW                PIC X(01) VALUE 'Y'.
013200         88  BAND-TABLE-OK                 VALUE 'Y'.
013220     05  WS-EOF-INST-SW                PIC X(01) VALUE 'N'.
013240         88  EOF-INST                      VALUE 'Y'.
013300     05  WS-SUBMIT-TYPE-SW             PIC X(01) VALUE 'O'.
013400         88  ORIGINAL-REQUESTED            VALUE 'O'.
013500         88  CORRECTION-REQUESTED          VALUE 'C'.
013600
013700 01  WS-PARM-AREA.
013800     05  WS-PARM-TEXT                  PIC X(80) VALUE SPACES.
013900     05  WS-PARM-TOKEN                 PIC X(40)
014000                                        OCCURS 3 TIMES.
014100     05  WS-PARM-SUB                   PIC 9(02) VALUE ZERO
014200                                        USAGE COMP.
014300     05  WS-PARM-KEYWORD               PIC X(12) VALUE SPACES.
014400     05  WS-PARM-VALUE                 PIC X(30) VALUE SPACES.
014500     05  WS-TERM-CODE                  PIC X(06) VALUE SPACES.
014600     05  WS-CORRECTION-REASON          PIC X(30) VALUE SPACES.
014700
014750*    THE INSTITUTION CODE THE EDUCATION DEPARTMENT ISSUED TO THIS
014800*    SCHOOL, FROM INSTITUTION.TXT.  IT GOES ON EVERY SUBMISSION
014850*    HEADER AND REGISTER ROW.
014900 01  WS-INSTITUTION-AREA.
014950     05  WS-INSTITUTION-CODE           PIC X(08) VALUE SPACES.
015000     05  WS-INSTITUTION-NAME           PIC X(40) VALUE SPACES.
015100
015200*    THE TERM'S STATE AS THE CLOSED-TERMS FILE LEAVES IT (THE
015300*    ACTION ON THE LAST ROW FILED FOR THE TERM, SPACES WHEN IT HAS
015400*    NEVER BEEN CLOSED) AND THE TOTALS THAT ROW CERTIFIED.
015500 01  WS-TERM-STATE-AREA.
015600     05  WS-TERM-STATE                 PIC X(08) VALUE SPACES.
015700         88  TERM-IS-CLOSED                VALUE 'CLOSED'.
015800     05  WS-STATE-DATE                 PIC 9(08) VALUE ZERO.
015900     05  WS-CERT-COUNT                 PIC 9(06) VALUE ZERO.
016000     05  WS-CERT-ID-HASH               PIC 9(15) VALUE ZERO.
016100     05  WS-CERT-GRADE-HASH            PIC 9(08) VALUE ZERO.
016200     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
016300
016400*    WHAT THE REGISTER ALREADY HOLDS FOR THE TERM: HOW MANY TIMES
016500*    IT HAS BEEN SUBMITTED, THE HIGHEST SUBMISSION NUMBER USED AND
016600*    THE LAST SUBMISSION'S STAMP AND OPERATOR.
016700 01  WS-REGISTER-AREA.
016800     05  WS-PRIOR-SUBMISSIONS          PIC 9(04) VALUE ZERO
016900                                        USAGE COMP.
017000     05  WS-LAST-SUBMISSION-NO         PIC 9(02) VALUE ZERO.
017100     05  WS-NEXT-SUBMISSION-NO         PIC 9(02) VALUE ZERO.
017200     05  WS-LAST-TYPE                  PIC X(10) VALUE SPACES.
017300     05  WS-LAST-DATE                  PIC 9(08) VALUE ZERO.
017400     05  WS-LAST-OPERATOR              PIC X(08) VALUE SPACES.
017500     05  WS-SUBMIT-TYPE-NAME           PIC X(10) VALUE 'ORIGINAL'.
017600
017700 01  WS-COUNTERS.
017800     05  WS-COUNT-STUDENTS             PIC 9(06) VALUE ZERO
017900                                        USAGE COMP.
018000     05  WS-COUNT-BAD-IDS              PIC 9(06) VALUE ZERO
018100                                        USAGE COMP.
018200     05  WS-COUNT-DETAILS              PIC 9(06) VALUE ZERO
018300                                        USAGE COMP.
018400
018500*    HASH TOTALS BUILT EXACTLY AS TERM-CLOSE BUILDS THEM - THE SUM
018600*    OF EVERY NUMERIC STUDENT ID AND OF EVERY GRADE FILED UNDER
018700*    THE TERM - SO THEY CAN BE HELD AGAINST THE CERTIFIED ROW.
018800 01  WS-HASH-AREA.
018900     05  WS-ID-HASH                    PIC 9(15) VALUE ZERO.
019000     05  WS-GRADE-HASH                 PIC 9(08) VALUE ZERO.
019100     05  WS-HASH-ID                    PIC 9(08) VALUE ZERO.
019200     05  WS-HASH-ID-X REDEFINES
019300         WS-HASH-ID                    PIC X(08).
019400
019500*    GRADE BANDS FROM THE SAME GRADE_BANDS.TXT THE REST OF THE
019600*    SUITE PRINTS FROM.  A MISSING OR BROKEN CONTROL FILE FALLS
019700*    BACK TO THE CLASSIC BUILT-IN BANDS WITH A WARNING.
019800 01  WS-LETTER-BAND-AREA.
019900     05  WS-LTRBND-USED                PIC 9(02) VALUE ZERO
020000                                        USAGE COMP.
020100     05  WS-LTRBND-SUB                 PIC 9(02) VALUE ZERO
020200                                        USAGE COMP.
020300     05  WS-LTRBND-HIT                 PIC 9(02) VALUE ZERO
020400                                        USAGE COMP.
020500     05  WS-GRADE-LETTER               PIC X(01) VALUE SPACE.
020600     05  WS-LOOKUP-GRADE               PIC 9(03) VALUE ZERO.
020700     05  WS-LTRBND-ENTRY OCCURS 10 TIMES.
020800         10  WS-LTRBND-LOW             PIC 9(03).
020900         10  WS-LTRBND-HIGH            PIC 9(03).
021000         10  WS-LTRBND-LABEL           PIC X(12).
021100         10  WS-LTRBND-LETTER          PIC X(01).
021200         10  WS-LTRBND-COUNT           PIC 9(06).
021300
021400 01  WS-TIMESTAMP-FIELDS.
021500     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
021600     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
021700
021800 01  WS-EDIT-FIELDS.
021900     05  WS-ED-COUNT                   PIC ZZZZZ9.
022000     05  WS-ED-CERT-COUNT              PIC ZZZZZ9.
022100     05  WS-ED-ID-HASH                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
022200     05  WS-ED-GRADE-HASH              PIC ZZ,ZZZ,ZZ9.
022300
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
022650     PERFORM 1200-LOAD-INSTITUTION
022670         THRU 1200-LOAD-INSTITUTION-EXIT.
022700     PERFORM 2000-FIND-TERM-STATE THRU 2000-FIND-TERM-STATE-EXIT.
022800     PERFORM 2500-CHECK-REGISTER THRU 2500-CHECK-REGISTER-EXIT.
022900     PERFORM 8000-LOAD-LETTER-BANDS
023000         THRU 8000-LOAD-LETTER-BANDS-EXIT.
023100     PERFORM 3000-EXTRACT-TERM THRU 3000-EXTRACT-TERM-EXIT.
023200     PERFORM 4000-CHECK-CONTROL-TOTALS
023300         THRU 4000-CHECK-CONTROL-TOTALS-EXIT.
023400     PERFORM 5000-WRITE-SUBMISSION
023500         THRU 5000-WRITE-SUBMISSION-EXIT.
023600     STOP RUN.
023700
023800******************************************************************
023900* 1000-INITIALIZE - PARSE THE PARAMETERS.  A SUBMISSION IS NEVER
024000* GUESSED AT: NO TERM, AN UNKNOWN PARAMETER OR A CORRECTION WITH
024100* NO REASON STOPS THE RUN BEFORE ANY FILE IS TOUCHED.
024200******************************************************************
024300 1000-INITIALIZE.
024400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024500     ACCEPT WS-CURRENT-TIME FROM TIME.
024600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
024700     IF WS-OPERATOR-ID = SPACES
024800         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
024900     END-IF.
025000     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
025100     MOVE SPACES TO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
025200                    WS-PARM-TOKEN(3).
025300     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
025400         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
025500              WS-PARM-TOKEN(3).
025600     PERFORM 1100-APPLY-PARM-TOKEN
025700         THRU 1100-APPLY-PARM-TOKEN-EXIT
025800         VARYING WS-PARM-SUB FROM 1 BY 1
025900         UNTIL WS-PARM-SUB > 3.
026000     IF WS-TERM-CODE = SPACES
026100         DISPLAY 'STATUTORY-EXTRACT: *** NO TERM= PARAMETER - '
026200             'NOTHING SUBMITTED ***'
026300         MOVE 20 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600     IF CORRECTION-REQUESTED AND WS-CORRECTION-REASON = SPACES
026700         DISPLAY 'STATUTORY-EXTRACT: *** A CORRECTION MUST GIVE '
026800             'A REASON= - TERM ' WS-TERM-CODE ' NOT SUBMITTED ***'
026900         MOVE 12 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200 1000-INITIALIZE-EXIT.
027300     EXIT.
027400
027500 1100-APPLY-PARM-TOKEN.
027600     IF WS-PARM-TOKEN(WS-PARM-SUB) = SPACES
027700         GO TO 1100-APPLY-PARM-TOKEN-EXIT
027800     END-IF.
027900     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
028000     UNSTRING WS-PARM-TOKEN(WS-PARM-SUB) DELIMITED BY '='
028100         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
028200     EVALUATE TRUE
028300         WHEN WS-PARM-KEYWORD = 'TERM'
028400             AND WS-PARM-VALUE NOT = SPACES
028500             AND WS-PARM-VALUE(7:1) = SPACE
028600             MOVE WS-PARM-VALUE(1:6) TO WS-TERM-CODE
028700         WHEN WS-PARM-KEYWORD = 'CORRECTION'
028800             AND WS-PARM-VALUE = SPACES
028900             SET CORRECTION-REQUESTED TO TRUE
029000             MOVE 'CORRECTION' TO WS-SUBMIT-TYPE-NAME
029100         WHEN WS-PARM-KEYWORD = 'REASON'
029200             AND WS-PARM-VALUE NOT = SPACES
029300             MOVE WS-PARM-VALUE TO WS-CORRECTION-REASON
029400         WHEN OTHER
029500             DISPLAY 'STATUTORY-EXTRACT: *** UNKNOWN OR INVALID '
029600                 'PARAMETER ' WS-PARM-TOKEN(WS-PARM-SUB)
029700                 ' - NOTHING SUBMITTED ***'
029800             MOVE 20 TO RETURN-CODE
029900             STOP RUN
030000     END-EVALUATE.
030100 1100-APPLY-PARM-TOKEN-EXIT.
030200     EXIT.
030202
030204******************************************************************
030206* 1200-LOAD-INSTITUTION - THE INSTITUTION CODE FROM THE FIRST
030208* NON-BLANK ROW OF INSTITUTION.TXT.  A FILE FOR THE EDUCATION
030210* DEPARTMENT IS NEVER SENT UNDER A GUESSED CODE: NO FILE, OR NO
030212* CODE IN COLUMNS 1-8, STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
030214******************************************************************
030216 1200-LOAD-INSTITUTION.
030218     MOVE 'N' TO WS-EOF-INST-SW.
030220     OPEN INPUT INSTITUTION-FILE.
030222     IF WS-INST-FS NOT = '00'
030224         DISPLAY 'STATUTORY-EXTRACT: *** UNABLE TO OPEN '
030226             'INSTITUTION.TXT - FILE STATUS ' WS-INST-FS
030228             ' - NOTHING SUBMITTED ***'
030230         MOVE 20 TO RETURN-CODE
030232         STOP RUN
030234     END-IF.
030236     PERFORM 1250-READ-INSTITUTION
030237         THRU 1250-READ-INSTITUTION-EXIT.
030238     PERFORM 1250-READ-INSTITUTION THRU 1250-READ-INSTITUTION-EXIT
030240         UNTIL EOF-INST OR INSTITUTION-RECORD NOT = SPACES.
030242     IF NOT EOF-INST
030244         MOVE INST-CODE TO WS-INSTITUTION-CODE
030246         MOVE INST-NAME TO WS-INSTITUTION-NAME
030248     END-IF.
030250     CLOSE INSTITUTION-FILE.
030252     IF WS-INSTITUTION-CODE = SPACES
030254         OR WS-INSTITUTION-CODE(1:1) = SPACE
030256         DISPLAY 'STATUTORY-EXTRACT: *** INSTITUTION.TXT HAS NO '
030258             'INSTITUTION CODE IN COLUMNS 1-8 - NOTHING '
030260             'SUBMITTED ***'
030262         MOVE 20 TO RETURN-CODE
030264         STOP RUN
030266     END-IF.
030268 1200-LOAD-INSTITUTION-EXIT.
030270     EXIT.
030272
030274 1250-READ-INSTITUTION.
030276     READ INSTITUTION-FILE
030278         AT END
030280             SET EOF-INST TO TRUE
030282     END-READ.
030284 1250-READ-INSTITUTION-EXIT.
030286     EXIT.
030300
030400******************************************************************
030500* 2000-FIND-TERM-STATE - WALK THE CLOSED-TERMS FILE; THE LAST ROW
030600* FILED FOR THE TERM DECIDES WHETHER ITS GRADES ARE FINAL.  ONLY A
030700* CLOSED TERM IS SUBMITTED - PROVISIONAL GRADES CAN STILL CHANGE
030800* AND WOULD HAVE TO BE CORRECTED WITH THE DEPARTMENT LATER.
030900******************************************************************
031000 2000-FIND-TERM-STATE.
031100     MOVE SPACES TO WS-TERM-STATE.
031200     MOVE 'N' TO WS-EOF-CLOSED-SW.
031300     OPEN INPUT CLOSED-TERMS-FILE.
031400     IF WS-CLOSED-FS = '35'
031500         GO TO 2000-TEST-TERM-STATE
031600     END-IF.
031700     IF WS-CLOSED-FS NOT = '00'
031800         DISPLAY 'STATUTORY-EXTRACT: *** UNABLE TO OPEN '
031900             'CLOSED_TERMS.TXT - FILE STATUS ' WS-CLOSED-FS
032000             ' ***'
032100         MOVE 20 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400     PERFORM 2100-READ-CLOSED-TERM
032500         THRU 2100-READ-CLOSED-TERM-EXIT.
032600     PERFORM 2200-NOTE-TERM-ROW THRU 2200-NOTE-TERM-ROW-EXIT
032700         UNTIL EOF-CLOSED.
032800     CLOSE CLOSED-TERMS-FILE.
032900 2000-TEST-TERM-STATE.
033000     IF NOT TERM-IS-CLOSED
033100         DISPLAY 'STATUTORY-EXTRACT: *** TERM ' WS-TERM-CODE
033200             ' IS NOT CLOSED - ITS GRADES ARE NOT FINAL, CLOSE '
033300             'IT WITH TERM-CLOSE FIRST ***'
033400         MOVE 12 TO RETURN-CODE
033500         STOP RUN
033600     END-IF.
033700 2000-FIND-TERM-STATE-EXIT.
033800     EXIT.
033900
034000 2100-READ-CLOSED-TERM.
034100     READ CLOSED-TERMS-FILE
034200         AT END
034300             SET EOF-CLOSED TO TRUE
034400     END-READ.
034500 2100-READ-CLOSED-TERM-EXIT.
034600     EXIT.
034700
034800 2200-NOTE-TERM-ROW.
034900     IF TCLS-TERM = WS-TERM-CODE
035000         MOVE TCLS-ACTION TO WS-TERM-STATE
035100         MOVE TCLS-DATE TO WS-STATE-DATE
035200         MOVE TCLS-STUDENT-COUNT TO WS-CERT-COUNT
035300         MOVE TCLS-ID-HASH TO WS-CERT-ID-HASH
035400         MOVE TCLS-GRADE-HASH TO WS-CERT-GRADE-HASH
035500     END-IF.
035600     PERFORM 2100-READ-CLOSED-TERM
035700         THRU 2100-READ-CLOSED-TERM-EXIT.
035800 2200-NOTE-TERM-ROW-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200* 2500-CHECK-REGISTER - A TERM ALREADY ON THE SUBMISSION REGISTER
036300* HAS BEEN SENT TO THE DEPARTMENT.  SENDING IT AGAIN IS REFUSED
036400* UNLESS THE RUN IS FLAGGED AS A CORRECTION; A CORRECTION OF A
036500* TERM NEVER SUBMITTED IS REFUSED TOO, SINCE THERE IS NOTHING TO
036600* CORRECT.  NO REGISTER YET (35) MEANS NOTHING HAS BEEN SUBMITTED.
036700******************************************************************
036800 2500-CHECK-REGISTER.
036900     MOVE ZERO TO WS-PRIOR-SUBMISSIONS WS-LAST-SUBMISSION-NO.
037000     MOVE 'N' TO WS-EOF-REGISTER-SW.
037100     OPEN INPUT REGISTER-FILE.
037200     IF WS-REGISTER-FS = '35'
037300         GO TO 2500-TEST-REGISTER
037400     END-IF.
037500     IF WS-REGISTER-FS NOT = '00'
037600         DISPLAY 'STATUTORY-EXTRACT: *** UNABLE TO OPEN '
037700             'SUBMISSION_REGISTER.TXT - FILE STATUS '
037800             WS-REGISTER-FS ' ***'
037900         MOVE 20 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     PERFORM 2600-READ-REGISTER THRU 2600-READ-REGISTER-EXIT.
038300     PERFORM 2700-NOTE-REGISTER-ROW
038400         THRU 2700-NOTE-REGISTER-ROW-EXIT
038500         UNTIL EOF-REGISTER.
038600     CLOSE REGISTER-FILE.
038700 2500-TEST-REGISTER.
038800     IF ORIGINAL-REQUESTED AND WS-PRIOR-SUBMISSIONS > ZERO
038900         DISPLAY 'STATUTORY-EXTRACT: *** TERM ' WS-TERM-CODE
039000             ' WAS ALREADY SUBMITTED (' WS-LAST-TYPE ') ON '
039100             WS-LAST-DATE ' BY ' WS-LAST-OPERATOR ' ***'
039200         DISPLAY 'STATUTORY-EXTRACT: *** RESUBMIT ONLY AS '
039300             'CORRECTION REASON=text - NOTHING SUBMITTED ***'
039400         MOVE 12 TO RETURN-CODE
039500         STOP RUN
039600     END-IF.
039700     IF CORRECTION-REQUESTED AND WS-PRIOR-SUBMISSIONS = ZERO
039800         DISPLAY 'STATUTORY-EXTRACT: *** TERM ' WS-TERM-CODE
039900             ' HAS NEVER BEEN SUBMITTED - NOTHING TO CORRECT, '
040000             'RUN WITHOUT CORRECTION ***'
040100         MOVE 12 TO RETURN-CODE
040200         STOP RUN
040300     END-IF.
040400     IF WS-LAST-SUBMISSION-NO >= 99
040500         DISPLAY 'STATUTORY-EXTRACT: *** TERM ' WS-TERM-CODE
040600             ' HAS USED ALL 99 SUBMISSION NUMBERS - NOTHING '
040700             'SUBMITTED ***'
040800         MOVE 12 TO RETURN-CODE
040900         STOP RUN
041000     END-IF.
041100     COMPUTE WS-NEXT-SUBMISSION-NO = WS-LAST-SUBMISSION-NO + 1.
041200 2500-CHECK-REGISTER-EXIT.
041300     EXIT.
041400
041500 2600-READ-REGISTER.
041600     READ REGISTER-FILE
041700         AT END
041800             SET EOF-REGISTER TO TRUE
041900     END-READ.
042000 2600-READ-REGISTER-EXIT.
042100     EXIT.
042200
042300 2700-NOTE-REGISTER-ROW.
042400     IF SREG-TERM = WS-TERM-CODE
042500         ADD 1 TO WS-PRIOR-SUBMISSIONS
042600         IF SREG-SUBMISSION-NO IS NUMERIC
042700             AND SREG-SUBMISSION-NO > WS-LAST-SUBMISSION-NO
042800             MOVE SREG-SUBMISSION-NO TO WS-LAST-SUBMISSION-NO
042900         END-IF
043000         MOVE SREG-TYPE TO WS-LAST-TYPE
043100         MOVE SREG-DATE TO WS-LAST-DATE
043200         MOVE SREG-OPERATOR TO WS-LAST-OPERATOR
043300     END-IF.
043400     PERFORM 2600-READ-REGISTER THRU 2600-READ-REGISTER-EXIT.
043500 2700-NOTE-REGISTER-ROW-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 3000-EXTRACT-TERM - THE TERM'S ROWS FROM GRADE_HISTORY.TXT IN
044000* STUDENT ID ORDER ON A WORK FILE, TOTALLED ON THE WAY IN.  A
044100* TERM WITH NOTHING ARCHIVED UNDER IT IS REFUSED.
044200******************************************************************
044300 3000-EXTRACT-TERM.
044400     SORT TERM-SORT-FILE
044500         ASCENDING KEY TSRT-ID
044600         INPUT PROCEDURE IS 3100-RELEASE-TERM
044700             THRU 3100-RELEASE-TERM-EXIT
044800         GIVING TERM-WORK-FILE.
044900     IF WS-COUNT-STUDENTS = ZERO
045000         DISPLAY 'STATUTORY-EXTRACT: *** NO ROWS ON '
045100             'GRADE_HISTORY.TXT FOR TERM ' WS-TERM-CODE
045200             ' - NOTHING SUBMITTED ***'
045300         MOVE 12 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600 3000-EXTRACT-TERM-EXIT.
045700     EXIT.
045800
045900 3100-RELEASE-TERM.
046000     MOVE 'N' TO WS-EOF-HIST-SW.
046100     OPEN INPUT GRADE-HISTORY-FILE.
046200     IF WS-HIST-FS NOT = '00'
046300         DISPLAY 'STATUTORY-EXTRACT: *** UNABLE TO OPEN '
046400             'GRADE_HISTORY.TXT - FILE STATUS ' WS-HIST-FS
046500             ' ***'
046600         MOVE 20 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     PERFORM 3150-READ-HISTORY THRU 3150-READ-HISTORY-EXIT.
047000     PERFORM 3200-RELEASE-ONE-ROW THRU 3200-RELEASE-ONE-ROW-EXIT
047100         UNTIL EOF-HIST.
047200     CLOSE GRADE-HISTORY-FILE.
047300 3100-RELEASE-TERM-EXIT.
047400     EXIT.
047500
047600 3150-READ-HISTORY.
047700     READ GRADE-HISTORY-FILE
047800         AT END
047900             SET EOF-HIST TO TRUE
048000     END-READ.
048100 3150-READ-HISTORY-EXIT.
048200     EXIT.
048300
048400*    A NON-NUMERIC STUDENT ID CANNOT BE ADDED INTO THE ID HASH;
048500*    IT IS LEFT OUT, AS TERM-CLOSE LEAVES IT OUT, AND COUNTED SO
048600*    THE OPERATOR IS TOLD.
048700 3200-RELEASE-ONE-ROW.
048800     IF HIST-TERM NOT = WS-TERM-CODE
048900         GO TO 3200-RELEASE-ONE-ROW-NEXT
049000     END-IF.
049100     ADD 1 TO WS-COUNT-STUDENTS.
049200     ADD HIST-GRADE TO WS-GRADE-HASH.
049300     MOVE HIST-ID TO WS-HASH-ID-X.
049400     IF WS-HASH-ID-X IS NUMERIC
049500         ADD WS-HASH-ID TO WS-ID-HASH
049600     ELSE
049700         ADD 1 TO WS-COUNT-BAD-IDS
049800     END-IF.
049900     MOVE GRADE-HISTORY-RECORD TO TSRT-RECORD.
050000     RELEASE TSRT-RECORD.
050100 3200-RELEASE-ONE-ROW-NEXT.
050200     PERFORM 3150-READ-HISTORY THRU 3150-READ-HISTORY-EXIT.
050300 3200-RELEASE-ONE-ROW-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 4000-CHECK-CONTROL-TOTALS - THE EXTRACT MUST REPRODUCE THE
050800* STUDENT COUNT AND BOTH HASH TOTALS TERM-CLOSE CERTIFIED.  IF IT
050900* DOES NOT, THE TERM'S ROWS CHANGED AFTER CERTIFICATION AND THE
051000* FILE IS NOT WRITTEN - THE DEPARTMENT GETS ONLY CERTIFIED GRADES.
051100******************************************************************
051200 4000-CHECK-CONTROL-TOTALS.
051300     IF WS-COUNT-BAD-IDS > ZERO
051400         MOVE WS-COUNT-BAD-IDS TO WS-ED-COUNT
051500         DISPLAY 'STATUTORY-EXTRACT: ' WS-ED-COUNT
051600             ' NON-NUMERIC ID(S) LEFT OUT OF THE ID HASH'
051700     END-IF.
051800     IF WS-COUNT-STUDENTS = WS-CERT-COUNT
051900         AND WS-ID-HASH = WS-CERT-ID-HASH
052000         AND WS-GRADE-HASH = WS-CERT-GRADE-HASH
052100         GO TO 4000-CHECK-CONTROL-TOTALS-EXIT
052200     END-IF.
052300     MOVE WS-COUNT-STUDENTS TO WS-ED-COUNT.
052400     MOVE WS-CERT-COUNT TO WS-ED-CERT-COUNT.
052500     DISPLAY 'STATUTORY-EXTRACT: *** TERM ' WS-TERM-CODE
052600         ' DOES NOT MATCH ITS CERTIFICATION OF ' WS-STATE-DATE
052700         ' ***'.
052800     DISPLAY 'STATUTORY-EXTRACT: *** STUDENTS ' WS-ED-COUNT
052900         ' CERTIFIED ' WS-ED-CERT-COUNT ' ***'.
053000     DISPLAY 'STATUTORY-EXTRACT: *** ID HASH ' WS-ID-HASH
053100         ' CERTIFIED ' WS-CERT-ID-HASH ' ***'.
053200     DISPLAY 'STATUTORY-EXTRACT: *** GRADE HASH ' WS-GRADE-HASH
053300         ' CERTIFIED ' WS-CERT-GRADE-HASH ' ***'.
053400     DISPLAY 'STATUTORY-EXTRACT: *** NOTHING SUBMITTED ***'.
053500     MOVE 16 TO RETURN-CODE.
053600     STOP RUN.
053700 4000-CHECK-CONTROL-TOTALS-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 5000-WRITE-SUBMISSION - THE REGISTER IS OPENED FIRST SO A
054200* SUBMISSION IS NEVER WRITTEN THAT CANNOT BE REGISTERED.  THEN
054300* THE HEADER, ONE DETAIL PER STUDENT AND THE TRAILER, AND LAST
054400* THE REGISTER ROW.
054500******************************************************************
054600 5000-WRITE-SUBMISSION.
054700     OPEN EXTEND REGISTER-FILE.
054800     IF WS-REGISTER-FS = '35'
054900         OPEN OUTPUT REGISTER-FILE
055000     END-IF.
055100     IF WS-REGISTER-FS NOT = '00'
055200         DISPLAY 'STATUTORY-EXTRACT: *** UNABLE TO WRITE '
055300             'SUBMISSION_REGISTER.TXT - FILE STATUS '
055400             WS-REGISTER-FS ' - NOTHING SUBMITTED ***'
055500         MOVE 20 TO RETURN-CODE
055600         STOP RUN
055700     END-IF.
055800     OPEN INPUT TERM-WORK-FILE.
055900     OPEN OUTPUT SUBMISSION-FILE.
056000     IF WS-WORK-FS NOT = '00' OR WS-SUBMIT-FS NOT = '00'
056100         DISPLAY 'STATUTORY-EXTRACT: *** UNABLE TO OPEN '
056200             'SUBMISSION_WORK.TXT (' WS-WORK-FS ') OR '
056300             'STATUTORY_SUBMISSION.TXT (' WS-SUBMIT-FS
056400             ') - NOTHING SUBMITTED ***'
056500         MOVE 20 TO RETURN-CODE
056600         STOP RUN
056700     END-IF.
056800     MOVE SPACES TO SUBMISSION-HEADER-RECORD.
056900     SET SUBMISSION-HEADER TO TRUE.
057000     MOVE WS-INSTITUTION-CODE TO SUBH-INSTITUTION.
057100     MOVE WS-TERM-CODE TO SUBH-TERM.
057200     MOVE WS-CURRENT-DATE TO SUBH-CREATED-DATE.
057300     MOVE WS-CURRENT-TIME TO SUBH-CREATED-TIME.
057400     IF CORRECTION-REQUESTED
057500         SET SUBH-CORRECTION TO TRUE
057600     ELSE
057700         SET SUBH-ORIGINAL TO TRUE
057800     END-IF.
057900     MOVE WS-NEXT-SUBMISSION-NO TO SUBH-SUBMISSION-NO.
058000     WRITE SUBMISSION-HEADER-RECORD.
058100     MOVE 'N' TO WS-EOF-WORK-SW.
058200     PERFORM 5100-READ-WORK THRU 5100-READ-WORK-EXIT.
058300     PERFORM 5200-WRITE-DETAIL THRU 5200-WRITE-DETAIL-EXIT
058400         UNTIL EOF-WORK.
058500     MOVE SPACES TO SUBMISSION-TRAILER-RECORD.
058600     SET SUBMISSION-TRAILER TO TRUE.
058700     MOVE WS-COUNT-DETAILS TO SUBT-RECORD-COUNT.
058800     MOVE WS-ID-HASH TO SUBT-ID-HASH.
058900     MOVE WS-GRADE-HASH TO SUBT-GRADE-HASH.
059000     WRITE SUBMISSION-TRAILER-RECORD.
059100     CLOSE TERM-WORK-FILE SUBMISSION-FILE.
059200     PERFORM 6000-REGISTER-SUBMISSION
059300         THRU 6000-REGISTER-SUBMISSION-EXIT.
059400     CLOSE REGISTER-FILE.
059500     MOVE WS-COUNT-DETAILS TO WS-ED-COUNT.
059600     MOVE WS-ID-HASH TO WS-ED-ID-HASH.
059700     MOVE WS-GRADE-HASH TO WS-ED-GRADE-HASH.
059800     DISPLAY 'STATUTORY-EXTRACT: TERM ' WS-TERM-CODE ' '
059900         WS-SUBMIT-TYPE-NAME ' SUBMISSION ' WS-NEXT-SUBMISSION-NO
060000         ' WRITTEN TO STATUTORY_SUBMISSION.TXT'.
060020     DISPLAY 'STATUTORY-EXTRACT: INSTITUTION ' WS-INSTITUTION-CODE
060040         ' ' WS-INSTITUTION-NAME.
060100     DISPLAY 'STATUTORY-EXTRACT: RECORDS ' WS-ED-COUNT
060200         '  ID HASH ' WS-ED-ID-HASH
060300         '  GRADE HASH ' WS-ED-GRADE-HASH.
060400 5000-WRITE-SUBMISSION-EXIT.
060500     EXIT.
060600
060700 5100-READ-WORK.
060800     READ TERM-WORK-FILE
060900         AT END
061000             SET EOF-WORK TO TRUE
061100     END-READ.
061200 5100-READ-WORK-EXIT.
061300     EXIT.
061400
061500 5200-WRITE-DETAIL.
061600     MOVE SPACES TO SUBMISSION-DETAIL-RECORD.
061700     SET SUBMISSION-DETAIL TO TRUE.
061800     MOVE TWRK-ID TO SUBD-STUDENT-ID.
061900     MOVE TWRK-NAME TO SUBD-NAME.
062000     MOVE TWRK-SECTION TO SUBD-SECTION.
062100     MOVE TWRK-GRADE TO SUBD-GRADE.
062200     MOVE TWRK-GRADE TO WS-LOOKUP-GRADE.
062300     PERFORM 8500-FIND-GRADE-LETTER
062400         THRU 8500-FIND-GRADE-LETTER-EXIT.
062500     MOVE WS-GRADE-LETTER TO SUBD-LETTER.
062600     WRITE SUBMISSION-DETAIL-RECORD.
062700     ADD 1 TO WS-COUNT-DETAILS.
062800     PERFORM 5100-READ-WORK THRU 5100-READ-WORK-EXIT.
062900 5200-WRITE-DETAIL-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300* 6000-REGISTER-SUBMISSION - ONE ROW ON SUBMISSION_REGISTER.TXT
063400* FOR THE FILE JUST WRITTEN, WITH THE SAME TOTALS AS ITS TRAILER.
063500******************************************************************
063600 6000-REGISTER-SUBMISSION.
063700     MOVE SPACES TO SUBMISSION-REGISTER-RECORD.
063800     MOVE WS-TERM-CODE TO SREG-TERM.
063900     MOVE WS-SUBMIT-TYPE-NAME TO SREG-TYPE.
064000     MOVE WS-NEXT-SUBMISSION-NO TO SREG-SUBMISSION-NO.
064100     MOVE WS-CURRENT-DATE TO SREG-DATE.
064200     MOVE '-' TO SREG-STAMP-SEP.
064300     MOVE WS-CURRENT-TIME TO SREG-TIME.
064400     MOVE WS-OPERATOR-ID TO SREG-OPERATOR.
064500     MOVE WS-INSTITUTION-CODE TO SREG-INSTITUTION.
064600     MOVE WS-COUNT-DETAILS TO SREG-RECORD-COUNT.
064700     MOVE WS-ID-HASH TO SREG-ID-HASH.
064800     MOVE WS-GRADE-HASH TO SREG-GRADE-HASH.
064900     MOVE WS-CORRECTION-REASON TO SREG-REASON.
065000     WRITE SUBMISSION-REGISTER-RECORD.
065100 6000-REGISTER-SUBMISSION-EXIT.
065200     EXIT.
065300
065400******************************************************************
065500* 8000-LOAD-LETTER-BANDS - LOAD THE GRADE BANDS FROM THE
065600* REGISTRAR'S GRADE_BANDS.TXT.  A MISSING OR BROKEN CONTROL
065700* FILE FALLS BACK TO THE CLASSIC BUILT-IN BANDS WITH A WARNING.
065800* SAME RULES TERM-CLOSE APPLIES.
065900******************************************************************
066000 8000-LOAD-LETTER-BANDS.
066100     MOVE ZERO TO WS-LTRBND-USED.
066200     MOVE 'Y' TO WS-BANDS-OK-SW.
066300     MOVE 'N' TO WS-EOF-BAND-SW.
066400     OPEN INPUT BAND-CONTROL-FILE.
066500     IF WS-BAND-FS NOT = '00'
066600         DISPLAY 'STATUTORY-EXTRACT: GRADE_BANDS.TXT NOT '
066700             'AVAILABLE - USING THE BUILT-IN BANDS'
066800         PERFORM 8400-LOAD-DEFAULT-LETTERS
066900             THRU 8400-LOAD-DEFAULT-LETTERS-EXIT
067000         GO TO 8000-LOAD-LETTER-BANDS-EXIT
067100     END-IF.
067200     PERFORM 8100-READ-BAND-ROW THRU 8100-READ-BAND-ROW-EXIT.
067300     PERFORM 8200-STORE-BAND-ROW THRU 8200-STORE-BAND-ROW-EXIT
067400         UNTIL EOF-BAND.
067500     CLOSE BAND-CONTROL-FILE.
067600     PERFORM 8300-CHECK-BAND-TABLE
067700         THRU 8300-CHECK-BAND-TABLE-EXIT.
067800     IF NOT BAND-TABLE-OK
067900         DISPLAY 'STATUTORY-EXTRACT: *** GRADE_BANDS.TXT IS '
068000             'INVALID - USING THE BUILT-IN BANDS ***'
068100         PERFORM 8400-LOAD-DEFAULT-LETTERS
068200             THRU 8400-LOAD-DEFAULT-LETTERS-EXIT
068300     END-IF.
068400 8000-LOAD-LETTER-BANDS-EXIT.
068500     EXIT.
068600
068700 8100-READ-BAND-ROW.
068800     READ BAND-CONTROL-FILE
068900         AT END
069000             SET EOF-BAND TO TRUE
069100     END-READ.
069200 8100-READ-BAND-ROW-EXIT.
069300     EXIT.
069400
069500 8200-STORE-BAND-ROW.
069600     EVALUATE TRUE
069700         WHEN GRADE-BAND-RECORD = SPACES
069800             CONTINUE
069900         WHEN GBND-LOW-X NOT NUMERIC
070000             OR GBND-HIGH-X NOT NUMERIC
070100             MOVE 'N' TO WS-BANDS-OK-SW
070200         WHEN WS-LTRBND-USED >= 10
070300             MOVE 'N' TO WS-BANDS-OK-SW
070400         WHEN OTHER
070500             ADD 1 TO WS-LTRBND-USED
070600             MOVE GBND-LOW TO WS-LTRBND-LOW(WS-LTRBND-USED)
070700             MOVE GBND-HIGH TO WS-LTRBND-HIGH(WS-LTRBND-USED)
070800             MOVE GBND-LABEL TO WS-LTRBND-LABEL(WS-LTRBND-USED)
070900             MOVE GBND-LETTER
071000                 TO WS-LTRBND-LETTER(WS-LTRBND-USED)
071100             MOVE ZERO TO WS-LTRBND-COUNT(WS-LTRBND-USED)
071200     END-EVALUATE.
071300     PERFORM 8100-READ-BAND-ROW THRU 8100-READ-BAND-ROW-EXIT.
071400 8200-STORE-BAND-ROW-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 8300-CHECK-BAND-TABLE - SAME RULES GRADE-SUMMARY ENFORCES:
071900* BANDS START AT 000, RUN CONTIGUOUSLY WITH NO OVERLAP, KEEP
072000* LOW <= HIGH, AND END AT 099.
072100******************************************************************
072200 8300-CHECK-BAND-TABLE.
072300     IF WS-LTRBND-USED = ZERO
072400         MOVE 'N' TO WS-BANDS-OK-SW
072500         GO TO 8300-CHECK-BAND-TABLE-EXIT
072600     END-IF.
072700     IF WS-LTRBND-LOW(1) NOT = ZERO
072800         OR WS-LTRBND-HIGH(WS-LTRBND-USED) NOT = 99
072900         MOVE 'N' TO WS-BANDS-OK-SW
073000     END-IF.
073100     PERFORM 8310-CHECK-ONE-BAND THRU 8310-CHECK-ONE-BAND-EXIT
073200         VARYING WS-LTRBND-SUB FROM 1 BY 1
073300         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
073400 8300-CHECK-BAND-TABLE-EXIT.
073500     EXIT.
073600
073700 8310-CHECK-ONE-BAND.
073800     IF WS-LTRBND-LOW(WS-LTRBND-SUB)
073900         > WS-LTRBND-HIGH(WS-LTRBND-SUB)
074000         MOVE 'N' TO WS-BANDS-OK-SW
074100     END-IF.
074200     IF WS-LTRBND-SUB > 1
074300         IF WS-LTRBND-LOW(WS-LTRBND-SUB) NOT =
074400             WS-LTRBND-HIGH(WS-LTRBND-SUB - 1) + 1
074500             MOVE 'N' TO WS-BANDS-OK-SW
074600         END-IF
074700     END-IF.
074800 8310-CHECK-ONE-BAND-EXIT.
074900     EXIT.
075000
075100 8400-LOAD-DEFAULT-LETTERS.
075200     MOVE 0 TO WS-LTRBND-LOW(1).
075300     MOVE 49 TO WS-LTRBND-HIGH(1).
075400     MOVE '0-49' TO WS-LTRBND-LABEL(1).
075500     MOVE 'F' TO WS-LTRBND-LETTER(1).
075600     MOVE 50 TO WS-LTRBND-LOW(2).
075700     MOVE 59 TO WS-LTRBND-HIGH(2).
075800     MOVE '50-59' TO WS-LTRBND-LABEL(2).
075900     MOVE 'E' TO WS-LTRBND-LETTER(2).
076000     MOVE 60 TO WS-LTRBND-LOW(3).
076100     MOVE 69 TO WS-LTRBND-HIGH(3).
076200     MOVE '60-69' TO WS-LTRBND-LABEL(3).
076300     MOVE 'D' TO WS-LTRBND-LETTER(3).
076400     MOVE 70 TO WS-LTRBND-LOW(4).
076500     MOVE 79 TO WS-LTRBND-HIGH(4).
076600     MOVE '70-79' TO WS-LTRBND-LABEL(4).
076700     MOVE 'C' TO WS-LTRBND-LETTER(4).
076800     MOVE 80 TO WS-LTRBND-LOW(5).
076900     MOVE 89 TO WS-LTRBND-HIGH(5).
077000     MOVE '80-89' TO WS-LTRBND-LABEL(5).
077100     MOVE 'B' TO WS-LTRBND-LETTER(5).
077200     MOVE 90 TO WS-LTRBND-LOW(6).
077300     MOVE 99 TO WS-LTRBND-HIGH(6).
077400     MOVE '90-99' TO WS-LTRBND-LABEL(6).
077500     MOVE 'A' TO WS-LTRBND-LETTER(6).
077600     MOVE ZERO TO WS-LTRBND-COUNT(1) WS-LTRBND-COUNT(2)
077700                  WS-LTRBND-COUNT(3) WS-LTRBND-COUNT(4)
077800                  WS-LTRBND-COUNT(5) WS-LTRBND-COUNT(6).
077900     MOVE 6 TO WS-LTRBND-USED.
078000 8400-LOAD-DEFAULT-LETTERS-EXIT.
078100     EXIT.
078200
078300*    WS-LTRBND-HIT IS LEFT POINTING AT THE MATCHING BAND (ZERO
078400*    WHEN NONE MATCHES) SO THE CALLER CAN COUNT INTO IT.
078500 8500-FIND-GRADE-LETTER.
078600     MOVE '?' TO WS-GRADE-LETTER.
078700     MOVE ZERO TO WS-LTRBND-HIT.
078800     PERFORM 8510-TEST-ONE-BAND THRU 8510-TEST-ONE-BAND-EXIT
078900         VARYING WS-LTRBND-SUB FROM 1 BY 1
079000         UNTIL WS-LTRBND-SUB > WS-LTRBND-USED.
079100 8500-FIND-GRADE-LETTER-EXIT.
079200     EXIT.
079300
079400 8510-TEST-ONE-BAND.
079500     IF WS-LOOKUP-GRADE >= WS-LTRBND-LOW(WS-LTRBND-SUB)
079600         AND WS-LOOKUP-GRADE <= WS-LTRBND-HIGH(WS-LTRBND-SUB)
079700         MOVE WS-LTRBND-LETTER(WS-LTRBND-SUB)
079800             TO WS-GRADE-LETTER
079900         MOVE WS-LTRBND-SUB TO WS-LTRBND-HIT
080000         MOVE WS-LTRBND-USED TO WS-LTRBND-SUB
080100     END-IF.
080200 8510-TEST-ONE-BAND-EXIT.
080300     EXIT.
