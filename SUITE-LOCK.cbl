000100******************************************************************
000200* PROGRAM-ID: SUITE-LOCK
000300* AUTHOR:      D. VAN ROOYEN
000400* INSTALLATION: REGISTRAR'S OFFICE - BATCH ROSTER SUITE
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     STATUS AND OVERRIDE UTILITY FOR THE SUITE RUN LOCK
000800*              (SUITE_LOCK.TXT, SEE LOCKREC).  WITH NO PARAMETER
000900*              IT SHOWS WHO HOLDS THE LOCK AND SINCE WHEN, OR WHO
001000*              LAST RELEASED IT.  CLEAR FREES A LOCK LEFT BEHIND
001100*              BY AN ABENDED RUN SO THE SUITE CAN RUN AGAIN; EVERY
001200*              CLEAR IS LOGGED TO LOCK_OVERRIDE_LOG.TXT WITH THE
001300*              OPERATOR, THE REASON AND THE LOCK THAT WAS
001400*              CLEARED.  CHECK THAT THE HOLDER IS REALLY GONE
001500*              BEFORE CLEARING - A LIVE RUN LOSES ITS PROTECTION.
001600*
001700*              COMMAND-LINE PARAMETERS (SPACE-SEPARATED, ANY
001800*              ORDER):
001900*                CLEAR          - CLEAR A HELD LOCK.
002000*                REASON=xxxxxxxx - ONE-WORD REASON FOR THE LOG
002100*                                 (DEFAULT STALE).
002200*              AN UNKNOWN PARAMETER IS REPORTED AND THE RUN IS
002300*              REFUSED, SO A MIS-TYPED CLEAR NEVER PASSES FOR A
002400*              STATUS CHECK.
002500*
002600*              RETURN CODES: 0 DONE (LOCK FREE, OR CLEARED),
002700*              28 LOCK HELD (STATUS ONLY), 20 PARAMETER OR FILE
002800*              ERROR.
002900* TECTONICS:   cobc -x -I copybooks SUITE-LOCK.cbl
003000*
003100* MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    2026-10-15  DVR  INITIAL VERSION.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. SUITE-LOCK.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RUN-LOCK-FILE ASSIGN TO 'suite_lock.txt'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LOCK-FS.
004300
004400     SELECT OVERRIDE-LOG-FILE ASSIGN TO 'lock_override_log.txt'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-OVRLOG-FS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RUN-LOCK-FILE.
005100     COPY LOCKREC.
005200
005300 FD  OVERRIDE-LOG-FILE.
005400 01  OVERRIDE-LOG-RECORD              PIC X(132).
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-FILE-STATUSES.
005800     05  WS-LOCK-FS                    PIC X(02) VALUE '00'.
005900     05  WS-OVRLOG-FS                  PIC X(02) VALUE '00'.
006000
006100 01  WS-SWITCHES.
006200     05  WS-CLEAR-SW                   PIC X(01) VALUE 'N'.
006300         88  CLEAR-REQUESTED               VALUE 'Y'.
006400     05  WS-PARM-ERROR-SW              PIC X(01) VALUE 'N'.
006500         88  PARM-ERROR                    VALUE 'Y'.
006600
006700 01  WS-PARM-AREA.
006800     05  WS-PARM-TEXT                  PIC X(60) VALUE SPACES.
006900     05  WS-PARM-TOKEN                 PIC X(20)
007000                                        OCCURS 3 TIMES.
007100     05  WS-PARM-SUB                   PIC 9(02) VALUE ZERO
007200                                        USAGE COMP.
007300     05  WS-PARM-KEYWORD               PIC X(12) VALUE SPACES.
007400     05  WS-PARM-VALUE                 PIC X(08) VALUE SPACES.
007500     05  WS-OVERRIDE-REASON            PIC X(08) VALUE 'STALE'.
007600
007700 01  WS-TIMESTAMP-FIELDS.
007800     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
007900     05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
008000     05  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
008100
008200*    THE LOCK AS FOUND, KEPT FOR THE OVERRIDE LOG AFTER THE
008300*    RECORD AREA HAS BEEN REBUILT AS A FREE ROW.
008400 01  WS-FOUND-LOCK.
008500     05  WS-FOUND-PROGRAM              PIC X(20) VALUE SPACES.
008600     05  WS-FOUND-OPERATOR             PIC X(08) VALUE SPACES.
008700     05  WS-FOUND-STAMP                PIC X(17) VALUE SPACES.
008800
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
009200     PERFORM 2000-SHOW-LOCK THRU 2000-SHOW-LOCK-EXIT.
009300     IF CLEAR-REQUESTED
009400         PERFORM 3000-CLEAR-LOCK THRU 3000-CLEAR-LOCK-EXIT
009500     END-IF.
009600     STOP RUN.
009700
009800******************************************************************
009900* 1000-INITIALIZE - READ THE PARAMETERS AND THE LOCK ROW.  NO
010000* SUITE_LOCK.TXT, OR AN EMPTY ONE, IS A FREE LOCK.
010100******************************************************************
010200 1000-INITIALIZE.
010300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010400     ACCEPT WS-CURRENT-TIME FROM TIME.
010500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'.
010600     IF WS-OPERATOR-ID = SPACES
010700         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
010800     END-IF.
010900     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
011000     MOVE SPACES TO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
011100                    WS-PARM-TOKEN(3).
011200     UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
011300         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
011400              WS-PARM-TOKEN(3).
011500     PERFORM 1100-APPLY-PARM-TOKEN
011600         THRU 1100-APPLY-PARM-TOKEN-EXIT
011700         VARYING WS-PARM-SUB FROM 1 BY 1
011800         UNTIL WS-PARM-SUB > 3.
011900     IF PARM-ERROR
012000         DISPLAY 'SUITE-LOCK: *** RUN REFUSED - USE NO PARAMETER '
012100             'FOR STATUS, OR CLEAR [REASON=xxxxxxxx] ***'
012200         MOVE 20 TO RETURN-CODE
012300         STOP RUN
012400     END-IF.
012500     MOVE SPACES TO RUN-LOCK-RECORD.
012600     OPEN INPUT RUN-LOCK-FILE.
012700     IF WS-LOCK-FS = '35'
012800         GO TO 1000-INITIALIZE-EXIT
012900     END-IF.
013000     IF WS-LOCK-FS NOT = '00'
013100         DISPLAY 'SUITE-LOCK: *** UNABLE TO OPEN SUITE_LOCK.TXT '
013200             '- FILE STATUS ' WS-LOCK-FS ' ***'
013300         MOVE 20 TO RETURN-CODE
013400         STOP RUN
013500     END-IF.
013600     READ RUN-LOCK-FILE
013700         AT END
013800             MOVE SPACES TO RUN-LOCK-RECORD
013900     END-READ.
014000     CLOSE RUN-LOCK-FILE.
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014300
014400 1100-APPLY-PARM-TOKEN.
014500     IF WS-PARM-TOKEN(WS-PARM-SUB) = SPACES
014600         GO TO 1100-APPLY-PARM-TOKEN-EXIT
014700     END-IF.
014800     IF WS-PARM-TOKEN(WS-PARM-SUB) = 'CLEAR'
014900         SET CLEAR-REQUESTED TO TRUE
015000         GO TO 1100-APPLY-PARM-TOKEN-EXIT
015100     END-IF.
015200     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
015300     UNSTRING WS-PARM-TOKEN(WS-PARM-SUB) DELIMITED BY '='
015400         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
015500     IF WS-PARM-KEYWORD = 'REASON'
015600         AND WS-PARM-VALUE NOT = SPACES
015700         MOVE WS-PARM-VALUE TO WS-OVERRIDE-REASON
015800     ELSE
015900         DISPLAY 'SUITE-LOCK: *** UNKNOWN PARAMETER '
016000             WS-PARM-TOKEN(WS-PARM-SUB) ' ***'
016100         SET PARM-ERROR TO TRUE
016200     END-IF.
016300 1100-APPLY-PARM-TOKEN-EXIT.
016400     EXIT.
016500
016600******************************************************************
016700* 2000-SHOW-LOCK - TELL THE OPERATOR WHO HOLDS THE LOCK, OR WHO
016800* LAST LET IT GO.  A STATUS CHECK ON A HELD LOCK ENDS RC 28, THE
016900* SAME CODE A REFUSED PROGRAM GIVES, SO A SCRIPT CAN TEST IT.
017000******************************************************************
017100 2000-SHOW-LOCK.
017200     EVALUATE TRUE
017300         WHEN LOCK-HELD
017400             DISPLAY 'SUITE-LOCK: LOCK HELD BY ' LOCK-PROGRAM
017500             DISPLAY 'SUITE-LOCK:   OPERATOR ' LOCK-OPERATOR
017600                 ' SINCE ' LOCK-DATE ' ' LOCK-TIME
017700             IF NOT CLEAR-REQUESTED
017800                 DISPLAY 'SUITE-LOCK:   IF THAT RUN HAS ABENDED, '
017900                     'RE-RUN WITH CLEAR TO FREE THE LOCK'
018000                 MOVE 28 TO RETURN-CODE
018100             END-IF
018200         WHEN LOCK-FREE
018300             DISPLAY 'SUITE-LOCK: LOCK FREE - LAST RELEASED BY '
018400                 LOCK-PROGRAM
018500             DISPLAY 'SUITE-LOCK:   OPERATOR ' LOCK-OPERATOR
018600                 ' AT ' LOCK-DATE ' ' LOCK-TIME
018700         WHEN OTHER
018800             DISPLAY 'SUITE-LOCK: LOCK FREE - NO RUN HAS TAKEN IT'
018900     END-EVALUATE.
019000 2000-SHOW-LOCK-EXIT.
019100     EXIT.
019200
019300******************************************************************
019400* 3000-CLEAR-LOCK - FREE A HELD LOCK IN THIS UTILITY'S NAME AND
019500* LOG THE OVERRIDE.  THE LOG IS OPENED FIRST: AN OVERRIDE THAT
019600* CANNOT BE LOGGED IS NOT MADE.  CLEARING A LOCK THAT IS ALREADY
019700* FREE IS NOT AN OVERRIDE AND IS NOT LOGGED.
019800******************************************************************
019900 3000-CLEAR-LOCK.
020000     IF NOT LOCK-HELD
020100         DISPLAY 'SUITE-LOCK: NOTHING TO CLEAR'
020200         GO TO 3000-CLEAR-LOCK-EXIT
020300     END-IF.
020400     OPEN EXTEND OVERRIDE-LOG-FILE.
020500     IF WS-OVRLOG-FS = '35'
020600         OPEN OUTPUT OVERRIDE-LOG-FILE
020700     END-IF.
020800     IF WS-OVRLOG-FS NOT = '00'
020900         DISPLAY 'SUITE-LOCK: *** UNABLE TO OPEN '
021000             'LOCK_OVERRIDE_LOG.TXT - FILE STATUS ' WS-OVRLOG-FS
021100             ' - LOCK NOT CLEARED ***'
021200         MOVE 20 TO RETURN-CODE
021300         GO TO 3000-CLEAR-LOCK-EXIT
021400     END-IF.
021500     MOVE LOCK-PROGRAM TO WS-FOUND-PROGRAM.
021600     MOVE LOCK-OPERATOR TO WS-FOUND-OPERATOR.
021700     MOVE LOCK-STAMP TO WS-FOUND-STAMP.
021800     MOVE SPACES TO RUN-LOCK-RECORD.
021900     SET LOCK-FREE TO TRUE.
022000     MOVE 'SUITE-LOCK' TO LOCK-PROGRAM.
022100     MOVE WS-OPERATOR-ID TO LOCK-OPERATOR.
022200     MOVE WS-CURRENT-DATE TO LOCK-DATE.
022300     MOVE '-' TO LOCK-STAMP-SEP.
022400     MOVE WS-CURRENT-TIME TO LOCK-TIME.
022500     OPEN OUTPUT RUN-LOCK-FILE.
022600     IF WS-LOCK-FS NOT = '00'
022700         DISPLAY 'SUITE-LOCK: *** UNABLE TO WRITE SUITE_LOCK.TXT '
022800             '- FILE STATUS ' WS-LOCK-FS ' - LOCK NOT CLEARED ***'
022900         CLOSE OVERRIDE-LOG-FILE
023000         MOVE 20 TO RETURN-CODE
023100         GO TO 3000-CLEAR-LOCK-EXIT
023200     END-IF.
023300     WRITE RUN-LOCK-RECORD.
023400     CLOSE RUN-LOCK-FILE.
023500     PERFORM 3100-LOG-OVERRIDE THRU 3100-LOG-OVERRIDE-EXIT.
023600     DISPLAY 'SUITE-LOCK: LOCK HELD BY ' WS-FOUND-PROGRAM
023700         ' CLEARED BY OPERATOR ' WS-OPERATOR-ID.
023800 3000-CLEAR-LOCK-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200* 3100-LOG-OVERRIDE - ONE STAMP-FIRST KEYWORD=VALUE LINE ON
024300* LOCK_OVERRIDE_LOG.TXT PER CLEAR, IN THE SAME SHAPE AS THE OTHER
024400* SUITE LOGS.  THE LOG IS ALREADY OPEN.
024500******************************************************************
024600 3100-LOG-OVERRIDE.
024700     MOVE SPACES TO OVERRIDE-LOG-RECORD.
024800     STRING WS-CURRENT-DATE      DELIMITED BY SIZE
024900            '-'                  DELIMITED BY SIZE
025000            WS-CURRENT-TIME      DELIMITED BY SIZE
025100            ' ACTION=CLEARED'    DELIMITED BY SIZE
025200            ' OPERATOR='         DELIMITED BY SIZE
025300            WS-OPERATOR-ID       DELIMITED BY SPACE
025400            ' REASON='           DELIMITED BY SIZE
025500            WS-OVERRIDE-REASON   DELIMITED BY SPACE
025600            ' HOLDER='           DELIMITED BY SIZE
025700            WS-FOUND-PROGRAM     DELIMITED BY SPACE
025800            ' HOLDEROP='         DELIMITED BY SIZE
025900            WS-FOUND-OPERATOR    DELIMITED BY SPACE
026000            ' STARTED='          DELIMITED BY SIZE
026100            WS-FOUND-STAMP       DELIMITED BY SIZE
026200         INTO OVERRIDE-LOG-RECORD.
026300     WRITE OVERRIDE-LOG-RECORD.
026400     CLOSE OVERRIDE-LOG-FILE.
026500 3100-LOG-OVERRIDE-EXIT.
026600     EXIT.
