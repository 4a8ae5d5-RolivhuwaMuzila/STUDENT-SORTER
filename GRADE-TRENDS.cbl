002100* MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    2026-08-22  DVR  INITIAL VERSION.
002310*    2026-10-15  DVR  EACH TERM COMPARED IS SHOWN AS FINAL OR
002320*                     PROVISIONAL FROM CLOSED_TERMS.TXT (SEE
002330*                     TCLSREC) SO A MOVEMENT AGAINST A TERM THAT
002340*                     CAN STILL CHANGE IS NOT READ AS SETTLED.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. GRADE-TRENDS.
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REPORT-FS.
004700
004710     SELECT CLOSED-TERMS-FILE ASSIGN TO 'closed_terms.txt'
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-CLOSED-FS.
004740
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  GRADE-HISTORY-FILE.
007400 FD  TRENDS-REPORT-FILE.
007500 01  TRENDS-REPORT-LINE               PIC X(100).
007600
007610 FD  CLOSED-TERMS-FILE.
007620     COPY TCLSREC.
007630
007700 WORKING-STORAGE SECTION.
007800 01  WS-FILE-STATUSES.
007900     05  WS-HIST-FS                    PIC X(02) VALUE '00'.
008000     05  WS-PRIOR-FS                   PIC X(02) VALUE '00'.
008100     05  WS-CURRENT-FS                 PIC X(02) VALUE '00'.
008200     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
008210     05  WS-CLOSED-FS                  PIC X(02) VALUE '00'.
008300
008400 01  WS-SWITCHES.
008500     05  WS-EOF-HIST-SW                PIC X(01) VALUE 'N'.
008800         88  EOF-PRIOR                     VALUE 'Y'.
008900     05  WS-EOF-CURRENT-SW             PIC X(01) VALUE 'N'.
009000         88  EOF-CURRENT                   VALUE 'Y'.
009010     05  WS-EOF-CLOSED-SW              PIC X(01) VALUE 'N'.
009020         88  EOF-CLOSED                    VALUE 'Y'.
009100
009200 01  WS-TERM-TABLE-AREA.
009300     05  WS-TERM-COUNT                 PIC 9(03) VALUE ZERO
010500     05  WS-CURRENT-TERM               PIC X(06) VALUE SPACES.
010600     05  WS-PRIOR-TERM                 PIC X(06) VALUE SPACES.
010700     05  WS-EXTRACT-TERM               PIC X(06) VALUE SPACES.
010710*    FINAL WHEN THE LAST CLOSED_TERMS.TXT ROW FOR THE TERM IS A
010720*    CLOSE, OTHERWISE PROVISIONAL - SEE 2300.
010730     05  WS-PRIOR-STATUS               PIC X(11) VALUE SPACES.
010740     05  WS-CURRENT-STATUS             PIC X(11) VALUE SPACES.
010800
010900 01  WS-MATCH-KEYS.
011000     05  WS-PRIOR-KEY                  PIC X(08) VALUE SPACES.
019500     END-IF.
019600     PERFORM 2200-PICK-LATEST-TERMS
019700         THRU 2200-PICK-LATEST-TERMS-EXIT.
019710     PERFORM 2300-FIND-TERM-STATUS
019720         THRU 2300-FIND-TERM-STATUS-EXIT.
019800     DISPLAY 'GRADE-TRENDS: COMPARING TERM ' WS-PRIOR-TERM
019900         ' TO TERM ' WS-CURRENT-TERM
020000         ' (THRESHOLD ' WS-THRESHOLD ' POINTS)'.
020010     DISPLAY 'GRADE-TRENDS: TERM ' WS-PRIOR-TERM ' IS '
020020         WS-PRIOR-STATUS ' TERM ' WS-CURRENT-TERM ' IS '
020030         WS-CURRENT-STATUS.
020100 2000-SCAN-TERMS-EXIT.
020200     EXIT.
020300
026100     END-IF.
026200 2250-RANK-ONE-TERM-EXIT.
026300     EXIT.
026310
026320******************************************************************
026330* 2300-FIND-TERM-STATUS - ONE PASS OVER THE CLOSED-TERMS FILE.
026340* THE LAST ROW FILED FOR A TERM DECIDES ITS STATE (SEE TCLSREC):
026350* CLOSED IS FINAL, ANYTHING ELSE - OR NO FILE AT ALL - IS
026360* PROVISIONAL.
026370******************************************************************
026380 2300-FIND-TERM-STATUS.
026381     MOVE 'PROVISIONAL' TO WS-PRIOR-STATUS WS-CURRENT-STATUS.
026382     MOVE 'N' TO WS-EOF-CLOSED-SW.
026383     OPEN INPUT CLOSED-TERMS-FILE.
026384     IF WS-CLOSED-FS NOT = '00'
026385         GO TO 2300-FIND-TERM-STATUS-EXIT
026386     END-IF.
026387     PERFORM 2350-READ-CLOSED-TERM
026388         THRU 2350-READ-CLOSED-TERM-EXIT.
026389     PERFORM 2360-NOTE-TERM-ROW THRU 2360-NOTE-TERM-ROW-EXIT
026390         UNTIL EOF-CLOSED.
026391     CLOSE CLOSED-TERMS-FILE.
026392 2300-FIND-TERM-STATUS-EXIT.
026393     EXIT.
026394
026395 2350-READ-CLOSED-TERM.
026396     READ CLOSED-TERMS-FILE
026397         AT END
026398             SET EOF-CLOSED TO TRUE
026399     END-READ.
026400 2350-READ-CLOSED-TERM-EXIT.
026401     EXIT.
026402
026403 2360-NOTE-TERM-ROW.
026404     IF TCLS-TERM = WS-PRIOR-TERM
026405         IF TCLS-TERM-CLOSED
026406             MOVE 'FINAL' TO WS-PRIOR-STATUS
026407         ELSE
026408             MOVE 'PROVISIONAL' TO WS-PRIOR-STATUS
026409         END-IF
026410     END-IF.
026411     IF TCLS-TERM = WS-CURRENT-TERM
026412         IF TCLS-TERM-CLOSED
026413             MOVE 'FINAL' TO WS-CURRENT-STATUS
026414         ELSE
026415             MOVE 'PROVISIONAL' TO WS-CURRENT-STATUS
026416         END-IF
026417     END-IF.
026418     PERFORM 2350-READ-CLOSED-TERM
026419         THRU 2350-READ-CLOSED-TERM-EXIT.
026420 2360-NOTE-TERM-ROW-EXIT.
026421     EXIT.
026422
026500******************************************************************
026600* 3000-EXTRACT-TERM-FILES - PULL EACH OF THE TWO TERMS OUT OF
026700* THE HISTORY AND SORT IT BY STUDENT ID SO THE COMPARISON CAN
046200            ' POINTS)' DELIMITED BY SIZE
046300         INTO TRENDS-REPORT-LINE.
046400     WRITE TRENDS-REPORT-LINE.
046410     MOVE SPACES TO TRENDS-REPORT-LINE.
046420     STRING 'PRIOR TERM ' DELIMITED BY SIZE
046430            WS-PRIOR-TERM DELIMITED BY SIZE
046440            ' IS ' DELIMITED BY SIZE
046450            WS-PRIOR-STATUS DELIMITED BY SPACE
046460            ', CURRENT TERM ' DELIMITED BY SIZE
046470            WS-CURRENT-TERM DELIMITED BY SIZE
046480            ' IS ' DELIMITED BY SIZE
046490            WS-CURRENT-STATUS DELIMITED BY SPACE
046495         INTO TRENDS-REPORT-LINE.
046498     WRITE TRENDS-REPORT-LINE.
046500     MOVE SPACES TO TRENDS-REPORT-LINE.
046600     WRITE TRENDS-REPORT-LINE.
046700 4800-WRITE-REPORT-HEADER-EXIT.
