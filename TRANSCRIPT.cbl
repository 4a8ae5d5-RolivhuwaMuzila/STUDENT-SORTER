002200* MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    2026-09-02  DVR  INITIAL VERSION.
002410*    2026-10-15  DVR  EVERY TERM LINE NOW SAYS FINAL OR
002420*                     PROVISIONAL FROM CLOSED_TERMS.TXT (SEE
002430*                     TCLSREC), SO A TRANSCRIPT NEVER PASSES OFF
002440*                     AN OPEN TERM'S GRADE AS SETTLED.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TRANSCRIPT.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BAND-FS.
004800
004810     SELECT CLOSED-TERMS-FILE ASSIGN TO 'closed_terms.txt'
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-CLOSED-FS.
004840
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  GRADE-HISTORY-FILE.
007800 FD  BAND-CONTROL-FILE.
007900     COPY GBNDREC.
008000
008010 FD  CLOSED-TERMS-FILE.
008020     COPY TCLSREC.
008030
008100 WORKING-STORAGE SECTION.
008200 01  WS-FILE-STATUSES.
008300     05  WS-HIST-FS                    PIC X(02) VALUE '00'.
008400     05  WS-DETAIL-FS                  PIC X(02) VALUE '00'.
008500     05  WS-REPORT-FS                  PIC X(02) VALUE '00'.
008600     05  WS-BAND-FS                    PIC X(02) VALUE '00'.
008610     05  WS-CLOSED-FS                  PIC X(02) VALUE '00'.
008700
008800 01  WS-SWITCHES.
008900     05  WS-EOF-HIST-SW                PIC X(01) VALUE 'N'.
009600         88  BAND-TABLE-OK                 VALUE 'Y'.
009700     05  WS-SINGLE-STUDENT-SW          PIC X(01) VALUE 'N'.
009800         88  SINGLE-STUDENT-REQUESTED      VALUE 'Y'.
009810     05  WS-EOF-CLOSED-SW              PIC X(01) VALUE 'N'.
009820         88  EOF-CLOSED                    VALUE 'Y'.
009830     05  WS-CLSTRM-FOUND-SW            PIC X(01) VALUE 'N'.
009840         88  CLOSED-TERM-TABLED            VALUE 'Y'.
009900
010000 01  WS-PARM-AREA.
010100     05  WS-PARM-TEXT                  PIC X(40) VALUE SPACES.
014100         10  WS-LTRBND-HIGH            PIC 9(03).
014200         10  WS-LTRBND-LETTER          PIC X(01).
014300
014310*    THE STATE OF EVERY TERM ON CLOSED_TERMS.TXT, ONE ENTRY PER
014320*    TERM, HOLDING THE ACTION ON THE LAST ROW FILED FOR IT (SEE
014330*    TCLSREC).  A TERM NOT IN THE TABLE HAS NEVER BEEN CLOSED.
014340*    40 TERMS MATCHES THE GRADE-TRENDS TERM TABLE.
014350 01  WS-CLOSED-TERM-AREA.
014355     05  WS-CLSTRM-USED                PIC 9(03) VALUE ZERO
014360                                        USAGE COMP.
014365     05  WS-CLSTRM-SUB                 PIC 9(03) VALUE ZERO
014370                                        USAGE COMP.
014375     05  WS-LOOKUP-TERM                PIC X(06) VALUE SPACES.
014380     05  WS-TERM-STATUS                PIC X(11) VALUE SPACES.
014385     05  WS-CLSTRM-ENTRY OCCURS 40 TIMES.
014390         10  WS-CLSTRM-TERM            PIC X(06).
014395         10  WS-CLSTRM-STATE           PIC X(08).
014398
014400 01  WS-TIMESTAMP-FIELDS.
014500     05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
014600
015800     05  WS-DET-LETTER                 PIC X(01) VALUE SPACE.
015900     05  FILLER                        PIC X(05) VALUE SPACES.
016000     05  WS-DET-SECTION                PIC X(04) VALUE SPACES.
016010     05  FILLER                        PIC X(04) VALUE SPACES.
016020     05  WS-DET-STATUS                 PIC X(11) VALUE SPACES.
016100
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
019400     END-IF.
019500     PERFORM 8000-LOAD-LETTER-BANDS
019600         THRU 8000-LOAD-LETTER-BANDS-EXIT.
019610     PERFORM 8700-LOAD-CLOSED-TERMS
019620         THRU 8700-LOAD-CLOSED-TERMS-EXIT.
019700 1000-INITIALIZE-EXIT.
019800     EXIT.
019900
032500     MOVE TDET-GRADE TO WS-DET-GRADE.
032600     MOVE WS-GRADE-LETTER TO WS-DET-LETTER.
032700     MOVE TDET-SECTION TO WS-DET-SECTION.
032710     MOVE TDET-TERM TO WS-LOOKUP-TERM.
032720     PERFORM 8750-FIND-TERM-STATUS
032730         THRU 8750-FIND-TERM-STATUS-EXIT.
032740     MOVE WS-TERM-STATUS TO WS-DET-STATUS.
032800     MOVE WS-DETAIL-LINE TO TRANSCRIPT-REPORT-LINE.
032900     WRITE TRANSCRIPT-REPORT-LINE.
033000     ADD 1 TO WS-COUNT-TERMS.
036900         INTO TRANSCRIPT-REPORT-LINE.
037000     WRITE TRANSCRIPT-REPORT-LINE.
037100     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.
037200     MOVE '  TERM      GR     L     SECT    STATUS'
037300         TO TRANSCRIPT-REPORT-LINE.
037400     WRITE TRANSCRIPT-REPORT-LINE.
037500 3200-START-STUDENT-EXIT.
055600     END-IF.
055700 8510-TEST-ONE-BAND-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 8700-LOAD-CLOSED-TERMS - TABLE THE STATE OF EVERY TERM ON THE
056200* CLOSED-TERMS FILE.  ROWS ARE APPEND-ORDERED, SO A LATER ROW
056300* FOR A TERM ALREADY TABLED SIMPLY REPLACES ITS STATE.  NO FILE
056400* MEANS NO TERM IS FINAL YET.
056500******************************************************************
056600 8700-LOAD-CLOSED-TERMS.
056700     MOVE ZERO TO WS-CLSTRM-USED.
056800     MOVE 'N' TO WS-EOF-CLOSED-SW.
056900     OPEN INPUT CLOSED-TERMS-FILE.
057000     IF WS-CLOSED-FS NOT = '00'
057100         GO TO 8700-LOAD-CLOSED-TERMS-EXIT
057200     END-IF.
057300     PERFORM 8710-READ-CLOSED-TERM
057400         THRU 8710-READ-CLOSED-TERM-EXIT.
057500     PERFORM 8720-STORE-CLOSED-TERM
057600         THRU 8720-STORE-CLOSED-TERM-EXIT
057700         UNTIL EOF-CLOSED.
057800     CLOSE CLOSED-TERMS-FILE.
057900 8700-LOAD-CLOSED-TERMS-EXIT.
058000     EXIT.
058100
058200 8710-READ-CLOSED-TERM.
058300     READ CLOSED-TERMS-FILE
058400         AT END
058500             SET EOF-CLOSED TO TRUE
058600     END-READ.
058700 8710-READ-CLOSED-TERM-EXIT.
058800     EXIT.
058900
059000 8720-STORE-CLOSED-TERM.
059100     MOVE 'N' TO WS-CLSTRM-FOUND-SW.
059200     PERFORM 8730-SCAN-CLOSED-TERM THRU 8730-SCAN-CLOSED-TERM-EXIT
059300         VARYING WS-CLSTRM-SUB FROM 1 BY 1
059400         UNTIL WS-CLSTRM-SUB > WS-CLSTRM-USED
059500            OR CLOSED-TERM-TABLED.
059600     EVALUATE TRUE
059700         WHEN CLOSED-TERM-TABLED
059800             MOVE TCLS-ACTION
059900                 TO WS-CLSTRM-STATE(WS-CLSTRM-SUB - 1)
060000         WHEN WS-CLSTRM-USED >= 40
060100             DISPLAY 'TRANSCRIPT: *** MORE THAN 40 TERMS ON '
060200                 'CLOSED_TERMS.TXT - TERM ' TCLS-TERM
060300                 ' SHOWN AS PROVISIONAL ***'
060400         WHEN OTHER
060500             ADD 1 TO WS-CLSTRM-USED
060600             MOVE TCLS-TERM TO WS-CLSTRM-TERM(WS-CLSTRM-USED)
060700             MOVE TCLS-ACTION TO WS-CLSTRM-STATE(WS-CLSTRM-USED)
060800     END-EVALUATE.
060900     PERFORM 8710-READ-CLOSED-TERM
061000         THRU 8710-READ-CLOSED-TERM-EXIT.
061100 8720-STORE-CLOSED-TERM-EXIT.
061200     EXIT.
061300
061400 8730-SCAN-CLOSED-TERM.
061500     IF WS-CLSTRM-TERM(WS-CLSTRM-SUB) = TCLS-TERM
061600         SET CLOSED-TERM-TABLED TO TRUE
061700     END-IF.
061800 8730-SCAN-CLOSED-TERM-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* 8750-FIND-TERM-STATUS - FINAL WHEN THE TERM'S LAST ROW ON THE
062300* CLOSED-TERMS FILE IS A CLOSE, OTHERWISE PROVISIONAL.
062400******************************************************************
062500 8750-FIND-TERM-STATUS.
062600     MOVE 'PROVISIONAL' TO WS-TERM-STATUS.
062700     PERFORM 8760-TEST-ONE-TERM THRU 8760-TEST-ONE-TERM-EXIT
062800         VARYING WS-CLSTRM-SUB FROM 1 BY 1
062900         UNTIL WS-CLSTRM-SUB > WS-CLSTRM-USED.
063000 8750-FIND-TERM-STATUS-EXIT.
063100     EXIT.
063200
063300 8760-TEST-ONE-TERM.
063400     IF WS-CLSTRM-TERM(WS-CLSTRM-SUB) = WS-LOOKUP-TERM
063500         IF WS-CLSTRM-STATE(WS-CLSTRM-SUB) = 'CLOSED'
063600             MOVE 'FINAL' TO WS-TERM-STATUS
063700         END-IF
063800         MOVE WS-CLSTRM-USED TO WS-CLSTRM-SUB
063900     END-IF.
064000 8760-TEST-ONE-TERM-EXIT.
064100     EXIT.
