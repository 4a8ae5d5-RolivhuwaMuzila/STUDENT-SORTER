001600*              THE SUITE'S HISTORY.  THE DRIVER ENDS WITH THE
001700*              WORST FAILED STEP'S RETURN CODE, OR ZERO WHEN THE
001800*              WHOLE CHAIN RAN CLEAN - ONE COMMAND, ONE VERDICT.
001810*              A STEP REFUSED WITH RC 28 FOUND THE SUITE RUN
001820*              LOCK (SUITE_LOCK.TXT) HELD BY ANOTHER RUN.  THAT
001830*              IS NOT A FAILURE: THE STEP IS LOGGED DEFERRED
001840*              (STATUS LOCKED), A HALT STEP STILL HOLDS BACK THE
001850*              STEPS AFTER IT, AND WITH NO REAL FAILURE THE
001860*              DRIVER ENDS RC 28 SO THE SCHEDULER RETRIES LATER.
001900*
002000*              STEP-CONTROL ROW (SUITE_STEPS.TXT):
002100*                COLS 1-2  STEP SEQUENCE (DISPLAY ONLY)
002200*                COL  4-7  ON-FAILURE ACTION: HALT OR SKIP
002300*                COL  9+   THE COMMAND TO RUN
002400*              WITH NO SUITE_STEPS.TXT THE BUILT-IN STANDARD
002500*              CHAIN IS USED (STUDENT-UPDATE, SCORE-ROLLUP,
002600*              SORTER WITH CSV AND BYSECTION, THEN GRADE-SUMMARY
002650*              AND HONOR-ROLL).
002700* TECTONICS:   cobc -x -I copybooks NIGHTLY-DRIVER.cbl
002800*
002900* MODIFICATION HISTORY
003166*                     256); IT IS NOW DECODED SO THE SUITE
003168*                     LOG AND THE DRIVER'S OWN RETURN CODE
003169*                     CARRY THE REAL STEP RC.
003170*    2026-10-15  DVR  STUDENT-UPDATE ADDED AT THE FRONT OF THE
003172*                     DEFAULT CHAIN SO THE NIGHT'S MASTER
003174*                     TRANSACTIONS ARE APPLIED AND EXPORTED
003176*                     BEFORE THE ROLLUP AND THE SORTER READ
003178*                     STUDENTS.TXT.
003183*    2026-10-15  DVR  RC 28 (SUITE RUN LOCK HELD) IS A RETRY
003188*                     LATER, NOT A FAILURE: THE STEP IS LOGGED
003193*                     DEFERRED/LOCKED AND, WITH NO REAL FAILURE,
003198*                     THE DRIVER ENDS RC 28 RATHER THAN ZERO.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. NIGHTLY-DRIVER.
008400     05  WS-WORST-RC                   PIC 9(04) VALUE ZERO.
008500     05  WS-FAILED-STEPS               PIC 9(02) VALUE ZERO
008600                                        USAGE COMP.
008620     05  WS-DEFERRED-STEPS             PIC 9(02) VALUE ZERO
008640                                        USAGE COMP.
008700     05  WS-STEP-ACTION                PIC X(09) VALUE SPACES.
008800     05  WS-STEP-STATUS                PIC X(07) VALUE SPACES.
008900
017800
017900******************************************************************
018000* 1200-LOAD-DEFAULT-STEPS - THE STANDARD NIGHTLY CHAIN AS RUN BY
018050* HAND UNTIL NOW: THE MASTER TRANSACTION UPDATE AND EXPORT (A
018070* MISSING TRANSACTION FILE IS A CLEAN NO-OP), THE
018100* SUBJECT-SCORE ROLLUP (A MISSING SCORE
018150* FILE IS A CLEAN NO-OP), THE SORTER (WITH THE CSV AND THE
018200* PER-SECTION ROSTERS), THE GRADE DISTRIBUTION, THEN THE
018250* HONOR ROLL FROM THE DESCENDING FILE.  AN UPDATE, ROLLUP OR
018260* SORTER FAILURE HALTS
018300* THE CHAIN SO NO REPORT EVER RUNS AGAINST A STALE ROSTER; A
018400* REPORT FAILURE ONLY COSTS THAT REPORT.
018500******************************************************************
018600 1200-LOAD-DEFAULT-STEPS.
018610     MOVE 'HALT' TO WS-STEP-ONFAIL(1).
018615     MOVE './STUDENT-UPDATE' TO WS-STEP-CMD(1).
018620     MOVE 'HALT' TO WS-STEP-ONFAIL(2).
018640     MOVE './SCORE-ROLLUP' TO WS-STEP-CMD(2).
018700     MOVE 'HALT' TO WS-STEP-ONFAIL(3).
018800     MOVE './STUDENT-SORTER CSV BYSECTION' TO WS-STEP-CMD(3).
018900     MOVE 'SKIP' TO WS-STEP-ONFAIL(4).
019000     MOVE './GRADE-SUMMARY' TO WS-STEP-CMD(4).
019020     MOVE 'SKIP' TO WS-STEP-ONFAIL(5).
019040     MOVE './HONOR-ROLL' TO WS-STEP-CMD(5).
019100     MOVE 5 TO WS-STEP-COUNT.
019200 1200-LOAD-DEFAULT-STEPS-EXIT.
019300     EXIT.
019400
021830         AND WS-RAW-WAIT-STATUS NOT = ZERO
021840         MOVE WS-RAW-WAIT-STATUS TO WS-STEP-RC
021850     END-IF.
021870     IF WS-STEP-RC = 28
021890         ACCEPT WS-END-TIME FROM TIME
021910         PERFORM 2200-DEFER-STEP THRU 2200-DEFER-STEP-EXIT
021930         PERFORM 2500-WRITE-SUITE-LOG
021950             THRU 2500-WRITE-SUITE-LOG-EXIT
021970         GO TO 2000-RUN-ONE-STEP-EXIT
021990     END-IF.
022000     ACCEPT WS-END-TIME FROM TIME.
022100     IF WS-STEP-RC = ZERO
022200         MOVE 'RAN' TO WS-STEP-ACTION
024600 2000-RUN-ONE-STEP-EXIT.
024700     EXIT.
024800
024802******************************************************************
024804* 2200-DEFER-STEP - RC 28 MEANS THE STEP FOUND THE SUITE RUN LOCK
024806* HELD (A MAINTENANCE PROGRAM OR AN ABENDED RUN STILL HAS IT) AND
024808* DID NOTHING.  THAT IS NOT COUNTED AS A FAILURE - THE WHOLE CHAIN
024810* IS WORTH RETRYING ONCE THE LOCK IS GONE.  A HALT STEP HOLDS BACK
024812* THE STEPS AFTER IT JUST AS A FAILURE WOULD, SINCE THEY WOULD RUN
024814* AGAINST A ROSTER THE DEFERRED STEP NEVER UPDATED.
024816******************************************************************
024818 2200-DEFER-STEP.
024820     ADD 1 TO WS-DEFERRED-STEPS.
024822     MOVE 'DEFERRED' TO WS-STEP-ACTION.
024824     MOVE 'LOCKED' TO WS-STEP-STATUS.
024826     IF WS-STEP-ONFAIL(WS-STEP-SUB) = 'HALT'
024828         SET SUITE-HALTED TO TRUE
024830         DISPLAY 'NIGHTLY-DRIVER: *** STEP ' WS-ED-STEP
024832             ' FOUND THE SUITE RUN LOCK HELD (RC 28)'
024834             ' - DOWNSTREAM STEPS DEFERRED, RETRY LATER ***'
024836     ELSE
024838         DISPLAY 'NIGHTLY-DRIVER: STEP ' WS-ED-STEP
024840             ' FOUND THE SUITE RUN LOCK HELD (RC 28)'
024842             ' - STEP DEFERRED, SUITE CONTINUES'
024844     END-IF.
024846 2200-DEFER-STEP-EXIT.
024848     EXIT.
024850
024900******************************************************************
025000* 2500-WRITE-SUITE-LOG - ONE KEYWORD=VALUE LINE PER STEP, STAMP
025100* FIRST AND THE FREE-LENGTH COMMAND LAST, SAME SHAPE AS THE
028400******************************************************************
028500* 9000-WRAP-UP - THE ONE VERDICT: THE DRIVER ENDS WITH THE WORST
028600* FAILED STEP'S RETURN CODE SO A SCHEDULER (OR A HUMAN) CHECKS
028700* EXACTLY ONE NUMBER PER NIGHT.  WITH NO FAILURE BUT A STEP
028750* DEFERRED BY THE SUITE RUN LOCK THAT NUMBER IS 28 - RETRY LATER.
028800******************************************************************
028900 9000-WRAP-UP.
029000     EVALUATE TRUE
029050         WHEN WS-FAILED-STEPS > ZERO
029100             DISPLAY 'NIGHTLY-DRIVER: SUITE FINISHED WITH '
029150                 WS-FAILED-STEPS ' FAILED STEP(S) - WORST RC '
029200                 WS-WORST-RC
029250             MOVE WS-WORST-RC TO RETURN-CODE
029300         WHEN WS-DEFERRED-STEPS > ZERO
029350             DISPLAY 'NIGHTLY-DRIVER: SUITE DEFERRED - '
029400                 WS-DEFERRED-STEPS ' STEP(S) FOUND THE SUITE RUN '
029450                 'LOCK HELD - RETRY LATER (RC 28)'
029500             MOVE 28 TO RETURN-CODE
029550         WHEN OTHER
029600             DISPLAY 'NIGHTLY-DRIVER: SUITE COMPLETE - '
029650                 WS-STEP-COUNT ' STEP(S) RAN CLEAN'
029700     END-EVALUATE.
029900 9000-WRAP-UP-EXIT.
030000     EXIT.
