           *> until the numbers look wrong. The expected steps come
           *> from EXPECTED-STEPS.txt, one OPS-LOG program name per
           *> line; with no list on file the chain's own
           *> VALUATION-BATCH record is the built-in minimum. A step
           *> that failed and was then rerun clean by the chain's
           *> restart, or that operations bypassed, is listed for the
           *> record but does not hold the morning up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 STEPS-EOF PIC A.
       01 OPS-LOG-EOF PIC A.
       01 WS-PROBLEM-COUNT PIC 9(3) VALUE 0.
       01 WS-PROBLEM-FLAG PIC A.                   *> 'N' when the line is for the record only
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'NIGHT-VERIFY'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 WS-STEP-TABLE.
           *> The expected nightly steps, each tracking whether the
           *> overnight window holds its STARTED, ENDED-OK, and any
           *> FAILED record, and what VALUATION-BATCH-CONTROL decided
           *> about it on a rerun.
           02 WS-STEP-ENTRY OCCURS 20 TIMES.
               03 WS-STEP-NAME PIC X(20).
               03 WS-STEP-STARTED PIC A.
               03 WS-STEP-ENDED PIC A.
               03 WS-STEP-FAILED PIC A.
               03 WS-STEP-RESTARTED PIC A.         *> Rerun after the failure
               03 WS-STEP-RECOVERED PIC A.         *> Rerun then ended OK
               03 WS-STEP-BYPASSED PIC A.

       01 EQUAL-SIGNS PIC X(59) VALUE ALL '='.
       01 REPORT-TITLE-RECORD.
               MOVE 'N' TO WS-STEP-STARTED (1)
               MOVE 'N' TO WS-STEP-ENDED (1)
               MOVE 'N' TO WS-STEP-FAILED (1)
               MOVE 'N' TO WS-STEP-RESTARTED (1)
               MOVE 'N' TO WS-STEP-RECOVERED (1)
               MOVE 'N' TO WS-STEP-BYPASSED (1)
           END-IF.

       LOAD-ONE-STEP-RTN.
                           MOVE 'N' TO WS-STEP-STARTED (WS-STEP-MAX)
                           MOVE 'N' TO WS-STEP-ENDED (WS-STEP-MAX)
                           MOVE 'N' TO WS-STEP-FAILED (WS-STEP-MAX)
                           MOVE 'N' TO WS-STEP-RESTARTED (WS-STEP-MAX)
                           MOVE 'N' TO WS-STEP-RECOVERED (WS-STEP-MAX)
                           MOVE 'N' TO WS-STEP-BYPASSED (WS-STEP-MAX)
                       ELSE
                           IF WS-STEP-FULL-FLAG = 'N'
                               DISPLAY 'NIGHT-VERIFY: STEP TABLE '
                           MOVE 'Y' TO WS-STEP-STARTED (WS-STEP-SUB)
                       WHEN 'ENDED-OK'
                           MOVE 'Y' TO WS-STEP-ENDED (WS-STEP-SUB)
                           IF WS-STEP-RESTARTED (WS-STEP-SUB) = 'Y'
                               MOVE 'Y'
                                   TO WS-STEP-RECOVERED (WS-STEP-SUB)
                           END-IF
                       WHEN 'FAILED'
                           MOVE 'Y' TO WS-STEP-FAILED (WS-STEP-SUB)
                           MOVE 'N' TO WS-STEP-RESTARTED (WS-STEP-SUB)
                           MOVE 'N' TO WS-STEP-RECOVERED (WS-STEP-SUB)
                       WHEN 'RESTART'
                       WHEN 'FORCED'
                           IF WS-STEP-FAILED (WS-STEP-SUB) = 'Y'
                               MOVE 'Y'
                                   TO WS-STEP-RESTARTED (WS-STEP-SUB)
                           END-IF
                       WHEN 'BYPASSED'
                           MOVE 'Y' TO WS-STEP-BYPASSED (WS-STEP-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       JUDGE-ONE-STEP-RTN.
           *> A FAILED record outranks a later clean finish on the same
           *> night - someone reran the step, and a human should still
           *> see the failure happened. Only the chain's own restart,
           *> logged after the failure and followed by a clean finish,
           *> clears it; an operator's bypass stands in for a run that
           *> never happened. Both are still listed.

           MOVE SPACES TO RD-PROBLEM.
           MOVE 'Y' TO WS-PROBLEM-FLAG.
           IF WS-STEP-STARTED (WS-STEP-SUB) NOT = 'Y'
               IF WS-STEP-BYPASSED (WS-STEP-SUB) = 'Y'
                   MOVE 'BYPASSED' TO RD-PROBLEM
                   MOVE 'N' TO WS-PROBLEM-FLAG
               ELSE
                   MOVE 'NEVER STARTED' TO RD-PROBLEM
               END-IF
           ELSE
               IF WS-STEP-FAILED (WS-STEP-SUB) = 'Y'
                   IF WS-STEP-RECOVERED (WS-STEP-SUB) = 'Y'
                       MOVE 'FAILED, RESTARTED OK' TO RD-PROBLEM
                       MOVE 'N' TO WS-PROBLEM-FLAG
                   ELSE
                       IF WS-STEP-BYPASSED (WS-STEP-SUB) = 'Y'
                           MOVE 'FAILED, BYPASSED' TO RD-PROBLEM
                           MOVE 'N' TO WS-PROBLEM-FLAG
                       ELSE
                           MOVE 'FAILED' TO RD-PROBLEM
                       END-IF
                   END-IF
               ELSE
                   IF WS-STEP-ENDED (WS-STEP-SUB) NOT = 'Y'
                       IF WS-STEP-BYPASSED (WS-STEP-SUB) = 'Y'
                           MOVE 'BYPASSED' TO RD-PROBLEM
                           MOVE 'N' TO WS-PROBLEM-FLAG
                       ELSE
                           MOVE 'STARTED, NEVER ENDED' TO RD-PROBLEM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF RD-PROBLEM NOT = SPACES
               IF WS-PROBLEM-FLAG = 'Y'
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
               MOVE WS-STEP-NAME (WS-STEP-SUB) TO RD-PROGRAM
               MOVE REPORT-DETAIL-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
