00018D*                  the change authority, and every override is
00018E*                  logged to the session log like a checkpoint
00018F*                  reset.
00018G* 10/15/26 DLROSS  The list shows a step's commit position when
00018H*                  it stopped part way through, and a reset
00018I*                  clears the commit position so the step reruns
00018J*                  from its first transaction.
00018K* 10/15/26 DLROSS  A reset also clears the transaction file count
00018L*                  and last committed key now held with the
00018M*                  commit position.
000190*
000200******************************************************************
000210 IDENTIFICATION DIVISION.
002070         "  STATUS: " CHK-STATUS
002080         "  DATE: " CHK-COMPLETION-DATE
002090         "  TIME: " CHK-COMPLETION-TIME
002092     IF CHK-COMMIT-COUNT NUMERIC
002094         AND CHK-COMMIT-COUNT > ZERO
002096         DISPLAY "      COMMITTED THROUGH TRANSACTION "
002097             CHK-COMMIT-COUNT
002098             " ON " CHK-COMMIT-DATE " " CHK-COMMIT-TIME
002099     END-IF
002100     ADD 1 TO LISTED-RECORD-COUNT
002110     PERFORM 2150-READ-NEXT-CHECKPOINT THRU 2150-EXIT
002120     .
002330             GO TO 2200-EXIT
002340     END-READ
002350     SET CHK-STEP-INCOMPLETE TO TRUE
002352     MOVE ZERO TO CHK-COMMIT-COUNT
002354     MOVE SPACES TO CHK-COMMIT-DATE
002355     MOVE SPACES TO CHK-COMMIT-TIME
002356     MOVE ZERO TO CHK-COMMIT-APPLIED
002357     MOVE ZERO TO CHK-COMMIT-REJECTED
002358     MOVE ZERO TO CHK-COMMIT-SCHEDULED
002359     MOVE ZERO TO CHK-COMMIT-FILE-COUNT
00235A     MOVE SPACES TO CHK-COMMIT-LAST-KEY
002360     REWRITE CHECKPOINT-RECORD
002370         INVALID KEY
002380             DISPLAY "CHKUTIL - CHECKPOINT REWRITE FAILED: "
