000144*                  BATCHDRV is listed with a SKIPPED flag but
000146*                  left out of the rolling averages, so calendar
000148*                  skips do not drag a step's trend to zero.
000149* 10/15/26 DLROSS  A step BATCHDRV bypassed for a failed
00149A*                  prerequisite is listed with a BYPASSED flag
00149B*                  and left out of the rolling averages.
000150*
000160******************************************************************
000170 IDENTIFICATION DIVISION.
001800     EXIT.
001810*
001820 1200-ACCUMULATE-ONE-STAT.
001822     IF RS-STEP-SKIPPED OR RS-STEP-NO-ENTRY OR RS-STEP-BYPASSED
001824         ADD 1 TO RUNS-READ-COUNT
001826         PERFORM 1100-READ-RUN-STAT THRU 1100-EXIT
001828         GO TO 1200-EXIT
003090     IF REPORT-LINE-COUNT >= LINES-PER-PAGE
003100         PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
003110     END-IF
003112     IF RS-STEP-SKIPPED OR RS-STEP-NO-ENTRY OR RS-STEP-BYPASSED
003113         MOVE RS-STEP-NAME TO RDL-STEP-NAME
003114         MOVE RS-RUN-DATE TO RDL-RUN-DATE
003115         MOVE ZERO TO RDL-ELAPSED
003118         IF RS-STEP-SKIPPED
03118A             MOVE "SKIPPED" TO RDL-FLAG
03118B         ELSE
3118BA             IF RS-STEP-BYPASSED
3118BB                 MOVE "BYPASSED" TO RDL-FLAG
3118BC             ELSE
03118C                 MOVE "NO ENTRY" TO RDL-FLAG
3118CA             END-IF
03118D         END-IF
003119         GO TO 2200-WRITE-LINE
00311A     END-IF
