000122* 09/02/26 DLROSS  Journal lines now carry the table id of the
000124*                  entry maintained, so it prints ahead of the
000126*                  ELEMENT1 column.
000127* 10/15/26 DLROSS  A future-dated change released to the schedule
000128*                  prints with its effective date, so it is not
000129*                  read as a change made to the master that day.
000130*
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000800     05  ADL-OLD-ELEMENT2         PIC 9(02).
000810     05  FILLER                   PIC X(05) VALUE SPACES.
000820     05  ADL-NEW-ELEMENT2         PIC 9(02).
000830     05  FILLER                   PIC X(03) VALUE SPACES.
000832     05  ADL-NOTE                 PIC X(24).
000840 01  RPT-TOTAL-LINE.
000850     05  FILLER                   PIC X(27) VALUE
000860                 "TOTAL MAINTENANCE ACTIONS: ".
002090     MOVE AUD-ELEMENT1 TO ADL-ELEMENT1
002100     MOVE AUD-OLD-ELEMENT2 TO ADL-OLD-ELEMENT2
002110     MOVE AUD-NEW-ELEMENT2 TO ADL-NEW-ELEMENT2
002112     MOVE SPACES TO ADL-NOTE
002114     IF AUD-ENTRY-SCHEDULED
002116         STRING "SCHEDULED FOR " AUD-EFFECTIVE-DATE
002118             DELIMITED BY SIZE INTO ADL-NOTE
002119     END-IF
002120     MOVE RPT-DETAIL-LINE TO AUDIT-REPORT-RECORD
002130     WRITE AUDIT-REPORT-RECORD
002140     ADD 1 TO REPORT-LINE-COUNT
