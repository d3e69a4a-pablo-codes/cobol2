000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 08/08/26 DLROSS  Created for checkpoint/restart support.
000102* 10/15/26 DLROSS  Added the commit position: a step that applies
000104*                  transactions records after each one how many
000106*                  it has processed, when, its running totals,
000108*                  the record count of its transaction file, and
00010A*                  the key of that transaction, so a rerun after
00010B*                  an abend resumes after the last committed one
00010C*                  once it has checked it is reading the same
00010D*                  file.
000110*
000120******************************************************************
000130 01  CHECKPOINT-RECORD.
000170         88  CHK-STEP-INCOMPLETE  VALUE "I".
000180     05  CHK-COMPLETION-DATE      PIC X(10).
000190     05  CHK-COMPLETION-TIME      PIC X(08).
000192     05  CHK-COMMIT-COUNT         PIC 9(04).
000194     05  CHK-COMMIT-DATE          PIC X(10).
000196     05  CHK-COMMIT-TIME          PIC X(08).
000198     05  CHK-COMMIT-APPLIED       PIC 9(04).
00019A     05  CHK-COMMIT-REJECTED      PIC 9(04).
00019C     05  CHK-COMMIT-SCHEDULED     PIC 9(04).
00019D     05  CHK-COMMIT-FILE-COUNT    PIC 9(04).
00019E     05  CHK-COMMIT-LAST-KEY      PIC X(09).
000200     05  FILLER                   PIC X(06).
