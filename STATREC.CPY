000125*                  processing calendar, or failed for having no
000126*                  calendar entry, is recorded without a phantom
000128*                  zero-second run skewing the STATRPT trend.
000129* 10/15/26 DLROSS  Added the BYPASSED disposition for a step
00129A*                  BATCHDRV held back because a prerequisite
00129B*                  step failed or was itself bypassed.
000130*
000140******************************************************************
000150 01  RUN-STAT-RECORD.
000196         88  RS-STEP-RAN          VALUE "RAN".
000197         88  RS-STEP-SKIPPED      VALUE "SKIPPED".
000198         88  RS-STEP-NO-ENTRY     VALUE "NOENTRY".
000199         88  RS-STEP-BYPASSED     VALUE "BYPASSED".
000200     05  FILLER                   PIC X(42).
