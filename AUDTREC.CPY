000110* 08/21/26 DLROSS  Created for the CODEAUDT maintenance journal.
000112* 09/02/26 DLROSS  Added the table id of the entry maintained,
000114*                  matching the multi-table master.
000116* 10/15/26 DLROSS  Added the entry type and effective date. A
000117*                  future-dated change released to CODESCHD.DAT
000118*                  is journaled as scheduled, on the day of
000119*                  release, under the checker who released it.
000120*
000130******************************************************************
000140 01  AUDIT-RECORD.
000220     05  AUD-ELEMENT1             PIC X(02).
000230     05  AUD-OLD-ELEMENT2         PIC 9(02).
000240     05  AUD-NEW-ELEMENT2         PIC 9(02).
000242     05  AUD-ENTRY-TYPE           PIC X(01).
000244         88  AUD-ENTRY-APPLIED    VALUE SPACE.
000246         88  AUD-ENTRY-SCHEDULED  VALUE "S".
000248     05  AUD-EFFECTIVE-DATE       PIC X(10).
000250     05  FILLER                   PIC X(32).
