000180*                  CERTIFIED / NOT CERTIFIED line and the
000190*                  reasons. A report belonging to a step the
000200*                  calendar skipped today is not required.
000201* 10/15/26 DLROSS  A step BATCHDRV bypassed today because a
000202*                  prerequisite failed is a reason the day is
000203*                  not certified; its own report is not also
000204*                  demanded.
00020A* 10/15/26 DLROSS  Added the CONFRPT total from the CHGCONFL
00020B*                  conflict check: any conflict between pending,
00020C*                  scheduled, and batch changes is a reason the
00020D*                  day is not certified.
000210*
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000500     SELECT CERT-REPORT-FILE ASSIGN TO "EODCERT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS CERT-REPORT-STATUS.
00052A     SELECT CONFLICT-REPORT-FILE ASSIGN TO "CONFRPT"
00052B         ORGANIZATION IS SEQUENTIAL
00052C         FILE STATUS IS CONFLICT-REPORT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUN-STATS-FILE
000730 FD  CERT-REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  CERT-REPORT-RECORD           PIC X(80).
00075A FD  CONFLICT-REPORT-FILE
00075B     RECORDING MODE IS F.
00075C 01  CONFLICT-REPORT-RECORD       PIC X(80).
000760 WORKING-STORAGE SECTION.
000770 01  JOB-NAME                     PIC X(08) VALUE "EODCERT".
000780 01  RUN-STATS-STATUS             PIC X(02).
001010     88  AUDIT-REPORT-MISSING     VALUE "35".
001020 01  CERT-REPORT-STATUS           PIC X(02).
001030     88  CERT-REPORT-OK           VALUE "00".
00103A 01  CONFLICT-REPORT-STATUS       PIC X(02).
00103B     88  CONFLICT-REPORT-OK       VALUE "00".
00103C     88  CONFLICT-REPORT-EOF      VALUE "10".
00103D     88  CONFLICT-REPORT-MISSING  VALUE "35".
001040 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
001050     88  JOB-COMPLETED-OK         VALUE "Y".
001060     88  JOB-COMPLETED-ERROR      VALUE "N".
001160         10  CT-DISPOSITION       PIC X(08).
001170             88  CT-STEP-SKIPPED  VALUE "SKIPPED".
001175             88  CT-STEP-NO-ENTRY VALUE "NOENTRY".
001177             88  CT-STEP-BYPASSED VALUE "BYPASSED".
001180 01  CHECK-STEP-NAME              PIC X(08).
001190 01  STEP-STATE-SWITCH            PIC X(01).
001200     88  STEP-RAN-TODAY           VALUE "R".
001380 01  APPLY-APPLIED-COUNT          PIC 9(04) VALUE ZERO.
001390 01  APPLY-REJECTED-COUNT         PIC 9(04) VALUE ZERO.
001400 01  AUDIT-ACTION-COUNT           PIC 9(04) VALUE ZERO.
00140A 01  CHANGE-CONFLICT-COUNT        PIC 9(04) VALUE ZERO.
001410 01  HELLO-STATUS-TEXT            PIC X(21).
001420 01  RPT-HEADING-1                PIC X(80) VALUE
001430             "EODCERT - END OF DAY CERTIFICATION".
001870     PERFORM 3200-CHECK-RECON-REPORT THRU 3200-EXIT
001880     PERFORM 3300-CHECK-APPLY-REPORT THRU 3300-EXIT
001890     PERFORM 3400-CHECK-AUDIT-REPORT THRU 3400-EXIT
00189A     PERFORM 3500-CHECK-CONFLICT-REPORT THRU 3500-EXIT
001900     PERFORM 5000-WRITE-CERTIFICATION THRU 5000-EXIT
001910     IF JOB-COMPLETED-OK
001920         MOVE 0 TO RETURN-CODE
003258                    " HAD NO CALENDAR ENTRY"
003259                 DELIMITED BY SIZE INTO NEW-REASON
003260             PERFORM 9100-ADD-REASON THRU 9100-EXIT
003261         WHEN CT-STEP-BYPASSED (CERT-STEP-INDEX)
00326A             MOVE SPACES TO NEW-REASON
00326B             STRING "STEP " CT-STEP-NAME (CERT-STEP-INDEX)
00326C                    " BYPASSED, PREREQUISITE FAILED"
00326D                 DELIMITED BY SIZE INTO NEW-REASON
00326E             PERFORM 9100-ADD-REASON THRU 9100-EXIT
003262         WHEN CT-RETURN-CODE (CERT-STEP-INDEX) > ZERO
003270             MOVE SPACES TO NEW-REASON
003280             STRING "STEP " CT-STEP-NAME (CERT-STEP-INDEX)
003590         WHEN CT-STEP-NAME (CERT-STEP-INDEX) = CHECK-STEP-NAME
003600             IF CT-STEP-SKIPPED (CERT-STEP-INDEX)
003605                 OR CT-STEP-NO-ENTRY (CERT-STEP-INDEX)
003607                 OR CT-STEP-BYPASSED (CERT-STEP-INDEX)
003610                 SET STEP-SKIPPED-TODAY TO TRUE
003620             ELSE
003630                 SET STEP-RAN-TODAY TO TRUE
007180 3460-EXIT.
007190     EXIT.
007200*
00720A******************************************************************
00720B* 3500-CHECK-CONFLICT-REPORT - PULL THE TOTAL CONFLICTS COUNT
00720C* FROM THE CHGCONFL CONFRPT REPORT AND RAISE A REASON WHEN IT IS
00720D* NONZERO OR THE REPORT IS MISSING OR STALE. NOT REQUIRED IF
00720E* CHGCONFL WAS SKIPPED.
00720F******************************************************************
00720G 3500-CHECK-CONFLICT-REPORT.
00720H     MOVE "CHGCONFL" TO CHECK-STEP-NAME
00720I     PERFORM 2950-RESOLVE-STEP-STATE THRU 2950-EXIT
00720J     IF NOT STEP-RAN-TODAY
00720K         GO TO 3500-EXIT
00720L     END-IF
00720M     MOVE ZERO TO CHANGE-CONFLICT-COUNT
00720N     MOVE SPACES TO REPORT-DATE-FOUND
00720O     OPEN INPUT CONFLICT-REPORT-FILE
00720P     IF CONFLICT-REPORT-MISSING
00720Q         MOVE "CONFRPT NOT PRODUCED" TO NEW-REASON
00720R         PERFORM 9100-ADD-REASON THRU 9100-EXIT
00720S         GO TO 3500-EXIT
00720T     END-IF
00720U     IF NOT CONFLICT-REPORT-OK
00720V         DISPLAY "EODCERT - UNABLE TO OPEN CONFRPT, STATUS "
00720W             CONFLICT-REPORT-STATUS
00720X         SET JOB-COMPLETED-ERROR TO TRUE
00720Y         GO TO 3500-EXIT
00720Z     END-IF
00721A     PERFORM 3550-READ-CONFLICT-REPORT THRU 3550-EXIT
00721B     PERFORM 3560-SCAN-CONFLICT-REPORT THRU 3560-EXIT
00721C         UNTIL CONFLICT-REPORT-EOF
00721D     CLOSE CONFLICT-REPORT-FILE
00721E     IF REPORT-DATE-FOUND NOT = FORMATTED-RUN-DATE
00721F         MOVE "CONFRPT IS STALE OR UNDATED" TO NEW-REASON
00721G         PERFORM 9100-ADD-REASON THRU 9100-EXIT
00721H     END-IF
00721I     MOVE "CHANGE CONFLICTS             : " TO CML-CAPTION
00721J     MOVE CHANGE-CONFLICT-COUNT TO CML-COUNT
00721K     MOVE RPT-METRIC-LINE TO CERT-REPORT-RECORD
00721L     WRITE CERT-REPORT-RECORD
00721M     IF CHANGE-CONFLICT-COUNT > ZERO
00721N         MOVE "CHGCONFL REPORTED CHANGE CONFLICTS"
00721O             TO NEW-REASON
00721P         PERFORM 9100-ADD-REASON THRU 9100-EXIT
00721Q     END-IF
00721R     .
00721S 3500-EXIT.
00721T     EXIT.
00721U*
00721V 3550-READ-CONFLICT-REPORT.
00721W     READ CONFLICT-REPORT-FILE
00721X         AT END
00721Y             SET CONFLICT-REPORT-EOF TO TRUE
00721Z     END-READ
00722A     .
00722B 3550-EXIT.
00722C     EXIT.
00722D*
00722E 3560-SCAN-CONFLICT-REPORT.
00722F     EVALUATE TRUE
00722G         WHEN CONFLICT-REPORT-RECORD (1:11) = "RUN DATE : "
00722H             MOVE CONFLICT-REPORT-RECORD (12:10)
00722I                 TO REPORT-DATE-FOUND
00722J         WHEN CONFLICT-REPORT-RECORD (1:23)
00722K                  = "TOTAL CONFLICTS      : "
00722L             MOVE CONFLICT-REPORT-RECORD (24:4)
00722M                 TO NUMBER-WORK-FIELD
00722N             PERFORM 9000-PARSE-COUNT THRU 9000-EXIT
00722O             MOVE PARSED-COUNT TO CHANGE-CONFLICT-COUNT
00722P         WHEN OTHER
00722Q             CONTINUE
00722R     END-EVALUATE
00722S     PERFORM 3550-READ-CONFLICT-REPORT THRU 3550-EXIT
00722T     .
00722U 3560-EXIT.
00722V     EXIT.
00722W*
007210******************************************************************
007220* 5000-WRITE-CERTIFICATION - PRINT THE OVERALL CERTIFIED / NOT
007230* CERTIFIED LINE WITH EVERY REASON RAISED, AND CLOSE THE REPORT.
