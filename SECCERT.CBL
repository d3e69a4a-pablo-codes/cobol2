000010******************************************************************
000020* Program name:    SECCERT
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created as the quarterly access recertification
000090*                  and segregation-of-duties report for audit.
000100*                  Lists every OPERSEC.DAT operator's authorities
000110*                  and last sign-on from SESSLOG and SESSARCH, and
000120*                  flags dormant operators, operators holding both
000130*                  the administrator and approve authorities,
000140*                  changes released within the approval window of
000150*                  a SECAUDT.DAT approve grant (from
000160*                  CODEAUDT.DAT), and repeated SECVIOL.DAT
000170*                  violations. Each flagged operator gets a
000180*                  keep/revoke decision line and the report ends
000190*                  with a sign-off section, so the hand comparison
000200*                  of five files each quarter is no longer needed.
000202* 10/15/26 DLROSS  Future-dated releases now count as approvals:
000204*                  TBLMAINT journals them to CODEAUDT.DAT under
000206*                  the checker on the day of release.
000210*
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.  SECCERT.
000250 AUTHOR.  DLROSS.
000260 INSTALLATION.  DATA PROCESSING.
000270 DATE-WRITTEN.  10/15/26.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SEC-OPERATOR-ID
000360         FILE STATUS IS SECURITY-FILE-STATUS.
000370     SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS SESSION-LOG-STATUS.
000400     SELECT SESSION-ARCHIVE-FILE ASSIGN TO "SESSARCH"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS SESSION-ARCHIVE-STATUS.
000430     SELECT SECURITY-AUDIT-FILE ASSIGN TO "SECAUDT.DAT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS SECURITY-AUDIT-STATUS.
000460     SELECT AUDIT-FILE ASSIGN TO "CODEAUDT.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS AUDIT-FILE-STATUS.
000490     SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.DAT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS VIOLATION-LOG-STATUS.
000520     SELECT RECERT-REPORT-FILE ASSIGN TO "SECCRPT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS RECERT-REPORT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPERATOR-SECURITY-FILE.
000580     COPY SECREC.
000590 FD  SESSION-LOG-FILE
000600     RECORDING MODE IS F.
000610 01  SESSION-LOG-RECORD.
000620     05  SSL-USER-ID              PIC X(20).
000630     05  FILLER                   PIC X(02).
000640     05  SSL-JOB-NAME             PIC X(08).
000650     05  FILLER                   PIC X(02).
000660     05  SSL-RUN-DATE             PIC X(10).
000670     05  FILLER                   PIC X(38).
000680 FD  SESSION-ARCHIVE-FILE
000690     RECORDING MODE IS F.
000700 01  SESSION-ARCHIVE-RECORD.
000710     05  SAR-USER-ID              PIC X(20).
000720     05  FILLER                   PIC X(02).
000730     05  SAR-JOB-NAME             PIC X(08).
000740     05  FILLER                   PIC X(02).
000750     05  SAR-RUN-DATE             PIC X(10).
000760     05  FILLER                   PIC X(38).
000770 FD  SECURITY-AUDIT-FILE
000780     RECORDING MODE IS F.
000790     COPY SAUDREC.
000800 FD  AUDIT-FILE
000810     RECORDING MODE IS F.
000820     COPY AUDTREC.
000830 FD  VIOLATION-LOG-FILE
000840     RECORDING MODE IS F.
000850     COPY VIOLREC.
000860 FD  RECERT-REPORT-FILE
000870     RECORDING MODE IS F.
000880 01  RECERT-REPORT-RECORD         PIC X(80).
000890 WORKING-STORAGE SECTION.
000900 01  JOB-NAME                     PIC X(08) VALUE "SECCERT".
000910 01  SECURITY-FILE-STATUS         PIC X(02).
000920     88  SECURITY-FILE-OK         VALUE "00".
000930     88  SECURITY-FILE-EOF        VALUE "10".
000940     88  SECURITY-FILE-MISSING    VALUE "35".
000950 01  SESSION-LOG-STATUS           PIC X(02).
000960     88  SESSION-LOG-OK           VALUE "00".
000970     88  SESSION-LOG-EOF          VALUE "10".
000980     88  SESSION-LOG-MISSING      VALUE "35".
000990 01  SESSION-ARCHIVE-STATUS       PIC X(02).
001000     88  SESSION-ARCHIVE-OK       VALUE "00".
001010     88  SESSION-ARCHIVE-EOF      VALUE "10".
001020     88  SESSION-ARCHIVE-MISSING  VALUE "35".
001030 01  SECURITY-AUDIT-STATUS        PIC X(02).
001040     88  SECURITY-AUDIT-OK        VALUE "00".
001050     88  SECURITY-AUDIT-EOF       VALUE "10".
001060     88  SECURITY-AUDIT-MISSING   VALUE "35".
001070 01  AUDIT-FILE-STATUS            PIC X(02).
001080     88  AUDIT-FILE-OK            VALUE "00".
001090     88  AUDIT-FILE-EOF           VALUE "10".
001100     88  AUDIT-FILE-MISSING       VALUE "35".
001110 01  VIOLATION-LOG-STATUS         PIC X(02).
001120     88  VIOLATION-LOG-OK         VALUE "00".
001130     88  VIOLATION-LOG-EOF        VALUE "10".
001140     88  VIOLATION-LOG-MISSING    VALUE "35".
001150 01  RECERT-REPORT-STATUS         PIC X(02).
001160     88  RECERT-REPORT-OK         VALUE "00".
001170 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
001180     88  JOB-COMPLETED-OK         VALUE "Y".
001190     88  JOB-COMPLETED-ERROR      VALUE "N".
001200 77  DORMANT-DAYS                 PIC 9(03) VALUE 090.
001210 77  APPROVAL-WINDOW-DAYS         PIC 9(03) VALUE 030.
001220 77  VIOLATION-PERIOD-DAYS        PIC 9(03) VALUE 090.
001230 77  VIOLATION-LIMIT              PIC 9(04) VALUE 0002.
001240 77  APPROVE-FLAG-POSITION        PIC 9(01) VALUE 5.
001250 77  OPERATOR-MAX-ENTRIES         PIC 9(03) VALUE 200.
001260 01  OPERATOR-COUNT               PIC 9(03) VALUE ZERO.
001270 01  OPERATOR-TABLE.
001280     05  OPERATOR-ENTRY OCCURS 1 TO 200 TIMES
001290                        DEPENDING ON OPERATOR-COUNT
001300                        INDEXED BY OPERATOR-INDEX.
001310         10  OT-OPERATOR-ID       PIC X(08).
001320         10  OT-AUTHORITIES.
001330             15  OT-BROWSE-FLAG   PIC X(01).
001340             15  OT-ADD-FLAG      PIC X(01).
001350             15  OT-CHANGE-FLAG   PIC X(01).
001360             15  OT-DELETE-FLAG   PIC X(01).
001370             15  OT-APPROVE-FLAG  PIC X(01).
001380                 88  OT-APPROVE-HELD VALUE "Y".
001390             15  OT-ADMIN-FLAG    PIC X(01).
001400                 88  OT-ADMIN-HELD VALUE "Y".
001410         10  OT-LAST-SIGN-ON      PIC X(10).
001420         10  OT-VIOLATION-COUNT   PIC 9(04).
001430         10  OT-EARLY-APPROVAL-COUNT PIC 9(04).
001440         10  OT-EARLY-GRANTED-BY  PIC X(08).
001450         10  OT-EARLY-GRANT-DATE  PIC X(10).
001460 77  GRANT-MAX-ENTRIES            PIC 9(03) VALUE 500.
001470 01  GRANT-COUNT                  PIC 9(03) VALUE ZERO.
001480 01  GRANT-TABLE.
001490     05  GRANT-ENTRY OCCURS 1 TO 500 TIMES
001500                     DEPENDING ON GRANT-COUNT
001510                     INDEXED BY GRANT-INDEX.
001520         10  GT-OPERATOR-ID       PIC X(08).
001530         10  GT-ADMIN-ID          PIC X(08).
001540         10  GT-GRANT-DATE        PIC X(10).
001550         10  GT-WINDOW-END-DATE   PIC X(10).
001560 01  OPERATOR-FOUND-SWITCH        PIC X(01).
001570     88  OPERATOR-FOUND           VALUE "Y".
001580     88  OPERATOR-NOT-FOUND       VALUE "N".
001590 01  GRANT-FOUND-SWITCH           PIC X(01).
001600     88  GRANT-FOUND              VALUE "Y".
001610     88  GRANT-NOT-FOUND          VALUE "N".
001620 01  OPERATOR-FLAGGED-SWITCH      PIC X(01).
001630     88  OPERATOR-IS-FLAGGED      VALUE "Y".
001640     88  OPERATOR-NOT-FLAGGED     VALUE "N".
001650 01  SIGN-ON-USER-ID              PIC X(20).
001660 01  SIGN-ON-DATE                 PIC X(10).
001670 01  OPERATORS-FLAGGED-COUNT      PIC 9(04) VALUE ZERO.
001680 01  DORMANT-COUNT                PIC 9(04) VALUE ZERO.
001690 01  ADMIN-APPROVE-COUNT          PIC 9(04) VALUE ZERO.
001700 01  EARLY-APPROVAL-COUNT         PIC 9(04) VALUE ZERO.
001710 01  REPEAT-VIOLATION-COUNT       PIC 9(04) VALUE ZERO.
001720 01  DATE-INTEGER-WORK            PIC 9(08).
001730 01  DATE-CONVERT-FIELDS.
001740     05  DATE-CONVERT-TEXT        PIC X(08).
001750     05  DATE-CONVERT-NUMBER REDEFINES DATE-CONVERT-TEXT
001760                                  PIC 9(08).
001770 01  CUTOFF-DATE-YYYYMMDD         PIC 9(08).
001780 01  DORMANT-CUTOFF-DATE          PIC X(10).
001790 01  VIOLATION-CUTOFF-DATE        PIC X(10).
001800 77  LINES-PER-PAGE               PIC 9(02) VALUE 20.
001810 01  REPORT-LINE-COUNT            PIC 9(02) VALUE ZERO.
001820 01  REPORT-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001830 01  REPORT-LINE-WORK             PIC X(80).
001840 01  RPT-HEADING-1.
001850     05  FILLER                   PIC X(33) VALUE
001860                 "SECCERT - ACCESS RECERTIFICATION ".
001870     05  FILLER                   PIC X(47) VALUE
001880                 "AND SEGREGATION OF DUTIES".
001890 01  RPT-HEADING-2.
001900     05  FILLER                   PIC X(05) VALUE "PAGE ".
001910     05  RH2-PAGE-NUMBER          PIC ZZZ9.
001920     05  FILLER                   PIC X(71) VALUE SPACES.
001930 01  RPT-HEADING-3.
001940     05  FILLER                   PIC X(11) VALUE "RUN DATE : ".
001950     05  RH3-RUN-DATE             PIC X(10).
001960     05  FILLER                   PIC X(18) VALUE
001970                 "   DORMANT BEFORE ".
001980     05  RH3-DORMANT-DATE         PIC X(10).
001990     05  FILLER                   PIC X(31) VALUE SPACES.
002000 01  RPT-HEADING-4.
002010     05  FILLER                   PIC X(10) VALUE "OPERATOR".
002020     05  FILLER                   PIC X(08) VALUE "BACDPM".
002030     05  FILLER                   PIC X(14) VALUE "LAST SIGN-ON".
002040     05  FILLER                   PIC X(06) VALUE "VIOL".
002050     05  FILLER                   PIC X(10) VALUE "EARLY APR".
002060     05  FILLER                   PIC X(32) VALUE SPACES.
002070 01  RPT-DETAIL-LINE.
002080     05  RDL-OPERATOR-ID          PIC X(08).
002090     05  FILLER                   PIC X(02) VALUE SPACES.
002100     05  RDL-AUTHORITIES          PIC X(06).
002110     05  FILLER                   PIC X(02) VALUE SPACES.
002120     05  RDL-LAST-SIGN-ON         PIC X(10).
002130     05  FILLER                   PIC X(04) VALUE SPACES.
002140     05  RDL-VIOLATIONS           PIC ZZZ9.
002150     05  FILLER                   PIC X(02) VALUE SPACES.
002160     05  RDL-EARLY-APPROVALS      PIC ZZZ9.
002170     05  FILLER                   PIC X(38) VALUE SPACES.
002180 01  RPT-DORMANT-LINE.
002190     05  FILLER                   PIC X(10) VALUE SPACES.
002200     05  FILLER                   PIC X(37) VALUE
002210                 "** DORMANT - NO SIGN-ON ON OR AFTER ".
002220     05  RDM-CUTOFF-DATE          PIC X(10).
002230     05  FILLER                   PIC X(23) VALUE SPACES.
002240 01  RPT-SOD-LINE.
002250     05  FILLER                   PIC X(10) VALUE SPACES.
002260     05  FILLER                   PIC X(50) VALUE
002270             "** HOLDS BOTH ADMINISTRATOR AND APPROVE AUTHORITY".
002280     05  FILLER                   PIC X(20) VALUE SPACES.
002290 01  RPT-EARLY-LINE.
002300     05  FILLER                   PIC X(10) VALUE SPACES.
002310     05  FILLER                   PIC X(03) VALUE "** ".
002320     05  REL-COUNT                PIC ZZZ9.
002330     05  FILLER                   PIC X(18) VALUE
002340                 " APPROVALS WITHIN ".
002350     05  REL-WINDOW-DAYS          PIC ZZ9.
002360     05  FILLER                   PIC X(15) VALUE
002370                 " DAYS OF GRANT ".
002380     05  REL-GRANT-DATE           PIC X(10).
002390     05  FILLER                   PIC X(04) VALUE " BY ".
002400     05  REL-GRANTED-BY           PIC X(08).
002410     05  FILLER                   PIC X(05) VALUE SPACES.
002420 01  RPT-VIOLATION-LINE.
002430     05  FILLER                   PIC X(10) VALUE SPACES.
002440     05  FILLER                   PIC X(03) VALUE "** ".
002450     05  RVL-COUNT                PIC ZZZ9.
002460     05  FILLER                   PIC X(29) VALUE
002470                 " SECVIOL VIOLATIONS SINCE ".
002480     05  RVL-CUTOFF-DATE          PIC X(10).
002490     05  FILLER                   PIC X(24) VALUE SPACES.
002500 01  RPT-DECISION-LINE.
002510     05  FILLER                   PIC X(10) VALUE SPACES.
002520     05  FILLER                   PIC X(60) VALUE
002530     "REVIEWER DECISION:  KEEP ___  REVOKE ___  INITIALS ____".
002540     05  FILLER                   PIC X(10) VALUE SPACES.
002550 01  RPT-TOTAL-LINE-1.
002560     05  FILLER                   PIC X(29) VALUE
002570                 "OPERATORS REVIEWED         : ".
002580     05  RT1-COUNT                PIC ZZZ9.
002590     05  FILLER                   PIC X(47) VALUE SPACES.
002600 01  RPT-TOTAL-LINE-2.
002610     05  FILLER                   PIC X(29) VALUE
002620                 "OPERATORS FLAGGED          : ".
002630     05  RT2-COUNT                PIC ZZZ9.
002640     05  FILLER                   PIC X(47) VALUE SPACES.
002650 01  RPT-TOTAL-LINE-3.
002660     05  FILLER                   PIC X(29) VALUE
002670                 "  DORMANT                  : ".
002680     05  RT3-COUNT                PIC ZZZ9.
002690     05  FILLER                   PIC X(47) VALUE SPACES.
002700 01  RPT-TOTAL-LINE-4.
002710     05  FILLER                   PIC X(29) VALUE
002720                 "  ADMINISTRATOR AND APPROVE: ".
002730     05  RT4-COUNT                PIC ZZZ9.
002740     05  FILLER                   PIC X(47) VALUE SPACES.
002750 01  RPT-TOTAL-LINE-5.
002760     05  FILLER                   PIC X(29) VALUE
002770                 "  APPROVED SOON AFTER GRANT: ".
002780     05  RT5-COUNT                PIC ZZZ9.
002790     05  FILLER                   PIC X(47) VALUE SPACES.
002800 01  RPT-TOTAL-LINE-6.
002810     05  FILLER                   PIC X(29) VALUE
002820                 "  REPEATED VIOLATIONS      : ".
002830     05  RT6-COUNT                PIC ZZZ9.
002840     05  FILLER                   PIC X(47) VALUE SPACES.
002850 01  RPT-SIGN-OFF-LINE-1          PIC X(80) VALUE
002860         "CERTIFICATION - EVERY FLAGGED OPERATOR HAS A KEEP OR".
002870 01  RPT-SIGN-OFF-LINE-2          PIC X(80) VALUE
002880         "REVOKE DECISION, AND REVOKES ARE SENT TO SECADMIN.".
002890 01  RPT-SIGN-OFF-LINE-3          PIC X(80) VALUE
002900         "REVIEWED BY : ____________________   DATE : __________".
002910 01  RPT-SIGN-OFF-LINE-4          PIC X(80) VALUE
002920         "APPROVED BY : ____________________   DATE : __________".
002930 01  CURRENT-DATE-FIELDS.
002940     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
002950 01  FORMATTED-RUN-DATE           PIC X(10).
002960 PROCEDURE DIVISION.
002970 0000-MAINLINE.
002980     SET JOB-COMPLETED-OK TO TRUE
002990     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
003000     PERFORM 1000-LOAD-OPERATORS THRU 1000-EXIT
003010     IF JOB-COMPLETED-OK
003020         PERFORM 1100-LOAD-APPROVE-GRANTS THRU 1100-EXIT
003030         PERFORM 1200-SCAN-SESSION-LOG THRU 1200-EXIT
003040         PERFORM 1300-SCAN-SESSION-ARCHIVE THRU 1300-EXIT
003050         PERFORM 1400-SCAN-VIOLATIONS THRU 1400-EXIT
003060         PERFORM 1500-SCAN-APPROVALS THRU 1500-EXIT
003070         PERFORM 2000-PRINT-RECERT-REPORT THRU 2000-EXIT
003080     END-IF
003090     IF JOB-COMPLETED-OK
003100         MOVE 0 TO RETURN-CODE
003110     ELSE
003120         MOVE 12 TO RETURN-CODE
003130         DISPLAY "SECCERT - COMPLETED WITH ERRORS, RC = "
003140             RETURN-CODE
003150     END-IF
003160     GOBACK.
003170*
003180******************************************************************
003190* 0550-CAPTURE-RUN-DATE - CAPTURE TODAY'S DATE FOR THE HEADINGS
003200* AND COMPUTE THE DORMANT CUTOFF (NO SIGN-ON ON OR AFTER IT) AND
003210* THE START OF THE PERIOD VIOLATIONS ARE COUNTED OVER.
003220******************************************************************
003230 0550-CAPTURE-RUN-DATE.
003240     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
003250     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
003260            CURRENT-DATE-YYYYMMDD (5:2) "-"
003270            CURRENT-DATE-YYYYMMDD (7:2)
003280         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
003290     COMPUTE DATE-INTEGER-WORK =
003300             FUNCTION INTEGER-OF-DATE (CURRENT-DATE-YYYYMMDD)
003310             - DORMANT-DAYS
003320     COMPUTE CUTOFF-DATE-YYYYMMDD =
003330             FUNCTION DATE-OF-INTEGER (DATE-INTEGER-WORK)
003340     STRING CUTOFF-DATE-YYYYMMDD (1:4) "-"
003350            CUTOFF-DATE-YYYYMMDD (5:2) "-"
003360            CUTOFF-DATE-YYYYMMDD (7:2)
003370         DELIMITED BY SIZE INTO DORMANT-CUTOFF-DATE
003380     COMPUTE DATE-INTEGER-WORK =
003390             FUNCTION INTEGER-OF-DATE (CURRENT-DATE-YYYYMMDD)
003400             - VIOLATION-PERIOD-DAYS
003410     COMPUTE CUTOFF-DATE-YYYYMMDD =
003420             FUNCTION DATE-OF-INTEGER (DATE-INTEGER-WORK)
003430     STRING CUTOFF-DATE-YYYYMMDD (1:4) "-"
003440            CUTOFF-DATE-YYYYMMDD (5:2) "-"
003450            CUTOFF-DATE-YYYYMMDD (7:2)
003460         DELIMITED BY SIZE INTO VIOLATION-CUTOFF-DATE
003470     .
003480 0550-EXIT.
003490     EXIT.
003500*
003510******************************************************************
003520* 1000-LOAD-OPERATORS - LOAD EVERY OPERATOR ON OPERSEC.DAT INTO
003530* THE OPERATOR TABLE WITH ITS CURRENT AUTHORITIES. THE OTHER FILES
003540* ARE THEN MATCHED AGAINST THIS TABLE. WITHOUT THE SECURITY FILE
003550* THERE IS NOTHING TO RECERTIFY.
003560******************************************************************
003570 1000-LOAD-OPERATORS.
003580     MOVE ZERO TO OPERATOR-COUNT
003590     OPEN INPUT OPERATOR-SECURITY-FILE
003600     IF NOT SECURITY-FILE-OK
003610         DISPLAY "SECCERT - UNABLE TO OPEN OPERSEC.DAT, STATUS "
003620             SECURITY-FILE-STATUS
003630         SET JOB-COMPLETED-ERROR TO TRUE
003640         GO TO 1000-EXIT
003650     END-IF
003660     MOVE LOW-VALUES TO SEC-OPERATOR-ID
003670     START OPERATOR-SECURITY-FILE KEY NOT < SEC-OPERATOR-ID
003680         INVALID KEY
003690             CLOSE OPERATOR-SECURITY-FILE
003700             GO TO 1000-EXIT
003710     END-START
003720     PERFORM 1050-READ-NEXT-OPERATOR THRU 1050-EXIT
003730     PERFORM 1060-STORE-ONE-OPERATOR THRU 1060-EXIT
003740         UNTIL SECURITY-FILE-EOF
003750     CLOSE OPERATOR-SECURITY-FILE
003760     .
003770 1000-EXIT.
003780     EXIT.
003790*
003800 1050-READ-NEXT-OPERATOR.
003810     READ OPERATOR-SECURITY-FILE NEXT RECORD
003820         AT END
003830             SET SECURITY-FILE-EOF TO TRUE
003840     END-READ
003850     .
003860 1050-EXIT.
003870     EXIT.
003880*
003890 1060-STORE-ONE-OPERATOR.
003900     IF OPERATOR-COUNT >= OPERATOR-MAX-ENTRIES
003910         DISPLAY "SECCERT - OPERATOR TABLE FULL, SKIPPED: "
003920             SEC-OPERATOR-ID
003930         SET JOB-COMPLETED-ERROR TO TRUE
003940         GO TO 1060-READ-NEXT
003950     END-IF
003960     ADD 1 TO OPERATOR-COUNT
003970     SET OPERATOR-INDEX TO OPERATOR-COUNT
003980     MOVE SEC-OPERATOR-ID TO OT-OPERATOR-ID (OPERATOR-INDEX)
003990     MOVE SEC-BROWSE-AUTHORITY TO OT-BROWSE-FLAG (OPERATOR-INDEX)
004000     MOVE SEC-ADD-AUTHORITY TO OT-ADD-FLAG (OPERATOR-INDEX)
004010     MOVE SEC-CHANGE-AUTHORITY TO OT-CHANGE-FLAG (OPERATOR-INDEX)
004020     MOVE SEC-DELETE-AUTHORITY TO OT-DELETE-FLAG (OPERATOR-INDEX)
004030     MOVE SEC-APPROVE-AUTHORITY
004040         TO OT-APPROVE-FLAG (OPERATOR-INDEX)
004050     MOVE SEC-ADMIN-AUTHORITY TO OT-ADMIN-FLAG (OPERATOR-INDEX)
004060     MOVE SPACES TO OT-LAST-SIGN-ON (OPERATOR-INDEX)
004070     MOVE ZERO TO OT-VIOLATION-COUNT (OPERATOR-INDEX)
004080     MOVE ZERO TO OT-EARLY-APPROVAL-COUNT (OPERATOR-INDEX)
004090     MOVE SPACES TO OT-EARLY-GRANTED-BY (OPERATOR-INDEX)
004100     MOVE SPACES TO OT-EARLY-GRANT-DATE (OPERATOR-INDEX)
004110     .
004120 1060-READ-NEXT.
004130     PERFORM 1050-READ-NEXT-OPERATOR THRU 1050-EXIT
004140     .
004150 1060-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190* 1100-LOAD-APPROVE-GRANTS - WALK THE SECAUDT.DAT SECURITY JOURNAL
004200* AND KEEP EVERY ADD OR CHANGE THAT GAVE AN OPERATOR THE APPROVE
004210* AUTHORITY THEY DID NOT HOLD BEFORE, WITH THE ADMINISTRATOR WHO
004220* GRANTED IT AND THE LAST DAY OF THE APPROVAL WINDOW AFTER IT. A
004230* MISSING JOURNAL MEANS NO GRANT HAS EVER BEEN MADE.
004240******************************************************************
004250 1100-LOAD-APPROVE-GRANTS.
004260     MOVE ZERO TO GRANT-COUNT
004270     OPEN INPUT SECURITY-AUDIT-FILE
004280     IF SECURITY-AUDIT-MISSING
004290         GO TO 1100-EXIT
004300     END-IF
004310     IF NOT SECURITY-AUDIT-OK
004320         DISPLAY "SECCERT - UNABLE TO OPEN SECAUDT.DAT, STATUS "
004330             SECURITY-AUDIT-STATUS
004340         SET JOB-COMPLETED-ERROR TO TRUE
004350         GO TO 1100-EXIT
004360     END-IF
004370     PERFORM 1150-READ-SECURITY-AUDIT THRU 1150-EXIT
004380     PERFORM 1160-CHECK-ONE-GRANT THRU 1160-EXIT
004390         UNTIL SECURITY-AUDIT-EOF
004400     CLOSE SECURITY-AUDIT-FILE
004410     .
004420 1100-EXIT.
004430     EXIT.
004440*
004450 1150-READ-SECURITY-AUDIT.
004460     READ SECURITY-AUDIT-FILE
004470         AT END
004480             SET SECURITY-AUDIT-EOF TO TRUE
004490     END-READ
004500     .
004510 1150-EXIT.
004520     EXIT.
004530*
004540 1160-CHECK-ONE-GRANT.
004550     IF NOT SA-FUNCTION-ADD
004560         AND NOT SA-FUNCTION-CHANGE
004570         GO TO 1160-READ-NEXT
004580     END-IF
004590     IF SA-NEW-AUTHORITIES (APPROVE-FLAG-POSITION:1) NOT = "Y"
004600         OR SA-OLD-AUTHORITIES (APPROVE-FLAG-POSITION:1) = "Y"
004610         GO TO 1160-READ-NEXT
004620     END-IF
004630     STRING SA-RUN-DATE (1:4)
004640            SA-RUN-DATE (6:2)
004650            SA-RUN-DATE (9:2)
004660         DELIMITED BY SIZE INTO DATE-CONVERT-TEXT
004670     IF DATE-CONVERT-TEXT NOT NUMERIC
004680         GO TO 1160-READ-NEXT
004690     END-IF
004700     IF GRANT-COUNT >= GRANT-MAX-ENTRIES
004710         DISPLAY "SECCERT - GRANT TABLE FULL, GRANT SKIPPED: "
004720             SA-OPERATOR-ID " " SA-RUN-DATE
004730         SET JOB-COMPLETED-ERROR TO TRUE
004740         GO TO 1160-READ-NEXT
004750     END-IF
004760     ADD 1 TO GRANT-COUNT
004770     SET GRANT-INDEX TO GRANT-COUNT
004780     MOVE SA-OPERATOR-ID TO GT-OPERATOR-ID (GRANT-INDEX)
004790     MOVE SA-ADMIN-ID TO GT-ADMIN-ID (GRANT-INDEX)
004800     MOVE SA-RUN-DATE TO GT-GRANT-DATE (GRANT-INDEX)
004810     COMPUTE DATE-INTEGER-WORK =
004820             FUNCTION INTEGER-OF-DATE (DATE-CONVERT-NUMBER)
004830             + APPROVAL-WINDOW-DAYS
004840     COMPUTE CUTOFF-DATE-YYYYMMDD =
004850             FUNCTION DATE-OF-INTEGER (DATE-INTEGER-WORK)
004860     STRING CUTOFF-DATE-YYYYMMDD (1:4) "-"
004870            CUTOFF-DATE-YYYYMMDD (5:2) "-"
004880            CUTOFF-DATE-YYYYMMDD (7:2)
004890         DELIMITED BY SIZE INTO GT-WINDOW-END-DATE (GRANT-INDEX)
004900     .
004910 1160-READ-NEXT.
004920     PERFORM 1150-READ-SECURITY-AUDIT THRU 1150-EXIT
004930     .
004940 1160-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980* 1200-SCAN-SESSION-LOG - CARRY THE LATEST SIGN-ON DATE IN THE
004990* LIVE SESSLOG SESSION LOG TO EACH OPERATOR ON THE TABLE.
005000******************************************************************
005010 1200-SCAN-SESSION-LOG.
005020     OPEN INPUT SESSION-LOG-FILE
005030     IF SESSION-LOG-MISSING
005040         GO TO 1200-EXIT
005050     END-IF
005060     IF NOT SESSION-LOG-OK
005070         DISPLAY "SECCERT - UNABLE TO OPEN SESSLOG, STATUS = "
005080             SESSION-LOG-STATUS
005090         SET JOB-COMPLETED-ERROR TO TRUE
005100         GO TO 1200-EXIT
005110     END-IF
005120     PERFORM 1250-READ-SESSION-LOG THRU 1250-EXIT
005130     PERFORM 1260-CHECK-SESSION-LINE THRU 1260-EXIT
005140         UNTIL SESSION-LOG-EOF
005150     CLOSE SESSION-LOG-FILE
005160     .
005170 1200-EXIT.
005180     EXIT.
005190*
005200 1250-READ-SESSION-LOG.
005210     READ SESSION-LOG-FILE
005220         AT END
005230             SET SESSION-LOG-EOF TO TRUE
005240     END-READ
005250     .
005260 1250-EXIT.
005270     EXIT.
005280*
005290 1260-CHECK-SESSION-LINE.
005300     MOVE SSL-USER-ID TO SIGN-ON-USER-ID
005310     MOVE SSL-RUN-DATE TO SIGN-ON-DATE
005320     PERFORM 1700-RECORD-SIGN-ON THRU 1700-EXIT
005330     PERFORM 1250-READ-SESSION-LOG THRU 1250-EXIT
005340     .
005350 1260-EXIT.
005360     EXIT.
005370*
005380******************************************************************
005390* 1300-SCAN-SESSION-ARCHIVE - DO THE SAME FOR THE SESSION-LOG
005400* LINES HSKEEP HAS MOVED TO THE SESSARCH ARCHIVE, SO AN OPERATOR
005410* WHOSE LAST SIGN-ON HAS AGED OUT OF THE LIVE LOG STILL SHOWS IT.
005420* THE ARCHIVE'S DATED HEADER LINES MATCH NO OPERATOR.
005430******************************************************************
005440 1300-SCAN-SESSION-ARCHIVE.
005450     OPEN INPUT SESSION-ARCHIVE-FILE
005460     IF SESSION-ARCHIVE-MISSING
005470         GO TO 1300-EXIT
005480     END-IF
005490     IF NOT SESSION-ARCHIVE-OK
005500         DISPLAY "SECCERT - UNABLE TO OPEN SESSARCH, STATUS = "
005510             SESSION-ARCHIVE-STATUS
005520         SET JOB-COMPLETED-ERROR TO TRUE
005530         GO TO 1300-EXIT
005540     END-IF
005550     PERFORM 1350-READ-SESSION-ARCHIVE THRU 1350-EXIT
005560     PERFORM 1360-CHECK-ARCHIVE-LINE THRU 1360-EXIT
005570         UNTIL SESSION-ARCHIVE-EOF
005580     CLOSE SESSION-ARCHIVE-FILE
005590     .
005600 1300-EXIT.
005610     EXIT.
005620*
005630 1350-READ-SESSION-ARCHIVE.
005640     READ SESSION-ARCHIVE-FILE
005650         AT END
005660             SET SESSION-ARCHIVE-EOF TO TRUE
005670     END-READ
005680     .
005690 1350-EXIT.
005700     EXIT.
005710*
005720 1360-CHECK-ARCHIVE-LINE.
005730     MOVE SAR-USER-ID TO SIGN-ON-USER-ID
005740     MOVE SAR-RUN-DATE TO SIGN-ON-DATE
005750     PERFORM 1700-RECORD-SIGN-ON THRU 1700-EXIT
005760     PERFORM 1350-READ-SESSION-ARCHIVE THRU 1350-EXIT
005770     .
005780 1360-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820* 1400-SCAN-VIOLATIONS - COUNT EACH OPERATOR'S SECVIOL.DAT
005830* VIOLATIONS DATED INSIDE THE VIOLATION PERIOD.
005840******************************************************************
005850 1400-SCAN-VIOLATIONS.
005860     OPEN INPUT VIOLATION-LOG-FILE
005870     IF VIOLATION-LOG-MISSING
005880         GO TO 1400-EXIT
005890     END-IF
005900     IF NOT VIOLATION-LOG-OK
005910         DISPLAY "SECCERT - UNABLE TO OPEN SECVIOL.DAT, STATUS "
005920             VIOLATION-LOG-STATUS
005930         SET JOB-COMPLETED-ERROR TO TRUE
005940         GO TO 1400-EXIT
005950     END-IF
005960     PERFORM 1450-READ-VIOLATION THRU 1450-EXIT
005970     PERFORM 1460-COUNT-ONE-VIOLATION THRU 1460-EXIT
005980         UNTIL VIOLATION-LOG-EOF
005990     CLOSE VIOLATION-LOG-FILE
006000     .
006010 1400-EXIT.
006020     EXIT.
006030*
006040 1450-READ-VIOLATION.
006050     READ VIOLATION-LOG-FILE
006060         AT END
006070             SET VIOLATION-LOG-EOF TO TRUE
006080     END-READ
006090     .
006100 1450-EXIT.
006110     EXIT.
006120*
006130 1460-COUNT-ONE-VIOLATION.
006140     IF VL-RUN-DATE < VIOLATION-CUTOFF-DATE
006150         GO TO 1460-READ-NEXT
006160     END-IF
006170     SET OPERATOR-INDEX TO 1
006180     SEARCH OPERATOR-ENTRY
006190         AT END
006200             CONTINUE
006210         WHEN OT-OPERATOR-ID (OPERATOR-INDEX) = VL-OPERATOR-ID
006220             ADD 1 TO OT-VIOLATION-COUNT (OPERATOR-INDEX)
006230     END-SEARCH
006240     .
006250 1460-READ-NEXT.
006260     PERFORM 1450-READ-VIOLATION THRU 1450-EXIT
006270     .
006280 1460-EXIT.
006290     EXIT.
006300*
006310******************************************************************
006320* 1500-SCAN-APPROVALS - WALK THE CODEAUDT.DAT MAINTENANCE JOURNAL.
006330* AN ONLINE CHANGE IS JOURNALED UNDER THE CHECKER WHO RELEASED IT,
006332* WHETHER APPLIED AT ONCE OR RELEASED TO CODESCHD.DAT FOR A LATER
006334* EFFECTIVE DATE (A SCHEDULED ENTRY, DATED THE DAY OF RELEASE),
006340* SO A JOURNAL LINE DATED INSIDE THE APPROVAL WINDOW OF AN APPROVE
006350* GRANT TO THE SAME OPERATOR IS A CHANGE APPROVED SOON AFTER THE
006360* GRANT. BATCH JOB IDS NEVER RECEIVE A GRANT AND NEVER MATCH, SO
006362* THE SCHDAPPL LINE FOR THE SAME CHANGE IS NOT COUNTED TWICE.
006370******************************************************************
006380 1500-SCAN-APPROVALS.
006390     IF GRANT-COUNT = ZERO
006400         GO TO 1500-EXIT
006410     END-IF
006420     OPEN INPUT AUDIT-FILE
006430     IF AUDIT-FILE-MISSING
006440         GO TO 1500-EXIT
006450     END-IF
006460     IF NOT AUDIT-FILE-OK
006470         DISPLAY "SECCERT - UNABLE TO OPEN CODEAUDT.DAT, STATUS "
006480             AUDIT-FILE-STATUS
006490         SET JOB-COMPLETED-ERROR TO TRUE
006500         GO TO 1500-EXIT
006510     END-IF
006520     PERFORM 1550-READ-AUDIT-RECORD THRU 1550-EXIT
006530     PERFORM 1560-CHECK-ONE-APPROVAL THRU 1560-EXIT
006540         UNTIL AUDIT-FILE-EOF
006550     CLOSE AUDIT-FILE
006560     .
006570 1500-EXIT.
006580     EXIT.
006590*
006600 1550-READ-AUDIT-RECORD.
006610     READ AUDIT-FILE
006620         AT END
006630             SET AUDIT-FILE-EOF TO TRUE
006640     END-READ
006650     .
006660 1550-EXIT.
006670     EXIT.
006680*
006690 1560-CHECK-ONE-APPROVAL.
006700     SET GRANT-NOT-FOUND TO TRUE
006710     SET GRANT-INDEX TO 1
006720     SEARCH GRANT-ENTRY
006730         AT END
006740             CONTINUE
006750         WHEN GT-OPERATOR-ID (GRANT-INDEX) = AUD-OPERATOR-ID
006760          AND AUD-RUN-DATE NOT < GT-GRANT-DATE (GRANT-INDEX)
006770          AND AUD-RUN-DATE NOT > GT-WINDOW-END-DATE (GRANT-INDEX)
006780             SET GRANT-FOUND TO TRUE
006790     END-SEARCH
006800     IF GRANT-NOT-FOUND
006810         GO TO 1560-READ-NEXT
006820     END-IF
006830     SET OPERATOR-INDEX TO 1
006840     SEARCH OPERATOR-ENTRY
006850         AT END
006860             CONTINUE
006870         WHEN OT-OPERATOR-ID (OPERATOR-INDEX) = AUD-OPERATOR-ID
006880             ADD 1 TO OT-EARLY-APPROVAL-COUNT (OPERATOR-INDEX)
006890             IF OT-EARLY-GRANT-DATE (OPERATOR-INDEX) = SPACES
006900                 MOVE GT-GRANT-DATE (GRANT-INDEX)
006910                     TO OT-EARLY-GRANT-DATE (OPERATOR-INDEX)
006920                 MOVE GT-ADMIN-ID (GRANT-INDEX)
006930                     TO OT-EARLY-GRANTED-BY (OPERATOR-INDEX)
006940             END-IF
006950     END-SEARCH
006960     .
006970 1560-READ-NEXT.
006980     PERFORM 1550-READ-AUDIT-RECORD THRU 1550-EXIT
006990     .
007000 1560-EXIT.
007010     EXIT.
007020*
007030******************************************************************
007040* 1700-RECORD-SIGN-ON - IF THE SESSION-LOG USER ID JUST READ IS AN
007050* OPERATOR ON THE TABLE, KEEP THE LATER OF ITS DATE AND THE LAST
007060* SIGN-ON ALREADY FOUND. THE CALLER SETS SIGN-ON-USER-ID AND
007070* SIGN-ON-DATE FIRST.
007080******************************************************************
007090 1700-RECORD-SIGN-ON.
007100     IF SIGN-ON-USER-ID (9:12) NOT = SPACES
007110         GO TO 1700-EXIT
007120     END-IF
007130     SET OPERATOR-INDEX TO 1
007140     SEARCH OPERATOR-ENTRY
007150         AT END
007160             CONTINUE
007170         WHEN OT-OPERATOR-ID (OPERATOR-INDEX)
007180                  = SIGN-ON-USER-ID (1:8)
007190             IF SIGN-ON-DATE > OT-LAST-SIGN-ON (OPERATOR-INDEX)
007200                 MOVE SIGN-ON-DATE
007210                     TO OT-LAST-SIGN-ON (OPERATOR-INDEX)
007220             END-IF
007230     END-SEARCH
007240     .
007250 1700-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290* 2000-PRINT-RECERT-REPORT - PRINT ONE LINE PER OPERATOR WITH ITS
007300* AUTHORITIES, LAST SIGN-ON, VIOLATIONS, AND EARLY APPROVALS, THE
007310* REASON LINES AND A KEEP/REVOKE DECISION LINE UNDER EVERY FLAGGED
007320* OPERATOR, THE CONTROL TOTALS, AND THE SIGN-OFF SECTION.
007330******************************************************************
007340 2000-PRINT-RECERT-REPORT.
007350     MOVE ZERO TO OPERATORS-FLAGGED-COUNT
007360     MOVE ZERO TO DORMANT-COUNT
007370     MOVE ZERO TO ADMIN-APPROVE-COUNT
007380     MOVE ZERO TO EARLY-APPROVAL-COUNT
007390     MOVE ZERO TO REPEAT-VIOLATION-COUNT
007400     MOVE ZERO TO REPORT-PAGE-COUNT
007410     MOVE ZERO TO REPORT-LINE-COUNT
007420     OPEN OUTPUT RECERT-REPORT-FILE
007430     IF NOT RECERT-REPORT-OK
007440         DISPLAY "SECCERT - UNABLE TO OPEN SECCRPT, STATUS = "
007450             RECERT-REPORT-STATUS
007460         SET JOB-COMPLETED-ERROR TO TRUE
007470         GO TO 2000-EXIT
007480     END-IF
007490     PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
007500     PERFORM 2200-PRINT-ONE-OPERATOR THRU 2200-EXIT
007510         VARYING OPERATOR-INDEX FROM 1 BY 1
007520             UNTIL OPERATOR-INDEX > OPERATOR-COUNT
007530     MOVE OPERATOR-COUNT TO RT1-COUNT
007540     MOVE RPT-TOTAL-LINE-1 TO RECERT-REPORT-RECORD
007550     WRITE RECERT-REPORT-RECORD
007560     MOVE OPERATORS-FLAGGED-COUNT TO RT2-COUNT
007570     MOVE RPT-TOTAL-LINE-2 TO RECERT-REPORT-RECORD
007580     WRITE RECERT-REPORT-RECORD
007590     MOVE DORMANT-COUNT TO RT3-COUNT
007600     MOVE RPT-TOTAL-LINE-3 TO RECERT-REPORT-RECORD
007610     WRITE RECERT-REPORT-RECORD
007620     MOVE ADMIN-APPROVE-COUNT TO RT4-COUNT
007630     MOVE RPT-TOTAL-LINE-4 TO RECERT-REPORT-RECORD
007640     WRITE RECERT-REPORT-RECORD
007650     MOVE EARLY-APPROVAL-COUNT TO RT5-COUNT
007660     MOVE RPT-TOTAL-LINE-5 TO RECERT-REPORT-RECORD
007670     WRITE RECERT-REPORT-RECORD
007680     MOVE REPEAT-VIOLATION-COUNT TO RT6-COUNT
007690     MOVE RPT-TOTAL-LINE-6 TO RECERT-REPORT-RECORD
007700     WRITE RECERT-REPORT-RECORD
007710     PERFORM 2500-PRINT-SIGN-OFF THRU 2500-EXIT
007720     CLOSE RECERT-REPORT-FILE
007730     .
007740 2000-EXIT.
007750     EXIT.
007760*
007770******************************************************************
007780* 2100-PRINT-HEADINGS - WRITE THE REPORT TITLE, PAGE NUMBER, RUN
007790* DATE AND DORMANT CUTOFF, AND COLUMN HEADINGS FOR A NEW PAGE.
007800******************************************************************
007810 2100-PRINT-HEADINGS.
007820     ADD 1 TO REPORT-PAGE-COUNT
007830     MOVE ZERO TO REPORT-LINE-COUNT
007840     MOVE RPT-HEADING-1 TO RECERT-REPORT-RECORD
007850     WRITE RECERT-REPORT-RECORD
007860     MOVE REPORT-PAGE-COUNT TO RH2-PAGE-NUMBER
007870     MOVE RPT-HEADING-2 TO RECERT-REPORT-RECORD
007880     WRITE RECERT-REPORT-RECORD
007890     MOVE FORMATTED-RUN-DATE TO RH3-RUN-DATE
007900     MOVE DORMANT-CUTOFF-DATE TO RH3-DORMANT-DATE
007910     MOVE RPT-HEADING-3 TO RECERT-REPORT-RECORD
007920     WRITE RECERT-REPORT-RECORD
007930     MOVE RPT-HEADING-4 TO RECERT-REPORT-RECORD
007940     WRITE RECERT-REPORT-RECORD
007950     .
007960 2100-EXIT.
007970     EXIT.
007980*
007990******************************************************************
008000* 2200-PRINT-ONE-OPERATOR - PRINT THE OPERATOR AT OPERATOR-INDEX,
008010* THEN ONE LINE FOR EACH REASON IT IS FLAGGED AND, IF FLAGGED AT
008020* ALL, THE REVIEWER'S KEEP/REVOKE DECISION LINE.
008030******************************************************************
008040 2200-PRINT-ONE-OPERATOR.
008050     SET OPERATOR-NOT-FLAGGED TO TRUE
008060     MOVE OT-OPERATOR-ID (OPERATOR-INDEX) TO RDL-OPERATOR-ID
008070     MOVE OT-AUTHORITIES (OPERATOR-INDEX) TO RDL-AUTHORITIES
008080     IF OT-LAST-SIGN-ON (OPERATOR-INDEX) = SPACES
008090         MOVE "NEVER" TO RDL-LAST-SIGN-ON
008100     ELSE
008110         MOVE OT-LAST-SIGN-ON (OPERATOR-INDEX) TO RDL-LAST-SIGN-ON
008120     END-IF
008130     MOVE OT-VIOLATION-COUNT (OPERATOR-INDEX) TO RDL-VIOLATIONS
008140     MOVE OT-EARLY-APPROVAL-COUNT (OPERATOR-INDEX)
008150         TO RDL-EARLY-APPROVALS
008160     MOVE RPT-DETAIL-LINE TO REPORT-LINE-WORK
008170     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008180     IF OT-LAST-SIGN-ON (OPERATOR-INDEX) < DORMANT-CUTOFF-DATE
008190         SET OPERATOR-IS-FLAGGED TO TRUE
008200         ADD 1 TO DORMANT-COUNT
008210         MOVE DORMANT-CUTOFF-DATE TO RDM-CUTOFF-DATE
008220         MOVE RPT-DORMANT-LINE TO REPORT-LINE-WORK
008230         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008240     END-IF
008250     IF OT-ADMIN-HELD (OPERATOR-INDEX)
008260         AND OT-APPROVE-HELD (OPERATOR-INDEX)
008270         SET OPERATOR-IS-FLAGGED TO TRUE
008280         ADD 1 TO ADMIN-APPROVE-COUNT
008290         MOVE RPT-SOD-LINE TO REPORT-LINE-WORK
008300         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008310     END-IF
008320     IF OT-EARLY-APPROVAL-COUNT (OPERATOR-INDEX) > ZERO
008330         SET OPERATOR-IS-FLAGGED TO TRUE
008340         ADD 1 TO EARLY-APPROVAL-COUNT
008350         MOVE OT-EARLY-APPROVAL-COUNT (OPERATOR-INDEX)
008360             TO REL-COUNT
008370         MOVE APPROVAL-WINDOW-DAYS TO REL-WINDOW-DAYS
008380         MOVE OT-EARLY-GRANT-DATE (OPERATOR-INDEX)
008390             TO REL-GRANT-DATE
008400         MOVE OT-EARLY-GRANTED-BY (OPERATOR-INDEX)
008410             TO REL-GRANTED-BY
008420         MOVE RPT-EARLY-LINE TO REPORT-LINE-WORK
008430         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008440     END-IF
008450     IF OT-VIOLATION-COUNT (OPERATOR-INDEX) >= VIOLATION-LIMIT
008460         SET OPERATOR-IS-FLAGGED TO TRUE
008470         ADD 1 TO REPEAT-VIOLATION-COUNT
008480         MOVE OT-VIOLATION-COUNT (OPERATOR-INDEX) TO RVL-COUNT
008490         MOVE VIOLATION-CUTOFF-DATE TO RVL-CUTOFF-DATE
008500         MOVE RPT-VIOLATION-LINE TO REPORT-LINE-WORK
008510         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008520     END-IF
008530     IF OPERATOR-IS-FLAGGED
008540         ADD 1 TO OPERATORS-FLAGGED-COUNT
008550         MOVE RPT-DECISION-LINE TO REPORT-LINE-WORK
008560         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008570     END-IF
008580     .
008590 2200-EXIT.
008600     EXIT.
008610*
008620******************************************************************
008630* 2500-PRINT-SIGN-OFF - PRINT THE CERTIFICATION STATEMENT AND THE
008640* REVIEWER AND APPROVER SIGNATURE LINES, SO THE REPORT CAN BE
008650* SIGNED AND FILED WITH THE QUARTER'S AUDIT EVIDENCE.
008660******************************************************************
008670 2500-PRINT-SIGN-OFF.
008680     MOVE SPACES TO RECERT-REPORT-RECORD
008690     WRITE RECERT-REPORT-RECORD
008700     MOVE RPT-SIGN-OFF-LINE-1 TO RECERT-REPORT-RECORD
008710     WRITE RECERT-REPORT-RECORD
008720     MOVE RPT-SIGN-OFF-LINE-2 TO RECERT-REPORT-RECORD
008730     WRITE RECERT-REPORT-RECORD
008740     MOVE SPACES TO RECERT-REPORT-RECORD
008750     WRITE RECERT-REPORT-RECORD
008760     MOVE RPT-SIGN-OFF-LINE-3 TO RECERT-REPORT-RECORD
008770     WRITE RECERT-REPORT-RECORD
008780     MOVE SPACES TO RECERT-REPORT-RECORD
008790     WRITE RECERT-REPORT-RECORD
008800     MOVE RPT-SIGN-OFF-LINE-4 TO RECERT-REPORT-RECORD
008810     WRITE RECERT-REPORT-RECORD
008820     .
008830 2500-EXIT.
008840     EXIT.
008850*
008860******************************************************************
008870* 2800-WRITE-REPORT-LINE - WRITE THE LINE IN REPORT-LINE-WORK,
008880* BREAKING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.
008890******************************************************************
008900 2800-WRITE-REPORT-LINE.
008910     IF REPORT-LINE-COUNT >= LINES-PER-PAGE
008920         PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
008930     END-IF
008940     MOVE REPORT-LINE-WORK TO RECERT-REPORT-RECORD
008950     WRITE RECERT-REPORT-RECORD
008960     ADD 1 TO REPORT-LINE-COUNT
008970     .
008980 2800-EXIT.
008990     EXIT.
