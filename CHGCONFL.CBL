000010******************************************************************
000020* Program name:    CHGCONFL
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created as the nightly conflict check across
000090*                  the three ways a code can be changed: changes
000100*                  awaiting review on CODEPEND.DAT, future-dated
000110*                  changes on CODESCHD.DAT, and the MNTTRANS.DAT
000120*                  batch load, cross-read against CODEMSTR.DAT.
000130*                  Reports a scheduled change for a code since
000140*                  deleted, a code scheduled twice with nothing
000150*                  applied between, a pending change keyed on an
000160*                  ELEMENT2 value the master no longer holds, and
000170*                  a batch transaction for a code that has a
000180*                  scheduled change waiting. Runs ahead of
000190*                  TBLBATCH; the total is certified by EODCERT.
000200*
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.  CHGCONFL.
000240 AUTHOR.  DLROSS.
000250 INSTALLATION.  DATA PROCESSING.
000260 DATE-WRITTEN.  10/15/26.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CODE-MASTER-FILE ASSIGN TO "CODEMSTR.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CM-MASTER-KEY
000350         FILE STATUS IS CODE-MASTER-STATUS.
000360     SELECT SCHEDULED-CHANGE-FILE ASSIGN TO "CODESCHD.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS SC-SCHEDULE-KEY
000400         FILE STATUS IS SCHEDULE-FILE-STATUS.
000410     SELECT PENDING-CHANGE-FILE ASSIGN TO "CODEPEND.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PC-PENDING-KEY
000450         FILE STATUS IS PENDING-FILE-STATUS.
000460     SELECT MAINT-TRANS-FILE ASSIGN TO "MNTTRANS.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS MAINT-TRANS-STATUS.
000490     SELECT CONFLICT-REPORT-FILE ASSIGN TO "CONFRPT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS CONFLICT-REPORT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CODE-MASTER-FILE.
000550     COPY CODEREC.
000560 FD  SCHEDULED-CHANGE-FILE.
000570     COPY SCHDREC.
000580 FD  PENDING-CHANGE-FILE.
000590     COPY PENDREC.
000600 FD  MAINT-TRANS-FILE
000610     RECORDING MODE IS F.
000620 01  MAINT-TRANS-RECORD.
000630     05  MT-FUNCTION              PIC X(01).
000640     05  MT-TABLE-ID              PIC X(04).
000650     05  MT-ELEMENT1              PIC X(02).
000660     05  MT-ELEMENT2              PIC 9(02).
000670     05  MT-DESCRIPTION           PIC X(30).
000680     05  MT-STATUS                PIC X(01).
000690     05  MT-EFFECTIVE-DATE        PIC X(10).
000700     05  FILLER                   PIC X(30).
000710 FD  CONFLICT-REPORT-FILE
000720     RECORDING MODE IS F.
000730 01  CONFLICT-REPORT-RECORD       PIC X(80).
000740 WORKING-STORAGE SECTION.
000750 01  JOB-NAME                     PIC X(08) VALUE "CHGCONFL".
000760 01  CODE-MASTER-STATUS           PIC X(02).
000770     88  CODE-MASTER-OK           VALUE "00".
000780     88  CODE-MASTER-FILE-MISSING VALUE "35".
000790 01  SCHEDULE-FILE-STATUS         PIC X(02).
000800     88  SCHEDULE-FILE-OK         VALUE "00".
000810     88  SCHEDULE-FILE-EOF        VALUE "10".
000820     88  SCHEDULE-FILE-MISSING    VALUE "35".
000830 01  PENDING-FILE-STATUS          PIC X(02).
000840     88  PENDING-FILE-OK          VALUE "00".
000850     88  PENDING-FILE-EOF         VALUE "10".
000860     88  PENDING-FILE-MISSING     VALUE "35".
000870 01  MAINT-TRANS-STATUS           PIC X(02).
000880     88  MAINT-TRANS-OK           VALUE "00".
000890     88  MAINT-TRANS-EOF          VALUE "10".
000900     88  MAINT-TRANS-MISSING      VALUE "35".
000910 01  CONFLICT-REPORT-STATUS       PIC X(02).
000920     88  CONFLICT-REPORT-OK       VALUE "00".
000930 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000940     88  JOB-COMPLETED-OK         VALUE "Y".
000950     88  JOB-COMPLETED-ERROR      VALUE "N".
000960 77  DEFAULT-TABLE-ID             PIC X(04) VALUE "CODE".
000970 77  SCHED-CODE-MAX-ENTRIES       PIC 9(03) VALUE 500.
000980 01  SCHED-CODE-COUNT             PIC 9(03) VALUE ZERO.
000990 01  SCHED-CODE-TABLE.
001000     05  SCHED-CODE-ENTRY OCCURS 1 TO 500 TIMES
001010                          DEPENDING ON SCHED-CODE-COUNT
001020                          INDEXED BY SCHED-CODE-INDEX.
001030         10  SCT-CODE-KEY.
001040             15  SCT-TABLE-ID     PIC X(04).
001050             15  SCT-ELEMENT1     PIC X(02).
001060         10  SCT-FIRST-DATE       PIC X(10).
001070         10  SCT-LAST-DATE        PIC X(10).
001080         10  SCT-MASTER-SWITCH    PIC X(01).
001090         10  SCT-ADD-SWITCH       PIC X(01).
001100             88  SCT-ADD-SCHEDULED VALUE "Y".
001110 01  SEARCH-CODE-KEY.
001120     05  SEARCH-TABLE-ID          PIC X(04).
001130     05  SEARCH-ELEMENT1          PIC X(02).
001140 01  SCHED-CODE-SWITCH            PIC X(01).
001150     88  SCHED-CODE-FOUND         VALUE "Y".
001160     88  SCHED-CODE-NOT-FOUND     VALUE "N".
001170 01  SCHED-TABLE-SWITCH           PIC X(01) VALUE "N".
001180     88  SCHED-TABLE-FULL         VALUE "Y".
001190 01  CODE-ON-MASTER-SWITCH        PIC X(01).
001200     88  CODE-ON-MASTER           VALUE "Y".
001210     88  CODE-NOT-ON-MASTER       VALUE "N".
001220 01  EARLIER-ADD-SWITCH           PIC X(01).
001230     88  EARLIER-ADD-SCHEDULED    VALUE "Y".
001240     88  NO-EARLIER-ADD           VALUE "N".
001250 01  CONFLICT-FUNCTION            PIC X(01).
001260     88  CONFLICT-FUNCTION-ADD    VALUE "A".
001270     88  CONFLICT-FUNCTION-CHANGE VALUE "C".
001280     88  CONFLICT-FUNCTION-DELETE VALUE "D".
001290 01  DELETED-CODE-COUNT           PIC 9(04) VALUE ZERO.
001300 01  STACKED-CHANGE-COUNT         PIC 9(04) VALUE ZERO.
001310 01  STALE-PENDING-COUNT          PIC 9(04) VALUE ZERO.
001320 01  BATCH-CONFLICT-COUNT         PIC 9(04) VALUE ZERO.
001330 01  TOTAL-CONFLICT-COUNT         PIC 9(04) VALUE ZERO.
001340 77  LINES-PER-PAGE               PIC 9(02) VALUE 20.
001350 01  REPORT-LINE-COUNT            PIC 9(02) VALUE ZERO.
001360 01  REPORT-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001370 01  RPT-HEADING-1                PIC X(80) VALUE
001380             "CHGCONFL - PENDING, SCHEDULED, AND BATCH CONFLICTS".
001390 01  RPT-HEADING-2.
001400     05  FILLER                   PIC X(05) VALUE "PAGE ".
001410     05  RH2-PAGE-NUMBER          PIC ZZZ9.
001420     05  FILLER                   PIC X(71) VALUE SPACES.
001430 01  RPT-HEADING-3.
001440     05  FILLER                   PIC X(11) VALUE "RUN DATE : ".
001450     05  RH3-RUN-DATE             PIC X(10).
001460     05  FILLER                   PIC X(59) VALUE SPACES.
001470 01  RPT-HEADING-4.
001480     05  FILLER                   PIC X(10) VALUE "CONFLICT".
001490     05  FILLER                   PIC X(06) VALUE "TBL".
001500     05  FILLER                   PIC X(04) VALUE "EL1".
001510     05  FILLER                   PIC X(10) VALUE "SOURCE".
001520     05  FILLER                   PIC X(12) VALUE "EFF DATE".
001530     05  FILLER                   PIC X(08) VALUE "FUNC".
001540     05  FILLER                   PIC X(30) VALUE "DETAIL".
001550 01  RPT-DETAIL-LINE.
001560     05  CDL-CONFLICT             PIC X(08).
001570     05  FILLER                   PIC X(02) VALUE SPACES.
001580     05  CDL-TABLE-ID             PIC X(04).
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600     05  CDL-ELEMENT1             PIC X(02).
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  CDL-SOURCE               PIC X(08).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  CDL-EFFECTIVE-DATE       PIC X(10).
001650     05  FILLER                   PIC X(02) VALUE SPACES.
001660     05  CDL-FUNCTION             PIC X(06).
001670     05  FILLER                   PIC X(02) VALUE SPACES.
001680     05  CDL-DETAIL               PIC X(30).
001690 01  RPT-TOTAL-LINE.
001700     05  RTL-CAPTION              PIC X(23).
001710     05  RTL-COUNT                PIC ZZZ9.
001720     05  FILLER                   PIC X(53) VALUE SPACES.
001730 01  CURRENT-DATE-FIELDS.
001740     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
001750 01  FORMATTED-RUN-DATE           PIC X(10).
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     SET JOB-COMPLETED-OK TO TRUE
001790     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
001800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001810     IF JOB-COMPLETED-ERROR
001820         MOVE 12 TO RETURN-CODE
001830         DISPLAY "CHGCONFL - COMPLETED WITH ERRORS, RC = "
001840             RETURN-CODE
001850         GOBACK
001860     END-IF
001870     PERFORM 2000-CHECK-SCHEDULED-CHANGES THRU 2000-EXIT
001880     PERFORM 3000-CHECK-PENDING-CHANGES THRU 3000-EXIT
001890     PERFORM 4000-CHECK-MAINT-TRANSACTIONS THRU 4000-EXIT
001900     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001910     IF JOB-COMPLETED-OK
001920         MOVE 0 TO RETURN-CODE
001930     ELSE
001940         MOVE 12 TO RETURN-CODE
001950         DISPLAY "CHGCONFL - COMPLETED WITH ERRORS, RC = "
001960             RETURN-CODE
001970     END-IF
001980     GOBACK.
001990*
002000******************************************************************
002010* 0550-CAPTURE-RUN-DATE - CAPTURE TODAY'S DATE FOR THE REPORT
002020* HEADINGS.
002030******************************************************************
002040 0550-CAPTURE-RUN-DATE.
002050     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
002060     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
002070            CURRENT-DATE-YYYYMMDD (5:2) "-"
002080            CURRENT-DATE-YYYYMMDD (7:2)
002090         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
002100     .
002110 0550-EXIT.
002120     EXIT.
002130*
002140******************************************************************
002150* 1000-OPEN-FILES - OPEN THE CONFLICT REPORT AND PRINT THE FIRST
002160* PAGE HEADINGS, THEN OPEN THE MASTER EVERY CHECK IS MADE
002170* AGAINST. WITHOUT THE MASTER NOTHING CAN BE CHECKED, SO THE RUN
002180* ENDS IN ERROR RATHER THAN CERTIFY AN EMPTY REPORT.
002190******************************************************************
002200 1000-OPEN-FILES.
002210     OPEN OUTPUT CONFLICT-REPORT-FILE
002220     IF NOT CONFLICT-REPORT-OK
002230         DISPLAY "CHGCONFL - UNABLE TO OPEN CONFRPT, STATUS = "
002240             CONFLICT-REPORT-STATUS
002250         SET JOB-COMPLETED-ERROR TO TRUE
002260         GO TO 1000-EXIT
002270     END-IF
002280     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
002290     OPEN INPUT CODE-MASTER-FILE
002300     IF NOT CODE-MASTER-OK
002310         DISPLAY "CHGCONFL - UNABLE TO OPEN CODEMSTR.DAT, STATUS "
002320             CODE-MASTER-STATUS
002330         SET JOB-COMPLETED-ERROR TO TRUE
002340         CLOSE CONFLICT-REPORT-FILE
002350         GO TO 1000-EXIT
002360     END-IF
002370     .
002380 1000-EXIT.
002390     EXIT.
002400*
002410******************************************************************
002420* 2000-CHECK-SCHEDULED-CHANGES - WALK CODESCHD.DAT IN KEY ORDER,
002430* WHICH IS EFFECTIVE DATE ORDER, AND REMEMBER EVERY CODE THAT HAS
002440* A SCHEDULED CHANGE. A CODE SCHEDULED A SECOND TIME IS REPORTED,
002450* SINCE THE LATER CHANGE WAS KEYED WITHOUT THE EARLIER ONE EVER
002460* REACHING THE MASTER, AND A CHANGE OR DELETE FOR A CODE NO
002470* LONGER ON THE MASTER IS REPORTED UNLESS AN EARLIER SCHEDULED
002480* ADD PUTS IT BACK. A MISSING CODESCHD.DAT MEANS NOTHING IS
002490* SCHEDULED.
002500******************************************************************
002510 2000-CHECK-SCHEDULED-CHANGES.
002520     MOVE ZERO TO SCHED-CODE-COUNT
002530     OPEN INPUT SCHEDULED-CHANGE-FILE
002540     IF SCHEDULE-FILE-MISSING
002550         GO TO 2000-EXIT
002560     END-IF
002570     IF NOT SCHEDULE-FILE-OK
002580         DISPLAY "CHGCONFL - UNABLE TO OPEN CODESCHD.DAT, STATUS "
002590             SCHEDULE-FILE-STATUS
002600         SET JOB-COMPLETED-ERROR TO TRUE
002610         GO TO 2000-EXIT
002620     END-IF
002630     MOVE LOW-VALUES TO SC-SCHEDULE-KEY
002640     START SCHEDULED-CHANGE-FILE KEY NOT < SC-SCHEDULE-KEY
002650         INVALID KEY
002660             CLOSE SCHEDULED-CHANGE-FILE
002670             GO TO 2000-EXIT
002680     END-START
002690     PERFORM 2900-READ-SCHEDULED-CHANGE THRU 2900-EXIT
002700     PERFORM 2100-CHECK-ONE-SCHEDULED THRU 2100-EXIT
002710         UNTIL SCHEDULE-FILE-EOF
002720     CLOSE SCHEDULED-CHANGE-FILE
002730     .
002740 2000-EXIT.
002750     EXIT.
002760*
002770 2100-CHECK-ONE-SCHEDULED.
002780     MOVE SC-TABLE-ID TO SEARCH-TABLE-ID
002790     MOVE SC-ELEMENT1 TO SEARCH-ELEMENT1
002800     MOVE SC-FUNCTION TO CONFLICT-FUNCTION
002810     PERFORM 2200-FIND-SCHEDULED-CODE THRU 2200-EXIT
002820     IF SCHED-CODE-FOUND
002830         MOVE SCT-MASTER-SWITCH (SCHED-CODE-INDEX)
002840             TO CODE-ON-MASTER-SWITCH
002850         MOVE SCT-ADD-SWITCH (SCHED-CODE-INDEX)
002860             TO EARLIER-ADD-SWITCH
002870         MOVE "STACKED" TO CDL-CONFLICT
002880         MOVE SPACES TO CDL-DETAIL
002890         STRING "EARLIER CHANGE DUE "
002900                SCT-LAST-DATE (SCHED-CODE-INDEX)
002910             DELIMITED BY SIZE INTO CDL-DETAIL
002920         PERFORM 2800-WRITE-SCHEDULED-CONFLICT THRU 2800-EXIT
002930         ADD 1 TO STACKED-CHANGE-COUNT
002940     ELSE
002950         SET NO-EARLIER-ADD TO TRUE
002960         MOVE SEARCH-TABLE-ID TO CM-TABLE-ID
002970         MOVE SEARCH-ELEMENT1 TO CM-ELEMENT1
002980         SET CODE-ON-MASTER TO TRUE
002990         READ CODE-MASTER-FILE
003000             INVALID KEY
003010                 SET CODE-NOT-ON-MASTER TO TRUE
003020         END-READ
003030         PERFORM 2300-REMEMBER-SCHEDULED-CODE THRU 2300-EXIT
003040     END-IF
003050     IF NOT CONFLICT-FUNCTION-ADD
003060         AND CODE-NOT-ON-MASTER
003070         AND NO-EARLIER-ADD
003080         MOVE "DELETED" TO CDL-CONFLICT
003090         MOVE "CODE DELETED FROM MASTER" TO CDL-DETAIL
003100         PERFORM 2800-WRITE-SCHEDULED-CONFLICT THRU 2800-EXIT
003110         ADD 1 TO DELETED-CODE-COUNT
003120     END-IF
003130     IF SCHED-CODE-FOUND
003140         MOVE SC-EFFECTIVE-DATE
003150             TO SCT-LAST-DATE (SCHED-CODE-INDEX)
003160         IF CONFLICT-FUNCTION-ADD
003170             SET SCT-ADD-SCHEDULED (SCHED-CODE-INDEX) TO TRUE
003180         END-IF
003190     END-IF
003200     PERFORM 2900-READ-SCHEDULED-CHANGE THRU 2900-EXIT
003210     .
003220 2100-EXIT.
003230     EXIT.
003240*
003250******************************************************************
003260* 2200-FIND-SCHEDULED-CODE - LOCATE THE CODE IN SEARCH-CODE-KEY
003270* AMONG THE CODES WITH A SCHEDULED CHANGE.
003280******************************************************************
003290 2200-FIND-SCHEDULED-CODE.
003300     SET SCHED-CODE-NOT-FOUND TO TRUE
003310     IF SCHED-CODE-COUNT = ZERO
003320         GO TO 2200-EXIT
003330     END-IF
003340     SET SCHED-CODE-INDEX TO 1
003350     SEARCH SCHED-CODE-ENTRY
003360         AT END
003370             CONTINUE
003380         WHEN SCT-CODE-KEY (SCHED-CODE-INDEX) = SEARCH-CODE-KEY
003390             SET SCHED-CODE-FOUND TO TRUE
003400     END-SEARCH
003410     .
003420 2200-EXIT.
003430     EXIT.
003440*
003450******************************************************************
003460* 2300-REMEMBER-SCHEDULED-CODE - ADD THE CODE JUST READ FROM
003470* CODESCHD.DAT TO THE TABLE OF SCHEDULED CODES. ONCE THE TABLE IS
003480* FULL, LATER CODES CANNOT BE CROSS-CHECKED AND THE RUN ENDS IN
003490* ERROR SO THE GAP IS NOT CERTIFIED.
003500******************************************************************
003510 2300-REMEMBER-SCHEDULED-CODE.
003520     IF SCHED-CODE-COUNT >= SCHED-CODE-MAX-ENTRIES
003530         IF NOT SCHED-TABLE-FULL
003540             DISPLAY "CHGCONFL - MORE THAN "
003550                 SCHED-CODE-MAX-ENTRIES
003560                 " SCHEDULED CODES, REMAINDER NOT CHECKED"
003570             SET SCHED-TABLE-FULL TO TRUE
003580             SET JOB-COMPLETED-ERROR TO TRUE
003590         END-IF
003600         GO TO 2300-EXIT
003610     END-IF
003620     ADD 1 TO SCHED-CODE-COUNT
003630     SET SCHED-CODE-INDEX TO SCHED-CODE-COUNT
003640     MOVE SEARCH-CODE-KEY TO SCT-CODE-KEY (SCHED-CODE-INDEX)
003650     MOVE SC-EFFECTIVE-DATE
003660         TO SCT-FIRST-DATE (SCHED-CODE-INDEX)
003670     MOVE CODE-ON-MASTER-SWITCH
003680         TO SCT-MASTER-SWITCH (SCHED-CODE-INDEX)
003690     MOVE "N" TO SCT-ADD-SWITCH (SCHED-CODE-INDEX)
003700     SET SCHED-CODE-FOUND TO TRUE
003710     .
003720 2300-EXIT.
003730     EXIT.
003740*
003750 2800-WRITE-SCHEDULED-CONFLICT.
003760     MOVE SC-TABLE-ID TO CDL-TABLE-ID
003770     MOVE SC-ELEMENT1 TO CDL-ELEMENT1
003780     MOVE "CODESCHD" TO CDL-SOURCE
003790     MOVE SC-EFFECTIVE-DATE TO CDL-EFFECTIVE-DATE
003800     PERFORM 8000-WRITE-CONFLICT THRU 8000-EXIT
003810     .
003820 2800-EXIT.
003830     EXIT.
003840*
003850 2900-READ-SCHEDULED-CHANGE.
003860     READ SCHEDULED-CHANGE-FILE NEXT RECORD
003870         AT END
003880             SET SCHEDULE-FILE-EOF TO TRUE
003890     END-READ
003900     .
003910 2900-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 3000-CHECK-PENDING-CHANGES - COMPARE EVERY CHANGE STILL AWAITING
003960* REVIEW ON CODEPEND.DAT WITH THE MASTER AS IT STANDS NOW. A
003970* CHANGE OR DELETE WAS KEYED AGAINST THE ELEMENT2 VALUE SAVED IN
003980* PC-OLD-ELEMENT2; IF THE MASTER NO LONGER HOLDS THAT VALUE, OR NO
003990* LONGER HOLDS THE CODE, RELEASING IT WOULD OVERWRITE A CHANGE
004000* THE MAKER NEVER SAW. AN ADD FOR A CODE SINCE PUT ON THE MASTER
004010* IS STALE THE SAME WAY. REJECTED CHANGES ARE NOT CHECKED.
004020******************************************************************
004030 3000-CHECK-PENDING-CHANGES.
004040     OPEN INPUT PENDING-CHANGE-FILE
004050     IF PENDING-FILE-MISSING
004060         GO TO 3000-EXIT
004070     END-IF
004080     IF NOT PENDING-FILE-OK
004090         DISPLAY "CHGCONFL - UNABLE TO OPEN CODEPEND.DAT, STATUS "
004100             PENDING-FILE-STATUS
004110         SET JOB-COMPLETED-ERROR TO TRUE
004120         GO TO 3000-EXIT
004130     END-IF
004140     MOVE LOW-VALUES TO PC-PENDING-KEY
004150     START PENDING-CHANGE-FILE KEY NOT < PC-PENDING-KEY
004160         INVALID KEY
004170             CLOSE PENDING-CHANGE-FILE
004180             GO TO 3000-EXIT
004190     END-START
004200     PERFORM 3900-READ-PENDING-CHANGE THRU 3900-EXIT
004210     PERFORM 3100-CHECK-ONE-PENDING THRU 3100-EXIT
004220         UNTIL PENDING-FILE-EOF
004230     CLOSE PENDING-CHANGE-FILE
004240     .
004250 3000-EXIT.
004260     EXIT.
004270*
004280 3100-CHECK-ONE-PENDING.
004290     IF NOT PC-AWAITING-REVIEW
004300         GO TO 3100-READ-NEXT
004310     END-IF
004320     MOVE SPACES TO CDL-DETAIL
004330     MOVE PC-TABLE-ID TO CM-TABLE-ID
004340     MOVE PC-ELEMENT1 TO CM-ELEMENT1
004350     READ CODE-MASTER-FILE
004360         INVALID KEY
004370             IF NOT PC-FUNCTION-ADD
004380                 MOVE "CODE NO LONGER ON MASTER" TO CDL-DETAIL
004390             END-IF
004400         NOT INVALID KEY
004410             IF PC-FUNCTION-ADD
004420                 MOVE "ADD KEYED, CODE NOW ON MASTER"
004430                     TO CDL-DETAIL
004440             END-IF
004450             IF NOT PC-FUNCTION-ADD
004460                 AND CM-ELEMENT2 NOT = PC-OLD-ELEMENT2
004470                 STRING "KEYED ON EL2 " PC-OLD-ELEMENT2
004480                        ", MASTER NOW " CM-ELEMENT2
004490                     DELIMITED BY SIZE INTO CDL-DETAIL
004500             END-IF
004510     END-READ
004520     IF CDL-DETAIL = SPACES
004530         GO TO 3100-READ-NEXT
004540     END-IF
004550     MOVE "STALE" TO CDL-CONFLICT
004560     MOVE PC-TABLE-ID TO CDL-TABLE-ID
004570     MOVE PC-ELEMENT1 TO CDL-ELEMENT1
004580     MOVE "CODEPEND" TO CDL-SOURCE
004590     MOVE PC-EFFECTIVE-DATE TO CDL-EFFECTIVE-DATE
004600     MOVE PC-FUNCTION TO CONFLICT-FUNCTION
004610     PERFORM 8000-WRITE-CONFLICT THRU 8000-EXIT
004620     ADD 1 TO STALE-PENDING-COUNT
004630     .
004640 3100-READ-NEXT.
004650     PERFORM 3900-READ-PENDING-CHANGE THRU 3900-EXIT
004660     .
004670 3100-EXIT.
004680     EXIT.
004690*
004700 3900-READ-PENDING-CHANGE.
004710     READ PENDING-CHANGE-FILE NEXT RECORD
004720         AT END
004730             SET PENDING-FILE-EOF TO TRUE
004740     END-READ
004750     .
004760 3900-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800* 4000-CHECK-MAINT-TRANSACTIONS - READ THE MNTTRANS.DAT BATCH LOAD
004810* WAITING FOR TBLBATCH AND REPORT EVERY TRANSACTION FOR A CODE
004820* THAT HAS A SCHEDULED CHANGE WAITING, SINCE ONE WILL SILENTLY
004830* OVERWRITE THE OTHER. A BLANK TABLE ID MEANS THE ORIGINAL CODE
004840* TABLE, AS IN TBLBATCH. A MISSING MNTTRANS.DAT MEANS NO LOAD.
004850******************************************************************
004860 4000-CHECK-MAINT-TRANSACTIONS.
004870     IF SCHED-CODE-COUNT = ZERO
004880         GO TO 4000-EXIT
004890     END-IF
004900     OPEN INPUT MAINT-TRANS-FILE
004910     IF MAINT-TRANS-MISSING
004920         GO TO 4000-EXIT
004930     END-IF
004940     IF NOT MAINT-TRANS-OK
004950         DISPLAY "CHGCONFL - UNABLE TO OPEN MNTTRANS.DAT, STATUS "
004960             MAINT-TRANS-STATUS
004970         SET JOB-COMPLETED-ERROR TO TRUE
004980         GO TO 4000-EXIT
004990     END-IF
005000     PERFORM 4900-READ-MAINT-TRANS THRU 4900-EXIT
005010     PERFORM 4100-CHECK-ONE-TRANSACTION THRU 4100-EXIT
005020         UNTIL MAINT-TRANS-EOF
005030     CLOSE MAINT-TRANS-FILE
005040     .
005050 4000-EXIT.
005060     EXIT.
005070*
005080 4100-CHECK-ONE-TRANSACTION.
005090     IF MT-TABLE-ID = SPACES
005100         MOVE DEFAULT-TABLE-ID TO SEARCH-TABLE-ID
005110     ELSE
005120         MOVE MT-TABLE-ID TO SEARCH-TABLE-ID
005130     END-IF
005140     MOVE MT-ELEMENT1 TO SEARCH-ELEMENT1
005150     PERFORM 2200-FIND-SCHEDULED-CODE THRU 2200-EXIT
005160     IF SCHED-CODE-NOT-FOUND
005170         GO TO 4100-READ-NEXT
005180     END-IF
005190     MOVE "BATCH" TO CDL-CONFLICT
005200     MOVE SEARCH-TABLE-ID TO CDL-TABLE-ID
005210     MOVE SEARCH-ELEMENT1 TO CDL-ELEMENT1
005220     MOVE "MNTTRANS" TO CDL-SOURCE
005230     MOVE MT-EFFECTIVE-DATE TO CDL-EFFECTIVE-DATE
005240     MOVE MT-FUNCTION TO CONFLICT-FUNCTION
005250     MOVE SPACES TO CDL-DETAIL
005260     STRING "CHANGE SCHEDULED "
005270            SCT-FIRST-DATE (SCHED-CODE-INDEX)
005280         DELIMITED BY SIZE INTO CDL-DETAIL
005290     PERFORM 8000-WRITE-CONFLICT THRU 8000-EXIT
005300     ADD 1 TO BATCH-CONFLICT-COUNT
005310     .
005320 4100-READ-NEXT.
005330     PERFORM 4900-READ-MAINT-TRANS THRU 4900-EXIT
005340     .
005350 4100-EXIT.
005360     EXIT.
005370*
005380 4900-READ-MAINT-TRANS.
005390     READ MAINT-TRANS-FILE
005400         AT END
005410             SET MAINT-TRANS-EOF TO TRUE
005420     END-READ
005430     .
005440 4900-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480* 5000-WRITE-TOTALS - PRINT A CONTROL TOTAL FOR EACH KIND OF
005490* CONFLICT AND THE OVERALL TOTAL THAT EODCERT CERTIFIES, AND
005500* CLOSE THE MASTER AND THE REPORT.
005510******************************************************************
005520 5000-WRITE-TOTALS.
005530     COMPUTE TOTAL-CONFLICT-COUNT = DELETED-CODE-COUNT
005540                                  + STACKED-CHANGE-COUNT
005550                                  + STALE-PENDING-COUNT
005560                                  + BATCH-CONFLICT-COUNT
005570     MOVE SPACES TO CONFLICT-REPORT-RECORD
005580     WRITE CONFLICT-REPORT-RECORD
005590     MOVE "SCHEDULED FOR DELETED: " TO RTL-CAPTION
005600     MOVE DELETED-CODE-COUNT TO RTL-COUNT
005610     MOVE RPT-TOTAL-LINE TO CONFLICT-REPORT-RECORD
005620     WRITE CONFLICT-REPORT-RECORD
005630     MOVE "SCHEDULED TWICE      : " TO RTL-CAPTION
005640     MOVE STACKED-CHANGE-COUNT TO RTL-COUNT
005650     MOVE RPT-TOTAL-LINE TO CONFLICT-REPORT-RECORD
005660     WRITE CONFLICT-REPORT-RECORD
005670     MOVE "STALE PENDING CHANGES: " TO RTL-CAPTION
005680     MOVE STALE-PENDING-COUNT TO RTL-COUNT
005690     MOVE RPT-TOTAL-LINE TO CONFLICT-REPORT-RECORD
005700     WRITE CONFLICT-REPORT-RECORD
005710     MOVE "BATCH VS SCHEDULED   : " TO RTL-CAPTION
005720     MOVE BATCH-CONFLICT-COUNT TO RTL-COUNT
005730     MOVE RPT-TOTAL-LINE TO CONFLICT-REPORT-RECORD
005740     WRITE CONFLICT-REPORT-RECORD
005750     MOVE "TOTAL CONFLICTS      : " TO RTL-CAPTION
005760     MOVE TOTAL-CONFLICT-COUNT TO RTL-COUNT
005770     MOVE RPT-TOTAL-LINE TO CONFLICT-REPORT-RECORD
005780     WRITE CONFLICT-REPORT-RECORD
005790     CLOSE CODE-MASTER-FILE
005800     CLOSE CONFLICT-REPORT-FILE
005810     .
005820 5000-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860* 8000-WRITE-CONFLICT - PRINT ONE CONFLICT LINE, BREAKING TO A NEW
005870* PAGE WHEN THE CURRENT PAGE IS FULL. THE CALLER FILLS THE LINE
005880* AND CONFLICT-FUNCTION FIRST.
005890******************************************************************
005900 8000-WRITE-CONFLICT.
005910     IF REPORT-LINE-COUNT >= LINES-PER-PAGE
005920         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
005930     END-IF
005940     EVALUATE TRUE
005950         WHEN CONFLICT-FUNCTION-ADD
005960             MOVE "ADD" TO CDL-FUNCTION
005970         WHEN CONFLICT-FUNCTION-CHANGE
005980             MOVE "CHANGE" TO CDL-FUNCTION
005990         WHEN CONFLICT-FUNCTION-DELETE
006000             MOVE "DELETE" TO CDL-FUNCTION
006010         WHEN OTHER
006020             MOVE CONFLICT-FUNCTION TO CDL-FUNCTION
006030     END-EVALUATE
006040     MOVE RPT-DETAIL-LINE TO CONFLICT-REPORT-RECORD
006050     WRITE CONFLICT-REPORT-RECORD
006060     ADD 1 TO REPORT-LINE-COUNT
006070     .
006080 8000-EXIT.
006090     EXIT.
006100*
006110******************************************************************
006120* 8100-PRINT-HEADINGS - WRITE THE REPORT TITLE, PAGE NUMBER, RUN
006130* DATE, AND COLUMN HEADINGS FOR A NEW PAGE.
006140******************************************************************
006150 8100-PRINT-HEADINGS.
006160     ADD 1 TO REPORT-PAGE-COUNT
006170     MOVE ZERO TO REPORT-LINE-COUNT
006180     MOVE RPT-HEADING-1 TO CONFLICT-REPORT-RECORD
006190     WRITE CONFLICT-REPORT-RECORD
006200     MOVE REPORT-PAGE-COUNT TO RH2-PAGE-NUMBER
006210     MOVE RPT-HEADING-2 TO CONFLICT-REPORT-RECORD
006220     WRITE CONFLICT-REPORT-RECORD
006230     MOVE FORMATTED-RUN-DATE TO RH3-RUN-DATE
006240     MOVE RPT-HEADING-3 TO CONFLICT-REPORT-RECORD
006250     WRITE CONFLICT-REPORT-RECORD
006260     MOVE RPT-HEADING-4 TO CONFLICT-REPORT-RECORD
006270     WRITE CONFLICT-REPORT-RECORD
006280     .
006290 8100-EXIT.
006300     EXIT.
