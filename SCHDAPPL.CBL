000196*                  history record is keyed or stamped with it.
000197* 09/02/26 DLROSS  History records now carry the description and
000198*                  status in force, for the CODERBLD rebuild.
000199* 10/15/26 DLROSS  A due change is checked against its table's
00019A*                  TBLCATLG.DAT catalog entry before it is
00019B*                  applied: a table no longer in the catalog, an
00019C*                  add whose code is not on the approved list, or
00019D*                  an ELEMENT2 outside the table's range fails
00019E*                  the change instead of applying it.
00019N* 10/15/26 DLROSS  Parent/child integrity against the CODEREL.DAT
00019O*                  relationship file: a due delete, or a due
00019P*                  change that inactivates an entry, fails while
00019Q*                  an active child entry is still linked to it,
00019R*                  and a due add fails when a parent it is linked
00019S*                  to is not on the master, or is inactive and the
00019T*                  child is being added active.
00019U* 10/15/26 DLROSS  Restart from a commit position: after every
00019V*                  due change, straight after its CODESCHD.DAT
00019W*                  record is removed, the count processed and the
00019X*                  applied and failed totals are written to this
00019Y*                  step's CHKPOINT.DAT record. A rerun after an
00019Z*                  abend on the same run date carries on with the
0001A0*                  changes still on CODESCHD.DAT, picks up the
0001A1*                  committed totals, and prints a restart banner
0001A2*                  on SCHDRPT. A position left by an earlier day's
0001A3*                  run is cleared and the step starts from zero.
000200*
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000540     SELECT SCHEDULE-REPORT-FILE ASSIGN TO "SCHDRPT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS SCHEDULE-REPORT-STATUS.
000562     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
000564         ORGANIZATION IS INDEXED
000566         ACCESS MODE IS RANDOM
000567         RECORD KEY IS TC-TABLE-ID
000568         FILE STATUS IS TABLE-CATALOG-STATUS.
00056A     SELECT CODE-RELATIONSHIP-FILE ASSIGN TO "CODEREL.DAT"
00056B         ORGANIZATION IS INDEXED
00056C         ACCESS MODE IS DYNAMIC
00056D         RECORD KEY IS CR-RELATIONSHIP-KEY
00056E         ALTERNATE RECORD KEY IS CR-PARENT-KEY WITH DUPLICATES
00056F         FILE STATUS IS RELATIONSHIP-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  SCHEDULED-CHANGE-FILE.
000700 FD  SCHEDULE-REPORT-FILE
000710     RECORDING MODE IS F.
000720 01  SCHEDULE-REPORT-RECORD       PIC X(80).
000722 FD  TABLE-CATALOG-FILE.
000724     COPY TBLCAT.
00072A FD  CODE-RELATIONSHIP-FILE.
00072B     COPY RELREC.
000730 WORKING-STORAGE SECTION.
000740 01  JOB-NAME                     PIC X(08) VALUE "SCHDAPPL".
000750 01  SCHEDULE-FILE-STATUS         PIC X(02).
000900     88  CODE-HISTORY-FILE-MISSING VALUE "35".
000910 01  SCHEDULE-REPORT-STATUS       PIC X(02).
000920     88  SCHEDULE-REPORT-OK       VALUE "00".
000922 01  TABLE-CATALOG-STATUS         PIC X(02).
000924     88  TABLE-CATALOG-OK         VALUE "00".
000926 01  CATALOG-CODE-SWITCH          PIC X(01).
000927     88  CATALOG-CODE-FOUND       VALUE "Y".
000928     88  CATALOG-CODE-NOT-FOUND   VALUE "N".
00092A 01  RELATIONSHIP-STATUS          PIC X(02).
00092B     88  RELATIONSHIP-FILE-OK     VALUE "00".
00092C     88  RELATIONSHIP-FILE-MISSING VALUE "35".
00092D 01  RELATIONSHIP-FILE-SWITCH     PIC X(01) VALUE "N".
00092E     88  RELATIONSHIPS-ON-FILE    VALUE "Y".
00092F     88  RELATIONSHIPS-NOT-ON-FILE VALUE "N".
00092G 01  RELATION-RULE-SWITCH         PIC X(01).
00092H     88  RELATION-RULES-MET       VALUE "Y".
00092I     88  RELATION-RULES-NOT-MET   VALUE "N".
00092J 01  RELATION-CHECK-KEY.
00092K     05  RELATION-TABLE-ID        PIC X(04).
00092L     05  RELATION-ELEMENT1        PIC X(02).
00092M 01  RELATION-NEW-STATUS          PIC X(01).
00092N 01  RELATION-MESSAGE             PIC X(33).
000930 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000940     88  JOB-COMPLETED-OK         VALUE "Y".
000950     88  JOB-COMPLETED-ERROR      VALUE "N".
001540     05  FILLER                   PIC X(51) VALUE SPACES.
001550 01  RESTART-SWITCH               PIC X(01) VALUE "N".
001560     88  STEP-ALREADY-COMPLETE    VALUE "Y".
001561 01  RESUME-SWITCH                PIC X(01) VALUE "N".
001562     88  RESUME-AFTER-COMMIT      VALUE "Y".
001564 01  CHANGES-PROCESSED-COUNT      PIC 9(04) VALUE ZERO.
001566 01  RPT-RESTART-LINE.
001567     05  FILLER                   PIC X(31) VALUE
001568                 "*** RESTARTED AFTER DUE CHANGE ".
001569     05  RRL-COMMIT-COUNT         PIC ZZZ9.
00156A     05  FILLER                   PIC X(14) VALUE
00156B                 " COMMITTED ON ".
00156C     05  RRL-COMMIT-DATE          PIC X(10).
00156D     05  FILLER                   PIC X(01) VALUE SPACE.
00156E     05  RRL-COMMIT-TIME          PIC X(08).
00156F     05  FILLER                   PIC X(12) VALUE SPACES.
001570 01  CURRENT-DATE-FIELDS.
001580     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
001590     05  CURRENT-TIME-HHMMSS      PIC 9(08).
002240******************************************************************
002250* 0600-CHECK-RESTART - SEE WHETHER THIS STEP WAS ALREADY MARKED
002260* COMPLETE FOR TODAY'S RUN, SO A RESTART CAN SKIP IT. A STEP
002270* COMPLETED ON AN EARLIER DAY'S RUN DOES NOT COUNT. A STEP LEFT
002272* INCOMPLETE WITH A COMMIT POSITION TAKEN TODAY RESUMES FROM ITS
002274* COMMITTED TOTALS. A POSITION LEFT FROM AN EARLIER DAY'S RUN IS
002276* CLEARED, SINCE THE CHANGES IT COUNTED WERE ALREADY APPLIED AND
002278* REPORTED ON THAT DAY, AND THE STEP STARTS FROM ZERO.
002280******************************************************************
002290 0600-CHECK-RESTART.
002300     MOVE "N" TO RESTART-SWITCH
002302     MOVE "N" TO RESUME-SWITCH
002310     MOVE JOB-NAME TO CHK-STEP-NAME
002320     READ CHECKPOINT-FILE
002330         INVALID KEY
002332             MOVE SPACES TO CHECKPOINT-RECORD
002334             MOVE JOB-NAME TO CHK-STEP-NAME
002340             PERFORM 0650-CLEAR-COMMIT-POSITION THRU 0650-EXIT
002350         NOT INVALID KEY
002360             IF CHK-STEP-COMPLETE
002370                 AND CHK-COMPLETION-DATE = FORMATTED-RUN-DATE
002380                 SET STEP-ALREADY-COMPLETE TO TRUE
002390             END-IF
002392             IF CHK-COMMIT-COUNT NOT NUMERIC
002393                 OR CHK-COMMIT-APPLIED NOT NUMERIC
002394                 OR CHK-COMMIT-REJECTED NOT NUMERIC
002395                 OR CHK-COMMIT-SCHEDULED NOT NUMERIC
002396                 PERFORM 0650-CLEAR-COMMIT-POSITION THRU 0650-EXIT
002397             END-IF
002398             IF CHK-COMMIT-DATE NOT = FORMATTED-RUN-DATE
002399                 PERFORM 0650-CLEAR-COMMIT-POSITION THRU 0650-EXIT
00239A             END-IF
00239B             IF CHK-STEP-INCOMPLETE
00239C                 AND CHK-COMMIT-COUNT > ZERO
00239D                 SET RESUME-AFTER-COMMIT TO TRUE
00239E             END-IF
002400     END-READ
002410     .
002420 0600-EXIT.
002430     EXIT.
002440*
002441******************************************************************
002442* 0650-CLEAR-COMMIT-POSITION - RESET THE COMMIT POSITION HELD ON
002443* THE CHECKPOINT RECORD, SO THE NEXT RUN STARTS WITH ZERO TOTALS.
002444* A RECORD WRITTEN BEFORE THE COMMIT FIELDS EXISTED IS TREATED
002445* THE SAME WAY.
002446******************************************************************
002447 0650-CLEAR-COMMIT-POSITION.
002448     MOVE ZERO TO CHK-COMMIT-COUNT
002449     MOVE SPACES TO CHK-COMMIT-DATE
00244A     MOVE SPACES TO CHK-COMMIT-TIME
00244B     MOVE ZERO TO CHK-COMMIT-APPLIED
00244C     MOVE ZERO TO CHK-COMMIT-REJECTED
00244D     MOVE ZERO TO CHK-COMMIT-SCHEDULED
00244E     MOVE ZERO TO CHK-COMMIT-FILE-COUNT
00244F     MOVE SPACES TO CHK-COMMIT-LAST-KEY
00244G     .
00244H 0650-EXIT.
00244I     EXIT.
00244J*
002450******************************************************************
002460* 0700-MARK-STEP-COMPLETE - RECORD THAT THIS STEP FINISHED TODAY,
002470* SO A LATER RESTART OF THE BATCH SEQUENCE CAN SKIP IT. THE
002475* COMMIT POSITION IS CLEARED NOW EVERY DUE CHANGE IS PROCESSED.
002480******************************************************************
002490 0700-MARK-STEP-COMPLETE.
002500     MOVE JOB-NAME TO CHK-STEP-NAME
002510     SET CHK-STEP-COMPLETE TO TRUE
002515     PERFORM 0650-CLEAR-COMMIT-POSITION THRU 0650-EXIT
002520     MOVE FORMATTED-RUN-DATE TO CHK-COMPLETION-DATE
002530     ACCEPT CURRENT-TIME-HHMMSS FROM TIME
002540     STRING CURRENT-TIME-HHMMSS (1:2) ":"
002660 0700-EXIT.
002670     EXIT.
002680*
002681******************************************************************
002682* 0800-COMMIT-PROGRESS - AFTER EACH DUE CHANGE IS REMOVED FROM
002683* CODESCHD.DAT, RECORD ON THIS STEP'S CHECKPOINT RECORD HOW MANY
002684* HAVE BEEN PROCESSED AND THE APPLIED AND FAILED TOTALS, SO A
002685* RERUN AFTER AN ABEND CAN RESUME FROM HERE.
002686******************************************************************
002687 0800-COMMIT-PROGRESS.
002688     MOVE JOB-NAME TO CHK-STEP-NAME
002689     SET CHK-STEP-INCOMPLETE TO TRUE
00268A     MOVE CHANGES-PROCESSED-COUNT TO CHK-COMMIT-COUNT
00268B     MOVE CHANGES-APPLIED-COUNT TO CHK-COMMIT-APPLIED
00268C     MOVE CHANGES-FAILED-COUNT TO CHK-COMMIT-REJECTED
00268D     MOVE ZERO TO CHK-COMMIT-SCHEDULED
00268E     MOVE FORMATTED-RUN-DATE TO CHK-COMMIT-DATE
00268F     ACCEPT CURRENT-TIME-HHMMSS FROM TIME
00268G     STRING CURRENT-TIME-HHMMSS (1:2) ":"
00268H            CURRENT-TIME-HHMMSS (3:2) ":"
00268I            CURRENT-TIME-HHMMSS (5:2)
00268J         DELIMITED BY SIZE INTO CHK-COMMIT-TIME
00268K     REWRITE CHECKPOINT-RECORD
00268L         INVALID KEY
00268M             WRITE CHECKPOINT-RECORD
00268N                 INVALID KEY
00268O                     DISPLAY "SCHDAPPL - CHECKPOINT COMMIT FAILED"
00268P             END-WRITE
00268Q     END-REWRITE
00268S     .
00268T 0800-EXIT.
00268U     EXIT.
00268V*
002690******************************************************************
002700* 2000-APPLY-DUE-CHANGES - OPEN THE FILES, WALK THE SCHEDULED
002710* CHANGE FILE IN EFFECTIVE-DATE ORDER, APPLY AND JOURNAL EVERY
002720* CHANGE WHOSE DATE HAS ARRIVED, LIST THE CHANGES STILL PENDING,
002730* AND PRINT THE CONTROL TOTALS. A MISSING SCHEDULE FILE JUST
002740* MEANS NOTHING HAS EVER BEEN SCHEDULED, SO THE REPORT STILL
002750* PRINTS WITH ZERO TOTALS. ON A RESUME THE APPLIED AND FAILED
002755* TOTALS START FROM THE COMMITTED ONES.
002760******************************************************************
002770 2000-APPLY-DUE-CHANGES.
002780     MOVE ZERO TO CHANGES-APPLIED-COUNT
002790     MOVE ZERO TO CHANGES-FAILED-COUNT
002800     MOVE ZERO TO CHANGES-PENDING-COUNT
002802     MOVE ZERO TO CHANGES-PROCESSED-COUNT
002806     IF RESUME-AFTER-COMMIT
002807         MOVE CHK-COMMIT-COUNT TO CHANGES-PROCESSED-COUNT
002808         MOVE CHK-COMMIT-APPLIED TO CHANGES-APPLIED-COUNT
002809         MOVE CHK-COMMIT-REJECTED TO CHANGES-FAILED-COUNT
00280A     END-IF
002810     MOVE ZERO TO REPORT-PAGE-COUNT
002820     MOVE ZERO TO REPORT-LINE-COUNT
002830     OPEN OUTPUT SCHEDULE-REPORT-FILE
002880         GO TO 2000-EXIT
002890     END-IF
002900     PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
002902     IF RESUME-AFTER-COMMIT
002903         DISPLAY "SCHDAPPL - RESUMING AFTER COMMITTED DUE "
002904             "CHANGE " CHK-COMMIT-COUNT
002905         MOVE CHK-COMMIT-COUNT TO RRL-COMMIT-COUNT
002906         MOVE CHK-COMMIT-DATE TO RRL-COMMIT-DATE
002907         MOVE CHK-COMMIT-TIME TO RRL-COMMIT-TIME
002908         MOVE RPT-RESTART-LINE TO SCHEDULE-REPORT-RECORD
002909         WRITE SCHEDULE-REPORT-RECORD
00290A         ADD 1 TO REPORT-LINE-COUNT
00290B     END-IF
002910     OPEN I-O SCHEDULED-CHANGE-FILE
002920     IF SCHEDULE-FILE-MISSING
002930         DISPLAY "SCHDAPPL - NO CODESCHD.DAT, NOTHING SCHEDULED"
003200     CLOSE CODE-HISTORY-FILE
003210     CLOSE AUDIT-FILE
003220     CLOSE SCHEDULED-CHANGE-FILE
003225     CLOSE TABLE-CATALOG-FILE
00322A     IF RELATIONSHIPS-ON-FILE
00322B         CLOSE CODE-RELATIONSHIP-FILE
00322C     END-IF
003230     .
003240 2000-WRITE-TOTALS.
003250     MOVE CHANGES-APPLIED-COUNT TO RT1-COUNT
003390******************************************************************
003400* 2050-OPEN-MASTER-FILES - OPEN THE MASTER, HISTORY, AND AUDIT
003410* FILES FOR THE RUN, CREATING ANY THAT DO NOT EXIST YET, THE SAME
003420* WAY TBLBATCH DOES BEFORE ITS APPLY PASS. THE TBLCATLG.DAT
003425* TABLE CATALOG MUST ALREADY EXIST. WITHOUT A CODEREL.DAT
00342A* RELATIONSHIP FILE NO ENTRY HAS A PARENT OR A CHILD.
003430******************************************************************
003440 2050-OPEN-MASTER-FILES.
003450     OPEN I-O CODE-MASTER-FILE
003780         SET JOB-COMPLETED-ERROR TO TRUE
003790         CLOSE CODE-HISTORY-FILE
003800         CLOSE CODE-MASTER-FILE
003805         GO TO 2050-EXIT
003810     END-IF
003811     OPEN INPUT TABLE-CATALOG-FILE
003812     IF NOT TABLE-CATALOG-OK
003813         DISPLAY "SCHDAPPL - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
003814             TABLE-CATALOG-STATUS
003815         SET JOB-COMPLETED-ERROR TO TRUE
003816         CLOSE AUDIT-FILE
003817         CLOSE CODE-HISTORY-FILE
003818         CLOSE CODE-MASTER-FILE
00381A         GO TO 2050-EXIT
003819     END-IF
00381B     SET RELATIONSHIPS-NOT-ON-FILE TO TRUE
00381C     OPEN INPUT CODE-RELATIONSHIP-FILE
00381D     IF RELATIONSHIP-FILE-MISSING
00381E         GO TO 2050-EXIT
00381F     END-IF
00381G     IF NOT RELATIONSHIP-FILE-OK
00381H         DISPLAY "SCHDAPPL - UNABLE TO OPEN CODEREL.DAT, STATUS "
00381I             RELATIONSHIP-STATUS
00381J         SET JOB-COMPLETED-ERROR TO TRUE
00381K         CLOSE TABLE-CATALOG-FILE
00381L         CLOSE AUDIT-FILE
00381M         CLOSE CODE-HISTORY-FILE
00381N         CLOSE CODE-MASTER-FILE
00381O         GO TO 2050-EXIT
00381P     END-IF
00381Q     SET RELATIONSHIPS-ON-FILE TO TRUE
003820     .
003830 2050-EXIT.
003840     EXIT.
004080* 2200-PROCESS-SCHEDULED - APPLY THE SCHEDULED CHANGE JUST READ
004090* IF ITS EFFECTIVE DATE HAS ARRIVED, OR LIST IT AS STILL PENDING
004100* IF NOT, THEN READ THE NEXT ONE. THE FILE IS KEYED BY EFFECTIVE
004110* DATE, SO EVERY DUE CHANGE COMES BEFORE EVERY PENDING ONE. A
004115* DUE CHANGE IS COMMITTED AS SOON AS ITS RECORD IS REMOVED.
004120******************************************************************
004130 2200-PROCESS-SCHEDULED.
004140     IF SC-EFFECTIVE-DATE > FORMATTED-RUN-DATE
004200     END-IF
004210     SET CHANGE-WAS-APPLIED TO TRUE
004220     MOVE SPACES TO APPLY-REASON
004222     PERFORM 2250-CHECK-TABLE-CATALOG THRU 2250-EXIT
004224     IF CHANGE-HAS-FAILED
004226         GO TO 2200-WRITE-RESULT
004228     END-IF
00422A     PERFORM 2270-CHECK-RELATIONSHIPS THRU 2270-EXIT
00422B     IF CHANGE-HAS-FAILED
00422C         GO TO 2200-WRITE-RESULT
00422D     END-IF
004230     EVALUATE TRUE
004240         WHEN SC-FUNCTION-ADD
004250             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
004310             MOVE "INVALID FUNCTION CODE" TO APPLY-REASON
004320             SET CHANGE-HAS-FAILED TO TRUE
004330     END-EVALUATE
004335     .
004337 2200-WRITE-RESULT.
004340     IF CHANGE-WAS-APPLIED
004350         MOVE "APPLIED" TO SDL-DISPOSITION
004360         ADD 1 TO CHANGES-APPLIED-COUNT
004450                 SC-ELEMENT1
004460             SET JOB-COMPLETED-ERROR TO TRUE
004470     END-DELETE
004472     ADD 1 TO CHANGES-PROCESSED-COUNT
004474     PERFORM 0800-COMMIT-PROGRESS THRU 0800-EXIT
004480     .
004490 2200-READ-NEXT.
004500     PERFORM 2900-READ-SCHEDULED THRU 2900-EXIT
004520 2200-EXIT.
004530     EXIT.
004540*
004541******************************************************************
004542* 2250-CHECK-TABLE-CATALOG - FAIL A DUE CHANGE WHOSE TABLE IS NO
004543* LONGER IN THE TBLCATLG.DAT CATALOG, AN ADD WHOSE ELEMENT1 IS NOT
004544* ON THE TABLE'S APPROVED CODE LIST, AND AN ADD OR CHANGE WHOSE
004545* ELEMENT2 IS OUTSIDE THE TABLE'S RANGE. THE CATALOG MAY HAVE
004546* CHANGED SINCE THE CHANGE WAS SCHEDULED.
004547******************************************************************
004548 2250-CHECK-TABLE-CATALOG.
004549     MOVE SC-TABLE-ID TO TC-TABLE-ID
00454A     READ TABLE-CATALOG-FILE
00454B         INVALID KEY
00454C             MOVE "TABLE ID NOT IN TABLE CATALOG" TO APPLY-REASON
00454D             SET CHANGE-HAS-FAILED TO TRUE
00454E             GO TO 2250-EXIT
00454F     END-READ
00454G     IF SC-FUNCTION-ADD
00454H         AND TC-CODE-COUNT > ZERO
00454I         SET TC-CODE-INDEX TO 1
00454J         SET CATALOG-CODE-FOUND TO TRUE
00454K         SEARCH TC-APPROVED-CODE
00454L             AT END
00454M                 SET CATALOG-CODE-NOT-FOUND TO TRUE
00454N             WHEN TC-CODE-INDEX > TC-CODE-COUNT
00454O                 SET CATALOG-CODE-NOT-FOUND TO TRUE
00454P             WHEN TC-APPROVED-CODE (TC-CODE-INDEX) = SC-ELEMENT1
00454Q                 CONTINUE
00454R         END-SEARCH
00454S         IF CATALOG-CODE-NOT-FOUND
00454T             MOVE "ELEMENT1 NOT ON APPROVED LIST" TO APPLY-REASON
00454U             SET CHANGE-HAS-FAILED TO TRUE
00454V             GO TO 2250-EXIT
00454W         END-IF
00454X     END-IF
00454Y     IF (SC-FUNCTION-ADD OR SC-FUNCTION-CHANGE)
00454Z         AND (SC-ELEMENT2 < TC-ELEMENT2-MIN
0454ZA           OR SC-ELEMENT2 > TC-ELEMENT2-MAX)
0454ZB         MOVE "ELEMENT2 OUTSIDE TABLE RANGE" TO APPLY-REASON
0454ZC         SET CHANGE-HAS-FAILED TO TRUE
0454ZD     END-IF
0454ZE     .
0454ZF 2250-EXIT.
0454ZG     EXIT.
0454ZH*
0454ZI******************************************************************
0454ZJ* 2270-CHECK-RELATIONSHIPS - FAIL A DUE DELETE, OR A DUE CHANGE
0454ZK* THAT INACTIVATES THE ENTRY, WHILE A CODEREL.DAT LINK STILL TIES
0454ZL* AN ACTIVE CHILD ENTRY TO IT, AND A DUE ADD WHOSE LINKED PARENT
0454ZM* ENTRY IS NOT ON THE MASTER, OR IS INACTIVE WHEN THE CHILD IS
0454ZN* BEING ADDED ACTIVE. THE MASTER MAY HAVE CHANGED SINCE THE CHANGE
0454ZO* WAS SCHEDULED.
0454ZP******************************************************************
0454ZQ 2270-CHECK-RELATIONSHIPS.
0454ZR     SET RELATION-RULES-MET TO TRUE
0454ZS     IF RELATIONSHIPS-NOT-ON-FILE
0454ZT         GO TO 2270-EXIT
0454ZU     END-IF
0454ZV     MOVE SC-TABLE-ID TO RELATION-TABLE-ID
0454ZW     MOVE SC-ELEMENT1 TO RELATION-ELEMENT1
0454ZX     EVALUATE TRUE
0454ZY         WHEN SC-FUNCTION-DELETE
0454ZZ             PERFORM 2280-CHECK-ACTIVE-CHILDREN THRU 2280-EXIT
04550A         WHEN SC-FUNCTION-CHANGE AND SC-NEW-STATUS = "I"
04550B             PERFORM 2280-CHECK-ACTIVE-CHILDREN THRU 2280-EXIT
04550C         WHEN SC-FUNCTION-ADD
04550D             MOVE SC-NEW-STATUS TO RELATION-NEW-STATUS
04550E             PERFORM 2290-CHECK-PARENTS THRU 2290-EXIT
04550F     END-EVALUATE
04550G     IF RELATION-RULES-NOT-MET
04550H         MOVE RELATION-MESSAGE TO APPLY-REASON
04550I         SET CHANGE-HAS-FAILED TO TRUE
04550J     END-IF
04550K     .
04550L 2270-EXIT.
04550M     EXIT.
04550N*
04550O******************************************************************
04550P* 2280-CHECK-ACTIVE-CHILDREN - READ EVERY LINK WHOSE PARENT IS THE
04550Q* ENTRY IN RELATION-CHECK-KEY AND FAIL THE CHECK AT THE FIRST
04550R* CHILD STILL ACTIVE ON THE MASTER. A CHILD DELETED OR INACTIVATED
04550S* SINCE IT WAS LINKED DOES NOT HOLD ITS PARENT.
04550T******************************************************************
04550U 2280-CHECK-ACTIVE-CHILDREN.
04550V     MOVE RELATION-CHECK-KEY TO CR-PARENT-KEY
04550W     START CODE-RELATIONSHIP-FILE KEY = CR-PARENT-KEY
04550X         INVALID KEY
04550Y             GO TO 2280-EXIT
04550Z     END-START
04551A     .
04551B 2280-READ-NEXT.
04551C     READ CODE-RELATIONSHIP-FILE NEXT RECORD
04551D         AT END
04551E             GO TO 2280-EXIT
04551F     END-READ
04551G     IF CR-PARENT-KEY NOT = RELATION-CHECK-KEY
04551H         GO TO 2280-EXIT
04551I     END-IF
04551J     MOVE CR-CHILD-TABLE-ID TO CM-TABLE-ID
04551K     MOVE CR-CHILD-ELEMENT1 TO CM-ELEMENT1
04551L     READ CODE-MASTER-FILE
04551M         INVALID KEY
04551N             GO TO 2280-READ-NEXT
04551O     END-READ
04551P     IF CM-INACTIVE
04551Q         GO TO 2280-READ-NEXT
04551R     END-IF
04551S     SET RELATION-RULES-NOT-MET TO TRUE
04551T     MOVE SPACES TO RELATION-MESSAGE
04551U     STRING "ACTIVE CHILD " CR-CHILD-TABLE-ID "/"
04551V            CR-CHILD-ELEMENT1 " STILL LINKED"
04551W         DELIMITED BY SIZE INTO RELATION-MESSAGE
04551X     .
04551Y 2280-EXIT.
04551Z     EXIT.
04552A*
04552B******************************************************************
04552C* 2290-CHECK-PARENTS - READ EVERY LINK WHOSE CHILD IS THE ENTRY IN
04552D* RELATION-CHECK-KEY AND FAIL THE CHECK AT THE FIRST PARENT NOT ON
04552E* THE MASTER, OR INACTIVE WHILE RELATION-NEW-STATUS IS ACTIVE.
04552F******************************************************************
04552G 2290-CHECK-PARENTS.
04552H     MOVE RELATION-CHECK-KEY TO CR-CHILD-KEY
04552I     MOVE LOW-VALUES TO CR-PARENT-KEY
04552J     START CODE-RELATIONSHIP-FILE KEY NOT < CR-RELATIONSHIP-KEY
04552K         INVALID KEY
04552L             GO TO 2290-EXIT
04552M     END-START
04552N     .
04552O 2290-READ-NEXT.
04552P     READ CODE-RELATIONSHIP-FILE NEXT RECORD
04552Q         AT END
04552R             GO TO 2290-EXIT
04552S     END-READ
04552T     IF CR-CHILD-KEY NOT = RELATION-CHECK-KEY
04552U         GO TO 2290-EXIT
04552V     END-IF
04552W     MOVE CR-PARENT-TABLE-ID TO CM-TABLE-ID
04552X     MOVE CR-PARENT-ELEMENT1 TO CM-ELEMENT1
04552Y     MOVE SPACES TO RELATION-MESSAGE
04552Z     READ CODE-MASTER-FILE
04553A         INVALID KEY
04553B             SET RELATION-RULES-NOT-MET TO TRUE
04553C             STRING "PARENT " CR-PARENT-TABLE-ID "/"
04553D                    CR-PARENT-ELEMENT1 " NOT ON MASTER"
04553E                 DELIMITED BY SIZE INTO RELATION-MESSAGE
04553F             GO TO 2290-EXIT
04553G     END-READ
04553H     IF CM-INACTIVE
04553I         AND RELATION-NEW-STATUS = "A"
04553J         SET RELATION-RULES-NOT-MET TO TRUE
04553K         STRING "PARENT " CR-PARENT-TABLE-ID "/"
04553L                CR-PARENT-ELEMENT1 " IS INACTIVE"
04553M             DELIMITED BY SIZE INTO RELATION-MESSAGE
04553N         GO TO 2290-EXIT
04553O     END-IF
04553P     GO TO 2290-READ-NEXT
04553Q     .
04553R 2290-EXIT.
04553S     EXIT.
04553T*
004550******************************************************************
004560* 2300-APPLY-ADD - ADD THE SCHEDULED ENTRY TO THE MASTER, THE
004570* SAME WAY A TBLBATCH ADD TRANSACTION IS APPLIED.
