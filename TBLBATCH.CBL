00019H*                  it.
00019I* 09/02/26 DLROSS  History records now carry the description and
00019J*                  status in force, for the CODERBLD rebuild.
00019K* 10/15/26 DLROSS  Every transaction's table id is checked
00019L*                  against the TBLCATLG.DAT table catalog and
00019M*                  rejected if not in it. An add must use a code
00019N*                  on the table's approved list, and an add or
00019O*                  change must keep ELEMENT2 inside the table's
00019P*                  catalog range.
00019X* 10/15/26 DLROSS  Parent/child integrity against the CODEREL.DAT
00019Y*                  relationship file: a delete, or a change that
00019Z*                  inactivates an entry, is rejected while an
0001A0*                  active child entry is still linked to it, and
0001AA*                  an add is rejected when a parent it is linked
0001AB*                  to is not on the master, or is inactive and the
0001AC*                  child is being added active. Future-dated
0001AD*                  transactions are checked by SCHDAPPL when due.
0001AE* 10/15/26 DLROSS  Restart from a commit position: after every
0001AF*                  transaction the count processed, the running
0001AG*                  totals, the record count of MNTTRANS.DAT, and
0001AH*                  the key of that transaction are written to
0001AI*                  this step's CHKPOINT.DAT record. A rerun after
0001AJ*                  an abend, on the same run date and against a
0001AK*                  file that matches, skips the committed
0001AL*                  transactions, picks up the totals, and prints
0001AM*                  a restart banner on TBLBTRPT; otherwise it
0001AN*                  stops with RC 12 until the step is reset with
0001AO*                  CHKUTIL.
000195*
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000510     SELECT APPLY-REPORT-FILE ASSIGN TO "TBLBTRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS APPLY-REPORT-STATUS.
000532     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
000534         ORGANIZATION IS INDEXED
000536         ACCESS MODE IS RANDOM
000537         RECORD KEY IS TC-TABLE-ID
000538         FILE STATUS IS TABLE-CATALOG-STATUS.
00053A     SELECT CODE-RELATIONSHIP-FILE ASSIGN TO "CODEREL.DAT"
00053B         ORGANIZATION IS INDEXED
00053C         ACCESS MODE IS DYNAMIC
00053D         RECORD KEY IS CR-RELATIONSHIP-KEY
00053E         ALTERNATE RECORD KEY IS CR-PARENT-KEY WITH DUPLICATES
00053F         FILE STATUS IS RELATIONSHIP-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  MAINT-TRANS-FILE
000740     COPY HISTREC.
000742 FD  SCHEDULED-CHANGE-FILE.
000744     COPY SCHDREC.
000746 FD  TABLE-CATALOG-FILE.
000748     COPY TBLCAT.
00074A FD  CODE-RELATIONSHIP-FILE.
00074B     COPY RELREC.
000750 FD  APPLY-REPORT-FILE
000760     RECORDING MODE IS F.
000770 01  APPLY-REPORT-RECORD          PIC X(80).
000952 01  SCHEDULE-FILE-STATUS         PIC X(02).
000954     88  SCHEDULE-FILE-OK         VALUE "00".
000956     88  SCHEDULE-FILE-MISSING    VALUE "35".
000957 01  TABLE-CATALOG-STATUS         PIC X(02).
000958     88  TABLE-CATALOG-OK         VALUE "00".
000959 01  CATALOG-CODE-SWITCH          PIC X(01).
00095A     88  CATALOG-CODE-FOUND       VALUE "Y".
00095B     88  CATALOG-CODE-NOT-FOUND   VALUE "N".
00095C 01  RELATIONSHIP-STATUS          PIC X(02).
00095D     88  RELATIONSHIP-FILE-OK     VALUE "00".
00095E     88  RELATIONSHIP-FILE-MISSING VALUE "35".
00095F 01  RELATIONSHIP-FILE-SWITCH     PIC X(01) VALUE "N".
00095G     88  RELATIONSHIPS-ON-FILE    VALUE "Y".
00095H     88  RELATIONSHIPS-NOT-ON-FILE VALUE "N".
00095I 01  RELATION-RULE-SWITCH         PIC X(01).
00095J     88  RELATION-RULES-MET       VALUE "Y".
00095K     88  RELATION-RULES-NOT-MET   VALUE "N".
00095L 01  RELATION-CHECK-KEY.
00095M     05  RELATION-TABLE-ID        PIC X(04).
00095N     05  RELATION-ELEMENT1        PIC X(02).
00095O 01  RELATION-NEW-STATUS          PIC X(01).
00095P 01  RELATION-MESSAGE             PIC X(33).
000960 01  APPLY-REPORT-STATUS          PIC X(02).
000970     88  APPLY-REPORT-OK          VALUE "00".
000980 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
001567     05  FILLER                   PIC X(53) VALUE SPACES.
001570 01  RESTART-SWITCH               PIC X(01) VALUE "N".
001580     88  STEP-ALREADY-COMPLETE    VALUE "Y".
001581 01  RESUME-SWITCH                PIC X(01) VALUE "N".
001582     88  RESUME-AFTER-COMMIT      VALUE "Y".
001583 01  TRANS-FILE-COUNT             PIC 9(04) VALUE ZERO.
001585 01  TRANS-SKIPPED-COUNT          PIC 9(04) VALUE ZERO.
001586 01  RPT-RESTART-LINE.
001587     05  FILLER                   PIC X(32) VALUE
001588                 "*** RESTARTED AFTER TRANSACTION ".
001589     05  RRL-COMMIT-COUNT         PIC ZZZ9.
00158A     05  FILLER                   PIC X(14) VALUE
00158B                 " COMMITTED ON ".
00158C     05  RRL-COMMIT-DATE          PIC X(10).
00158D     05  FILLER                   PIC X(01) VALUE SPACE.
00158E     05  RRL-COMMIT-TIME          PIC X(08).
00158F     05  FILLER                   PIC X(11) VALUE SPACES.
001590 01  CURRENT-DATE-FIELDS.
001600     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
001610     05  CURRENT-TIME-HHMMSS      PIC 9(08).
002270******************************************************************
002280* 0600-CHECK-RESTART - SEE WHETHER THIS STEP WAS ALREADY MARKED
002290* COMPLETE FOR TODAY'S RUN, SO A RESTART CAN SKIP IT. A STEP
002300* COMPLETED ON AN EARLIER DAY'S RUN DOES NOT COUNT. A STEP LEFT
002302* INCOMPLETE WITH A COMMIT POSITION RESUMES AFTER THE LAST
002304* COMMITTED TRANSACTION, ONCE 2950 HAS MATCHED IT TO THE FILE.
002310******************************************************************
002320 0600-CHECK-RESTART.
002330     MOVE "N" TO RESTART-SWITCH
002332     MOVE "N" TO RESUME-SWITCH
002340     MOVE JOB-NAME TO CHK-STEP-NAME
002350     READ CHECKPOINT-FILE
002360         INVALID KEY
002362             MOVE SPACES TO CHECKPOINT-RECORD
002364             MOVE JOB-NAME TO CHK-STEP-NAME
002370             PERFORM 0650-CLEAR-COMMIT-POSITION THRU 0650-EXIT
002380         NOT INVALID KEY
002390             IF CHK-STEP-COMPLETE
002400                 AND CHK-COMPLETION-DATE = FORMATTED-RUN-DATE
002410                 SET STEP-ALREADY-COMPLETE TO TRUE
002420             END-IF
002422             IF CHK-COMMIT-COUNT NOT NUMERIC
002424                 OR CHK-COMMIT-APPLIED NOT NUMERIC
002426                 OR CHK-COMMIT-REJECTED NOT NUMERIC
002428                 OR CHK-COMMIT-SCHEDULED NOT NUMERIC
002429                 PERFORM 0650-CLEAR-COMMIT-POSITION THRU 0650-EXIT
00242A             END-IF
00242B             IF CHK-STEP-INCOMPLETE
00242C                 AND CHK-COMMIT-COUNT > ZERO
00242D                 SET RESUME-AFTER-COMMIT TO TRUE
00242E             END-IF
002430     END-READ
002440     .
002450 0600-EXIT.
002460     EXIT.
002470*
002471******************************************************************
002472* 0650-CLEAR-COMMIT-POSITION - RESET THE COMMIT POSITION HELD ON
002473* THE CHECKPOINT RECORD, SO THE NEXT RUN STARTS FROM THE FIRST
002474* TRANSACTION. A RECORD WRITTEN BEFORE THE COMMIT FIELDS EXISTED
002475* IS TREATED THE SAME WAY.
002476******************************************************************
002477 0650-CLEAR-COMMIT-POSITION.
002478     MOVE ZERO TO CHK-COMMIT-COUNT
002479     MOVE SPACES TO CHK-COMMIT-DATE
00247A     MOVE SPACES TO CHK-COMMIT-TIME
00247B     MOVE ZERO TO CHK-COMMIT-APPLIED
00247C     MOVE ZERO TO CHK-COMMIT-REJECTED
00247D     MOVE ZERO TO CHK-COMMIT-SCHEDULED
00247E     MOVE ZERO TO CHK-COMMIT-FILE-COUNT
00247F     MOVE SPACES TO CHK-COMMIT-LAST-KEY
00247G     .
00247H 0650-EXIT.
00247I     EXIT.
00247J*
002480******************************************************************
002490* 0700-MARK-STEP-COMPLETE - RECORD THAT THIS STEP FINISHED TODAY,
002500* SO A LATER RESTART OF THE BATCH SEQUENCE CAN SKIP IT. THE
002505* COMMIT POSITION IS CLEARED NOW THE WHOLE LOAD IS APPLIED.
002510******************************************************************
002520 0700-MARK-STEP-COMPLETE.
002530     MOVE JOB-NAME TO CHK-STEP-NAME
002540     SET CHK-STEP-COMPLETE TO TRUE
002545     PERFORM 0650-CLEAR-COMMIT-POSITION THRU 0650-EXIT
002550     MOVE FORMATTED-RUN-DATE TO CHK-COMPLETION-DATE
002560     ACCEPT CURRENT-TIME-HHMMSS FROM TIME
002570     STRING CURRENT-TIME-HHMMSS (1:2) ":"
002690 0700-EXIT.
002700     EXIT.
002710*
002711******************************************************************
002712* 0800-COMMIT-PROGRESS - AFTER EACH TRANSACTION, RECORD THE
002713* COUNT PROCESSED, THE RUNNING TOTALS, THE MNTTRANS.DAT RECORD
002714* COUNT, AND THE KEY OF THE TRANSACTION JUST PROCESSED ON THIS
002715* STEP'S CHECKPOINT RECORD, SO A RERUN CAN RESUME FROM HERE.
002716******************************************************************
002717 0800-COMMIT-PROGRESS.
002718     MOVE JOB-NAME TO CHK-STEP-NAME
002719     SET CHK-STEP-INCOMPLETE TO TRUE
00271A     MOVE TRANS-READ-COUNT TO CHK-COMMIT-COUNT
00271B     MOVE TRANS-APPLIED-COUNT TO CHK-COMMIT-APPLIED
00271C     MOVE TRANS-REJECTED-COUNT TO CHK-COMMIT-REJECTED
00271D     MOVE TRANS-SCHEDULED-COUNT TO CHK-COMMIT-SCHEDULED
00271E     MOVE FORMATTED-RUN-DATE TO CHK-COMMIT-DATE
00271F     ACCEPT CURRENT-TIME-HHMMSS FROM TIME
00271G     STRING CURRENT-TIME-HHMMSS (1:2) ":"
00271H            CURRENT-TIME-HHMMSS (3:2) ":"
00271I            CURRENT-TIME-HHMMSS (5:2)
00271J         DELIMITED BY SIZE INTO CHK-COMMIT-TIME
00271K     MOVE TRANS-FILE-COUNT TO CHK-COMMIT-FILE-COUNT
00271L     MOVE MAINT-TRANS-RECORD (1:9) TO CHK-COMMIT-LAST-KEY
00271M     REWRITE CHECKPOINT-RECORD
00271N         INVALID KEY
00271O             WRITE CHECKPOINT-RECORD
00271P                 INVALID KEY
00271Q                     DISPLAY "TBLBATCH - CHECKPOINT COMMIT FAILED"
00271R             END-WRITE
00271S     END-REWRITE
00271T     .
00271U 0800-EXIT.
00271V     EXIT.
00271W*
002720******************************************************************
002730* 2000-APPLY-TRANSACTIONS - OPEN THE FILES, APPLY EVERY MNTTRANS
002740* TRANSACTION TO THE MASTER, AND PRINT THE APPLIED/REJECTED
002750* REPORT WITH CONTROL TOTALS. A MISSING TRANSACTION FILE MEANS
002760* THERE IS NOTHING TO APPLY TODAY, SO THE REPORT STILL PRINTS
002770* WITH ZERO TOTALS. ON A RESUME THE COMMITTED TRANSACTIONS ARE
002775* SKIPPED, THE TOTALS START FROM THE COMMITTED ONES, AND THE
002776* RESTART BANNER IS PRINTED ONCE THE POSITION HAS BEEN MATCHED TO
002777* TODAY'S FILE. A POSITION THAT DOES NOT MATCH STOPS THE RUN WITH
002778* ZERO TOTALS INSTEAD.
002780******************************************************************
002790 2000-APPLY-TRANSACTIONS.
002800     MOVE ZERO TO TRANS-READ-COUNT
002810     MOVE ZERO TO TRANS-APPLIED-COUNT
002820     MOVE ZERO TO TRANS-REJECTED-COUNT
002822     MOVE ZERO TO TRANS-SCHEDULED-COUNT
002824     MOVE ZERO TO TRANS-FILE-COUNT
002826     MOVE ZERO TO TRANS-SKIPPED-COUNT
002828     IF RESUME-AFTER-COMMIT
002829         MOVE CHK-COMMIT-COUNT TO TRANS-READ-COUNT
00282A         MOVE CHK-COMMIT-APPLIED TO TRANS-APPLIED-COUNT
00282B         MOVE CHK-COMMIT-REJECTED TO TRANS-REJECTED-COUNT
00282C         MOVE CHK-COMMIT-SCHEDULED TO TRANS-SCHEDULED-COUNT
00282D     END-IF
002830     MOVE ZERO TO REPORT-PAGE-COUNT
002840     MOVE ZERO TO REPORT-LINE-COUNT
002850     OPEN OUTPUT APPLY-REPORT-FILE
002930     OPEN INPUT MAINT-TRANS-FILE
002940     IF MAINT-TRANS-MISSING
002950         DISPLAY "TBLBATCH - NO MNTTRANS.DAT, NOTHING TO APPLY"
002951         IF RESUME-AFTER-COMMIT
002952             DISPLAY "TBLBATCH - RESUME REFUSED, RESET TBLBATCH "
002953                 "WITH CHKUTIL"
002954             SET JOB-COMPLETED-ERROR TO TRUE
002955             MOVE ZERO TO TRANS-READ-COUNT
002956             MOVE ZERO TO TRANS-APPLIED-COUNT
002957             MOVE ZERO TO TRANS-REJECTED-COUNT
002958             MOVE ZERO TO TRANS-SCHEDULED-COUNT
002959         END-IF
002960         GO TO 2000-WRITE-TOTALS
002970     END-IF
002980     IF NOT MAINT-TRANS-OK
003080         CLOSE APPLY-REPORT-FILE
003090         GO TO 2000-EXIT
003100     END-IF
003101     PERFORM 2120-COUNT-TRANSACTIONS THRU 2120-EXIT
003102     IF JOB-COMPLETED-ERROR
003103         MOVE ZERO TO TRANS-READ-COUNT
003104         MOVE ZERO TO TRANS-APPLIED-COUNT
003105         MOVE ZERO TO TRANS-REJECTED-COUNT
003106         MOVE ZERO TO TRANS-SCHEDULED-COUNT
003107         GO TO 2000-CLOSE-FILES
003108     END-IF
003109     IF RESUME-AFTER-COMMIT
00310A         PERFORM 2150-SKIP-COMMITTED-TRANS THRU 2150-EXIT
00310B             UNTIL TRANS-SKIPPED-COUNT >= CHK-COMMIT-COUNT
00310C                OR MAINT-TRANS-EOF
00310D         PERFORM 2950-VERIFY-RESUME-POSITION THRU 2950-EXIT
00310E         IF JOB-COMPLETED-ERROR
00310F             DISPLAY "TBLBATCH - RESUME REFUSED, RESET TBLBATCH "
00310G                 "WITH CHKUTIL"
00310H             MOVE ZERO TO TRANS-READ-COUNT
00310I             MOVE ZERO TO TRANS-APPLIED-COUNT
00310J             MOVE ZERO TO TRANS-REJECTED-COUNT
00310K             MOVE ZERO TO TRANS-SCHEDULED-COUNT
00310L             GO TO 2000-CLOSE-FILES
00310M         END-IF
00310N         DISPLAY "TBLBATCH - RESUMING AFTER COMMITTED "
00310O             "TRANSACTION " CHK-COMMIT-COUNT
00310P         MOVE CHK-COMMIT-COUNT TO RRL-COMMIT-COUNT
00310Q         MOVE CHK-COMMIT-DATE TO RRL-COMMIT-DATE
00310R         MOVE CHK-COMMIT-TIME TO RRL-COMMIT-TIME
00310S         MOVE RPT-RESTART-LINE TO APPLY-REPORT-RECORD
00310T         WRITE APPLY-REPORT-RECORD
00310U         ADD 1 TO REPORT-LINE-COUNT
00310V     END-IF
003110     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
003120     PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
003130         UNTIL MAINT-TRANS-EOF
003135     .
003138 2000-CLOSE-FILES.
003140     CLOSE MAINT-TRANS-FILE
003150     CLOSE CODE-MASTER-FILE
003160     CLOSE CODE-HISTORY-FILE
003170     CLOSE AUDIT-FILE
003171     CLOSE SCHEDULED-CHANGE-FILE
003173     CLOSE TABLE-CATALOG-FILE
00317A     IF RELATIONSHIPS-ON-FILE
00317B         CLOSE CODE-RELATIONSHIP-FILE
00317C     END-IF
003172     IF JOB-COMPLETED-OK
003174         PERFORM 2700-CONSUME-TRANS-FILE THRU 2700-EXIT
003176     END-IF
003340******************************************************************
003350* 2050-OPEN-MASTER-FILES - OPEN THE MASTER, HISTORY, AND AUDIT
003360* FILES FOR THE RUN, CREATING ANY THAT DO NOT EXIST YET, THE SAME
003370* WAY TBLMAINT DOES BEFORE ITS FIRST MAINTENANCE ACTION. THE
003375* TBLCATLG.DAT TABLE CATALOG MUST ALREADY EXIST. WITHOUT A
00337A* CODEREL.DAT RELATIONSHIP FILE NO ENTRY HAS A PARENT OR A CHILD.
003380******************************************************************
003390 2050-OPEN-MASTER-FILES.
003400     OPEN I-O CODE-MASTER-FILE
00376C         CLOSE AUDIT-FILE
00376D         CLOSE CODE-HISTORY-FILE
00376E         CLOSE CODE-MASTER-FILE
00376F         GO TO 2050-EXIT
00376G     END-IF
00376H     OPEN INPUT TABLE-CATALOG-FILE
00376I     IF NOT TABLE-CATALOG-OK
00376J         DISPLAY "TBLBATCH - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
00376K             TABLE-CATALOG-STATUS
00376L         SET JOB-COMPLETED-ERROR TO TRUE
00376M         CLOSE SCHEDULED-CHANGE-FILE
00376N         CLOSE AUDIT-FILE
00376O         CLOSE CODE-HISTORY-FILE
00376P         CLOSE CODE-MASTER-FILE
00376R         GO TO 2050-EXIT
00376Q     END-IF
00376S     SET RELATIONSHIPS-NOT-ON-FILE TO TRUE
00376T     OPEN INPUT CODE-RELATIONSHIP-FILE
00376U     IF RELATIONSHIP-FILE-MISSING
00376V         GO TO 2050-EXIT
00376W     END-IF
00376X     IF NOT RELATIONSHIP-FILE-OK
00376Y         DISPLAY "TBLBATCH - UNABLE TO OPEN CODEREL.DAT, STATUS "
00376Z             RELATIONSHIP-STATUS
00377A         SET JOB-COMPLETED-ERROR TO TRUE
00377B         CLOSE TABLE-CATALOG-FILE
00377C         CLOSE SCHEDULED-CHANGE-FILE
00377D         CLOSE AUDIT-FILE
00377E         CLOSE CODE-HISTORY-FILE
00377F         CLOSE CODE-MASTER-FILE
00377G         GO TO 2050-EXIT
00377H     END-IF
00377I     SET RELATIONSHIPS-ON-FILE TO TRUE
003770     .
003780 2050-EXIT.
003790     EXIT.
003980     .
003990 2100-EXIT.
004000     EXIT.
004001*
004002******************************************************************
004003* 2120-COUNT-TRANSACTIONS - COUNT THE RECORDS ON MNTTRANS.DAT AND
004004* REOPEN IT AT THE FIRST ONE. THE COUNT IS COMMITTED WITH EACH
004005* TRANSACTION SO A RESUME CAN TELL IT IS READING THE SAME FILE.
004006******************************************************************
004007 2120-COUNT-TRANSACTIONS.
004008     MOVE ZERO TO TRANS-FILE-COUNT
004009     .
00400A 2120-READ-NEXT.
00400B     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
00400C     IF NOT MAINT-TRANS-EOF
00400D         ADD 1 TO TRANS-FILE-COUNT
00400E         GO TO 2120-READ-NEXT
00400F     END-IF
00400G     CLOSE MAINT-TRANS-FILE
00400H     OPEN INPUT MAINT-TRANS-FILE
00400I     IF NOT MAINT-TRANS-OK
00400J         DISPLAY "TBLBATCH - UNABLE TO REOPEN MNTTRANS.DAT, "
00400K             "STATUS " MAINT-TRANS-STATUS
00400L         SET JOB-COMPLETED-ERROR TO TRUE
00400M     END-IF
00400N     .
00400O 2120-EXIT.
00400P     EXIT.
004010*
004011******************************************************************
004012* 2150-SKIP-COMMITTED-TRANS - ON A RESUME, READ PAST ONE
004013* TRANSACTION ALREADY PROCESSED AND COMMITTED BY THE RUN THAT
004014* ABENDED.
004015******************************************************************
004016 2150-SKIP-COMMITTED-TRANS.
004017     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
004018     IF NOT MAINT-TRANS-EOF
004019         ADD 1 TO TRANS-SKIPPED-COUNT
00401A     END-IF
00401B     .
00401C 2150-EXIT.
00401D     EXIT.
00401E*
004020******************************************************************
004030* 2200-APPLY-TRANSACTION - VALIDATE THE TRANSACTION JUST READ THE
004040* SAME WAY THE TBLMAINT SCREENS DO, ROUTE IT TO THE PARAGRAPH FOR
004050* ITS FUNCTION, PRINT ITS RESULT LINE, COMMIT IT, AND READ THE
004055* NEXT ONE.
004060******************************************************************
004070 2200-APPLY-TRANSACTION.
004080     ADD 1 TO TRANS-READ-COUNT
004217         SET TRANS-REJECTED TO TRUE
004218         GO TO 2200-WRITE-RESULT
004219     END-IF
00421L     PERFORM 2250-CHECK-TABLE-CATALOG THRU 2250-EXIT
00421M     IF TRANS-REJECTED
00421N         GO TO 2200-WRITE-RESULT
00421O     END-IF
00421A     IF MT-EFFECTIVE-DATE NOT = SPACES
00421B         AND MT-EFFECTIVE-DATE < FORMATTED-RUN-DATE
00421C         MOVE "EFFECTIVE DATE BEFORE TODAY" TO REJECT-REASON
00421I         PERFORM 2350-SCHEDULE-TRANSACTION THRU 2350-EXIT
00421J         GO TO 2200-WRITE-RESULT
00421K     END-IF
00421P     PERFORM 2270-CHECK-RELATIONSHIPS THRU 2270-EXIT
00421Q     IF TRANS-REJECTED
00421R         GO TO 2200-WRITE-RESULT
00421S     END-IF
004220     EVALUATE TRUE
004230         WHEN MT-FUNCTION-ADD
004240             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
004330     .
004340 2200-WRITE-RESULT.
004350     PERFORM 2600-WRITE-RESULT-LINE THRU 2600-EXIT
004352     PERFORM 0800-COMMIT-PROGRESS THRU 0800-EXIT
004360     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
004370     .
004380 2200-EXIT.
004390     EXIT.
004400*
004401******************************************************************
004402* 2250-CHECK-TABLE-CATALOG - REJECT A TRANSACTION WHOSE TABLE ID
004403* IS NOT IN THE TBLCATLG.DAT CATALOG, AN ADD WHOSE ELEMENT1 IS NOT
004404* ON THE TABLE'S APPROVED CODE LIST (NO CODES LISTED TAKES ANY
004405* ELEMENT1), AND AN ADD OR CHANGE WHOSE ELEMENT2 FALLS OUTSIDE
004406* THE TABLE'S RANGE.
004407******************************************************************
004408 2250-CHECK-TABLE-CATALOG.
004409     MOVE TRANS-TABLE-ID TO TC-TABLE-ID
00440A     READ TABLE-CATALOG-FILE
00440B         INVALID KEY
00440C             MOVE "TABLE ID NOT IN TABLE CATALOG" TO REJECT-REASON
00440D             SET TRANS-REJECTED TO TRUE
00440E             GO TO 2250-EXIT
00440F     END-READ
00440G     IF MT-FUNCTION-ADD
00440H         AND TC-CODE-COUNT > ZERO
00440I         SET TC-CODE-INDEX TO 1
00440J         SET CATALOG-CODE-FOUND TO TRUE
00440K         SEARCH TC-APPROVED-CODE
00440L             AT END
00440M                 SET CATALOG-CODE-NOT-FOUND TO TRUE
00440N             WHEN TC-CODE-INDEX > TC-CODE-COUNT
00440O                 SET CATALOG-CODE-NOT-FOUND TO TRUE
00440P             WHEN TC-APPROVED-CODE (TC-CODE-INDEX) = MT-ELEMENT1
00440Q                 CONTINUE
00440R         END-SEARCH
00440S         IF CATALOG-CODE-NOT-FOUND
00440T             MOVE "ELEMENT1 NOT ON APPROVED CODE LIST"
00440U                 TO REJECT-REASON
00440V             SET TRANS-REJECTED TO TRUE
00440W             GO TO 2250-EXIT
00440X         END-IF
00440Y     END-IF
00440Z     IF (MT-FUNCTION-ADD OR MT-FUNCTION-CHANGE)
0440ZA         AND (MT-ELEMENT2 < TC-ELEMENT2-MIN
0440ZB           OR MT-ELEMENT2 > TC-ELEMENT2-MAX)
0440ZC         MOVE "ELEMENT2 OUTSIDE TABLE RANGE" TO REJECT-REASON
0440ZD         SET TRANS-REJECTED TO TRUE
0440ZE     END-IF
0440ZF     .
0440ZG 2250-EXIT.
0440ZH     EXIT.
0440ZI*
0440ZJ******************************************************************
0440ZK* 2270-CHECK-RELATIONSHIPS - REJECT A DELETE, OR A CHANGE THAT
0440ZL* INACTIVATES THE ENTRY, WHILE A CODEREL.DAT LINK STILL TIES AN
0440ZM* ACTIVE CHILD ENTRY TO IT, AND AN ADD WHOSE LINKED PARENT ENTRY
0440ZN* IS NOT ON THE MASTER, OR IS INACTIVE WHEN THE CHILD IS BEING
0440ZO* ADDED ACTIVE.
0440ZP******************************************************************
0440ZQ 2270-CHECK-RELATIONSHIPS.
0440ZR     SET RELATION-RULES-MET TO TRUE
0440ZS     IF RELATIONSHIPS-NOT-ON-FILE
0440ZT         GO TO 2270-EXIT
0440ZU     END-IF
0440ZV     MOVE TRANS-TABLE-ID TO RELATION-TABLE-ID
0440ZW     MOVE MT-ELEMENT1 TO RELATION-ELEMENT1
0440ZX     EVALUATE TRUE
0440ZY         WHEN MT-FUNCTION-DELETE
0440ZZ             PERFORM 2280-CHECK-ACTIVE-CHILDREN THRU 2280-EXIT
04410A         WHEN MT-FUNCTION-CHANGE AND MT-STATUS = "I"
04410B             PERFORM 2280-CHECK-ACTIVE-CHILDREN THRU 2280-EXIT
04410C         WHEN MT-FUNCTION-ADD
04410D             IF MT-STATUS-GIVEN
04410E                 MOVE MT-STATUS TO RELATION-NEW-STATUS
04410F             ELSE
04410G                 MOVE "A" TO RELATION-NEW-STATUS
04410H             END-IF
04410I             PERFORM 2290-CHECK-PARENTS THRU 2290-EXIT
04410J     END-EVALUATE
04410K     IF RELATION-RULES-NOT-MET
04410L         MOVE RELATION-MESSAGE TO REJECT-REASON
04410M         SET TRANS-REJECTED TO TRUE
04410N     END-IF
04410O     .
04410P 2270-EXIT.
04410Q     EXIT.
04410R*
04410S******************************************************************
04410T* 2280-CHECK-ACTIVE-CHILDREN - READ EVERY LINK WHOSE PARENT IS THE
04410U* ENTRY IN RELATION-CHECK-KEY AND FAIL THE CHECK AT THE FIRST
04410V* CHILD STILL ACTIVE ON THE MASTER. A CHILD DELETED OR INACTIVATED
04410W* SINCE IT WAS LINKED DOES NOT HOLD ITS PARENT.
04410X******************************************************************
04410Y 2280-CHECK-ACTIVE-CHILDREN.
04410Z     MOVE RELATION-CHECK-KEY TO CR-PARENT-KEY
04411A     START CODE-RELATIONSHIP-FILE KEY = CR-PARENT-KEY
04411B         INVALID KEY
04411C             GO TO 2280-EXIT
04411D     END-START
04411E     .
04411F 2280-READ-NEXT.
04411G     READ CODE-RELATIONSHIP-FILE NEXT RECORD
04411H         AT END
04411I             GO TO 2280-EXIT
04411J     END-READ
04411K     IF CR-PARENT-KEY NOT = RELATION-CHECK-KEY
04411L         GO TO 2280-EXIT
04411M     END-IF
04411N     MOVE CR-CHILD-TABLE-ID TO CM-TABLE-ID
04411O     MOVE CR-CHILD-ELEMENT1 TO CM-ELEMENT1
04411P     READ CODE-MASTER-FILE
04411Q         INVALID KEY
04411R             GO TO 2280-READ-NEXT
04411S     END-READ
04411T     IF CM-INACTIVE
04411U         GO TO 2280-READ-NEXT
04411V     END-IF
04411W     SET RELATION-RULES-NOT-MET TO TRUE
04411X     MOVE SPACES TO RELATION-MESSAGE
04411Y     STRING "ACTIVE CHILD " CR-CHILD-TABLE-ID "/"
04411Z            CR-CHILD-ELEMENT1 " STILL LINKED"
04412A         DELIMITED BY SIZE INTO RELATION-MESSAGE
04412B     .
04412C 2280-EXIT.
04412D     EXIT.
04412E*
04412F******************************************************************
04412G* 2290-CHECK-PARENTS - READ EVERY LINK WHOSE CHILD IS THE ENTRY IN
04412H* RELATION-CHECK-KEY AND FAIL THE CHECK AT THE FIRST PARENT NOT ON
04412I* THE MASTER, OR INACTIVE WHILE RELATION-NEW-STATUS IS ACTIVE.
04412J******************************************************************
04412K 2290-CHECK-PARENTS.
04412L     MOVE RELATION-CHECK-KEY TO CR-CHILD-KEY
04412M     MOVE LOW-VALUES TO CR-PARENT-KEY
04412N     START CODE-RELATIONSHIP-FILE KEY NOT < CR-RELATIONSHIP-KEY
04412O         INVALID KEY
04412P             GO TO 2290-EXIT
04412Q     END-START
04412R     .
04412S 2290-READ-NEXT.
04412T     READ CODE-RELATIONSHIP-FILE NEXT RECORD
04412U         AT END
04412V             GO TO 2290-EXIT
04412W     END-READ
04412X     IF CR-CHILD-KEY NOT = RELATION-CHECK-KEY
04412Y         GO TO 2290-EXIT
04412Z     END-IF
04413A     MOVE CR-PARENT-TABLE-ID TO CM-TABLE-ID
04413B     MOVE CR-PARENT-ELEMENT1 TO CM-ELEMENT1
04413C     MOVE SPACES TO RELATION-MESSAGE
04413D     READ CODE-MASTER-FILE
04413E         INVALID KEY
04413F             SET RELATION-RULES-NOT-MET TO TRUE
04413G             STRING "PARENT " CR-PARENT-TABLE-ID "/"
04413H                    CR-PARENT-ELEMENT1 " NOT ON MASTER"
04413I                 DELIMITED BY SIZE INTO RELATION-MESSAGE
04413J             GO TO 2290-EXIT
04413K     END-READ
04413L     IF CM-INACTIVE
04413M         AND RELATION-NEW-STATUS = "A"
04413N         SET RELATION-RULES-NOT-MET TO TRUE
04413O         STRING "PARENT " CR-PARENT-TABLE-ID "/"
04413P                CR-PARENT-ELEMENT1 " IS INACTIVE"
04413Q             DELIMITED BY SIZE INTO RELATION-MESSAGE
04413R         GO TO 2290-EXIT
04413S     END-IF
04413T     GO TO 2290-READ-NEXT
04413U     .
04413V 2290-EXIT.
04413W     EXIT.
04413X*
004410******************************************************************
004420* 2300-APPLY-ADD - ADD A NEW ENTRY, REJECTING A KEY THAT ALREADY
004430* EXISTS, THE SAME WAY THE TBLMAINT ADD SCREEN DOES.
005600 2900-EXIT.
005610     EXIT.
005620*
005621******************************************************************
005622* 2950-VERIFY-RESUME-POSITION - ON A RESUME, REFUSE TO CARRY ON
005623* UNLESS THE COMMIT POSITION WAS TAKEN ON TODAY'S RUN, AGAINST A
005624* MNTTRANS.DAT OF THE SAME RECORD COUNT, AND THE LAST RECORD
005625* SKIPPED IS THE LAST ONE COMMITTED. ANY OTHER FILE MUST START
005626* AGAIN FROM ITS FIRST TRANSACTION ONCE THE STEP IS RESET.
005627******************************************************************
005628 2950-VERIFY-RESUME-POSITION.
005629     IF CHK-COMMIT-DATE NOT = FORMATTED-RUN-DATE
00562A         DISPLAY "TBLBATCH - COMMIT POSITION TAKEN ON "
00562B             CHK-COMMIT-DATE ", NOT ON TODAY'S RUN"
00562C         SET JOB-COMPLETED-ERROR TO TRUE
00562D         GO TO 2950-EXIT
00562E     END-IF
00562F     IF CHK-COMMIT-FILE-COUNT NOT NUMERIC
00562G         OR CHK-COMMIT-FILE-COUNT NOT = TRANS-FILE-COUNT
00562H         DISPLAY "TBLBATCH - MNTTRANS.DAT HOLDS " TRANS-FILE-COUNT
00562I             " RECORDS, NOT THE " CHK-COMMIT-FILE-COUNT
00562J             " COMMITTED"
00562K         SET JOB-COMPLETED-ERROR TO TRUE
00562L         GO TO 2950-EXIT
00562M     END-IF
00562N     IF MAINT-TRANS-EOF
00562O         OR MAINT-TRANS-RECORD (1:9) NOT = CHK-COMMIT-LAST-KEY
00562P         DISPLAY "TBLBATCH - TRANSACTION " CHK-COMMIT-COUNT
00562Q             " ON MNTTRANS.DAT IS NOT THE ONE COMMITTED"
00562R         SET JOB-COMPLETED-ERROR TO TRUE
00562S     END-IF
00562T     .
00562U 2950-EXIT.
00562V     EXIT.
00562W*
005630******************************************************************
005640* 8000-WRITE-AUDIT-RECORD - APPEND ONE JOURNAL LINE TO THE
005650* CODEAUDT.DAT AUDIT FILE FOR THE ACTION JUST APPLIED, THE SAME
