0162ZD*                  change mid-refresh. A stale lock left by an
0162ZE*                  abend is released from CHKUTIL.
0162ZF*
0162ZG* 10/15/26 DLROSS  Add, change, and delete now check the table id
0162ZH*                  against the TBLCATLG.DAT table catalog and
0162ZI*                  refuse a table not in it. An add must use a
0162ZJ*                  code on that table's approved list, and an add
0162ZK*                  or change must keep ELEMENT2 inside that
0162ZL*                  table's range, in place of the old fixed rules.
0162ZM*
0162ZN* 10/15/26 DLROSS  Parent/child integrity against the CODEREL.DAT
0162ZO*                  relationship file, checked when the change is
0162ZP*                  keyed and again when it is released: a delete,
0162ZQ*                  or a change that inactivates an entry, is
0162ZR*                  refused while an active child entry is still
0162ZS*                  linked to it, and an add is refused when a
0162ZT*                  parent it is linked to is not on the master,
0162ZU*                  or is inactive and the child is being added
0162ZV*                  active.
0162ZW*
0162ZX* 10/15/26 DLROSS  A future-dated change released to CODESCHD.DAT
0162ZY*                  now carries the checker and release date on
0162ZZ*                  the scheduled record and is journaled to
162ZZA*                  CODEAUDT.DAT as scheduled under the checker,
162ZZB*                  so the approval is on record before SCHDAPPL
162ZZC*                  applies the change.
162ZZD*
000163******************************************************************
000150 IDENTIFICATION DIVISION.
000151 PROGRAM-ID.  TBLMAINT.
00287F         ACCESS MODE IS RANDOM
00287G         RECORD KEY IS LOK-RESOURCE-NAME
00287H         FILE STATUS IS MASTER-LOCK-STATUS.
00287I     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
00287J         ORGANIZATION IS INDEXED
00287K         ACCESS MODE IS RANDOM
00287L         RECORD KEY IS TC-TABLE-ID
00287M         FILE STATUS IS TABLE-CATALOG-STATUS.
00287N     SELECT CODE-RELATIONSHIP-FILE ASSIGN TO "CODEREL.DAT"
00287O         ORGANIZATION IS INDEXED
00287P         ACCESS MODE IS DYNAMIC
00287Q         RECORD KEY IS CR-RELATIONSHIP-KEY
00287R         ALTERNATE RECORD KEY IS CR-PARENT-KEY WITH DUPLICATES
00287S         FILE STATUS IS RELATIONSHIP-STATUS.
000288 DATA DIVISION.
000290 FILE SECTION.
000300 FD  CODE-MASTER-FILE.
00320C     COPY VIOLREC.
00320D FD  MASTER-LOCK-FILE.
00320E     COPY LOCKREC.
00320F FD  TABLE-CATALOG-FILE.
00320G     COPY TBLCAT.
00320H FD  CODE-RELATIONSHIP-FILE.
00320I     COPY RELREC.
000330 WORKING-STORAGE SECTION.
00330A 01  JOB-NAME                     PIC X(08) VALUE "TBLMAINT".
000340 01  CODE-MASTER-STATUS           PIC X(02).
00369P 77  LOCK-RESOURCE-MASTER         PIC X(08) VALUE "CODEMSTR".
00369Q 01  LOCK-ACQUIRED-SWITCH         PIC X(01) VALUE "N".
00369R     88  LOCK-ACQUIRED            VALUE "Y".
00369S 01  TABLE-CATALOG-STATUS         PIC X(02).
00369T     88  TABLE-CATALOG-OK         VALUE "00".
00369U     88  TABLE-CATALOG-MISSING    VALUE "35".
00369V 01  CATALOG-ENTRY-SWITCH         PIC X(01).
00369W     88  CATALOG-ENTRY-FOUND      VALUE "Y".
00369X     88  CATALOG-ENTRY-NOT-FOUND  VALUE "N".
00369Y 01  CATALOG-RULE-SWITCH          PIC X(01).
00369Z     88  CATALOG-RULES-MET        VALUE "Y".
0369ZA     88  CATALOG-RULES-NOT-MET    VALUE "N".
0369ZB 01  RELATIONSHIP-STATUS          PIC X(02).
0369ZC     88  RELATIONSHIP-FILE-OK     VALUE "00".
0369ZD     88  RELATIONSHIP-FILE-MISSING VALUE "35".
0369ZE 01  RELATIONSHIP-FILE-SWITCH     PIC X(01) VALUE "N".
0369ZF     88  RELATIONSHIPS-ON-FILE    VALUE "Y".
0369ZG     88  RELATIONSHIPS-NOT-ON-FILE VALUE "N".
0369ZH 01  RELATION-RULE-SWITCH         PIC X(01).
0369ZI     88  RELATION-RULES-MET       VALUE "Y".
0369ZJ     88  RELATION-RULES-NOT-MET   VALUE "N".
0369ZK 01  RELATION-CHECK-KEY.
0369ZL     05  RELATION-TABLE-ID        PIC X(04).
0369ZM     05  RELATION-ELEMENT1        PIC X(02).
0369ZN 01  RELATION-NEW-STATUS          PIC X(01).
0369ZO 01  RELATION-MESSAGE             PIC X(33).
000370 01  AUDIT-OLD-VALUE              PIC 9(02).
000371 01  AUDIT-NEW-VALUE              PIC 9(02).
000372 01  CURRENT-DATE-FIELDS.
000530     88  FUNCTION-QUIT            VALUE "Q".
000532 01  JOURNAL-FUNCTION-CODE        PIC X(01).
000534     88  JOURNAL-DELETE           VALUE "D".
000535 01  JOURNAL-ENTRY-TYPE           PIC X(01) VALUE SPACE.
00053A     88  JOURNAL-ENTRY-APPLIED    VALUE SPACE.
00053B     88  JOURNAL-ENTRY-SCHEDULED  VALUE "S".
00053C 01  JOURNAL-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
000536 01  REVIEW-DECISION              PIC X(01).
000538     88  REVIEW-RELEASE           VALUE "A".
00538A     88  REVIEW-REJECT            VALUE "R".
0098JA         PERFORM 1300-RELEASE-MASTER-LOCK THRU 1300-EXIT
00098K         GOBACK
00098L     END-IF
0098LA     OPEN INPUT TABLE-CATALOG-FILE
0098LB     IF TABLE-CATALOG-MISSING
0098LC         OPEN OUTPUT TABLE-CATALOG-FILE
0098LD         CLOSE TABLE-CATALOG-FILE
0098LE         OPEN INPUT TABLE-CATALOG-FILE
0098LF     END-IF
0098LG     IF NOT TABLE-CATALOG-OK
0098LH         DISPLAY "TBLMAINT - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
0098LI             TABLE-CATALOG-STATUS
0098LJ         CLOSE PENDING-CHANGE-FILE
0098LK         CLOSE CODE-MASTER-FILE
0098LL         PERFORM 1300-RELEASE-MASTER-LOCK THRU 1300-EXIT
0098LM         GOBACK
0098LN     END-IF
0098LO     OPEN INPUT CODE-RELATIONSHIP-FILE
0098LP     IF RELATIONSHIP-FILE-OK
0098LQ         SET RELATIONSHIPS-ON-FILE TO TRUE
0098LR     END-IF
0098LS     IF NOT RELATIONSHIP-FILE-OK
0098LT         AND NOT RELATIONSHIP-FILE-MISSING
0098LU         DISPLAY "TBLMAINT - UNABLE TO OPEN CODEREL.DAT, STATUS "
0098LV             RELATIONSHIP-STATUS
0098LW         CLOSE TABLE-CATALOG-FILE
0098LX         CLOSE PENDING-CHANGE-FILE
0098LY         CLOSE CODE-MASTER-FILE
0098LZ         PERFORM 1300-RELEASE-MASTER-LOCK THRU 1300-EXIT
0098M0         GOBACK
0098MA     END-IF
000990     MOVE "N" TO FUNCTION-CODE
001000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001010         UNTIL FUNCTION-QUIT
00101A     CLOSE PENDING-CHANGE-FILE
00101B     CLOSE TABLE-CATALOG-FILE
00101C     IF RELATIONSHIPS-ON-FILE
00101D         CLOSE CODE-RELATIONSHIP-FILE
00101E     END-IF
001020     CLOSE CODE-MASTER-FILE
00102A     PERFORM 1300-RELEASE-MASTER-LOCK THRU 1300-EXIT
001030     GOBACK.
001460 2000-EXIT.
001470     EXIT.
001480*
00148A******************************************************************
00148B* 2050-READ-TABLE-CATALOG - READ THE TBLCATLG.DAT CATALOG ENTRY
00148C* FOR THE TABLE ID JUST KEYED. A TABLE NOT IN THE CATALOG MAY NOT
00148D* BE MAINTAINED.
00148E******************************************************************
00148F 2050-READ-TABLE-CATALOG.
00148G     MOVE MAINT-TABLE-ID TO TC-TABLE-ID
00148H     SET CATALOG-ENTRY-FOUND TO TRUE
00148I     READ TABLE-CATALOG-FILE
00148J         INVALID KEY
00148K             SET CATALOG-ENTRY-NOT-FOUND TO TRUE
00148L             MOVE "TABLE NOT IN CATALOG" TO MAINT-MESSAGE
00148M     END-READ
00148N     .
00148O 2050-EXIT.
00148P     EXIT.
00148Q*
00148R******************************************************************
00148S* 2060-CHECK-APPROVED-CODE - A NEW ENTRY'S ELEMENT1 MUST BE ON THE
00148T* TABLE'S APPROVED CODE LIST. A TABLE WITH NO CODES LISTED TAKES
00148U* ANY ELEMENT1. 2050-READ-TABLE-CATALOG MUST HAVE FOUND IT FIRST.
00148V******************************************************************
00148W 2060-CHECK-APPROVED-CODE.
00148X     SET CATALOG-RULES-MET TO TRUE
00148Y     IF TC-CODE-COUNT = ZERO
00148Z         GO TO 2060-EXIT
0148ZA     END-IF
0148ZB     SET TC-CODE-INDEX TO 1
0148ZC     SEARCH TC-APPROVED-CODE
0148ZD         AT END
0148ZE             SET CATALOG-RULES-NOT-MET TO TRUE
0148ZF         WHEN TC-CODE-INDEX > TC-CODE-COUNT
0148ZG             SET CATALOG-RULES-NOT-MET TO TRUE
0148ZH         WHEN TC-APPROVED-CODE (TC-CODE-INDEX) = MAINT-ELEMENT1
0148ZI             CONTINUE
0148ZJ     END-SEARCH
0148ZK     IF CATALOG-RULES-NOT-MET
0148ZL         MOVE "ELEMENT1 NOT ON APPROVED CODE LIST"
0148ZM             TO MAINT-MESSAGE
0148ZN     END-IF
0148ZO     .
0148ZP 2060-EXIT.
0148ZQ     EXIT.
0148ZR*
0148ZS******************************************************************
0148ZT* 2070-CHECK-ELEMENT2-RANGE - THE ELEMENT2 VALUE KEYED MUST FALL
0148ZU* INSIDE THE TABLE'S CATALOG RANGE.
0148ZV******************************************************************
0148ZW 2070-CHECK-ELEMENT2-RANGE.
0148ZX     SET CATALOG-RULES-MET TO TRUE
0148ZY     IF MAINT-ELEMENT2 < TC-ELEMENT2-MIN
0148ZZ         OR MAINT-ELEMENT2 > TC-ELEMENT2-MAX
0149AA         SET CATALOG-RULES-NOT-MET TO TRUE
0149AB         MOVE "ELEMENT2 OUTSIDE TABLE RANGE" TO MAINT-MESSAGE
0149AC     END-IF
0149AD     .
0149AE 2070-EXIT.
0149AF     EXIT.
0149AG*
0149AH******************************************************************
0149AI* 2080-CHECK-RELATIONSHIPS - REFUSE A DELETE, OR A CHANGE THAT
0149AJ* INACTIVATES THE ENTRY, WHILE A CODEREL.DAT LINK STILL TIES AN
0149AK* ACTIVE CHILD ENTRY TO IT, AND AN ADD WHOSE LINKED PARENT ENTRY
0149AL* IS NOT ON THE MASTER, OR IS INACTIVE WHEN THE CHILD IS BEING
0149AM* ADDED ACTIVE. THE CALLER SETS MAINT-TABLE-ID, MAINT-ELEMENT1,
0149AN* JOURNAL-FUNCTION-CODE, AND RELATION-NEW-STATUS FIRST. THE
0149AO* MASTER RECORD AREA IS USED FOR THE LOOKUPS.
0149AP******************************************************************
0149AQ 2080-CHECK-RELATIONSHIPS.
0149AR     SET RELATION-RULES-MET TO TRUE
0149AS     IF RELATIONSHIPS-NOT-ON-FILE
0149AT         GO TO 2080-EXIT
0149AU     END-IF
0149AV     MOVE MAINT-TABLE-ID TO RELATION-TABLE-ID
0149AW     MOVE MAINT-ELEMENT1 TO RELATION-ELEMENT1
0149AX     EVALUATE TRUE
0149AY         WHEN JOURNAL-FUNCTION-CODE = "D"
0149AZ             PERFORM 2085-CHECK-ACTIVE-CHILDREN THRU 2085-EXIT
0149B0         WHEN JOURNAL-FUNCTION-CODE = "C"
0149BA           AND RELATION-NEW-STATUS = "I"
0149BB             PERFORM 2085-CHECK-ACTIVE-CHILDREN THRU 2085-EXIT
0149BC         WHEN JOURNAL-FUNCTION-CODE = "A"
0149BD             PERFORM 2090-CHECK-PARENTS THRU 2090-EXIT
0149BE     END-EVALUATE
0149BF     IF RELATION-RULES-NOT-MET
0149BG         MOVE RELATION-MESSAGE TO MAINT-MESSAGE
0149BH     END-IF
0149BI     .
0149BJ 2080-EXIT.
0149BK     EXIT.
0149BL*
0149BM******************************************************************
0149BN* 2085-CHECK-ACTIVE-CHILDREN - READ EVERY LINK WHOSE PARENT IS THE
0149BO* ENTRY IN RELATION-CHECK-KEY AND FAIL THE CHECK AT THE FIRST
0149BP* CHILD STILL ACTIVE ON THE MASTER. A CHILD DELETED OR INACTIVATED
0149BQ* SINCE IT WAS LINKED DOES NOT HOLD ITS PARENT.
0149BR******************************************************************
0149BS 2085-CHECK-ACTIVE-CHILDREN.
0149BT     MOVE RELATION-CHECK-KEY TO CR-PARENT-KEY
0149BU     START CODE-RELATIONSHIP-FILE KEY = CR-PARENT-KEY
0149BV         INVALID KEY
0149BW             GO TO 2085-EXIT
0149BX     END-START
0149BY     .
0149BZ 2085-READ-NEXT.
0149C0     READ CODE-RELATIONSHIP-FILE NEXT RECORD
0149CA         AT END
0149CB             GO TO 2085-EXIT
0149CC     END-READ
0149CD     IF CR-PARENT-KEY NOT = RELATION-CHECK-KEY
0149CE         GO TO 2085-EXIT
0149CF     END-IF
0149CG     MOVE CR-CHILD-TABLE-ID TO CM-TABLE-ID
0149CH     MOVE CR-CHILD-ELEMENT1 TO CM-ELEMENT1
0149CI     READ CODE-MASTER-FILE
0149CJ         INVALID KEY
0149CK             GO TO 2085-READ-NEXT
0149CL     END-READ
0149CM     IF CM-INACTIVE
0149CN         GO TO 2085-READ-NEXT
0149CO     END-IF
0149CP     SET RELATION-RULES-NOT-MET TO TRUE
0149CQ     MOVE SPACES TO RELATION-MESSAGE
0149CR     STRING "ACTIVE CHILD " CR-CHILD-TABLE-ID "/"
0149CS            CR-CHILD-ELEMENT1 " STILL LINKED"
0149CT         DELIMITED BY SIZE INTO RELATION-MESSAGE
0149CU     .
0149CV 2085-EXIT.
0149CW     EXIT.
0149CX*
0149CY******************************************************************
0149CZ* 2090-CHECK-PARENTS - READ EVERY LINK WHOSE CHILD IS THE ENTRY IN
0149D0* RELATION-CHECK-KEY AND FAIL THE CHECK AT THE FIRST PARENT NOT ON
0149DA* THE MASTER, OR INACTIVE WHILE RELATION-NEW-STATUS IS ACTIVE.
0149DB******************************************************************
0149DC 2090-CHECK-PARENTS.
0149DD     MOVE RELATION-CHECK-KEY TO CR-CHILD-KEY
0149DE     MOVE LOW-VALUES TO CR-PARENT-KEY
0149DF     START CODE-RELATIONSHIP-FILE KEY NOT < CR-RELATIONSHIP-KEY
0149DG         INVALID KEY
0149DH             GO TO 2090-EXIT
0149DI     END-START
0149DJ     .
0149DK 2090-READ-NEXT.
0149DL     READ CODE-RELATIONSHIP-FILE NEXT RECORD
0149DM         AT END
0149DN             GO TO 2090-EXIT
0149DO     END-READ
0149DP     IF CR-CHILD-KEY NOT = RELATION-CHECK-KEY
0149DQ         GO TO 2090-EXIT
0149DR     END-IF
0149DS     MOVE CR-PARENT-TABLE-ID TO CM-TABLE-ID
0149DT     MOVE CR-PARENT-ELEMENT1 TO CM-ELEMENT1
0149DU     MOVE SPACES TO RELATION-MESSAGE
0149DV     READ CODE-MASTER-FILE
0149DW         INVALID KEY
0149DX             SET RELATION-RULES-NOT-MET TO TRUE
0149DY             STRING "PARENT " CR-PARENT-TABLE-ID "/"
0149DZ                    CR-PARENT-ELEMENT1 " NOT ON MASTER"
0149E0                 DELIMITED BY SIZE INTO RELATION-MESSAGE
0149EA             GO TO 2090-EXIT
0149EB     END-READ
0149EC     IF CM-INACTIVE
0149ED         AND RELATION-NEW-STATUS = "A"
0149EE         SET RELATION-RULES-NOT-MET TO TRUE
0149EF         STRING "PARENT " CR-PARENT-TABLE-ID "/"
0149EG                CR-PARENT-ELEMENT1 " IS INACTIVE"
0149EH             DELIMITED BY SIZE INTO RELATION-MESSAGE
0149EI         GO TO 2090-EXIT
0149EJ     END-IF
0149EK     GO TO 2090-READ-NEXT
0149EL     .
0149EM 2090-EXIT.
0149EN     EXIT.
0149EO*
001490******************************************************************
001500* 2100-BROWSE-ENTRY - LOOK UP AN ENTRY BY ELEMENT1 AND DISPLAY IT.
001510******************************************************************
001750     MOVE ZERO TO MAINT-ELEMENT2
001752     MOVE SPACES TO MAINT-DESCRIPTION
001754     MOVE "A" TO MAINT-STATUS
001755     PERFORM 2050-READ-TABLE-CATALOG THRU 2050-EXIT
00175A     IF CATALOG-ENTRY-NOT-FOUND
00175B         DISPLAY ENTRY-DETAIL-SCREEN
00175C         GO TO 2200-EXIT
00175D     END-IF
00175E     PERFORM 2060-CHECK-APPROVED-CODE THRU 2060-EXIT
00175F     IF CATALOG-RULES-NOT-MET
00175G         DISPLAY ENTRY-DETAIL-SCREEN
00175H         GO TO 2200-EXIT
00175I     END-IF
001756     READ CODE-MASTER-FILE
001758         INVALID KEY
001760             CONTINUE
00177F         DISPLAY ENTRY-DETAIL-SCREEN
00177G         GO TO 2200-EXIT
00177H     END-IF
00177I     PERFORM 2070-CHECK-ELEMENT2-RANGE THRU 2070-EXIT
00177J     IF CATALOG-RULES-NOT-MET
00177K         DISPLAY ENTRY-DETAIL-SCREEN
00177L         GO TO 2200-EXIT
00177M     END-IF
00177N     MOVE "A" TO JOURNAL-FUNCTION-CODE
00177O     MOVE MAINT-STATUS TO RELATION-NEW-STATUS
00177P     PERFORM 2080-CHECK-RELATIONSHIPS THRU 2080-EXIT
00177Q     IF RELATION-RULES-NOT-MET
00177R         DISPLAY ENTRY-DETAIL-SCREEN
00177S         GO TO 2200-EXIT
00177T     END-IF
001780     MOVE ZERO TO AUDIT-OLD-VALUE
001790     MOVE "A" TO JOURNAL-FUNCTION-CODE
001800     PERFORM 3200-QUEUE-PENDING-CHANGE THRU 3200-EXIT
001962     IF MAINT-TABLE-ID = SPACES
001964         MOVE DEFAULT-TABLE-ID TO MAINT-TABLE-ID
001966     END-IF
001967     PERFORM 2050-READ-TABLE-CATALOG THRU 2050-EXIT
00196A     IF CATALOG-ENTRY-NOT-FOUND
00196B         DISPLAY ENTRY-DETAIL-SCREEN
00196C         GO TO 2300-EXIT
00196D     END-IF
001968     MOVE MAINT-TABLE-ID TO CM-TABLE-ID
001970     MOVE MAINT-ELEMENT1 TO CM-ELEMENT1
001980     READ CODE-MASTER-FILE
00206F         DISPLAY ENTRY-DETAIL-SCREEN
00206G         GO TO 2300-EXIT
00206H     END-IF
00206I     PERFORM 2070-CHECK-ELEMENT2-RANGE THRU 2070-EXIT
00206J     IF CATALOG-RULES-NOT-MET
00206K         DISPLAY ENTRY-DETAIL-SCREEN
00206L         GO TO 2300-EXIT
00206M     END-IF
002070     MOVE "C" TO JOURNAL-FUNCTION-CODE
00207A     MOVE MAINT-STATUS TO RELATION-NEW-STATUS
00207B     PERFORM 2080-CHECK-RELATIONSHIPS THRU 2080-EXIT
00207C     IF RELATION-RULES-NOT-MET
00207D         DISPLAY ENTRY-DETAIL-SCREEN
00207E         GO TO 2300-EXIT
00207F     END-IF
002080     PERFORM 3200-QUEUE-PENDING-CHANGE THRU 3200-EXIT
002140     DISPLAY ENTRY-DETAIL-SCREEN
002150     .
002252     IF MAINT-TABLE-ID = SPACES
002254         MOVE DEFAULT-TABLE-ID TO MAINT-TABLE-ID
002256     END-IF
002257     PERFORM 2050-READ-TABLE-CATALOG THRU 2050-EXIT
00225A     IF CATALOG-ENTRY-NOT-FOUND
00225B         MOVE ZERO TO MAINT-ELEMENT2
00225C         MOVE SPACES TO MAINT-DESCRIPTION
00225D         MOVE SPACES TO MAINT-STATUS
00225E         DISPLAY ENTRY-DETAIL-SCREEN
00225F         GO TO 2400-EXIT
00225G     END-IF
002258     MOVE MAINT-TABLE-ID TO CM-TABLE-ID
002260     MOVE MAINT-ELEMENT1 TO CM-ELEMENT1
002265     READ CODE-MASTER-FILE
00227A     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
00227B     MOVE FORMATTED-RUN-DATE TO MAINT-EFFECTIVE-DATE
002280     MOVE "D" TO JOURNAL-FUNCTION-CODE
00228A     MOVE SPACE TO RELATION-NEW-STATUS
00228B     PERFORM 2080-CHECK-RELATIONSHIPS THRU 2080-EXIT
00228C     IF RELATION-RULES-NOT-MET
00228D         DISPLAY ENTRY-DETAIL-SCREEN
00228E         GO TO 2400-EXIT
00228F     END-IF
002290     PERFORM 3200-QUEUE-PENDING-CHANGE THRU 3200-EXIT
002330     DISPLAY ENTRY-DETAIL-SCREEN
002340     .
0240NA     MOVE PC-TABLE-ID TO MAINT-TABLE-ID
00240N     MOVE PC-ELEMENT1 TO MAINT-ELEMENT1
00240O     MOVE PC-FUNCTION TO JOURNAL-FUNCTION-CODE
00243Z     MOVE PC-NEW-STATUS TO RELATION-NEW-STATUS
00244U     PERFORM 2080-CHECK-RELATIONSHIPS THRU 2080-EXIT
00244V     IF RELATION-RULES-NOT-MET
00244W         MOVE RELATION-MESSAGE TO REVIEW-MESSAGE
00244X         GO TO 2600-EXIT
00244Y     END-IF
00240P     EVALUATE TRUE
00240Q         WHEN PC-FUNCTION-ADD
00240R             PERFORM 2610-RELEASE-ADD THRU 2610-EXIT
00243Y*
0243YA******************************************************************
0243YB* 2640-SCHEDULE-PENDING - ROUTE A RELEASED CHANGE WHOSE EFFECTIVE
0243YC* DATE HAS NOT ARRIVED TO CODESCHD.DAT (CREATED ON FIRST USE),
0243YD* STAMPED WITH THE RELEASING OPERATOR AND DATE, JOURNAL THE
0243YE* RELEASE TO CODEAUDT.DAT AS SCHEDULED, AND REMOVE THE PENDING
0243YF* RECORD. SCHDAPPL APPLIES AND JOURNALS THE CHANGE ON ITS DATE. A
0243YG* CHANGE ALREADY SCHEDULED FOR THE ENTRY AND DATE IS REPLACED.
0243YH******************************************************************
0243YI 2640-SCHEDULE-PENDING.
0243YJ     OPEN I-O SCHEDULED-CHANGE-FILE
0243ZC     MOVE PC-MAKER-ID TO SC-REQUESTED-BY
0243ZD     MOVE PC-ENTERED-DATE TO SC-ENTERED-DATE
0243ZE     MOVE PC-ENTERED-TIME TO SC-ENTERED-TIME
02440A     MOVE OPERATOR-ID TO SC-RELEASED-BY
02440B     MOVE FORMATTED-RUN-DATE TO SC-RELEASED-DATE
0243ZF     WRITE SCHEDULED-CHANGE-RECORD
0243ZG         INVALID KEY
0243ZH             REWRITE SCHEDULED-CHANGE-RECORD
0243ZN             END-REWRITE
0243ZO     END-WRITE
0243ZP     CLOSE SCHEDULED-CHANGE-FILE
02440C     MOVE PC-TABLE-ID TO MAINT-TABLE-ID
02440D     MOVE PC-ELEMENT1 TO MAINT-ELEMENT1
02440E     MOVE PC-FUNCTION TO JOURNAL-FUNCTION-CODE
02440F     MOVE PC-OLD-ELEMENT2 TO AUDIT-OLD-VALUE
02440G     IF PC-FUNCTION-DELETE
02440H         MOVE ZERO TO AUDIT-NEW-VALUE
02440I     ELSE
02440J         MOVE PC-ELEMENT2 TO AUDIT-NEW-VALUE
02440K     END-IF
02440L     MOVE PC-EFFECTIVE-DATE TO JOURNAL-EFFECTIVE-DATE
0243ZQ     DELETE PENDING-CHANGE-FILE
0243ZR         INVALID KEY
0243ZS             MOVE "PENDING RECORD DELETE FAILED"
0243ZT                 TO REVIEW-MESSAGE
02440M             MOVE SPACES TO JOURNAL-EFFECTIVE-DATE
0243ZU             GO TO 2640-EXIT
0243ZV     END-DELETE
02440N     SET JOURNAL-ENTRY-SCHEDULED TO TRUE
02440O     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
02440P     SET JOURNAL-ENTRY-APPLIED TO TRUE
02440Q     MOVE SPACES TO JOURNAL-EFFECTIVE-DATE
0243ZW     MOVE "CHANGE SCHEDULED FOR EFFECTIVE DATE"
0243ZX         TO REVIEW-MESSAGE
0243ZY     .
002390* 3000-WRITE-AUDIT-RECORD - APPEND ONE JOURNAL LINE TO THE
002400* CODEAUDT.DAT AUDIT FILE RECORDING WHO DID WHAT TO WHICH ENTRY
002410* AND WHEN, WITH THE OLD AND NEW ELEMENT2 VALUES. THE CALLER SETS
002420* AUDIT-OLD-VALUE AND AUDIT-NEW-VALUE BEFORE PERFORMING THIS, AND
002422* FOR A RELEASE TO THE SCHEDULE ALSO THE ENTRY TYPE AND DATE.
002430******************************************************************
002440 3000-WRITE-AUDIT-RECORD.
002450     OPEN EXTEND AUDIT-FILE
002700     MOVE MAINT-ELEMENT1 TO AUD-ELEMENT1
002710     MOVE AUDIT-OLD-VALUE TO AUD-OLD-ELEMENT2
002720     MOVE AUDIT-NEW-VALUE TO AUD-NEW-ELEMENT2
002722     MOVE JOURNAL-ENTRY-TYPE TO AUD-ENTRY-TYPE
002724     MOVE JOURNAL-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
002730     WRITE AUDIT-RECORD
002740     CLOSE AUDIT-FILE
002750     .
