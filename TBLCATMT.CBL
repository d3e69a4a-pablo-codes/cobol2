000010******************************************************************
000020* Program name:    TBLCATMT
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created as the online maintenance transaction
000090*                  for the TBLCATLG.DAT table catalog, restricted
000100*                  to operators holding the administrator
000110*                  authority: browses, adds, changes, and deletes
000120*                  a table's catalog entry (title, business
000130*                  owner, ELEMENT2 range, and feed flag) and adds
000140*                  or removes codes on its approved code list, so
000150*                  a new code table or a new approved code is set
000160*                  up as data instead of a code release. A table
000170*                  still holding master entries may not be
000180*                  deleted, and a code still on the master may
000190*                  not be taken off the approved list.
000200*
00020A* 10/15/26 DLROSS  Added the L and U functions to link a child
00020B*                  table entry to its parent table entry on the
00020C*                  CODEREL.DAT relationship file, and to remove a
00020D*                  link. The parent must be on the master; the
00020E*                  child need not be yet. An active child may not
00020F*                  be linked to an inactive parent.
00020G*
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.  TBLCATMT.
000240 AUTHOR.  DLROSS.
000250 INSTALLATION.  DATA PROCESSING.
000260 DATE-WRITTEN.  10/15/26.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS TC-TABLE-ID
000350         FILE STATUS IS TABLE-CATALOG-STATUS.
000360     SELECT CODE-MASTER-FILE ASSIGN TO "CODEMSTR.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CM-MASTER-KEY
000400         FILE STATUS IS CODE-MASTER-STATUS.
000410     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS SEC-OPERATOR-ID
000450         FILE STATUS IS SECURITY-FILE-STATUS.
000460     SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS VIOLATION-LOG-STATUS.
00048A     SELECT CODE-RELATIONSHIP-FILE ASSIGN TO "CODEREL.DAT"
00048B         ORGANIZATION IS INDEXED
00048C         ACCESS MODE IS DYNAMIC
00048D         RECORD KEY IS CR-RELATIONSHIP-KEY
00048E         ALTERNATE RECORD KEY IS CR-PARENT-KEY WITH DUPLICATES
00048F         FILE STATUS IS RELATIONSHIP-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  TABLE-CATALOG-FILE.
000520     COPY TBLCAT.
000530 FD  CODE-MASTER-FILE.
000540     COPY CODEREC.
000550 FD  OPERATOR-SECURITY-FILE.
000560     COPY SECREC.
000570 FD  VIOLATION-LOG-FILE
000580     RECORDING MODE IS F.
000590     COPY VIOLREC.
00059A FD  CODE-RELATIONSHIP-FILE.
00059B     COPY RELREC.
000600 WORKING-STORAGE SECTION.
000610 01  JOB-NAME                     PIC X(08) VALUE "TBLCATMT".
000620 01  TABLE-CATALOG-STATUS         PIC X(02).
000630     88  TABLE-CATALOG-OK         VALUE "00".
000640     88  TABLE-CATALOG-MISSING    VALUE "35".
000650 01  CODE-MASTER-STATUS           PIC X(02).
000660     88  CODE-MASTER-OK           VALUE "00".
000670     88  CODE-MASTER-EOF          VALUE "10".
000680     88  CODE-MASTER-FILE-MISSING VALUE "35".
000690 01  SECURITY-FILE-STATUS         PIC X(02).
000700     88  SECURITY-FILE-OK         VALUE "00".
000710     88  SECURITY-FILE-MISSING    VALUE "35".
000720 01  VIOLATION-LOG-STATUS         PIC X(02).
000730     88  VIOLATION-LOG-OK         VALUE "00".
000740     88  VIOLATION-LOG-MISSING    VALUE "35".
00074A 01  RELATIONSHIP-STATUS          PIC X(02).
00074B     88  RELATIONSHIP-FILE-OK     VALUE "00".
00074C     88  RELATIONSHIP-FILE-MISSING VALUE "35".
000750 01  VIOLATION-FUNCTION           PIC X(01).
000760 01  VIOLATION-TEXT               PIC X(30).
000770 01  OPERATOR-ID                  PIC X(08).
000780 01  OPERATOR-VALID-SWITCH        PIC X(01).
000790     88  OPERATOR-IS-VALID        VALUE "Y".
000800     88  OPERATOR-NOT-VALID       VALUE "N".
000810 01  MASTER-LOOKUP-SWITCH         PIC X(01).
000820     88  MASTER-LOOKUP-AVAILABLE  VALUE "Y".
000830     88  MASTER-LOOKUP-UNAVAILABLE VALUE "N".
000840 01  FUNCTION-CODE                PIC X(01).
000850     88  FUNCTION-BROWSE          VALUE "B".
000860     88  FUNCTION-ADD             VALUE "A".
000870     88  FUNCTION-CHANGE          VALUE "C".
000880     88  FUNCTION-DELETE          VALUE "D".
000890     88  FUNCTION-ADD-CODE        VALUE "P".
000900     88  FUNCTION-REMOVE-CODE     VALUE "X".
00090A     88  FUNCTION-LINK            VALUE "L".
00090B     88  FUNCTION-UNLINK          VALUE "U".
000910     88  FUNCTION-QUIT            VALUE "Q".
000920 01  CATALOG-TABLE-ID             PIC X(04).
000930 01  CATALOG-CODE                 PIC X(02).
000940 01  CATALOG-CONFIRM              PIC X(01).
000950     88  CATALOG-CONFIRMED        VALUE "Y".
000960 01  CATALOG-MESSAGE              PIC X(40) VALUE SPACES.
000970 01  CATALOG-ENTRY-SWITCH         PIC X(01).
000980     88  CATALOG-ENTRY-VALID      VALUE "Y".
000990     88  CATALOG-ENTRY-NOT-VALID  VALUE "N".
001000 01  CATALOG-CODE-SWITCH          PIC X(01).
001010     88  CATALOG-CODE-FOUND       VALUE "Y".
001020     88  CATALOG-CODE-NOT-FOUND   VALUE "N".
001030 01  MASTER-USE-SWITCH            PIC X(01).
001040     88  MASTER-IN-USE            VALUE "Y".
001050     88  MASTER-NOT-IN-USE        VALUE "N".
00105A 01  LINK-KEY.
00105B     05  LINK-CHILD-KEY.
00105C         10  LINK-CHILD-TABLE-ID  PIC X(04).
00105D         10  LINK-CHILD-ELEMENT1  PIC X(02).
00105E     05  LINK-PARENT-KEY.
00105F         10  LINK-PARENT-TABLE-ID PIC X(04).
00105G         10  LINK-PARENT-ELEMENT1 PIC X(02).
00105H 01  LINK-PARENT-STATUS           PIC X(01).
00105I     88  LINK-PARENT-INACTIVE     VALUE "I".
001060 77  CATALOG-MAX-CODES            PIC 9(03) VALUE 100.
001070 77  DEFAULT-ELEMENT2-MIN         PIC 9(02) VALUE 01.
001080 77  DEFAULT-ELEMENT2-MAX         PIC 9(02) VALUE 99.
001090 01  CODE-SUB                     PIC 9(03).
001100 01  CODE-FOUND-SUB               PIC 9(03).
001110 01  CODE-SHOW-AREA.
001120     05  CODE-SHOW-ENTRY          OCCURS 100 TIMES.
001130         10  CODE-SHOW-CODE       PIC X(02).
001140         10  FILLER               PIC X(01).
001150 01  CODE-SHOW-LINES REDEFINES CODE-SHOW-AREA.
001160     05  CODE-SHOW-LINE-1         PIC X(75).
001170     05  CODE-SHOW-LINE-2         PIC X(75).
001180     05  CODE-SHOW-LINE-3         PIC X(75).
001190     05  CODE-SHOW-LINE-4         PIC X(75).
001200 01  CURRENT-DATE-FIELDS.
001210     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
001220     05  CURRENT-TIME-HHMMSS      PIC 9(08).
001230 01  FORMATTED-RUN-DATE           PIC X(10).
001240 01  FORMATTED-RUN-TIME           PIC X(08).
001250 SCREEN SECTION.
001260 01  SIGN-ON-SCREEN.
001270     05  BLANK SCREEN.
001280     05  LINE 1 COL 1 VALUE "TBLCATMT - CATALOG MAINTENANCE".
001290     05  LINE 3 COL 1 VALUE "OPERATOR ID : ".
001300     05  COL PLUS 1 PIC X(08) TO OPERATOR-ID.
001310 01  MAIN-MENU-SCREEN.
001320     05  BLANK SCREEN.
001330     05  LINE 1 COL 1 VALUE "TBLCATMT - CATALOG MAINTENANCE".
001340     05  LINE 3 COL 1 VALUE "  B - BROWSE A TABLE".
001350     05  LINE 4 COL 1 VALUE "  A - ADD A TABLE".
001360     05  LINE 5 COL 1 VALUE "  C - CHANGE A TABLE".
001370     05  LINE 6 COL 1 VALUE "  D - DELETE A TABLE".
001380     05  LINE 7 COL 1 VALUE "  P - ADD AN APPROVED CODE".
001390     05  LINE 8 COL 1 VALUE "  X - REMOVE AN APPROVED CODE".
00139A     05  LINE 9 COL 1 VALUE "  L - LINK A CHILD CODE TO A PARENT".
00139B     05  LINE 10 COL 1 VALUE "  U - UNLINK A CHILD CODE".
001400     05  LINE 11 COL 1 VALUE "  Q - QUIT".
001410     05  LINE 13 COL 1 VALUE "FUNCTION (B/A/C/D/P/X/L/U/Q) : ".
001420     05  COL PLUS 1 PIC X(01) TO FUNCTION-CODE.
001430 01  TABLE-KEY-SCREEN.
001440     05  BLANK SCREEN.
001450     05  LINE 1 COL 1 VALUE "TBLCATMT - CATALOG MAINTENANCE".
001460     05  LINE 3 COL 1 VALUE "TABLE ID : ".
001470     05  COL PLUS 1 PIC X(04) TO CATALOG-TABLE-ID.
001480 01  TABLE-DETAIL-SCREEN.
001490     05  BLANK SCREEN.
001500     05  LINE 1 COL 1 VALUE "TBLCATMT - CATALOG MAINTENANCE".
001510     05  LINE 3 COL 1 VALUE "TABLE ID : ".
001520     05  COL PLUS 1 PIC X(04) FROM CATALOG-TABLE-ID.
001530     05  LINE 4 COL 1 VALUE "TITLE    : ".
001540     05  COL PLUS 1 PIC X(30) USING TC-TABLE-TITLE.
001550     05  LINE 5 COL 1 VALUE "OWNER    : ".
001560     05  COL PLUS 1 PIC X(20) USING TC-BUSINESS-OWNER.
001570     05  LINE 6 COL 1 VALUE "EL2 MIN  : ".
001580     05  COL PLUS 1 PIC 9(02) USING TC-ELEMENT2-MIN.
001590     05  LINE 7 COL 1 VALUE "EL2 MAX  : ".
001600     05  COL PLUS 1 PIC 9(02) USING TC-ELEMENT2-MAX.
001610     05  LINE 8 COL 1 VALUE "ON FEEDS : ".
001620     05  COL PLUS 1 PIC X(01) USING TC-FEED-SWITCH.
001630     05  LINE 9 COL 1 VALUE "CODES    : ".
001640     05  COL PLUS 1 PIC 9(03) FROM TC-CODE-COUNT.
001650     05  LINE 10 COL 1 PIC X(75) FROM CODE-SHOW-LINE-1.
001660     05  LINE 11 COL 1 PIC X(75) FROM CODE-SHOW-LINE-2.
001670     05  LINE 12 COL 1 PIC X(75) FROM CODE-SHOW-LINE-3.
001680     05  LINE 13 COL 1 PIC X(75) FROM CODE-SHOW-LINE-4.
001690     05  LINE 15 COL 1 PIC X(40) FROM CATALOG-MESSAGE.
001700 01  CONFIRM-DELETE-SCREEN.
001710     05  LINE 17 COL 1 VALUE "DELETE THIS TABLE (Y/N) : ".
001720     05  COL PLUS 1 PIC X(01) TO CATALOG-CONFIRM.
001730 01  CODE-ENTRY-SCREEN.
001740     05  LINE 17 COL 1 VALUE "APPROVED CODE : ".
001750     05  COL PLUS 1 PIC X(02) TO CATALOG-CODE.
00175A 01  LINK-ENTRY-SCREEN.
00175B     05  BLANK SCREEN.
00175C     05  LINE 1 COL 1 VALUE "TBLCATMT - PARENT/CHILD LINKS".
00175D     05  LINE 3 COL 1 VALUE "CHILD TABLE ID  : ".
00175E     05  COL PLUS 1 PIC X(04) USING LINK-CHILD-TABLE-ID.
00175F     05  LINE 4 COL 1 VALUE "CHILD ELEMENT1  : ".
00175G     05  COL PLUS 1 PIC X(02) USING LINK-CHILD-ELEMENT1.
00175H     05  LINE 5 COL 1 VALUE "PARENT TABLE ID : ".
00175I     05  COL PLUS 1 PIC X(04) USING LINK-PARENT-TABLE-ID.
00175J     05  LINE 6 COL 1 VALUE "PARENT ELEMENT1 : ".
00175K     05  COL PLUS 1 PIC X(02) USING LINK-PARENT-ELEMENT1.
00175L     05  LINE 8 COL 1 PIC X(40) FROM CATALOG-MESSAGE.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-SIGN-ON THRU 1000-EXIT
001790     IF NOT OPERATOR-IS-VALID
001800         DISPLAY "TBLCATMT - OPERATOR NOT AUTHORIZED, ENDING"
001810         GOBACK
001820     END-IF
001830     OPEN I-O TABLE-CATALOG-FILE
001840     IF TABLE-CATALOG-MISSING
001850         OPEN OUTPUT TABLE-CATALOG-FILE
001860         CLOSE TABLE-CATALOG-FILE
001870         OPEN I-O TABLE-CATALOG-FILE
001880     END-IF
001890     IF NOT TABLE-CATALOG-OK
001900         DISPLAY "TBLCATMT - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
001910             TABLE-CATALOG-STATUS
001920         GOBACK
001930     END-IF
00193A     OPEN I-O CODE-RELATIONSHIP-FILE
00193B     IF RELATIONSHIP-FILE-MISSING
00193C         OPEN OUTPUT CODE-RELATIONSHIP-FILE
00193D         CLOSE CODE-RELATIONSHIP-FILE
00193E         OPEN I-O CODE-RELATIONSHIP-FILE
00193F     END-IF
00193G     IF NOT RELATIONSHIP-FILE-OK
00193H         DISPLAY "TBLCATMT - UNABLE TO OPEN CODEREL.DAT, STATUS "
00193I             RELATIONSHIP-STATUS
00193J         CLOSE TABLE-CATALOG-FILE
00193K         GOBACK
00193L     END-IF
001940     SET MASTER-LOOKUP-UNAVAILABLE TO TRUE
001950     OPEN INPUT CODE-MASTER-FILE
001960     IF CODE-MASTER-OK
001970         SET MASTER-LOOKUP-AVAILABLE TO TRUE
001980     END-IF
001990     MOVE "N" TO FUNCTION-CODE
002000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002010         UNTIL FUNCTION-QUIT
002020     IF MASTER-LOOKUP-AVAILABLE
002030         CLOSE CODE-MASTER-FILE
002040     END-IF
00204A     CLOSE CODE-RELATIONSHIP-FILE
002050     CLOSE TABLE-CATALOG-FILE
002060     GOBACK.
002070*
002080******************************************************************
002090* 1000-SIGN-ON - ACCEPT THE OPERATOR ID AND READ ITS OPERSEC.DAT
002100* SECURITY RECORD. ONLY AN OPERATOR HOLDING THE ADMINISTRATOR
002110* AUTHORITY MAY MAINTAIN THE TABLE CATALOG; A REFUSAL IS LOGGED TO
002120* THE SECVIOL.DAT VIOLATIONS LOG.
002130******************************************************************
002140 1000-SIGN-ON.
002150     DISPLAY SIGN-ON-SCREEN
002160     ACCEPT SIGN-ON-SCREEN
002170     SET OPERATOR-NOT-VALID TO TRUE
002180     OPEN INPUT OPERATOR-SECURITY-FILE
002190     IF NOT SECURITY-FILE-OK
002200         DISPLAY "TBLCATMT - UNABLE TO OPEN OPERSEC.DAT, STATUS "
002210             SECURITY-FILE-STATUS
002220         GO TO 1000-EXIT
002230     END-IF
002240     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
002250     READ OPERATOR-SECURITY-FILE
002260         INVALID KEY
002270             MOVE "OPERATOR NOT ON FILE" TO VIOLATION-TEXT
002280         NOT INVALID KEY
002290             IF SEC-ADMIN-ALLOWED
002300                 SET OPERATOR-IS-VALID TO TRUE
002310             ELSE
002320                 MOVE "ADMIN AUTHORITY NOT HELD"
002330                     TO VIOLATION-TEXT
002340             END-IF
002350     END-READ
002360     IF OPERATOR-NOT-VALID
002370         MOVE SPACE TO VIOLATION-FUNCTION
002380         PERFORM 9000-LOG-VIOLATION THRU 9000-EXIT
002390     END-IF
002400     CLOSE OPERATOR-SECURITY-FILE
002410     .
002420 1000-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460* 2000-PROCESS-TRANSACTION - SHOW THE MENU, ACCEPT A FUNCTION, AND
002470* ROUTE TO THE PARAGRAPH THAT HANDLES IT.
002480******************************************************************
002490 2000-PROCESS-TRANSACTION.
002500     DISPLAY MAIN-MENU-SCREEN
002510     ACCEPT MAIN-MENU-SCREEN
002520     MOVE SPACES TO CATALOG-MESSAGE
002530     EVALUATE TRUE
002540         WHEN FUNCTION-BROWSE
002550             PERFORM 2100-BROWSE-TABLE THRU 2100-EXIT
002560         WHEN FUNCTION-ADD
002570             PERFORM 2200-ADD-TABLE THRU 2200-EXIT
002580         WHEN FUNCTION-CHANGE
002590             PERFORM 2300-CHANGE-TABLE THRU 2300-EXIT
002600         WHEN FUNCTION-DELETE
002610             PERFORM 2400-DELETE-TABLE THRU 2400-EXIT
002620         WHEN FUNCTION-ADD-CODE
002630             PERFORM 2500-ADD-APPROVED-CODE THRU 2500-EXIT
002640         WHEN FUNCTION-REMOVE-CODE
002650             PERFORM 2600-REMOVE-APPROVED-CODE THRU 2600-EXIT
00265A         WHEN FUNCTION-LINK
00265B             PERFORM 3000-LINK-CHILD-CODE THRU 3000-EXIT
00265C         WHEN FUNCTION-UNLINK
00265D             PERFORM 3100-UNLINK-CHILD-CODE THRU 3100-EXIT
002660         WHEN FUNCTION-QUIT
002670             CONTINUE
002680         WHEN OTHER
002690             DISPLAY "TBLCATMT - INVALID FUNCTION CODE ENTERED"
002700     END-EVALUATE
002710     .
002720 2000-EXIT.
002730     EXIT.
002740*
002750******************************************************************
002760* 2050-READ-CATALOG-ENTRY - ACCEPT A TABLE ID AND READ ITS CATALOG
002770* ENTRY, LEAVING CATALOG-ENTRY-NOT-VALID SET IF IT IS NOT ON FILE.
002780******************************************************************
002790 2050-READ-CATALOG-ENTRY.
002800     DISPLAY TABLE-KEY-SCREEN
002810     ACCEPT TABLE-KEY-SCREEN
002820     SET CATALOG-ENTRY-VALID TO TRUE
002830     MOVE CATALOG-TABLE-ID TO TC-TABLE-ID
002840     READ TABLE-CATALOG-FILE
002850         INVALID KEY
002860             SET CATALOG-ENTRY-NOT-VALID TO TRUE
002870             MOVE SPACES TO TABLE-CATALOG-RECORD
002880             MOVE ZERO TO TC-ELEMENT2-MIN
002890             MOVE ZERO TO TC-ELEMENT2-MAX
002900             MOVE ZERO TO TC-CODE-COUNT
002910             MOVE "TABLE NOT IN CATALOG" TO CATALOG-MESSAGE
002920     END-READ
002930     PERFORM 2900-BUILD-CODE-DISPLAY THRU 2900-EXIT
002940     .
002950 2050-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990* 2100-BROWSE-TABLE - LOOK UP AND DISPLAY A CATALOG ENTRY.
003000******************************************************************
003010 2100-BROWSE-TABLE.
003020     PERFORM 2050-READ-CATALOG-ENTRY THRU 2050-EXIT
003030     IF CATALOG-ENTRY-VALID
003040         MOVE "TABLE FOUND" TO CATALOG-MESSAGE
003050     END-IF
003060     DISPLAY TABLE-DETAIL-SCREEN
003070     .
003080 2100-EXIT.
003090     EXIT.
003100*
003110******************************************************************
003120* 2200-ADD-TABLE - ADD A NEW TABLE TO THE CATALOG. THE RANGE
003130* DEFAULTS TO 01-99 AND THE TABLE TO GOING ON THE FEEDS, WITH NO
003140* APPROVED CODES LISTED (ANY ELEMENT1 ACCEPTED) UNTIL CODES ARE
003150* PUT ON ITS LIST.
003160******************************************************************
003170 2200-ADD-TABLE.
003180     DISPLAY TABLE-KEY-SCREEN
003190     ACCEPT TABLE-KEY-SCREEN
003200     IF CATALOG-TABLE-ID = SPACES
003210         MOVE "TABLE ID MUST BE ENTERED" TO CATALOG-MESSAGE
003220         PERFORM 2900-BUILD-CODE-DISPLAY THRU 2900-EXIT
003230         DISPLAY TABLE-DETAIL-SCREEN
003240         GO TO 2200-EXIT
003250     END-IF
003260     MOVE CATALOG-TABLE-ID TO TC-TABLE-ID
003270     READ TABLE-CATALOG-FILE
003280         INVALID KEY
003290             CONTINUE
003300         NOT INVALID KEY
003310             MOVE "TABLE ALREADY IN CATALOG" TO CATALOG-MESSAGE
003320             PERFORM 2900-BUILD-CODE-DISPLAY THRU 2900-EXIT
003330             DISPLAY TABLE-DETAIL-SCREEN
003340             GO TO 2200-EXIT
003350     END-READ
003360     MOVE SPACES TO TABLE-CATALOG-RECORD
003370     MOVE CATALOG-TABLE-ID TO TC-TABLE-ID
003380     MOVE DEFAULT-ELEMENT2-MIN TO TC-ELEMENT2-MIN
003390     MOVE DEFAULT-ELEMENT2-MAX TO TC-ELEMENT2-MAX
003400     SET TC-ON-FEEDS TO TRUE
003410     MOVE ZERO TO TC-CODE-COUNT
003420     PERFORM 2900-BUILD-CODE-DISPLAY THRU 2900-EXIT
003430     DISPLAY TABLE-DETAIL-SCREEN
003440     ACCEPT TABLE-DETAIL-SCREEN
003450     PERFORM 2800-VALIDATE-CATALOG-ENTRY THRU 2800-EXIT
003460     IF CATALOG-ENTRY-NOT-VALID
003470         DISPLAY TABLE-DETAIL-SCREEN
003480         GO TO 2200-EXIT
003490     END-IF
003500     WRITE TABLE-CATALOG-RECORD
003510         INVALID KEY
003520             MOVE "CATALOG WRITE FAILED" TO CATALOG-MESSAGE
003530         NOT INVALID KEY
003540             MOVE "TABLE ADDED TO CATALOG" TO CATALOG-MESSAGE
003550     END-WRITE
003560     DISPLAY TABLE-DETAIL-SCREEN
003570     .
003580 2200-EXIT.
003590     EXIT.
003600*
003610******************************************************************
003620* 2300-CHANGE-TABLE - CHANGE A TABLE'S TITLE, OWNER, ELEMENT2
003630* RANGE, OR FEED FLAG. THE APPROVED CODE LIST IS MAINTAINED CODE
003640* BY CODE THROUGH THE P AND X FUNCTIONS.
003650******************************************************************
003660 2300-CHANGE-TABLE.
003670     PERFORM 2050-READ-CATALOG-ENTRY THRU 2050-EXIT
003680     IF CATALOG-ENTRY-NOT-VALID
003690         DISPLAY TABLE-DETAIL-SCREEN
003700         GO TO 2300-EXIT
003710     END-IF
003720     DISPLAY TABLE-DETAIL-SCREEN
003730     ACCEPT TABLE-DETAIL-SCREEN
003740     PERFORM 2800-VALIDATE-CATALOG-ENTRY THRU 2800-EXIT
003750     IF CATALOG-ENTRY-NOT-VALID
003760         DISPLAY TABLE-DETAIL-SCREEN
003770         GO TO 2300-EXIT
003780     END-IF
003790     REWRITE TABLE-CATALOG-RECORD
003800         INVALID KEY
003810             MOVE "CATALOG REWRITE FAILED" TO CATALOG-MESSAGE
003820         NOT INVALID KEY
003830             MOVE "CATALOG ENTRY CHANGED" TO CATALOG-MESSAGE
003840     END-REWRITE
003850     DISPLAY TABLE-DETAIL-SCREEN
003860     .
003870 2300-EXIT.
003880     EXIT.
003890*
003900******************************************************************
003910* 2400-DELETE-TABLE - REMOVE A TABLE FROM THE CATALOG AFTER THE
003920* OPERATOR CONFIRMS IT. A TABLE WITH ENTRIES STILL ON THE CODEMSTR
003930* MASTER MAY NOT BE DELETED.
003940******************************************************************
003950 2400-DELETE-TABLE.
003960     PERFORM 2050-READ-CATALOG-ENTRY THRU 2050-EXIT
003970     IF CATALOG-ENTRY-NOT-VALID
003980         DISPLAY TABLE-DETAIL-SCREEN
003990         GO TO 2400-EXIT
004000     END-IF
004010     PERFORM 2450-CHECK-TABLE-ON-MASTER THRU 2450-EXIT
004020     IF MASTER-IN-USE
004030         MOVE "TABLE STILL HAS MASTER ENTRIES" TO CATALOG-MESSAGE
004040         DISPLAY TABLE-DETAIL-SCREEN
004050         GO TO 2400-EXIT
004060     END-IF
004070     MOVE SPACE TO CATALOG-CONFIRM
004080     DISPLAY TABLE-DETAIL-SCREEN
004090     DISPLAY CONFIRM-DELETE-SCREEN
004100     ACCEPT CONFIRM-DELETE-SCREEN
004110     IF NOT CATALOG-CONFIRMED
004120         MOVE "DELETE NOT CONFIRMED" TO CATALOG-MESSAGE
004130         DISPLAY TABLE-DETAIL-SCREEN
004140         GO TO 2400-EXIT
004150     END-IF
004160     DELETE TABLE-CATALOG-FILE
004170         INVALID KEY
004180             MOVE "CATALOG DELETE FAILED" TO CATALOG-MESSAGE
004190         NOT INVALID KEY
004200             MOVE "TABLE DELETED FROM CATALOG" TO CATALOG-MESSAGE
004210     END-DELETE
004220     DISPLAY TABLE-DETAIL-SCREEN
004230     .
004240 2400-EXIT.
004250     EXIT.
004260*
004270******************************************************************
004280* 2450-CHECK-TABLE-ON-MASTER - POSITION THE CODEMSTR MASTER AT THE
004290* FIRST ENTRY OF THE TABLE AND SEE WHETHER ANY ENTRY IS THERE.
004300******************************************************************
004310 2450-CHECK-TABLE-ON-MASTER.
004320     SET MASTER-NOT-IN-USE TO TRUE
004330     IF MASTER-LOOKUP-UNAVAILABLE
004340         GO TO 2450-EXIT
004350     END-IF
004360     MOVE CATALOG-TABLE-ID TO CM-TABLE-ID
004370     MOVE LOW-VALUES TO CM-ELEMENT1
004380     START CODE-MASTER-FILE KEY NOT < CM-MASTER-KEY
004390         INVALID KEY
004400             GO TO 2450-EXIT
004410     END-START
004420     READ CODE-MASTER-FILE NEXT RECORD
004430         AT END
004440             GO TO 2450-EXIT
004450     END-READ
004460     IF CM-TABLE-ID = CATALOG-TABLE-ID
004470         SET MASTER-IN-USE TO TRUE
004480     END-IF
004490     .
004500 2450-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540* 2500-ADD-APPROVED-CODE - PUT ONE MORE CODE ON A TABLE'S APPROVED
004550* CODE LIST. A CODE ALREADY LISTED, OR A LIST ALREADY FULL, IS
004560* REFUSED.
004570******************************************************************
004580 2500-ADD-APPROVED-CODE.
004590     PERFORM 2050-READ-CATALOG-ENTRY THRU 2050-EXIT
004600     IF CATALOG-ENTRY-NOT-VALID
004610         DISPLAY TABLE-DETAIL-SCREEN
004620         GO TO 2500-EXIT
004630     END-IF
004640     MOVE SPACES TO CATALOG-CODE
004650     DISPLAY TABLE-DETAIL-SCREEN
004660     DISPLAY CODE-ENTRY-SCREEN
004670     ACCEPT CODE-ENTRY-SCREEN
004680     IF CATALOG-CODE = SPACES
004690         MOVE "APPROVED CODE MUST BE ENTERED" TO CATALOG-MESSAGE
004700         DISPLAY TABLE-DETAIL-SCREEN
004710         GO TO 2500-EXIT
004720     END-IF
004730     PERFORM 2700-FIND-APPROVED-CODE THRU 2700-EXIT
004740     IF CATALOG-CODE-FOUND
004750         MOVE "CODE ALREADY ON APPROVED LIST" TO CATALOG-MESSAGE
004760         DISPLAY TABLE-DETAIL-SCREEN
004770         GO TO 2500-EXIT
004780     END-IF
004790     IF TC-CODE-COUNT NOT < CATALOG-MAX-CODES
004800         MOVE "APPROVED CODE LIST IS FULL" TO CATALOG-MESSAGE
004810         DISPLAY TABLE-DETAIL-SCREEN
004820         GO TO 2500-EXIT
004830     END-IF
004840     ADD 1 TO TC-CODE-COUNT
004850     MOVE CATALOG-CODE TO TC-APPROVED-CODE (TC-CODE-COUNT)
004860     REWRITE TABLE-CATALOG-RECORD
004870         INVALID KEY
004880             MOVE "CATALOG REWRITE FAILED" TO CATALOG-MESSAGE
004890         NOT INVALID KEY
004900             MOVE "CODE PUT ON APPROVED LIST" TO CATALOG-MESSAGE
004910     END-REWRITE
004920     PERFORM 2900-BUILD-CODE-DISPLAY THRU 2900-EXIT
004930     DISPLAY TABLE-DETAIL-SCREEN
004940     .
004950 2500-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990* 2600-REMOVE-APPROVED-CODE - TAKE A CODE OFF A TABLE'S APPROVED
005000* CODE LIST, CLOSING UP THE LIST BEHIND IT. A CODE STILL ON THE
005010* CODEMSTR MASTER FOR THE TABLE MAY NOT BE TAKEN OFF.
005020******************************************************************
005030 2600-REMOVE-APPROVED-CODE.
005040     PERFORM 2050-READ-CATALOG-ENTRY THRU 2050-EXIT
005050     IF CATALOG-ENTRY-NOT-VALID
005060         DISPLAY TABLE-DETAIL-SCREEN
005070         GO TO 2600-EXIT
005080     END-IF
005090     MOVE SPACES TO CATALOG-CODE
005100     DISPLAY TABLE-DETAIL-SCREEN
005110     DISPLAY CODE-ENTRY-SCREEN
005120     ACCEPT CODE-ENTRY-SCREEN
005130     PERFORM 2700-FIND-APPROVED-CODE THRU 2700-EXIT
005140     IF CATALOG-CODE-NOT-FOUND
005150         MOVE "CODE NOT ON APPROVED LIST" TO CATALOG-MESSAGE
005160         DISPLAY TABLE-DETAIL-SCREEN
005170         GO TO 2600-EXIT
005180     END-IF
005190     IF MASTER-LOOKUP-AVAILABLE
005200         MOVE CATALOG-TABLE-ID TO CM-TABLE-ID
005210         MOVE CATALOG-CODE TO CM-ELEMENT1
005220         READ CODE-MASTER-FILE
005230             INVALID KEY
005240                 CONTINUE
005250             NOT INVALID KEY
005260                 MOVE "CODE STILL ON MASTER FOR TABLE"
005270                     TO CATALOG-MESSAGE
005280                 DISPLAY TABLE-DETAIL-SCREEN
005290                 GO TO 2600-EXIT
005300         END-READ
005310     END-IF
005320     PERFORM 2650-CLOSE-UP-CODE-LIST THRU 2650-EXIT
005330         VARYING CODE-SUB FROM CODE-FOUND-SUB BY 1
005340             UNTIL CODE-SUB NOT < TC-CODE-COUNT
005350     MOVE SPACES TO TC-APPROVED-CODE (TC-CODE-COUNT)
005360     SUBTRACT 1 FROM TC-CODE-COUNT
005370     REWRITE TABLE-CATALOG-RECORD
005380         INVALID KEY
005390             MOVE "CATALOG REWRITE FAILED" TO CATALOG-MESSAGE
005400         NOT INVALID KEY
005410             MOVE "CODE REMOVED FROM LIST" TO CATALOG-MESSAGE
005420     END-REWRITE
005430     PERFORM 2900-BUILD-CODE-DISPLAY THRU 2900-EXIT
005440     DISPLAY TABLE-DETAIL-SCREEN
005450     .
005460 2600-EXIT.
005470     EXIT.
005480*
005490 2650-CLOSE-UP-CODE-LIST.
005500     MOVE TC-APPROVED-CODE (CODE-SUB + 1)
005510         TO TC-APPROVED-CODE (CODE-SUB)
005520     .
005530 2650-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570* 2700-FIND-APPROVED-CODE - LOOK FOR THE CODE KEYED ON THE TABLE'S
005580* APPROVED LIST, LEAVING ITS POSITION IN CODE-FOUND-SUB.
005590******************************************************************
005600 2700-FIND-APPROVED-CODE.
005610     SET CATALOG-CODE-NOT-FOUND TO TRUE
005620     MOVE ZERO TO CODE-FOUND-SUB
005630     PERFORM 2710-CHECK-ONE-CODE THRU 2710-EXIT
005640         VARYING CODE-SUB FROM 1 BY 1
005650             UNTIL CODE-SUB > TC-CODE-COUNT
005660                OR CATALOG-CODE-FOUND
005670     .
005680 2700-EXIT.
005690     EXIT.
005700*
005710 2710-CHECK-ONE-CODE.
005720     IF TC-APPROVED-CODE (CODE-SUB) = CATALOG-CODE
005730         SET CATALOG-CODE-FOUND TO TRUE
005740         MOVE CODE-SUB TO CODE-FOUND-SUB
005750     END-IF
005760     .
005770 2710-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810* 2800-VALIDATE-CATALOG-ENTRY - CHECK THE TITLE IS ENTERED, THE
005820* ELEMENT2 RANGE RUNS LOW TO HIGH, AND THE FEED FLAG IS Y OR N.
005830******************************************************************
005840 2800-VALIDATE-CATALOG-ENTRY.
005850     SET CATALOG-ENTRY-VALID TO TRUE
005860     IF TC-TABLE-TITLE = SPACES
005870         MOVE "TITLE MUST BE ENTERED" TO CATALOG-MESSAGE
005880         SET CATALOG-ENTRY-NOT-VALID TO TRUE
005890         GO TO 2800-EXIT
005900     END-IF
005910     IF TC-ELEMENT2-MIN NOT NUMERIC
005920         OR TC-ELEMENT2-MAX NOT NUMERIC
005930         OR TC-ELEMENT2-MIN > TC-ELEMENT2-MAX
005940         MOVE "EL2 RANGE MUST RUN MIN TO MAX" TO CATALOG-MESSAGE
005950         SET CATALOG-ENTRY-NOT-VALID TO TRUE
005960         GO TO 2800-EXIT
005970     END-IF
005980     IF NOT TC-ON-FEEDS
005990         AND NOT TC-OFF-FEEDS
006000         MOVE "ON FEEDS MUST BE Y OR N" TO CATALOG-MESSAGE
006010         SET CATALOG-ENTRY-NOT-VALID TO TRUE
006020     END-IF
006030     .
006040 2800-EXIT.
006050     EXIT.
006060*
006070******************************************************************
006080* 2900-BUILD-CODE-DISPLAY - LAY THE TABLE'S APPROVED CODES OUT IN
006090* FOUR SCREEN LINES OF TWENTY-FIVE CODES EACH.
006100******************************************************************
006110 2900-BUILD-CODE-DISPLAY.
006120     MOVE SPACES TO CODE-SHOW-AREA
006130     IF TC-CODE-COUNT NOT NUMERIC
006140         GO TO 2900-EXIT
006150     END-IF
006160     PERFORM 2910-SHOW-ONE-CODE THRU 2910-EXIT
006170         VARYING CODE-SUB FROM 1 BY 1
006180             UNTIL CODE-SUB > TC-CODE-COUNT
006190     .
006200 2900-EXIT.
006210     EXIT.
006220*
006230 2910-SHOW-ONE-CODE.
006240     MOVE TC-APPROVED-CODE (CODE-SUB) TO CODE-SHOW-CODE (CODE-SUB)
006250     .
006260 2910-EXIT.
006270     EXIT.
006280*
00628A******************************************************************
00628B* 3000-LINK-CHILD-CODE - LINK A CHILD TABLE ENTRY TO ITS PARENT
00628C* TABLE ENTRY ON THE CODEREL.DAT RELATIONSHIP FILE. BOTH TABLES
00628D* MUST BE IN THE CATALOG AND THE PARENT ENTRY ON THE MASTER. THE
00628E* CHILD MAY BE LINKED BEFORE IT IS ADDED, BUT IF IT IS ALREADY
00628F* ON THE MASTER AND ACTIVE ITS PARENT MUST BE ACTIVE TOO.
00628G******************************************************************
00628H 3000-LINK-CHILD-CODE.
00628I     MOVE SPACES TO LINK-KEY
00628J     DISPLAY LINK-ENTRY-SCREEN
00628K     ACCEPT LINK-ENTRY-SCREEN
00628L     IF LINK-CHILD-TABLE-ID = SPACES
00628M         OR LINK-CHILD-ELEMENT1 = SPACES
00628N         OR LINK-PARENT-TABLE-ID = SPACES
00628O         OR LINK-PARENT-ELEMENT1 = SPACES
00628P         MOVE "CHILD AND PARENT MUST BE ENTERED"
00628Q             TO CATALOG-MESSAGE
00628R         DISPLAY LINK-ENTRY-SCREEN
00628S         GO TO 3000-EXIT
00628T     END-IF
00628U     IF LINK-CHILD-KEY = LINK-PARENT-KEY
00628V         MOVE "A CODE MAY NOT BE ITS OWN PARENT"
00628W             TO CATALOG-MESSAGE
00628X         DISPLAY LINK-ENTRY-SCREEN
00628Y         GO TO 3000-EXIT
00628Z     END-IF
00629A     MOVE LINK-CHILD-TABLE-ID TO TC-TABLE-ID
00629B     READ TABLE-CATALOG-FILE
00629C         INVALID KEY
00629D             MOVE "CHILD TABLE NOT IN CATALOG" TO CATALOG-MESSAGE
00629E             DISPLAY LINK-ENTRY-SCREEN
00629F             GO TO 3000-EXIT
00629G     END-READ
00629H     MOVE LINK-PARENT-TABLE-ID TO TC-TABLE-ID
00629I     READ TABLE-CATALOG-FILE
00629J         INVALID KEY
00629K             MOVE "PARENT TABLE NOT IN CATALOG" TO CATALOG-MESSAGE
00629L             DISPLAY LINK-ENTRY-SCREEN
00629M             GO TO 3000-EXIT
00629N     END-READ
00629O     IF MASTER-LOOKUP-UNAVAILABLE
00629P         MOVE "CODEMSTR.DAT NOT AVAILABLE" TO CATALOG-MESSAGE
00629Q         DISPLAY LINK-ENTRY-SCREEN
00629R         GO TO 3000-EXIT
00629S     END-IF
00629T     MOVE LINK-PARENT-TABLE-ID TO CM-TABLE-ID
00629U     MOVE LINK-PARENT-ELEMENT1 TO CM-ELEMENT1
00629V     READ CODE-MASTER-FILE
00629W         INVALID KEY
00629X             MOVE "PARENT ENTRY NOT ON MASTER" TO CATALOG-MESSAGE
00629Y             DISPLAY LINK-ENTRY-SCREEN
00629Z             GO TO 3000-EXIT
0062A0     END-READ
0062AA     MOVE CM-STATUS TO LINK-PARENT-STATUS
0062AB     MOVE LINK-CHILD-TABLE-ID TO CM-TABLE-ID
0062AC     MOVE LINK-CHILD-ELEMENT1 TO CM-ELEMENT1
0062AD     READ CODE-MASTER-FILE
0062AE         INVALID KEY
0062AF             CONTINUE
0062AG         NOT INVALID KEY
0062AH             IF CM-ACTIVE
0062AI                 AND LINK-PARENT-INACTIVE
0062AJ                 MOVE "CHILD IS ACTIVE, PARENT IS INACTIVE"
0062AK                     TO CATALOG-MESSAGE
0062AL                 DISPLAY LINK-ENTRY-SCREEN
0062AM                 GO TO 3000-EXIT
0062AN             END-IF
0062AO     END-READ
0062AP     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
0062AQ     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
0062AR            CURRENT-DATE-YYYYMMDD (5:2) "-"
0062AS            CURRENT-DATE-YYYYMMDD (7:2)
0062AT         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
0062AU     MOVE SPACES TO CODE-RELATIONSHIP-RECORD
0062AV     MOVE LINK-KEY TO CR-RELATIONSHIP-KEY
0062AW     MOVE OPERATOR-ID TO CR-LINKED-BY
0062AX     MOVE FORMATTED-RUN-DATE TO CR-LINKED-DATE
0062AY     WRITE CODE-RELATIONSHIP-RECORD
0062AZ         INVALID KEY
0062B0             MOVE "CHILD ALREADY LINKED TO THAT PARENT"
0062BA                 TO CATALOG-MESSAGE
0062BB         NOT INVALID KEY
0062BC             MOVE "CHILD LINKED TO PARENT" TO CATALOG-MESSAGE
0062BD     END-WRITE
0062BE     DISPLAY LINK-ENTRY-SCREEN
0062BF     .
0062BG 3000-EXIT.
0062BH     EXIT.
0062BI*
0062BJ******************************************************************
0062BK* 3100-UNLINK-CHILD-CODE - REMOVE ONE CHILD-TO-PARENT LINK FROM
0062BL* THE CODEREL.DAT RELATIONSHIP FILE. THE MASTER IS NOT TOUCHED.
0062BM******************************************************************
0062BN 3100-UNLINK-CHILD-CODE.
0062BO     MOVE SPACES TO LINK-KEY
0062BP     DISPLAY LINK-ENTRY-SCREEN
0062BQ     ACCEPT LINK-ENTRY-SCREEN
0062BR     MOVE LINK-KEY TO CR-RELATIONSHIP-KEY
0062BS     READ CODE-RELATIONSHIP-FILE
0062BT         INVALID KEY
0062BU             MOVE "NO SUCH LINK ON FILE" TO CATALOG-MESSAGE
0062BV             DISPLAY LINK-ENTRY-SCREEN
0062BW             GO TO 3100-EXIT
0062BX     END-READ
0062BY     DELETE CODE-RELATIONSHIP-FILE
0062BZ         INVALID KEY
0062C0             MOVE "LINK DELETE FAILED" TO CATALOG-MESSAGE
0062CA         NOT INVALID KEY
0062CB             MOVE "CHILD UNLINKED FROM PARENT" TO CATALOG-MESSAGE
0062CC     END-DELETE
0062CD     DISPLAY LINK-ENTRY-SCREEN
0062CE     .
0062CF 3100-EXIT.
0062CG     EXIT.
0062CH*
006290******************************************************************
006300* 9000-LOG-VIOLATION - APPEND ONE LINE TO THE SECVIOL.DAT
006310* VIOLATIONS LOG RECORDING THE OPERATOR, FUNCTION, DATE/TIME,
006320* AND WHY ACCESS WAS REFUSED. THE CALLER SETS VIOLATION-FUNCTION
006330* AND VIOLATION-TEXT FIRST.
006340******************************************************************
006350 9000-LOG-VIOLATION.
006360     OPEN EXTEND VIOLATION-LOG-FILE
006370     IF VIOLATION-LOG-MISSING
006380         CLOSE VIOLATION-LOG-FILE
006390         OPEN OUTPUT VIOLATION-LOG-FILE
006400     END-IF
006410     IF NOT VIOLATION-LOG-OK
006420         DISPLAY "TBLCATMT - UNABLE TO OPEN SECVIOL.DAT, STATUS "
006430             VIOLATION-LOG-STATUS
006440         GO TO 9000-EXIT
006450     END-IF
006460     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
006470     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
006480            CURRENT-DATE-YYYYMMDD (5:2) "-"
006490            CURRENT-DATE-YYYYMMDD (7:2)
006500         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
006510     ACCEPT CURRENT-TIME-HHMMSS FROM TIME
006520     STRING CURRENT-TIME-HHMMSS (1:2) ":"
006530            CURRENT-TIME-HHMMSS (3:2) ":"
006540            CURRENT-TIME-HHMMSS (5:2)
006550         DELIMITED BY SIZE INTO FORMATTED-RUN-TIME
006560     MOVE SPACES TO VIOLATION-RECORD
006570     MOVE OPERATOR-ID TO VL-OPERATOR-ID
006580     MOVE JOB-NAME TO VL-JOB-NAME
006590     MOVE FORMATTED-RUN-DATE TO VL-RUN-DATE
006600     MOVE FORMATTED-RUN-TIME TO VL-RUN-TIME
006610     MOVE VIOLATION-FUNCTION TO VL-FUNCTION
006620     MOVE VIOLATION-TEXT TO VL-VIOLATION
006630     WRITE VIOLATION-RECORD
006640     CLOSE VIOLATION-LOG-FILE
006650     .
006660 9000-EXIT.
006670     EXIT.
