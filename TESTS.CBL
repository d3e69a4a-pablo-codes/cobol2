00042G*                  set is a data change, not a new system.
00042H* 09/02/26 DLROSS  History records now carry the description and
00042I*                  status in force, for the CODERBLD rebuild.
00042J* 10/15/26 DLROSS  Validation now reads each row's table from the
00042K*                  keyed TBLCATLG.DAT table catalog instead of
00042L*                  the one flat VALCODES.DAT list and the fixed
00042M*                  01-99 ELEMENT2 range: a table id not in the
00042N*                  catalog is an exception, and each row is
00042O*                  checked against its own table's approved code
00042P*                  list and ELEMENT2 range. When the catalog
00042Q*                  has no CODE table entry, as on the first run
00042R*                  after the cutover, it is added from
00042S*                  VALCODES.DAT. The master refresh is skipped
00042T*                  when the validation pass could not run, so
00042U*                  unchecked rows never reach CODEMSTR.DAT.
00042V* 10/15/26 DLROSS  TESTSEXC now also lists orphaned children from
00042W*                  the CODEREL.DAT relationship file: a child on
00042X*                  the master whose linked parent is no longer on
00042Y*                  the master, or is inactive while the child is
00042Z*                  still active. Each counts as an exception.
000428*
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000685     SELECT VALID-CODE-FILE ASSIGN TO "VALCODES.DAT"
000686         ORGANIZATION IS SEQUENTIAL
000687         FILE STATUS IS VALID-CODE-FILE-STATUS.
00068A     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
00068B         ORGANIZATION IS INDEXED
00068C         ACCESS MODE IS RANDOM
00068D         RECORD KEY IS TC-TABLE-ID
00068E         FILE STATUS IS TABLE-CATALOG-STATUS.
00068F     SELECT CODE-RELATIONSHIP-FILE ASSIGN TO "CODEREL.DAT"
00068G         ORGANIZATION IS INDEXED
00068H         ACCESS MODE IS SEQUENTIAL
00068I         RECORD KEY IS CR-RELATIONSHIP-KEY
00068J         ALTERNATE RECORD KEY IS CR-PARENT-KEY WITH DUPLICATES
00068K         FILE STATUS IS RELATIONSHIP-STATUS.
000690     SELECT TABLE-REPORT-FILE ASSIGN TO "TESTSRPT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS TABLE-REPORT-STATUS.
000935 FD  VALID-CODE-FILE
000936     RECORDING MODE IS F.
000937 01  VALID-CODE-RECORD           PIC X(02).
000938 FD  TABLE-CATALOG-FILE.
000939     COPY TBLCAT.
00093A FD  CODE-RELATIONSHIP-FILE.
00093B     COPY RELREC.
000940 FD  TABLE-REPORT-FILE
000950     RECORDING MODE IS F.
000960 01  TABLE-REPORT-RECORD          PIC X(80).
001180 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
001190     88  JOB-COMPLETED-OK         VALUE "Y".
001200     88  JOB-COMPLETED-ERROR      VALUE "N".
001222 01  VALID-CODE-FILE-STATUS       PIC X(02).
001224     88  VALID-CODE-FILE-OK      VALUE "00".
001226     88  VALID-CODE-FILE-EOF     VALUE "10".
001228 01  TABLE-CATALOG-STATUS         PIC X(02).
001230     88  TABLE-CATALOG-OK         VALUE "00".
001232     88  TABLE-CATALOG-MISSING    VALUE "35".
001234 01  CATALOG-ENTRY-SWITCH         PIC X(01).
001236     88  CATALOG-ENTRY-FOUND      VALUE "Y".
001238     88  CATALOG-ENTRY-NOT-FOUND  VALUE "N".
00123A 01  RELATIONSHIP-STATUS          PIC X(02).
00123B     88  RELATIONSHIP-FILE-OK     VALUE "00".
00123C     88  RELATIONSHIP-FILE-EOF    VALUE "10".
00123D     88  RELATIONSHIP-FILE-MISSING VALUE "35".
00123E 01  ORPHAN-CHILD-STATUS          PIC X(01).
00123F     88  ORPHAN-CHILD-ACTIVE      VALUE "A".
001240 77  CATALOG-MAX-CODES            PIC 9(03) VALUE 100.
001242 77  DEFAULT-TABLE-TITLE          PIC X(30) VALUE
001244             "ORIGINAL CODE TABLE".
001290 77  DEFAULT-TABLE-ID             PIC X(04) VALUE "CODE".
001300 77  ELEMENT2-MIN-VALUE           PIC 9(02) VALUE 01.
001310 77  ELEMENT2-MAX-VALUE           PIC 9(02) VALUE 99.
001970     END-IF
001980     SET JOB-COMPLETED-OK TO TRUE
001990     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
001995     PERFORM 1050-CHECK-TABLE-CATALOG THRU 1050-EXIT
001997     IF JOB-COMPLETED-OK
002000         PERFORM 1400-VALIDATE-TABLE THRU 1400-EXIT
002005     END-IF
002007     IF JOB-COMPLETED-OK
002010         PERFORM 1300-REFRESH-MASTER-FILE THRU 1300-EXIT
002015     END-IF
002020     PERFORM 2000-PRINT-TABLE-REPORT THRU 2000-EXIT
002025     IF JOB-COMPLETED-OK
002030         PERFORM 0700-MARK-STEP-COMPLETE THRU 0700-EXIT
003410     EXIT.
003420*
003421******************************************************************
003422* 1050-CHECK-TABLE-CATALOG - MAKE SURE THE TBLCATLG.DAT TABLE
003423* CATALOG THE VALIDATION PASS READS HOLDS THE ORIGINAL CODE
003424* TABLE. ON THE FIRST RUN AFTER THE CUTOVER THERE IS NO CATALOG,
003425* OR ONLY THE EMPTY ONE TBLMAINT OR TBLCATMT CREATE ON FIRST USE,
003426* SO THE CODE TABLE ENTRY IS ADDED, CARRYING THE OLD VALCODES.DAT
00342A* APPROVED CODE LIST AND THE OLD 01-99 RANGE. EVERY OTHER TABLE
003427* IS ADDED THROUGH TBLCATMT.
003428******************************************************************
003429 1050-CHECK-TABLE-CATALOG.
003430     OPEN I-O TABLE-CATALOG-FILE
003431     IF TABLE-CATALOG-MISSING
003432         OPEN OUTPUT TABLE-CATALOG-FILE
003433         CLOSE TABLE-CATALOG-FILE
00343A         OPEN I-O TABLE-CATALOG-FILE
003434     END-IF
003435     IF NOT TABLE-CATALOG-OK
003436         DISPLAY "TESTS - UNABLE TO OPEN TBLCATLG.DAT, STATUS = "
003437             TABLE-CATALOG-STATUS
003438         SET JOB-COMPLETED-ERROR TO TRUE
003439         GO TO 1050-EXIT
003440     END-IF
00344A     MOVE DEFAULT-TABLE-ID TO TC-TABLE-ID
00344B     READ TABLE-CATALOG-FILE
00344C         INVALID KEY
00344D             CONTINUE
00344E         NOT INVALID KEY
00344F             CLOSE TABLE-CATALOG-FILE
00344G             GO TO 1050-EXIT
00344H     END-READ
003441     OPEN INPUT VALID-CODE-FILE
003442     IF NOT VALID-CODE-FILE-OK
003443         DISPLAY "TESTS - NO CODE TABLE IN TBLCATLG.DAT, UNABLE "
003444             "TO OPEN VALCODES.DAT, STATUS = "
00344I             VALID-CODE-FILE-STATUS
003445         SET JOB-COMPLETED-ERROR TO TRUE
00344J         CLOSE TABLE-CATALOG-FILE
003446         GO TO 1050-EXIT
003447     END-IF
003448     MOVE SPACES TO TABLE-CATALOG-RECORD
003449     MOVE DEFAULT-TABLE-ID TO TC-TABLE-ID
003450     MOVE DEFAULT-TABLE-TITLE TO TC-TABLE-TITLE
003451     MOVE ELEMENT2-MIN-VALUE TO TC-ELEMENT2-MIN
003452     MOVE ELEMENT2-MAX-VALUE TO TC-ELEMENT2-MAX
003453     SET TC-ON-FEEDS TO TRUE
003454     MOVE ZERO TO TC-CODE-COUNT
003455     SET TC-CODE-INDEX TO 1
003456     PERFORM 1060-READ-VALID-CODE THRU 1060-EXIT
003457     PERFORM 1070-BUILD-VALID-CODE-ENTRY THRU 1070-EXIT
003458         UNTIL VALID-CODE-FILE-EOF
003459            OR TC-CODE-COUNT NOT < CATALOG-MAX-CODES
003460     CLOSE VALID-CODE-FILE
00346F     WRITE TABLE-CATALOG-RECORD
00346G         INVALID KEY
00346H             DISPLAY "TESTS - CATALOG WRITE FAILED: " TC-TABLE-ID
00346I             SET JOB-COMPLETED-ERROR TO TRUE
00346J     END-WRITE
00346K     CLOSE TABLE-CATALOG-FILE
00346L     DISPLAY "TESTS - TBLCATLG.DAT CODE TABLE BUILT FROM "
00346M         "VALCODES.DAT, CODES " TC-CODE-COUNT
00346N     .
00346O 1050-EXIT.
00346P     EXIT.
00346Q*
00346R 1060-READ-VALID-CODE.
00346S     READ VALID-CODE-FILE
00346T         AT END
00346U             SET VALID-CODE-FILE-EOF TO TRUE
00346V     END-READ
00346W     .
00346X 1060-EXIT.
00346Y     EXIT.
00346Z*
0346ZA 1070-BUILD-VALID-CODE-ENTRY.
0346ZB     MOVE VALID-CODE-RECORD TO TC-APPROVED-CODE (TC-CODE-INDEX)
0346ZC     ADD 1 TO TC-CODE-COUNT
0346ZD     SET TC-CODE-INDEX UP BY 1
0346ZE     PERFORM 1060-READ-VALID-CODE THRU 1060-EXIT
0346ZF     .
0346ZG 1070-EXIT.
0346ZH     EXIT.
003463*
003470******************************************************************
003480* 1300-REFRESH-MASTER-FILE - UPSERT EVERY ROW OF THE IN-MEMORY
003941     EXIT.
003942*
003943******************************************************************
003944* 1400-VALIDATE-TABLE - CHECK EVERY ROW OF THE TABLE AGAINST ITS
003946* OWN TABLE'S TBLCATLG CATALOG ENTRY (TABLE ID ON FILE, APPROVED
003947* CODE LIST, AND ELEMENT2 RANGE) AND AGAINST THE MASTER'S
003955* ACTIVE/INACTIVE STATUS, WRITING ANY OFFENDING ROWS TO THE
003960* TESTSEXC EXCEPTION REPORT. THE MASTER IS ALSO WHERE EACH ROW'S
003965* DESCRIPTION COMES FROM; ON THE FIRST-EVER RUN THERE IS NO
004060     END-IF
004070     MOVE EXCEPTION-HEADING-1 TO EXCEPTION-REPORT-RECORD
004080     WRITE EXCEPTION-REPORT-RECORD
004081     OPEN INPUT TABLE-CATALOG-FILE
00408A     IF NOT TABLE-CATALOG-OK
00408B         DISPLAY "TESTS - UNABLE TO OPEN TBLCATLG.DAT, STATUS = "
00408C             TABLE-CATALOG-STATUS
00408D         CLOSE EXCEPTION-REPORT-FILE
00408E         SET JOB-COMPLETED-ERROR TO TRUE
00408F         GO TO 1400-EXIT
00408G     END-IF
004082     SET MASTER-LOOKUP-UNAVAILABLE TO TRUE
004084     OPEN INPUT CODE-MASTER-FILE
004086     IF CODE-MASTER-OK
004100         VARYING TABLE-INDEX FROM 1 BY 1
004110             UNTIL TABLE-INDEX > TABLE-ENTRY-COUNT
004112     IF MASTER-LOOKUP-AVAILABLE
00411A         PERFORM 1430-LIST-ORPHANED-CHILDREN THRU 1430-EXIT
004114         CLOSE CODE-MASTER-FILE
004116     END-IF
004118     CLOSE TABLE-CATALOG-FILE
004120     MOVE EXCEPTION-COUNT TO ETL-COUNT
004130     MOVE EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
004140     WRITE EXCEPTION-REPORT-RECORD
004208     IF MASTER-LOOKUP-AVAILABLE
004209         PERFORM 1415-FETCH-MASTER-DETAIL THRU 1415-EXIT
004211     END-IF
004212     MOVE ROW-TABLE-ID (TABLE-INDEX) TO TC-TABLE-ID
004213     SET CATALOG-ENTRY-FOUND TO TRUE
004214     READ TABLE-CATALOG-FILE
004215         INVALID KEY
004216             SET CATALOG-ENTRY-NOT-FOUND TO TRUE
004217     END-READ
004218     IF CATALOG-ENTRY-NOT-FOUND
004219         MOVE "TABLE ID NOT IN TABLE CATALOG" TO EXCEPTION-REASON
00421A         SET ROW-NOT-VALID (TABLE-INDEX) TO TRUE
00421B         PERFORM 1420-WRITE-EXCEPTION THRU 1420-EXIT
00421C         GO TO 1410-EXIT
00421D     END-IF
00421E     SET CODE-IS-VALID TO TRUE
004220     IF TC-CODE-COUNT > ZERO
004225         SET TC-CODE-INDEX TO 1
004230         SEARCH TC-APPROVED-CODE
004240             AT END
004250                 SET CODE-NOT-VALID TO TRUE
004255             WHEN TC-CODE-INDEX > TC-CODE-COUNT
004257                 SET CODE-NOT-VALID TO TRUE
004260             WHEN TC-APPROVED-CODE (TC-CODE-INDEX)
004270                      = ELEMENT1 (TABLE-INDEX)
004280                 CONTINUE
004290         END-SEARCH
004295     END-IF
004300     IF CODE-NOT-VALID
004310         MOVE "ELEMENT1 NOT ON APPROVED CODE LIST"
004320             TO EXCEPTION-REASON
004325         SET ROW-NOT-VALID (TABLE-INDEX) TO TRUE
004330         PERFORM 1420-WRITE-EXCEPTION THRU 1420-EXIT
004340     ELSE
004350         IF ELEMENT2 (TABLE-INDEX) < TC-ELEMENT2-MIN
004360             OR ELEMENT2 (TABLE-INDEX) > TC-ELEMENT2-MAX
004370             MOVE "ELEMENT2 OUTSIDE VALID RANGE"
004380                 TO EXCEPTION-REASON
004385             SET ROW-NOT-VALID (TABLE-INDEX) TO TRUE
004540 1420-EXIT.
004550     EXIT.
004560*
00456A******************************************************************
00456B* 1430-LIST-ORPHANED-CHILDREN - READ EVERY LINK ON THE CODEREL.DAT
00456C* RELATIONSHIP FILE AND WRITE A TESTSEXC EXCEPTION FOR EACH CHILD
00456D* ON THE MASTER WHOSE PARENT IS NO LONGER ON THE MASTER, OR IS
00456E* INACTIVE WHILE THE CHILD IS STILL ACTIVE. A LINK FOR A CHILD
00456F* NOT ON THE MASTER (NOT ADDED YET, OR SINCE DELETED) IS NOT AN
00456G* ORPHAN. WITHOUT A RELATIONSHIP FILE THERE IS NOTHING TO LIST.
00456H******************************************************************
00456I 1430-LIST-ORPHANED-CHILDREN.
00456J     OPEN INPUT CODE-RELATIONSHIP-FILE
00456K     IF RELATIONSHIP-FILE-MISSING
00456L         GO TO 1430-EXIT
00456M     END-IF
00456N     IF NOT RELATIONSHIP-FILE-OK
00456O         DISPLAY "TESTS - UNABLE TO OPEN CODEREL.DAT, STATUS = "
00456P             RELATIONSHIP-STATUS
00456Q         SET JOB-COMPLETED-ERROR TO TRUE
00456R         GO TO 1430-EXIT
00456S     END-IF
00456T     .
00456U 1430-READ-NEXT.
00456V     READ CODE-RELATIONSHIP-FILE NEXT RECORD
00456W         AT END
00456X             CLOSE CODE-RELATIONSHIP-FILE
00456Y             GO TO 1430-EXIT
00456Z     END-READ
00457A     PERFORM 1435-CHECK-LINK THRU 1435-EXIT
00457B     GO TO 1430-READ-NEXT
00457C     .
00457D 1430-EXIT.
00457E     EXIT.
00457F*
00457G******************************************************************
00457H* 1435-CHECK-LINK - READ ONE LINK'S CHILD AND PARENT FROM THE
00457I* MASTER AND WRITE THE CHILD TO TESTSEXC IF IT IS ORPHANED.
00457J******************************************************************
00457K 1435-CHECK-LINK.
00457L     MOVE CR-CHILD-TABLE-ID TO CM-TABLE-ID
00457M     MOVE CR-CHILD-ELEMENT1 TO CM-ELEMENT1
00457N     READ CODE-MASTER-FILE
00457O         INVALID KEY
00457P             GO TO 1435-EXIT
00457Q     END-READ
00457R     MOVE CM-TABLE-ID TO EDL-TABLE-ID
00457S     MOVE CM-ELEMENT1 TO EDL-ELEMENT1
00457T     MOVE CM-ELEMENT2 TO EDL-ELEMENT2
00457U     MOVE CM-DESCRIPTION TO EDL-DESCRIPTION
00457V     MOVE CM-STATUS TO ORPHAN-CHILD-STATUS
00457W     MOVE SPACES TO EXCEPTION-REASON
00457X     MOVE CR-PARENT-TABLE-ID TO CM-TABLE-ID
00457Y     MOVE CR-PARENT-ELEMENT1 TO CM-ELEMENT1
00457Z     READ CODE-MASTER-FILE
00458A         INVALID KEY
00458B             STRING "PARENT " CR-PARENT-TABLE-ID "/"
00458C                    CR-PARENT-ELEMENT1 " NOT ON MASTER"
00458D                 DELIMITED BY SIZE INTO EXCEPTION-REASON
00458E         NOT INVALID KEY
00458F             IF CM-INACTIVE
00458G                 AND ORPHAN-CHILD-ACTIVE
00458H                 STRING "PARENT " CR-PARENT-TABLE-ID "/"
00458I                        CR-PARENT-ELEMENT1 " IS INACTIVE"
00458J                     DELIMITED BY SIZE INTO EXCEPTION-REASON
00458K             END-IF
00458L     END-READ
00458M     IF EXCEPTION-REASON = SPACES
00458N         GO TO 1435-EXIT
00458O     END-IF
00458P     MOVE EXCEPTION-REASON TO EDL-REASON
00458Q     MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-REPORT-RECORD
00458R     WRITE EXCEPTION-REPORT-RECORD
00458S     ADD 1 TO EXCEPTION-COUNT
00458T     .
00458U 1435-EXIT.
00458V     EXIT.
00458W*
004570******************************************************************
004580* 2000-PRINT-TABLE-REPORT - PRINT A FORMATTED, PAGINATED REPORT OF
004590* THE TABLE THAT WAS LOADED, WITH HEADERS, PAGE BREAKS, AND A ROW
