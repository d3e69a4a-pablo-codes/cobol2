000010******************************************************************
000020* Program name:    CODEBRWS
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created as the read-only online search of the
000090*                  CODEMSTR.DAT code master, for the phone query
000100*                  that names a description but not a code. The
000110*                  operator may filter by table id, a starting
000120*                  ELEMENT1 within the table, a word anywhere in
000130*                  the description, and active/inactive status,
000140*                  then page forward and back through the entries
000150*                  that match, twelve to a page. Each line shows
000160*                  whether the code has a change awaiting review
000170*                  on CODEPEND.DAT and the first date it has a
000180*                  change scheduled on CODESCHD.DAT. Open to any
000190*                  operator holding browse authority on OPERSEC;
000200*                  nothing is updated and the master interlock is
000210*                  not taken.
000220*
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.  CODEBRWS.
000260 AUTHOR.  DLROSS.
000270 INSTALLATION.  DATA PROCESSING.
000280 DATE-WRITTEN.  10/15/26.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CODE-MASTER-FILE ASSIGN TO "CODEMSTR.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CM-MASTER-KEY
000370         FILE STATUS IS CODE-MASTER-STATUS.
000380     SELECT PENDING-CHANGE-FILE ASSIGN TO "CODEPEND.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PC-PENDING-KEY
000420         FILE STATUS IS PENDING-FILE-STATUS.
000430     SELECT SCHEDULED-CHANGE-FILE ASSIGN TO "CODESCHD.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SC-SCHEDULE-KEY
000470         FILE STATUS IS SCHEDULE-FILE-STATUS.
000480     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS SEC-OPERATOR-ID
000520         FILE STATUS IS SECURITY-FILE-STATUS.
000530     SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.DAT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS VIOLATION-LOG-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CODE-MASTER-FILE.
000590     COPY CODEREC.
000600 FD  PENDING-CHANGE-FILE.
000610     COPY PENDREC.
000620 FD  SCHEDULED-CHANGE-FILE.
000630     COPY SCHDREC.
000640 FD  OPERATOR-SECURITY-FILE.
000650     COPY SECREC.
000660 FD  VIOLATION-LOG-FILE
000670     RECORDING MODE IS F.
000680     COPY VIOLREC.
000690 WORKING-STORAGE SECTION.
000700 01  JOB-NAME                     PIC X(08) VALUE "CODEBRWS".
000710 01  CODE-MASTER-STATUS           PIC X(02).
000720     88  CODE-MASTER-OK           VALUE "00".
000730     88  CODE-MASTER-EOF          VALUE "10".
000740     88  CODE-MASTER-FILE-MISSING VALUE "35".
000750 01  PENDING-FILE-STATUS          PIC X(02).
000760     88  PENDING-FILE-OK          VALUE "00".
000770     88  PENDING-FILE-MISSING     VALUE "35".
000780 01  SCHEDULE-FILE-STATUS         PIC X(02).
000790     88  SCHEDULE-FILE-OK         VALUE "00".
000800     88  SCHEDULE-FILE-EOF        VALUE "10".
000810     88  SCHEDULE-FILE-MISSING    VALUE "35".
000820 01  SECURITY-FILE-STATUS         PIC X(02).
000830     88  SECURITY-FILE-OK         VALUE "00".
000840     88  SECURITY-FILE-MISSING    VALUE "35".
000850 01  VIOLATION-LOG-STATUS         PIC X(02).
000860     88  VIOLATION-LOG-OK         VALUE "00".
000870     88  VIOLATION-LOG-MISSING    VALUE "35".
000880 01  VIOLATION-FUNCTION           PIC X(01).
000890 01  VIOLATION-TEXT               PIC X(30).
000900 01  OPERATOR-ID                  PIC X(08).
000910 01  OPERATOR-VALID-SWITCH        PIC X(01).
000920     88  OPERATOR-IS-VALID        VALUE "Y".
000930     88  OPERATOR-NOT-VALID       VALUE "N".
000940 01  PENDING-LOOKUP-SWITCH        PIC X(01).
000950     88  PENDING-LOOKUP-AVAILABLE VALUE "Y".
000960     88  PENDING-LOOKUP-UNAVAILABLE VALUE "N".
000970*
000980* SEARCH FILTERS KEYED ON THE FILTER SCREEN. A BLANK FILTER
000990* MATCHES EVERY ENTRY.
001000*
001010 01  FILTER-TABLE-ID              PIC X(04).
001020 01  FILTER-ELEMENT1              PIC X(02).
001030 01  FILTER-WORD                  PIC X(20).
001040 01  FILTER-STATUS                PIC X(01).
001050     88  FILTER-STATUS-VALID      VALUE "A" "I" " ".
001060 01  FILTER-ACTION                PIC X(01).
001070     88  FILTER-ACTION-QUIT       VALUE "Q".
001080 01  FILTER-WORD-LENGTH           PIC 9(02) COMP.
001090 01  WORD-HIT-COUNT               PIC 9(02) COMP.
001100 01  DESCRIPTION-WORK             PIC X(30).
001110 77  LOWER-CASE-LETTERS           PIC X(26) VALUE
001120             "abcdefghijklmnopqrstuvwxyz".
001130 77  UPPER-CASE-LETTERS           PIC X(26) VALUE
001140             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001150 01  ENTRY-MATCH-SWITCH           PIC X(01).
001160     88  ENTRY-MATCHES            VALUE "Y".
001170     88  ENTRY-DOES-NOT-MATCH     VALUE "N".
001180*
001190* BROWSE CONTROL. PAGE-START-KEY HOLDS THE MASTER KEY EACH PAGE
001200* SEEN SO FAR BEGAN AT, SO PAGING BACK RE-READS FROM THERE.
001210*
001220 01  BROWSE-ACTION                PIC X(01).
001230     88  BROWSE-FORWARD           VALUE "F".
001240     88  BROWSE-BACK              VALUE "B".
001250     88  BROWSE-NEW-SEARCH        VALUE "N".
001260     88  BROWSE-QUIT              VALUE "Q".
001270 77  PAGE-MAX-ENTRIES             PIC 9(03) VALUE 200.
001280 77  LINES-PER-PAGE               PIC 9(02) VALUE 12.
001290 01  PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
001300 01  PAGE-KEY-TABLE.
001310     05  PAGE-START-KEY           PIC X(06)
001320                                  OCCURS 200 TIMES.
001330 01  NEXT-PAGE-KEY                PIC X(06).
001340 01  PAGE-LINE-COUNT              PIC 9(02) VALUE ZERO.
001350 01  MORE-ENTRIES-SWITCH          PIC X(01).
001360     88  MORE-ENTRIES             VALUE "Y".
001370     88  NO-MORE-ENTRIES          VALUE "N".
001380 01  SCAN-DONE-SWITCH             PIC X(01).
001390     88  SCAN-DONE                VALUE "Y".
001400     88  SCAN-NOT-DONE            VALUE "N".
001410 01  BROWSE-MESSAGE               PIC X(40) VALUE SPACES.
001420 01  PAGE-NUMBER-DISPLAY          PIC ZZ9.
001430 01  BROWSE-PAGE-AREA.
001440     05  BROWSE-LINE              OCCURS 12 TIMES.
001450         10  BL-TABLE-ID          PIC X(04).
001460         10  FILLER               PIC X(02).
001470         10  BL-ELEMENT1          PIC X(02).
001480         10  FILLER               PIC X(02).
001490         10  BL-ELEMENT2          PIC X(02).
001500         10  FILLER               PIC X(02).
001510         10  BL-DESCRIPTION       PIC X(30).
001520         10  FILLER               PIC X(02).
001530         10  BL-STATUS            PIC X(08).
001540         10  FILLER               PIC X(02).
001550         10  BL-PENDING           PIC X(07).
001560         10  FILLER               PIC X(02).
001570         10  BL-SCHEDULED         PIC X(10).
001580 01  BROWSE-PAGE-LINES REDEFINES BROWSE-PAGE-AREA.
001590     05  BROWSE-LINE-01           PIC X(75).
001600     05  BROWSE-LINE-02           PIC X(75).
001610     05  BROWSE-LINE-03           PIC X(75).
001620     05  BROWSE-LINE-04           PIC X(75).
001630     05  BROWSE-LINE-05           PIC X(75).
001640     05  BROWSE-LINE-06           PIC X(75).
001650     05  BROWSE-LINE-07           PIC X(75).
001660     05  BROWSE-LINE-08           PIC X(75).
001670     05  BROWSE-LINE-09           PIC X(75).
001680     05  BROWSE-LINE-10           PIC X(75).
001690     05  BROWSE-LINE-11           PIC X(75).
001700     05  BROWSE-LINE-12           PIC X(75).
001710*
001720* CODES WITH A SCHEDULED CHANGE, LOADED FROM CODESCHD.DAT AT THE
001730* START OF EACH SEARCH WITH THE EARLIEST EFFECTIVE DATE OF EACH.
001740*
001750 77  SCHED-CODE-MAX-ENTRIES       PIC 9(03) VALUE 500.
001760 01  SCHED-CODE-COUNT             PIC 9(03) VALUE ZERO.
001770 01  SCHED-CODE-TABLE.
001780     05  SCHED-CODE-ENTRY OCCURS 1 TO 500 TIMES
001790                          DEPENDING ON SCHED-CODE-COUNT
001800                          INDEXED BY SCHED-CODE-INDEX.
001810         10  SCT-CODE-KEY.
001820             15  SCT-TABLE-ID     PIC X(04).
001830             15  SCT-ELEMENT1     PIC X(02).
001840         10  SCT-FIRST-DATE       PIC X(10).
001850 01  SEARCH-CODE-KEY.
001860     05  SEARCH-TABLE-ID          PIC X(04).
001870     05  SEARCH-ELEMENT1          PIC X(02).
001880 01  SCHED-CODE-SWITCH            PIC X(01).
001890     88  SCHED-CODE-FOUND         VALUE "Y".
001900     88  SCHED-CODE-NOT-FOUND     VALUE "N".
001910 01  SCHED-TABLE-SWITCH           PIC X(01).
001920     88  SCHED-TABLE-FULL         VALUE "Y".
001930     88  SCHED-TABLE-NOT-FULL     VALUE "N".
001940 01  CURRENT-DATE-FIELDS.
001950     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
001960     05  CURRENT-TIME-HHMMSS      PIC 9(08).
001970 01  FORMATTED-RUN-DATE           PIC X(10).
001980 01  FORMATTED-RUN-TIME           PIC X(08).
001990 SCREEN SECTION.
002000 01  SIGN-ON-SCREEN.
002010     05  BLANK SCREEN.
002020     05  LINE 1 COL 1 VALUE "CODEBRWS - CODE MASTER SEARCH".
002030     05  LINE 3 COL 1 VALUE "OPERATOR ID : ".
002040     05  COL PLUS 1 PIC X(08) TO OPERATOR-ID.
002050 01  FILTER-SCREEN.
002060     05  BLANK SCREEN.
002070     05  LINE 1 COL 1 VALUE "CODEBRWS - CODE MASTER SEARCH".
002080     05  LINE 3 COL 1 VALUE "TABLE ID           : ".
002090     05  COL PLUS 1 PIC X(04) USING FILTER-TABLE-ID.
002100     05  LINE 4 COL 1 VALUE "STARTING ELEMENT1  : ".
002110     05  COL PLUS 1 PIC X(02) USING FILTER-ELEMENT1.
002120     05  LINE 5 COL 1 VALUE "DESCRIPTION WORD   : ".
002130     05  COL PLUS 1 PIC X(20) USING FILTER-WORD.
002140     05  LINE 6 COL 1 VALUE "STATUS (A/I)       : ".
002150     05  COL PLUS 1 PIC X(01) USING FILTER-STATUS.
002160     05  LINE 8 COL 1 VALUE
002170         "LEAVE A FIELD BLANK TO MATCH ALL ENTRIES".
002180     05  LINE 10 COL 1 PIC X(40) FROM BROWSE-MESSAGE.
002190     05  LINE 12 COL 1 VALUE "S - SEARCH, Q - QUIT : ".
002200     05  COL PLUS 1 PIC X(01) TO FILTER-ACTION.
002210 01  BROWSE-LIST-SCREEN.
002220     05  BLANK SCREEN.
002230     05  LINE 1 COL 1 VALUE "CODEBRWS - CODE MASTER SEARCH".
002240     05  COL 40 VALUE "PAGE ".
002250     05  COL PLUS 1 PIC ZZ9 FROM PAGE-NUMBER-DISPLAY.
002260     05  LINE 3 COL 1 VALUE
002270         "TBL   EL1 EL2 DESCRIPTION                     STATUS".
002280     05  COL 57 VALUE "PENDING  SCHEDULED".
002290     05  LINE 4 COL 1 PIC X(75) FROM BROWSE-LINE-01.
002300     05  LINE 5 COL 1 PIC X(75) FROM BROWSE-LINE-02.
002310     05  LINE 6 COL 1 PIC X(75) FROM BROWSE-LINE-03.
002320     05  LINE 7 COL 1 PIC X(75) FROM BROWSE-LINE-04.
002330     05  LINE 8 COL 1 PIC X(75) FROM BROWSE-LINE-05.
002340     05  LINE 9 COL 1 PIC X(75) FROM BROWSE-LINE-06.
002350     05  LINE 10 COL 1 PIC X(75) FROM BROWSE-LINE-07.
002360     05  LINE 11 COL 1 PIC X(75) FROM BROWSE-LINE-08.
002370     05  LINE 12 COL 1 PIC X(75) FROM BROWSE-LINE-09.
002380     05  LINE 13 COL 1 PIC X(75) FROM BROWSE-LINE-10.
002390     05  LINE 14 COL 1 PIC X(75) FROM BROWSE-LINE-11.
002400     05  LINE 15 COL 1 PIC X(75) FROM BROWSE-LINE-12.
002410     05  LINE 17 COL 1 PIC X(40) FROM BROWSE-MESSAGE.
002420     05  LINE 19 COL 1 VALUE
002430         "F - FORWARD, B - BACK, N - NEW SEARCH, Q - QUIT : ".
002440     05  COL PLUS 1 PIC X(01) TO BROWSE-ACTION.
002450 PROCEDURE DIVISION.
002460 0000-MAINLINE.
002470     PERFORM 1000-SIGN-ON THRU 1000-EXIT
002480     IF NOT OPERATOR-IS-VALID
002490         DISPLAY "CODEBRWS - OPERATOR NOT AUTHORIZED, ENDING"
002500         GOBACK
002510     END-IF
002520     OPEN INPUT CODE-MASTER-FILE
002530     IF NOT CODE-MASTER-OK
002540         DISPLAY "CODEBRWS - UNABLE TO OPEN CODEMSTR.DAT, STATUS "
002550             CODE-MASTER-STATUS
002560         GOBACK
002570     END-IF
002580     SET PENDING-LOOKUP-UNAVAILABLE TO TRUE
002590     OPEN INPUT PENDING-CHANGE-FILE
002600     IF PENDING-FILE-OK
002610         SET PENDING-LOOKUP-AVAILABLE TO TRUE
002620     END-IF
002630     MOVE SPACES TO FILTER-TABLE-ID
002640     MOVE SPACES TO FILTER-ELEMENT1
002650     MOVE SPACES TO FILTER-WORD
002660     MOVE SPACES TO FILTER-STATUS
002670     MOVE SPACE TO BROWSE-ACTION
002680     PERFORM 2000-PROCESS-SEARCH THRU 2000-EXIT
002690         UNTIL BROWSE-QUIT
002700     IF PENDING-LOOKUP-AVAILABLE
002710         CLOSE PENDING-CHANGE-FILE
002720     END-IF
002730     CLOSE CODE-MASTER-FILE
002740     GOBACK.
002750*
002760******************************************************************
002770* 1000-SIGN-ON - ACCEPT THE OPERATOR ID AND READ ITS OPERSEC.DAT
002780* SECURITY RECORD. ANY OPERATOR HOLDING BROWSE AUTHORITY MAY
002790* SEARCH THE MASTER; A REFUSAL IS LOGGED TO THE SECVIOL.DAT
002800* VIOLATIONS LOG.
002810******************************************************************
002820 1000-SIGN-ON.
002830     DISPLAY SIGN-ON-SCREEN
002840     ACCEPT SIGN-ON-SCREEN
002850     SET OPERATOR-NOT-VALID TO TRUE
002860     OPEN INPUT OPERATOR-SECURITY-FILE
002870     IF NOT SECURITY-FILE-OK
002880         DISPLAY "CODEBRWS - UNABLE TO OPEN OPERSEC.DAT, STATUS "
002890             SECURITY-FILE-STATUS
002900         GO TO 1000-EXIT
002910     END-IF
002920     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
002930     READ OPERATOR-SECURITY-FILE
002940         INVALID KEY
002950             MOVE "OPERATOR NOT ON FILE" TO VIOLATION-TEXT
002960         NOT INVALID KEY
002970             IF SEC-BROWSE-ALLOWED
002980                 SET OPERATOR-IS-VALID TO TRUE
002990             ELSE
003000                 MOVE "BROWSE AUTHORITY NOT HELD"
003010                     TO VIOLATION-TEXT
003020             END-IF
003030     END-READ
003040     IF OPERATOR-NOT-VALID
003050         MOVE "B" TO VIOLATION-FUNCTION
003060         PERFORM 9000-LOG-VIOLATION THRU 9000-EXIT
003070     END-IF
003080     CLOSE OPERATOR-SECURITY-FILE
003090     .
003100 1000-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140* 2000-PROCESS-SEARCH - SHOW THE FILTER SCREEN, CHECK THE FILTERS,
003150* AND BROWSE THE FIRST PAGE OF MATCHING ENTRIES UNTIL THE OPERATOR
003160* ASKS FOR A NEW SEARCH OR QUITS. A STARTING ELEMENT1 ONLY MEANS
003170* SOMETHING WITHIN ONE TABLE, SO IT NEEDS A TABLE ID.
003180******************************************************************
003190 2000-PROCESS-SEARCH.
003200     MOVE SPACE TO FILTER-ACTION
003210     DISPLAY FILTER-SCREEN
003220     ACCEPT FILTER-SCREEN
003230     MOVE SPACES TO BROWSE-MESSAGE
003240     IF FILTER-ACTION-QUIT
003250         SET BROWSE-QUIT TO TRUE
003260         GO TO 2000-EXIT
003270     END-IF
003280     INSPECT FILTER-STATUS
003290         CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
003300     IF NOT FILTER-STATUS-VALID
003310         MOVE "STATUS MUST BE A, I, OR BLANK" TO BROWSE-MESSAGE
003320         GO TO 2000-EXIT
003330     END-IF
003340     IF FILTER-TABLE-ID = SPACES
003350         AND FILTER-ELEMENT1 NOT = SPACES
003360         MOVE "A STARTING ELEMENT1 NEEDS A TABLE ID"
003370             TO BROWSE-MESSAGE
003380         GO TO 2000-EXIT
003390     END-IF
003400     INSPECT FILTER-WORD
003410         CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
003420     MOVE ZERO TO FILTER-WORD-LENGTH
003430     IF FILTER-WORD NOT = SPACES
003440         INSPECT FILTER-WORD TALLYING FILTER-WORD-LENGTH
003450             FOR LEADING SPACES
003460         IF FILTER-WORD-LENGTH > ZERO
003470             MOVE "LEAVE NO SPACES AHEAD OF THE WORD"
003480                 TO BROWSE-MESSAGE
003490             GO TO 2000-EXIT
003500         END-IF
003510         INSPECT FILTER-WORD TALLYING FILTER-WORD-LENGTH
003520             FOR CHARACTERS BEFORE INITIAL SPACE
003530     END-IF
003540     PERFORM 2100-LOAD-SCHEDULED-CODES THRU 2100-EXIT
003550     MOVE 1 TO PAGE-NUMBER
003560     MOVE FILTER-TABLE-ID TO PAGE-START-KEY (1) (1:4)
003570     IF FILTER-ELEMENT1 = SPACES
003580         MOVE LOW-VALUES TO PAGE-START-KEY (1) (5:2)
003590     ELSE
003600         MOVE FILTER-ELEMENT1 TO PAGE-START-KEY (1) (5:2)
003610     END-IF
003620     IF FILTER-TABLE-ID = SPACES
003630         MOVE LOW-VALUES TO PAGE-START-KEY (1)
003640     END-IF
003650     PERFORM 3000-FILL-PAGE THRU 3000-EXIT
003660     IF PAGE-LINE-COUNT = ZERO
003670         MOVE "NO ENTRIES MATCH THE SEARCH" TO BROWSE-MESSAGE
003680         GO TO 2000-EXIT
003690     END-IF
003700     IF SCHED-TABLE-FULL
003710         MOVE "TOO MANY SCHEDULED CHANGES, SOME NOT SHOWN"
003720             TO BROWSE-MESSAGE
003730     END-IF
003740     MOVE SPACE TO BROWSE-ACTION
003750     PERFORM 2500-BROWSE-PAGES THRU 2500-EXIT
003760         UNTIL BROWSE-NEW-SEARCH OR BROWSE-QUIT
003770     MOVE SPACES TO BROWSE-MESSAGE
003780     .
003790 2000-EXIT.
003800     EXIT.
003810*
003820******************************************************************
003830* 2100-LOAD-SCHEDULED-CODES - READ CODESCHD.DAT, WHICH IS KEYED BY
003840* EFFECTIVE DATE FIRST, AND KEEP EACH CODE WITH THE EARLIEST DATE
003850* IT HAS A CHANGE SCHEDULED FOR. A MISSING FILE MEANS NOTHING IS
003860* SCHEDULED.
003870******************************************************************
003880 2100-LOAD-SCHEDULED-CODES.
003890     MOVE ZERO TO SCHED-CODE-COUNT
003900     SET SCHED-TABLE-NOT-FULL TO TRUE
003910     OPEN INPUT SCHEDULED-CHANGE-FILE
003920     IF NOT SCHEDULE-FILE-OK
003930         GO TO 2100-EXIT
003940     END-IF
003950     MOVE LOW-VALUES TO SC-SCHEDULE-KEY
003960     START SCHEDULED-CHANGE-FILE KEY NOT < SC-SCHEDULE-KEY
003970         INVALID KEY
003980             CLOSE SCHEDULED-CHANGE-FILE
003990             GO TO 2100-EXIT
004000     END-START
004010     PERFORM 2190-READ-SCHEDULED-CHANGE THRU 2190-EXIT
004020     PERFORM 2150-KEEP-SCHEDULED-CODE THRU 2150-EXIT
004030         UNTIL SCHEDULE-FILE-EOF
004040     CLOSE SCHEDULED-CHANGE-FILE
004050     .
004060 2100-EXIT.
004070     EXIT.
004080*
004090 2150-KEEP-SCHEDULED-CODE.
004100     MOVE SC-TABLE-ID TO SEARCH-TABLE-ID
004110     MOVE SC-ELEMENT1 TO SEARCH-ELEMENT1
004120     PERFORM 2200-FIND-SCHEDULED-CODE THRU 2200-EXIT
004130     IF SCHED-CODE-FOUND
004140         GO TO 2150-READ-NEXT
004150     END-IF
004160     IF SCHED-CODE-COUNT >= SCHED-CODE-MAX-ENTRIES
004170         SET SCHED-TABLE-FULL TO TRUE
004180         GO TO 2150-READ-NEXT
004190     END-IF
004200     ADD 1 TO SCHED-CODE-COUNT
004210     SET SCHED-CODE-INDEX TO SCHED-CODE-COUNT
004220     MOVE SEARCH-CODE-KEY TO SCT-CODE-KEY (SCHED-CODE-INDEX)
004230     MOVE SC-EFFECTIVE-DATE TO SCT-FIRST-DATE (SCHED-CODE-INDEX)
004240     .
004250 2150-READ-NEXT.
004260     PERFORM 2190-READ-SCHEDULED-CHANGE THRU 2190-EXIT
004270     .
004280 2150-EXIT.
004290     EXIT.
004300*
004310 2190-READ-SCHEDULED-CHANGE.
004320     READ SCHEDULED-CHANGE-FILE NEXT RECORD
004330         AT END
004340             SET SCHEDULE-FILE-EOF TO TRUE
004350     END-READ
004360     .
004370 2190-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410* 2200-FIND-SCHEDULED-CODE - LOCATE THE CODE IN SEARCH-CODE-KEY
004420* AMONG THE CODES WITH A SCHEDULED CHANGE.
004430******************************************************************
004440 2200-FIND-SCHEDULED-CODE.
004450     SET SCHED-CODE-NOT-FOUND TO TRUE
004460     IF SCHED-CODE-COUNT = ZERO
004470         GO TO 2200-EXIT
004480     END-IF
004490     SET SCHED-CODE-INDEX TO 1
004500     SEARCH SCHED-CODE-ENTRY
004510         AT END
004520             CONTINUE
004530         WHEN SCT-CODE-KEY (SCHED-CODE-INDEX) = SEARCH-CODE-KEY
004540             SET SCHED-CODE-FOUND TO TRUE
004550     END-SEARCH
004560     .
004570 2200-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610* 2500-BROWSE-PAGES - SHOW THE CURRENT PAGE AND ACT ON THE
004620* OPERATOR'S CHOICE. FORWARD STARTS THE NEXT PAGE AT THE FIRST
004630* MATCHING ENTRY THE CURRENT PAGE HAD NO ROOM FOR; BACK RE-READS
004640* THE PREVIOUS PAGE FROM THE KEY IT STARTED AT.
004650******************************************************************
004660 2500-BROWSE-PAGES.
004670     MOVE PAGE-NUMBER TO PAGE-NUMBER-DISPLAY
004680     MOVE SPACE TO BROWSE-ACTION
004690     DISPLAY BROWSE-LIST-SCREEN
004700     ACCEPT BROWSE-LIST-SCREEN
004710     MOVE SPACES TO BROWSE-MESSAGE
004720     INSPECT BROWSE-ACTION
004730         CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
004740     EVALUATE TRUE
004750         WHEN BROWSE-FORWARD
004760             PERFORM 2600-PAGE-FORWARD THRU 2600-EXIT
004770         WHEN BROWSE-BACK
004780             PERFORM 2700-PAGE-BACK THRU 2700-EXIT
004790         WHEN BROWSE-NEW-SEARCH
004800             CONTINUE
004810         WHEN BROWSE-QUIT
004820             CONTINUE
004830         WHEN OTHER
004840             MOVE "INVALID CHOICE, ENTER F, B, N, OR Q"
004850                 TO BROWSE-MESSAGE
004860     END-EVALUATE
004870     .
004880 2500-EXIT.
004890     EXIT.
004900*
004910 2600-PAGE-FORWARD.
004920     IF NO-MORE-ENTRIES
004930         MOVE "NO MORE ENTRIES MATCH THE SEARCH"
004940             TO BROWSE-MESSAGE
004950         GO TO 2600-EXIT
004960     END-IF
004970     IF PAGE-NUMBER >= PAGE-MAX-ENTRIES
004980         MOVE "PAGE LIMIT REACHED, NARROW THE SEARCH"
004990             TO BROWSE-MESSAGE
005000         GO TO 2600-EXIT
005010     END-IF
005020     ADD 1 TO PAGE-NUMBER
005030     MOVE NEXT-PAGE-KEY TO PAGE-START-KEY (PAGE-NUMBER)
005040     PERFORM 3000-FILL-PAGE THRU 3000-EXIT
005050     .
005060 2600-EXIT.
005070     EXIT.
005080*
005090 2700-PAGE-BACK.
005100     IF PAGE-NUMBER <= 1
005110         MOVE "ALREADY AT THE FIRST PAGE" TO BROWSE-MESSAGE
005120         GO TO 2700-EXIT
005130     END-IF
005140     SUBTRACT 1 FROM PAGE-NUMBER
005150     PERFORM 3000-FILL-PAGE THRU 3000-EXIT
005160     .
005170 2700-EXIT.
005180     EXIT.
005190*
005200******************************************************************
005210* 3000-FILL-PAGE - READ THE MASTER FROM THE CURRENT PAGE'S START
005220* KEY AND FILL THE PAGE WITH UP TO TWELVE ENTRIES THAT PASS THE
005230* FILTERS. THE KEY OF THE NEXT MATCHING ENTRY IS KEPT AS WHERE
005240* THE FOLLOWING PAGE STARTS. WITH A TABLE ID FILTER THE SCAN
005250* STOPS AT THE END OF THAT TABLE.
005260******************************************************************
005270 3000-FILL-PAGE.
005280     MOVE SPACES TO BROWSE-PAGE-AREA
005290     MOVE ZERO TO PAGE-LINE-COUNT
005300     SET NO-MORE-ENTRIES TO TRUE
005310     SET SCAN-NOT-DONE TO TRUE
005320     MOVE PAGE-START-KEY (PAGE-NUMBER) TO CM-MASTER-KEY
005330     START CODE-MASTER-FILE KEY NOT < CM-MASTER-KEY
005340         INVALID KEY
005350             GO TO 3000-EXIT
005360     END-START
005370     PERFORM 3100-EXAMINE-NEXT-ENTRY THRU 3100-EXIT
005380         UNTIL SCAN-DONE
005390     .
005400 3000-EXIT.
005410     EXIT.
005420*
005430 3100-EXAMINE-NEXT-ENTRY.
005440     READ CODE-MASTER-FILE NEXT RECORD
005450         AT END
005460             SET SCAN-DONE TO TRUE
005470             GO TO 3100-EXIT
005480     END-READ
005490     IF FILTER-TABLE-ID NOT = SPACES
005500         AND CM-TABLE-ID NOT = FILTER-TABLE-ID
005510         SET SCAN-DONE TO TRUE
005520         GO TO 3100-EXIT
005530     END-IF
005540     PERFORM 3200-APPLY-FILTERS THRU 3200-EXIT
005550     IF ENTRY-DOES-NOT-MATCH
005560         GO TO 3100-EXIT
005570     END-IF
005580     IF PAGE-LINE-COUNT >= LINES-PER-PAGE
005590         MOVE CM-MASTER-KEY TO NEXT-PAGE-KEY
005600         SET MORE-ENTRIES TO TRUE
005610         SET SCAN-DONE TO TRUE
005620         GO TO 3100-EXIT
005630     END-IF
005640     ADD 1 TO PAGE-LINE-COUNT
005650     PERFORM 3300-BUILD-PAGE-LINE THRU 3300-EXIT
005660     .
005670 3100-EXIT.
005680     EXIT.
005690*
005700******************************************************************
005710* 3200-APPLY-FILTERS - DECIDE WHETHER THE ENTRY JUST READ PASSES
005720* THE STATUS AND DESCRIPTION WORD FILTERS. THE WORD MAY APPEAR
005730* ANYWHERE IN THE DESCRIPTION, IN EITHER CASE.
005740******************************************************************
005750 3200-APPLY-FILTERS.
005760     SET ENTRY-MATCHES TO TRUE
005770     IF FILTER-STATUS NOT = SPACE
005780         AND CM-STATUS NOT = FILTER-STATUS
005790         SET ENTRY-DOES-NOT-MATCH TO TRUE
005800         GO TO 3200-EXIT
005810     END-IF
005820     IF FILTER-WORD-LENGTH = ZERO
005830         GO TO 3200-EXIT
005840     END-IF
005850     MOVE CM-DESCRIPTION TO DESCRIPTION-WORK
005860     INSPECT DESCRIPTION-WORK
005870         CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
005880     MOVE ZERO TO WORD-HIT-COUNT
005890     INSPECT DESCRIPTION-WORK TALLYING WORD-HIT-COUNT
005900         FOR ALL FILTER-WORD (1:FILTER-WORD-LENGTH)
005910     IF WORD-HIT-COUNT = ZERO
005920         SET ENTRY-DOES-NOT-MATCH TO TRUE
005930     END-IF
005940     .
005950 3200-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990* 3300-BUILD-PAGE-LINE - FORMAT THE ENTRY JUST READ ONTO THE NEXT
006000* PAGE LINE, FLAGGING A CHANGE AWAITING REVIEW ON CODEPEND.DAT
006010* AND THE FIRST DATE A CHANGE IS SCHEDULED ON CODESCHD.DAT. A
006020* REJECTED CHANGE IS NOT AWAITING ANYTHING AND IS NOT FLAGGED.
006030******************************************************************
006040 3300-BUILD-PAGE-LINE.
006050     MOVE CM-TABLE-ID TO BL-TABLE-ID (PAGE-LINE-COUNT)
006060     MOVE CM-ELEMENT1 TO BL-ELEMENT1 (PAGE-LINE-COUNT)
006070     MOVE CM-ELEMENT2 TO BL-ELEMENT2 (PAGE-LINE-COUNT)
006080     MOVE CM-DESCRIPTION TO BL-DESCRIPTION (PAGE-LINE-COUNT)
006090     IF CM-INACTIVE
006100         MOVE "INACTIVE" TO BL-STATUS (PAGE-LINE-COUNT)
006110     ELSE
006120         MOVE "ACTIVE" TO BL-STATUS (PAGE-LINE-COUNT)
006130     END-IF
006140     IF PENDING-LOOKUP-AVAILABLE
006150         MOVE CM-MASTER-KEY TO PC-PENDING-KEY
006160         READ PENDING-CHANGE-FILE
006170             INVALID KEY
006180                 CONTINUE
006190             NOT INVALID KEY
006200                 IF PC-AWAITING-REVIEW
006210                     MOVE "PENDING"
006220                         TO BL-PENDING (PAGE-LINE-COUNT)
006230                 END-IF
006240         END-READ
006250     END-IF
006260     MOVE CM-MASTER-KEY TO SEARCH-CODE-KEY
006270     PERFORM 2200-FIND-SCHEDULED-CODE THRU 2200-EXIT
006280     IF SCHED-CODE-FOUND
006290         MOVE SCT-FIRST-DATE (SCHED-CODE-INDEX)
006300             TO BL-SCHEDULED (PAGE-LINE-COUNT)
006310     END-IF
006320     .
006330 3300-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370* 9000-LOG-VIOLATION - APPEND ONE LINE TO THE SECVIOL.DAT
006380* VIOLATIONS LOG RECORDING THE OPERATOR, FUNCTION, DATE/TIME,
006390* AND WHY ACCESS WAS REFUSED. THE CALLER SETS VIOLATION-FUNCTION
006400* AND VIOLATION-TEXT FIRST.
006410******************************************************************
006420 9000-LOG-VIOLATION.
006430     OPEN EXTEND VIOLATION-LOG-FILE
006440     IF VIOLATION-LOG-MISSING
006450         CLOSE VIOLATION-LOG-FILE
006460         OPEN OUTPUT VIOLATION-LOG-FILE
006470     END-IF
006480     IF NOT VIOLATION-LOG-OK
006490         DISPLAY "CODEBRWS - UNABLE TO OPEN SECVIOL.DAT, STATUS "
006500             VIOLATION-LOG-STATUS
006510         GO TO 9000-EXIT
006520     END-IF
006530     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
006540     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
006550            CURRENT-DATE-YYYYMMDD (5:2) "-"
006560            CURRENT-DATE-YYYYMMDD (7:2)
006570         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
006580     ACCEPT CURRENT-TIME-HHMMSS FROM TIME
006590     STRING CURRENT-TIME-HHMMSS (1:2) ":"
006600            CURRENT-TIME-HHMMSS (3:2) ":"
006610            CURRENT-TIME-HHMMSS (5:2)
006620         DELIMITED BY SIZE INTO FORMATTED-RUN-TIME
006630     MOVE SPACES TO VIOLATION-RECORD
006640     MOVE OPERATOR-ID TO VL-OPERATOR-ID
006650     MOVE JOB-NAME TO VL-JOB-NAME
006660     MOVE FORMATTED-RUN-DATE TO VL-RUN-DATE
006670     MOVE FORMATTED-RUN-TIME TO VL-RUN-TIME
006680     MOVE VIOLATION-FUNCTION TO VL-FUNCTION
006690     MOVE VIOLATION-TEXT TO VL-VIOLATION
006700     WRITE VIOLATION-RECORD
006710     CLOSE VIOLATION-LOG-FILE
006720     .
006730 9000-EXIT.
006740     EXIT.
