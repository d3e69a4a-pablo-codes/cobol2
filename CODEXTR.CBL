000174* 09/02/26 DLROSS  Multi-table support: detail records now carry
000175*                  the table id ahead of ELEMENT1, and the walk
000176*                  covers every table on the master.
00176A* 10/15/26 DLROSS  Only tables the TBLCATLG.DAT table catalog
00176B*                  marks for the downstream feeds are extracted;
00176C*                  entries of any other table, or of a table not
00176D*                  in the catalog, are withheld and counted.
00176E* 10/15/26 DLROSS  One full feed per receiver whose FEEDSUBS.DAT
00176F*                  subscription asks for the full format, each
00176G*                  with its own header (receiver id and
00176H*                  generation number), only the tables that
00176I*                  receiver takes, and its own trailer totals.
00176J*                  Each feed is recorded in FEEDCTL.DAT under its
00176K*                  receiver, and the generation continues from
00176L*                  that receiver's last feed there. Without a
00176M*                  subscription file a single feed of every
00176N*                  table goes out under a blank receiver, as
00176O*                  before. A receiver listed twice in
00176P*                  FEEDSUBS.DAT, in either format, or with a
00176Q*                  format other than F or D stops the run.
000177*
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000352     SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL.DAT"
000354         ORGANIZATION IS SEQUENTIAL
000356         FILE STATUS IS FEED-CONTROL-STATUS.
000357     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
000358         ORGANIZATION IS INDEXED
000359         ACCESS MODE IS RANDOM
00035A         RECORD KEY IS TC-TABLE-ID
00035B         FILE STATUS IS TABLE-CATALOG-STATUS.
00035C     SELECT FEED-SUBSCRIPTION-FILE ASSIGN TO "FEEDSUBS.DAT"
00035D         ORGANIZATION IS SEQUENTIAL
00035E         FILE STATUS IS FEED-SUBSCRIPTION-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CODE-MASTER-FILE.
000422 FD  FEED-CONTROL-FILE
000424     RECORDING MODE IS F.
000426     COPY FEEDCTL.
000427 FD  TABLE-CATALOG-FILE.
000428     COPY TBLCAT.
000429 FD  FEED-SUBSCRIPTION-FILE
00042A     RECORDING MODE IS F.
00042B     COPY FEEDSUB.
000430 WORKING-STORAGE SECTION.
000440 01  JOB-NAME                     PIC X(08) VALUE "CODEXTR".
000450 01  CODE-MASTER-STATUS           PIC X(02).
000500     88  CODE-FEED-OK             VALUE "00".
000502 01  FEED-CONTROL-STATUS          PIC X(02).
000504     88  FEED-CONTROL-OK          VALUE "00".
000505     88  FEED-CONTROL-EOF         VALUE "10".
000506     88  FEED-CONTROL-MISSING     VALUE "35".
000507 01  TABLE-CATALOG-STATUS         PIC X(02).
000508     88  TABLE-CATALOG-OK         VALUE "00".
000509 01  FEED-TABLE-ID                PIC X(04) VALUE SPACES.
00050A 01  FEED-TABLE-SWITCH            PIC X(01) VALUE "N".
00050B     88  TABLE-ON-FEEDS           VALUE "Y".
00050C     88  TABLE-OFF-FEEDS          VALUE "N".
00050D 01  FEED-SUBSCRIPTION-STATUS     PIC X(02).
00050E     88  FEED-SUBSCRIPTION-OK     VALUE "00".
00050F     88  FEED-SUBSCRIPTION-EOF    VALUE "10".
00050G     88  FEED-SUBSCRIPTION-MISSING VALUE "35".
00050H 01  SUBSCRIPTION-MAX-ENTRIES     PIC 9(04) VALUE 0020.
00050I 01  SUBSCRIPTION-COUNT           PIC 9(04) VALUE ZERO.
00050J 01  SUBSCRIPTION-TABLE.
00050K     05  SUBSCRIPTION-ENTRY OCCURS 1 TO 20 TIMES
00050L                            DEPENDING ON SUBSCRIPTION-COUNT
00050M                            INDEXED BY SUB-INDEX.
00050N         10  SB-RECEIVER-ID       PIC X(08).
00050O         10  SB-LAST-GENERATION   PIC 9(09).
00050P         10  SB-TABLE-LIST.
00050Q             15  SB-TABLE-ID      PIC X(04) OCCURS 10 TIMES
00050R                                  INDEXED BY SB-TABLE-INDEX.
00050S 01  RECEIVER-FOUND-SWITCH        PIC X(01).
00050T     88  RECEIVER-FOUND           VALUE "Y".
00050U     88  RECEIVER-NOT-FOUND       VALUE "N".
00050V 01  SUBSCRIBED-SWITCH            PIC X(01).
00050W     88  TABLE-SUBSCRIBED         VALUE "Y".
00050X     88  TABLE-NOT-SUBSCRIBED     VALUE "N".
00050Y 01  FEED-GENERATION              PIC 9(09) VALUE ZERO.
000510 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000520     88  JOB-COMPLETED-OK         VALUE "Y".
000530     88  JOB-COMPLETED-ERROR      VALUE "N".
000540 01  EXTRACT-RECORD-COUNT         PIC 9(09) VALUE ZERO.
000550 01  ELEMENT2-HASH-TOTAL          PIC 9(09) VALUE ZERO.
000552 01  INACTIVE-WITHHELD-COUNT      PIC 9(04) VALUE ZERO.
000554 01  OFF-FEED-WITHHELD-COUNT      PIC 9(04) VALUE ZERO.
000555 01  FEEDS-WRITTEN-COUNT          PIC 9(04) VALUE ZERO.
000556 01  SEEN-RECEIVER-MAX-ENTRIES    PIC 9(04) VALUE 0040.
000557 01  SEEN-RECEIVER-COUNT          PIC 9(04) VALUE ZERO.
000558 01  SEEN-RECEIVER-TABLE.
000559     05  SEEN-RECEIVER-ENTRY OCCURS 1 TO 40 TIMES
00055A                             DEPENDING ON SEEN-RECEIVER-COUNT
00055B                             INDEXED BY SEEN-INDEX.
00055C         10  SN-RECEIVER-ID       PIC X(08).
000560 01  FEED-HEADER-RECORD.
000570     05  FILLER                   PIC X(01) VALUE "H".
000580     05  FHR-RUN-DATE             PIC X(10).
00058A     05  FHR-RECEIVER-ID          PIC X(08).
00058B     05  FHR-GENERATION           PIC 9(09).
000590     05  FILLER                   PIC X(52) VALUE SPACES.
000600 01  FEED-DETAIL-RECORD.
000610     05  FILLER                   PIC X(01) VALUE "D".
000615     05  FDR-TABLE-ID             PIC X(04).
000740 0000-MAINLINE.
000750     SET JOB-COMPLETED-OK TO TRUE
000760     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
00076A     PERFORM 1000-LOAD-SUBSCRIPTIONS THRU 1000-EXIT
00076B     IF JOB-COMPLETED-OK
00076C         PERFORM 1500-LOAD-LAST-GENERATIONS THRU 1500-EXIT
00076D     END-IF
00076E     IF JOB-COMPLETED-OK
000770         PERFORM 2000-EXTRACT-MASTER THRU 2000-EXIT
00077A     END-IF
000780     IF JOB-COMPLETED-OK
000790         MOVE 0 TO RETURN-CODE
000800     ELSE
000980 0550-EXIT.
000990     EXIT.
001000*
00100A******************************************************************
00100B* 1000-LOAD-SUBSCRIPTIONS - LOAD EVERY FEEDSUBS.DAT RECEIVER THAT
00100C* TAKES THE FULL FEED. WITHOUT A SUBSCRIPTION FILE A SINGLE FEED
00100D* OF EVERY TABLE ON THE FEEDS GOES OUT UNDER A BLANK RECEIVER, AS
00100E* IT DID BEFORE FEEDS WERE SPLIT BY RECEIVER. EVERY RECORD IS
00100F* CHECKED, WHATEVER ITS FORMAT: A RECEIVER LISTED TWICE, EVEN ONCE
00100G* FULL AND ONCE DELTA, STOPS THE RUN, SINCE ITS FEEDS COULD NOT BE
00100H* TOLD APART, AND SO DOES A FORMAT OTHER THAN F OR D.
00100I******************************************************************
00100J 1000-LOAD-SUBSCRIPTIONS.
00100K     MOVE ZERO TO SUBSCRIPTION-COUNT
00100L     MOVE ZERO TO SEEN-RECEIVER-COUNT
00100M     OPEN INPUT FEED-SUBSCRIPTION-FILE
00100N     IF FEED-SUBSCRIPTION-MISSING
00100O         DISPLAY "CODEXTR - NO FEEDSUBS.DAT, ONE FEED OF ALL "
00100P             "TABLES"
00100Q         MOVE 1 TO SUBSCRIPTION-COUNT
00100R         SET SUB-INDEX TO 1
00100S         MOVE SPACES TO SUBSCRIPTION-ENTRY (SUB-INDEX)
00100T         MOVE ZERO TO SB-LAST-GENERATION (SUB-INDEX)
00100U         MOVE "*ALL" TO SB-TABLE-ID (SUB-INDEX, 1)
00100V         GO TO 1000-EXIT
00100W     END-IF
00100X     IF NOT FEED-SUBSCRIPTION-OK
00100Y         DISPLAY "CODEXTR - UNABLE TO OPEN FEEDSUBS.DAT, STATUS "
00100Z             FEED-SUBSCRIPTION-STATUS
001010         SET JOB-COMPLETED-ERROR TO TRUE
001011         GO TO 1000-EXIT
001012     END-IF
001013     PERFORM 1100-READ-SUBSCRIPTION THRU 1100-EXIT
001014     PERFORM 1200-STORE-SUBSCRIPTION THRU 1200-EXIT
001015         UNTIL FEED-SUBSCRIPTION-EOF
001016     CLOSE FEED-SUBSCRIPTION-FILE
001017     IF SUBSCRIPTION-COUNT = ZERO
001018         DISPLAY "CODEXTR - NO RECEIVER SUBSCRIBES TO THE FULL "
001019             "FEED"
00101A     END-IF
00101B     .
00101C 1000-EXIT.
00101D     EXIT.
00101E*
00101F 1100-READ-SUBSCRIPTION.
00101G     READ FEED-SUBSCRIPTION-FILE
00101H         AT END
00101I             SET FEED-SUBSCRIPTION-EOF TO TRUE
00101J     END-READ
00101K     .
00101L 1100-EXIT.
00101M     EXIT.
00101N*
00101O 1200-STORE-SUBSCRIPTION.
00101P     IF NOT FS-FULL-FEED
00101Q         AND NOT FS-DELTA-FEED
00101R         DISPLAY "CODEXTR - FEED FORMAT NOT F OR D IN "
00101S             "FEEDSUBS.DAT: " FS-RECEIVER-ID
00101T         SET JOB-COMPLETED-ERROR TO TRUE
00101U         GO TO 1200-READ-NEXT
00101V     END-IF
00101W     SET RECEIVER-NOT-FOUND TO TRUE
00101X     IF SEEN-RECEIVER-COUNT > ZERO
00101Y         SET SEEN-INDEX TO 1
00101Z         SEARCH SEEN-RECEIVER-ENTRY
001020             AT END
001021                 CONTINUE
001022             WHEN SN-RECEIVER-ID (SEEN-INDEX) = FS-RECEIVER-ID
001023                 SET RECEIVER-FOUND TO TRUE
001024         END-SEARCH
001025     END-IF
001026     IF RECEIVER-FOUND
001027         DISPLAY "CODEXTR - RECEIVER LISTED TWICE IN FEEDSUBS.DAT"
001028             ": " FS-RECEIVER-ID
001029         SET JOB-COMPLETED-ERROR TO TRUE
00102A         GO TO 1200-READ-NEXT
00102B     END-IF
00102C     IF SEEN-RECEIVER-COUNT >= SEEN-RECEIVER-MAX-ENTRIES
00102D         DISPLAY "CODEXTR - TOO MANY RECEIVERS IN FEEDSUBS.DAT, "
00102E             "DROPPED: " FS-RECEIVER-ID
00102F         SET JOB-COMPLETED-ERROR TO TRUE
00102G         GO TO 1200-READ-NEXT
00102H     END-IF
00102I     ADD 1 TO SEEN-RECEIVER-COUNT
00102J     SET SEEN-INDEX TO SEEN-RECEIVER-COUNT
00102K     MOVE FS-RECEIVER-ID TO SN-RECEIVER-ID (SEEN-INDEX)
00102L     IF NOT FS-FULL-FEED
00102M         GO TO 1200-READ-NEXT
00102N     END-IF
00102O     IF SUBSCRIPTION-COUNT >= SUBSCRIPTION-MAX-ENTRIES
00102P         DISPLAY "CODEXTR - SUBSCRIPTION TABLE FULL, RECEIVER "
00102Q             "DROPPED: " FS-RECEIVER-ID
00102R         SET JOB-COMPLETED-ERROR TO TRUE
00102S         GO TO 1200-READ-NEXT
00102T     END-IF
00102U     ADD 1 TO SUBSCRIPTION-COUNT
00102V     SET SUB-INDEX TO SUBSCRIPTION-COUNT
00102W     MOVE FS-RECEIVER-ID TO SB-RECEIVER-ID (SUB-INDEX)
00102X     MOVE ZERO TO SB-LAST-GENERATION (SUB-INDEX)
00102Y     MOVE FS-TABLE-LIST TO SB-TABLE-LIST (SUB-INDEX)
00102Z     .
001030 1200-READ-NEXT.
001031     PERFORM 1100-READ-SUBSCRIPTION THRU 1100-EXIT
001032     .
001033 1200-EXIT.
00103F     EXIT.
00103G*
00103H******************************************************************
00103I* 1500-LOAD-LAST-GENERATIONS - READ THE FEEDCTL.DAT FEED CONTROL
00103J* FILE AND CARRY, PER SUBSCRIBED RECEIVER, THE HIGHEST FULL-FEED
00103K* GENERATION SENT SO FAR, SO EACH RECEIVER'S NEXT FEED CONTINUES
00103L* ITS OWN SEQUENCE. A MISSING CONTROL FILE MEANS NO FEED HAS EVER
00103M* BEEN SENT. CONTROL RECORDS WRITTEN BEFORE FEEDS CARRIED A
00103N* GENERATION ARE PASSED OVER.
00103O******************************************************************
00103P 1500-LOAD-LAST-GENERATIONS.
00103Q     IF SUBSCRIPTION-COUNT = ZERO
00103R         GO TO 1500-EXIT
00103S     END-IF
00103T     OPEN INPUT FEED-CONTROL-FILE
00103U     IF FEED-CONTROL-MISSING
00103V         GO TO 1500-EXIT
00103W     END-IF
00103X     IF NOT FEED-CONTROL-OK
00103Y         DISPLAY "CODEXTR - UNABLE TO OPEN FEEDCTL.DAT, STATUS "
00103Z             FEED-CONTROL-STATUS
00104A         SET JOB-COMPLETED-ERROR TO TRUE
00104B         GO TO 1500-EXIT
00104C     END-IF
00104D     PERFORM 1600-READ-FEED-CONTROL THRU 1600-EXIT
00104E     PERFORM 1700-CHECK-GENERATION THRU 1700-EXIT
00104F         UNTIL FEED-CONTROL-EOF
00104G     CLOSE FEED-CONTROL-FILE
00104H     .
00104I 1500-EXIT.
00104J     EXIT.
00104K*
00104L 1600-READ-FEED-CONTROL.
00104M     READ FEED-CONTROL-FILE
00104N         AT END
00104O             SET FEED-CONTROL-EOF TO TRUE
00104P     END-READ
00104Q     .
00104R 1600-EXIT.
00104S     EXIT.
00104T*
00104U 1700-CHECK-GENERATION.
00104V     IF NOT FC-FULL-FEED
00104W         OR FC-GENERATION NOT NUMERIC
00104X         GO TO 1700-READ-NEXT
00104Y     END-IF
00104Z     SET SUB-INDEX TO 1
00105A     SEARCH SUBSCRIPTION-ENTRY
00105B         AT END
00105C             CONTINUE
00105D         WHEN SB-RECEIVER-ID (SUB-INDEX) = FC-RECEIVER-ID
00105E             IF FC-GENERATION > SB-LAST-GENERATION (SUB-INDEX)
00105F                 MOVE FC-GENERATION
00105G                     TO SB-LAST-GENERATION (SUB-INDEX)
00105H             END-IF
00105I     END-SEARCH
00105J     .
00105K 1700-READ-NEXT.
00105L     PERFORM 1600-READ-FEED-CONTROL THRU 1600-EXIT
00105M     .
00105N 1700-EXIT.
00105O     EXIT.
00105P*
001010******************************************************************
001020* 2000-EXTRACT-MASTER - OPEN THE MASTER, THE CODEFEED.DAT
001030* INTERFACE FILE, THE CATALOG, AND THE FEED CONTROL FILE, THEN
001040* WRITE ONE FEED PER FULL-FORMAT RECEIVER TO THE INTERFACE FILE.
001050******************************************************************
001060 2000-EXTRACT-MASTER.
001090     OPEN INPUT CODE-MASTER-FILE
001100     IF NOT CODE-MASTER-OK
001110         DISPLAY "CODEXTR - UNABLE TO OPEN CODEMSTR.DAT, STATUS "
001210         CLOSE CODE-MASTER-FILE
001220         GO TO 2000-EXIT
001230     END-IF
001232     OPEN INPUT TABLE-CATALOG-FILE
001234     IF NOT TABLE-CATALOG-OK
001236         DISPLAY "CODEXTR - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
001237             TABLE-CATALOG-STATUS
001238         SET JOB-COMPLETED-ERROR TO TRUE
001239         CLOSE CODE-FEED-FILE
00123A         CLOSE CODE-MASTER-FILE
00123B         GO TO 2000-EXIT
00123C     END-IF
00123D     OPEN EXTEND FEED-CONTROL-FILE
00123E     IF FEED-CONTROL-MISSING
00123F         CLOSE FEED-CONTROL-FILE
00123G         OPEN OUTPUT FEED-CONTROL-FILE
00123H     END-IF
00123I     IF NOT FEED-CONTROL-OK
00123J         DISPLAY "CODEXTR - UNABLE TO OPEN FEEDCTL.DAT, STATUS "
00123K             FEED-CONTROL-STATUS
00123L         SET JOB-COMPLETED-ERROR TO TRUE
00123M         CLOSE TABLE-CATALOG-FILE
00123N         CLOSE CODE-FEED-FILE
00123O         CLOSE CODE-MASTER-FILE
00123P         GO TO 2000-EXIT
00123Q     END-IF
00123R     PERFORM 2050-EXTRACT-ONE-FEED THRU 2050-EXIT
00123S         VARYING SUB-INDEX FROM 1 BY 1
00123T             UNTIL SUB-INDEX > SUBSCRIPTION-COUNT
001410     CLOSE CODE-FEED-FILE
001420     CLOSE CODE-MASTER-FILE
001421     CLOSE TABLE-CATALOG-FILE
001423     CLOSE FEED-CONTROL-FILE
001424     DISPLAY "CODEXTR - RECEIVER FEEDS WRITTEN: "
001426         FEEDS-WRITTEN-COUNT
001425     DISPLAY "CODEXTR - INACTIVE CODES WITHHELD: "
001427         INACTIVE-WITHHELD-COUNT
001428     DISPLAY "CODEXTR - OFF-FEED OR UNSUBSCRIBED CODES "
00142A         "WITHHELD: "
001429         OFF-FEED-WITHHELD-COUNT
001430     .
001440 2000-EXIT.
001450     EXIT.
00145A*
00145B******************************************************************
00145C* 2050-EXTRACT-ONE-FEED - WALK THE WHOLE MASTER IN KEY ORDER FOR
00145D* THE RECEIVER AT SUB-INDEX AND WRITE ITS HEADER, ONE DETAIL PER
00145E* ENTRY OF A TABLE IT TAKES, AND ITS CONTROL TRAILER, THEN RECORD
00145F* THE FEED IN FEEDCTL.DAT UNDER THE NEXT GENERATION NUMBER.
00145G******************************************************************
00145H 2050-EXTRACT-ONE-FEED.
001070     MOVE ZERO TO EXTRACT-RECORD-COUNT
001080     MOVE ZERO TO ELEMENT2-HASH-TOTAL
00108A     MOVE SPACES TO FEED-TABLE-ID
00108B     COMPUTE FEED-GENERATION = SB-LAST-GENERATION (SUB-INDEX) + 1
001240     MOVE FORMATTED-RUN-DATE TO FHR-RUN-DATE
00124A     MOVE SB-RECEIVER-ID (SUB-INDEX) TO FHR-RECEIVER-ID
00124B     MOVE FEED-GENERATION TO FHR-GENERATION
001250     MOVE FEED-HEADER-RECORD TO CODE-FEED-RECORD
001260     WRITE CODE-FEED-RECORD
001270     MOVE LOW-VALUES TO CM-MASTER-KEY
001280     START CODE-MASTER-FILE KEY NOT < CM-MASTER-KEY
001290         INVALID KEY
001300             GO TO 2050-WRITE-TRAILER
001310     END-START
001320     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
001330     PERFORM 2200-WRITE-FEED-DETAIL THRU 2200-EXIT
001340         UNTIL CODE-MASTER-EOF
001350     .
00135A 2050-WRITE-TRAILER.
001370     MOVE EXTRACT-RECORD-COUNT TO FTR-RECORD-COUNT
001380     MOVE ELEMENT2-HASH-TOTAL TO FTR-HASH-TOTAL
001390     MOVE FEED-TRAILER-RECORD TO CODE-FEED-RECORD
001400     WRITE CODE-FEED-RECORD
001422     PERFORM 2300-WRITE-FEED-CONTROL THRU 2300-EXIT
00142B     ADD 1 TO FEEDS-WRITTEN-COUNT
00142C     DISPLAY "CODEXTR - RECEIVER " SB-RECEIVER-ID (SUB-INDEX)
00142D         " GENERATION " FEED-GENERATION
00142E         " RECORDS " EXTRACT-RECORD-COUNT
00142F     .
00142G 2050-EXIT.
00142H     EXIT.
001460*
001470 2100-READ-NEXT-MASTER.
001480     READ CODE-MASTER-FILE NEXT RECORD
001560******************************************************************
001570* 2200-WRITE-FEED-DETAIL - WRITE ONE MASTER ENTRY TO THE FEED AND
001580* ROLL IT INTO THE TRAILER CONTROL TOTALS. AN INACTIVATED CODE IS
001585* WITHHELD FROM THE FEED ENTIRELY, AS IS EVERY ENTRY OF A TABLE
001587* THE CATALOG DOES NOT MARK FOR THE FEEDS OR THE RECEIVER DOES NOT
001588* TAKE.
001590******************************************************************
001600 2200-WRITE-FEED-DETAIL.
001601     IF CM-TABLE-ID NOT = FEED-TABLE-ID
001603         PERFORM 2250-CHECK-TABLE-ON-FEEDS THRU 2250-EXIT
001604     END-IF
00160A     IF TABLE-OFF-FEEDS
00160B         ADD 1 TO OFF-FEED-WITHHELD-COUNT
00160C         GO TO 2200-READ-NEXT
00160D     END-IF
001602     IF CM-INACTIVE
001604         ADD 1 TO INACTIVE-WITHHELD-COUNT
001606         GO TO 2200-READ-NEXT
001700 2200-EXIT.
001710     EXIT.
001720*
001721******************************************************************
001722* 2250-CHECK-TABLE-ON-FEEDS - LOOK UP THE CATALOG ENTRY FOR THE
001723* TABLE THE WALK HAS JUST REACHED. A TABLE NOT IN THE CATALOG IS
001724* TREATED AS OFF THE FEEDS, AND SO IS A TABLE ON THE FEEDS THAT
00172N* THE CURRENT RECEIVER DOES NOT SUBSCRIBE TO.
001725******************************************************************
001726 2250-CHECK-TABLE-ON-FEEDS.
001727     MOVE CM-TABLE-ID TO FEED-TABLE-ID
001728     MOVE CM-TABLE-ID TO TC-TABLE-ID
001729     SET TABLE-OFF-FEEDS TO TRUE
00172A     READ TABLE-CATALOG-FILE
00172B         INVALID KEY
00172C             DISPLAY "CODEXTR - TABLE NOT IN TBLCATLG.DAT: "
00172D                 CM-TABLE-ID
00172E         NOT INVALID KEY
00172F             IF TC-ON-FEEDS
00172G                 SET TABLE-ON-FEEDS TO TRUE
00172H             END-IF
00172I     END-READ
00172O     IF TABLE-ON-FEEDS
00172P         PERFORM 2260-CHECK-SUBSCRIBED THRU 2260-EXIT
00172Q         IF TABLE-NOT-SUBSCRIBED
00172R             SET TABLE-OFF-FEEDS TO TRUE
00172S         END-IF
00172T     END-IF
00172J     .
00172K 2250-EXIT.
00172L     EXIT.
00172M*
00172U 2260-CHECK-SUBSCRIBED.
00172V     SET TABLE-NOT-SUBSCRIBED TO TRUE
00172W     IF SB-TABLE-ID (SUB-INDEX, 1) = "*ALL"
00172X         SET TABLE-SUBSCRIBED TO TRUE
00172Y         GO TO 2260-EXIT
00172Z     END-IF
00173A     SET SB-TABLE-INDEX TO 1
00173B     SEARCH SB-TABLE-ID
00173C         AT END
00173D             CONTINUE
00173E         WHEN SB-TABLE-ID (SUB-INDEX, SB-TABLE-INDEX)
00173F                 = CM-TABLE-ID
00173G             SET TABLE-SUBSCRIBED TO TRUE
00173H     END-SEARCH
00173I     .
00173J 2260-EXIT.
00173K     EXIT.
00173L*
001730******************************************************************
001740* 2300-WRITE-FEED-CONTROL - APPEND THIS FEED'S DATE, RECEIVER,
001750* GENERATION, AND TRAILER CONTROL TOTALS TO THE PERMANENT
001760* FEEDCTL.DAT FEED CONTROL FILE, SO FEEDACK CAN MATCH EACH
001770* RECEIVER'S ACKNOWLEDGMENT AGAINST THE FEED ACTUALLY SENT TO IT.
001780******************************************************************
001790 2300-WRITE-FEED-CONTROL.
001910     MOVE SPACES TO FEED-CONTROL-RECORD
001920     MOVE FORMATTED-RUN-DATE TO FC-FEED-DATE
001930     MOVE EXTRACT-RECORD-COUNT TO FC-RECORD-COUNT
001940     MOVE ELEMENT2-HASH-TOTAL TO FC-HASH-TOTAL
00194A     MOVE SB-RECEIVER-ID (SUB-INDEX) TO FC-RECEIVER-ID
00194B     MOVE "F" TO FC-FEED-FORMAT
00194C     MOVE FEED-GENERATION TO FC-GENERATION
001950     WRITE FEED-CONTROL-RECORD
001970     .
001980 2300-EXIT.
001990     EXIT.
