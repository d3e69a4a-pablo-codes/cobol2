000202* 09/02/26 DLROSS  Multi-table support: snapshot and delta
000204*                  details carry the table id and the compare
000206*                  matches on table id plus ELEMENT1.
000207* 10/15/26 DLROSS  Only tables the TBLCATLG.DAT table catalog
000208*                  marks for the downstream feeds are compared
000209*                  and kept in the snapshot, so a table taken
00020A*                  off the feeds goes out once as deletes and is
00020B*                  then left alone.
00020C* 10/15/26 DLROSS  One delta feed per receiver whose FEEDSUBS.DAT
00020D*                  subscription asks for the delta format, each
00020E*                  with its own header (receiver id and
00020F*                  generation number), only the tables that
00020G*                  receiver takes, and its own trailer totals.
00020H*                  CODEPREV.DAT now keeps a header and snapshot
00020I*                  rows per receiver, and each feed is recorded
00020J*                  in FEEDCTL.DAT under its receiver. Without a
00020K*                  subscription file a single delta of every
00020L*                  table goes out under a blank receiver, as
00020M*                  before, and is not recorded in FEEDCTL.DAT.
00020N*                  A receiver listed twice in FEEDSUBS.DAT, in
00020O*                  either format, or with a format other than F
00020P*                  or D stops the run.
000210*
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000400     SELECT DELTA-FEED-FILE ASSIGN TO "CODEDLTA.DAT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DELTA-FEED-STATUS.
000422     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
000424         ORGANIZATION IS INDEXED
000426         ACCESS MODE IS RANDOM
000427         RECORD KEY IS TC-TABLE-ID
000428         FILE STATUS IS TABLE-CATALOG-STATUS.
000429     SELECT FEED-SUBSCRIPTION-FILE ASSIGN TO "FEEDSUBS.DAT"
00042A         ORGANIZATION IS SEQUENTIAL
00042B         FILE STATUS IS FEED-SUBSCRIPTION-STATUS.
00042C     SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL.DAT"
00042D         ORGANIZATION IS SEQUENTIAL
00042E         FILE STATUS IS FEED-CONTROL-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CODE-MASTER-FILE.
000520         88  PS-DETAIL-RECORD     VALUE "D".
000530     05  PS-HEADER-DATA.
000540         10  PS-GENERATION        PIC 9(09).
00054A         10  PS-RECEIVER-ID       PIC X(08).
000550         10  FILLER               PIC X(62).
000560     05  PS-DETAIL-DATA REDEFINES PS-HEADER-DATA.
000565         10  PS-TABLE-ID          PIC X(04).
000570         10  PS-ELEMENT1          PIC X(02).
000580         10  PS-ELEMENT2          PIC 9(02).
000590         10  PS-DESCRIPTION       PIC X(30).
000600         10  PS-STATUS            PIC X(01).
00060A         10  PS-DETAIL-RECEIVER-ID PIC X(08).
000610         10  FILLER               PIC X(32).
000620 FD  DELTA-FEED-FILE
000630     RECORDING MODE IS F.
000640 01  DELTA-FEED-RECORD            PIC X(80).
000642 FD  TABLE-CATALOG-FILE.
000644     COPY TBLCAT.
000645 FD  FEED-SUBSCRIPTION-FILE
000646     RECORDING MODE IS F.
000647     COPY FEEDSUB.
000648 FD  FEED-CONTROL-FILE
000649     RECORDING MODE IS F.
00064A     COPY FEEDCTL.
000650 WORKING-STORAGE SECTION.
000660 01  JOB-NAME                     PIC X(08) VALUE "CODDELTA".
000670 01  CODE-MASTER-STATUS           PIC X(02).
000740     88  PRIOR-SNAPSHOT-MISSING   VALUE "35".
000750 01  DELTA-FEED-STATUS            PIC X(02).
000760     88  DELTA-FEED-OK            VALUE "00".
000762 01  TABLE-CATALOG-STATUS         PIC X(02).
000764     88  TABLE-CATALOG-OK         VALUE "00".
000766 01  FEED-TABLE-ID                PIC X(04) VALUE SPACES.
000767 01  FEED-TABLE-SWITCH            PIC X(01) VALUE "N".
000768     88  TABLE-ON-FEEDS           VALUE "Y".
000769     88  TABLE-OFF-FEEDS          VALUE "N".
00076A 01  FEED-SUBSCRIPTION-STATUS     PIC X(02).
00076B     88  FEED-SUBSCRIPTION-OK     VALUE "00".
00076C     88  FEED-SUBSCRIPTION-EOF    VALUE "10".
00076D     88  FEED-SUBSCRIPTION-MISSING VALUE "35".
00076E 01  FEED-CONTROL-STATUS          PIC X(02).
00076F     88  FEED-CONTROL-OK          VALUE "00".
00076G     88  FEED-CONTROL-MISSING     VALUE "35".
00076H 01  SUBSCRIPTION-MAX-ENTRIES     PIC 9(04) VALUE 0020.
00076I 01  SUBSCRIPTION-COUNT           PIC 9(04) VALUE ZERO.
00076J 01  SUBSCRIPTION-TABLE.
00076K     05  SUBSCRIPTION-ENTRY OCCURS 1 TO 20 TIMES
00076L                            DEPENDING ON SUBSCRIPTION-COUNT
00076M                            INDEXED BY SUB-INDEX.
00076N         10  SB-RECEIVER-ID       PIC X(08).
00076O         10  SB-LAST-GENERATION   PIC 9(09).
00076P         10  SB-TABLE-LIST.
00076Q             15  SB-TABLE-ID      PIC X(04) OCCURS 10 TIMES
00076R                                  INDEXED BY SB-TABLE-INDEX.
00076S 01  RECEIVER-FOUND-SWITCH        PIC X(01).
00076T     88  RECEIVER-FOUND           VALUE "Y".
00076U     88  RECEIVER-NOT-FOUND       VALUE "N".
00076V 01  SEARCH-RECEIVER-ID           PIC X(08).
00076W 01  SUBSCRIBED-SWITCH            PIC X(01).
00076X     88  TABLE-SUBSCRIBED         VALUE "Y".
00076Y     88  TABLE-NOT-SUBSCRIBED     VALUE "N".
00076Z 01  FEEDS-WRITTEN-COUNT          PIC 9(04) VALUE ZERO.
000770 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000780     88  JOB-COMPLETED-OK         VALUE "Y".
000790     88  JOB-COMPLETED-ERROR      VALUE "N".
000791 01  SEEN-RECEIVER-MAX-ENTRIES    PIC 9(04) VALUE 0040.
000792 01  SEEN-RECEIVER-COUNT          PIC 9(04) VALUE ZERO.
000793 01  SEEN-RECEIVER-TABLE.
000794     05  SEEN-RECEIVER-ENTRY OCCURS 1 TO 40 TIMES
000795                             DEPENDING ON SEEN-RECEIVER-COUNT
000796                             INDEXED BY SEEN-INDEX.
000797         10  SN-RECEIVER-ID       PIC X(08).
000810 01  FEED-GENERATION              PIC 9(09) VALUE ZERO.
000820 01  PRIOR-MAX-ENTRIES            PIC 9(04) VALUE 2000.
000830 01  PRIOR-ENTRY-COUNT            PIC 9(04) VALUE ZERO.
000840 01  PRIOR-TABLE.
000850     05  PRIOR-ENTRY OCCURS 1 TO 2000 TIMES
000860                     DEPENDING ON PRIOR-ENTRY-COUNT
000870                     INDEXED BY PRIOR-INDEX.
00087A         10  PV-RECEIVER-ID       PIC X(08).
000875         10  PV-TABLE-ID          PIC X(04).
000880         10  PV-ELEMENT1          PIC X(02).
000890         10  PV-ELEMENT2          PIC 9(02).
001010     05  FILLER                   PIC X(01) VALUE "H".
001020     05  DHR-RUN-DATE             PIC X(10).
001030     05  DHR-GENERATION           PIC 9(09).
00103A     05  DHR-RECEIVER-ID          PIC X(08).
001040     05  FILLER                   PIC X(52) VALUE SPACES.
001050 01  DELTA-DETAIL-RECORD.
001060     05  FILLER                   PIC X(01) VALUE "D".
001070     05  DDR-ACTION               PIC X(01).
001260 0000-MAINLINE.
001270     SET JOB-COMPLETED-OK TO TRUE
001280     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
00128A     PERFORM 0600-LOAD-SUBSCRIPTIONS THRU 0600-EXIT
00128B     IF JOB-COMPLETED-OK
001290         PERFORM 1000-LOAD-PRIOR-SNAPSHOT THRU 1000-EXIT
00129A     END-IF
001300     IF JOB-COMPLETED-OK
001310         PERFORM 2000-EXTRACT-DELTA THRU 2000-EXIT
001320     END-IF
001530 0550-EXIT.
001540     EXIT.
001550*
001551******************************************************************
001552* 0600-LOAD-SUBSCRIPTIONS - LOAD EVERY FEEDSUBS.DAT RECEIVER THAT
001553* TAKES THE DELTA FEED. WITHOUT A SUBSCRIPTION FILE A SINGLE DELTA
001554* OF EVERY TABLE ON THE FEEDS GOES OUT UNDER A BLANK RECEIVER, AS
001555* IT DID BEFORE FEEDS WERE SPLIT BY RECEIVER. EVERY RECORD IS
001556* CHECKED, WHATEVER ITS FORMAT: A RECEIVER LISTED TWICE, EVEN ONCE
001557* FULL AND ONCE DELTA, STOPS THE RUN, SINCE ITS FEEDS COULD NOT BE
001558* TOLD APART, AND SO DOES A FORMAT OTHER THAN F OR D.
001559******************************************************************
00155A 0600-LOAD-SUBSCRIPTIONS.
00155B     MOVE ZERO TO SUBSCRIPTION-COUNT
00155C     MOVE ZERO TO SEEN-RECEIVER-COUNT
00155D     OPEN INPUT FEED-SUBSCRIPTION-FILE
00155E     IF FEED-SUBSCRIPTION-MISSING
00155F         DISPLAY "CODDELTA - NO FEEDSUBS.DAT, ONE DELTA OF ALL "
00155G             "TABLES"
00155H         MOVE 1 TO SUBSCRIPTION-COUNT
00155I         SET SUB-INDEX TO 1
00155J         MOVE SPACES TO SUBSCRIPTION-ENTRY (SUB-INDEX)
00155K         MOVE ZERO TO SB-LAST-GENERATION (SUB-INDEX)
00155L         MOVE "*ALL" TO SB-TABLE-ID (SUB-INDEX, 1)
00155M         GO TO 0600-EXIT
00155N     END-IF
00155O     IF NOT FEED-SUBSCRIPTION-OK
00155P         DISPLAY "CODDELTA - UNABLE TO OPEN FEEDSUBS.DAT, STATUS "
00155Q             FEED-SUBSCRIPTION-STATUS
00155R         SET JOB-COMPLETED-ERROR TO TRUE
00155S         GO TO 0600-EXIT
00155T     END-IF
00155U     PERFORM 0650-READ-SUBSCRIPTION THRU 0650-EXIT
00155V     PERFORM 0700-STORE-SUBSCRIPTION THRU 0700-EXIT
00155W         UNTIL FEED-SUBSCRIPTION-EOF
00155X     CLOSE FEED-SUBSCRIPTION-FILE
00155Y     IF SUBSCRIPTION-COUNT = ZERO
00155Z         DISPLAY "CODDELTA - NO RECEIVER SUBSCRIBES TO THE DELTA "
001560             "FEED"
001561     END-IF
001562     .
001563 0600-EXIT.
001564     EXIT.
001565*
001566 0650-READ-SUBSCRIPTION.
001567     READ FEED-SUBSCRIPTION-FILE
001568         AT END
001569             SET FEED-SUBSCRIPTION-EOF TO TRUE
00156A     END-READ
00156B     .
00156C 0650-EXIT.
00156D     EXIT.
00156E*
00156F 0700-STORE-SUBSCRIPTION.
00156G     IF NOT FS-FULL-FEED
00156H         AND NOT FS-DELTA-FEED
00156I         DISPLAY "CODDELTA - FEED FORMAT NOT F OR D IN "
00156J             "FEEDSUBS.DAT: " FS-RECEIVER-ID
00156K         SET JOB-COMPLETED-ERROR TO TRUE
00156L         GO TO 0700-READ-NEXT
00156M     END-IF
00156N     SET RECEIVER-NOT-FOUND TO TRUE
00156O     IF SEEN-RECEIVER-COUNT > ZERO
00156P         SET SEEN-INDEX TO 1
00156Q         SEARCH SEEN-RECEIVER-ENTRY
00156R             AT END
00156S                 CONTINUE
00156T             WHEN SN-RECEIVER-ID (SEEN-INDEX) = FS-RECEIVER-ID
00156U                 SET RECEIVER-FOUND TO TRUE
00156V         END-SEARCH
00156W     END-IF
00156X     IF RECEIVER-FOUND
00156Y         DISPLAY "CODDELTA - RECEIVER LISTED TWICE IN "
00156Z             "FEEDSUBS.DAT: " FS-RECEIVER-ID
001570         SET JOB-COMPLETED-ERROR TO TRUE
001571         GO TO 0700-READ-NEXT
001572     END-IF
001573     IF SEEN-RECEIVER-COUNT >= SEEN-RECEIVER-MAX-ENTRIES
001574         DISPLAY "CODDELTA - TOO MANY RECEIVERS IN FEEDSUBS.DAT, "
001575             "DROPPED: " FS-RECEIVER-ID
001576         SET JOB-COMPLETED-ERROR TO TRUE
001577         GO TO 0700-READ-NEXT
001578     END-IF
001579     ADD 1 TO SEEN-RECEIVER-COUNT
00157A     SET SEEN-INDEX TO SEEN-RECEIVER-COUNT
00157B     MOVE FS-RECEIVER-ID TO SN-RECEIVER-ID (SEEN-INDEX)
00157C     IF NOT FS-DELTA-FEED
00157D         GO TO 0700-READ-NEXT
00157E     END-IF
00157F     IF SUBSCRIPTION-COUNT >= SUBSCRIPTION-MAX-ENTRIES
00157G         DISPLAY "CODDELTA - SUBSCRIPTION TABLE FULL, RECEIVER "
00157H             "DROPPED: " FS-RECEIVER-ID
00157I         SET JOB-COMPLETED-ERROR TO TRUE
00157J         GO TO 0700-READ-NEXT
00157K     END-IF
00157L     ADD 1 TO SUBSCRIPTION-COUNT
00157M     SET SUB-INDEX TO SUBSCRIPTION-COUNT
00157N     MOVE FS-RECEIVER-ID TO SB-RECEIVER-ID (SUB-INDEX)
00157O     MOVE ZERO TO SB-LAST-GENERATION (SUB-INDEX)
00157P     MOVE FS-TABLE-LIST TO SB-TABLE-LIST (SUB-INDEX)
00157Q     .
00157R 0700-READ-NEXT.
00157S     PERFORM 0650-READ-SUBSCRIPTION THRU 0650-EXIT
00157T     .
00157U 0700-EXIT.
00157X     EXIT.
00157Y*
00157Z******************************************************************
00158A* 0800-FIND-SUBSCRIPTION - LOOK UP THE SUBSCRIBED RECEIVER WHOSE
00158B* ID THE CALLER HAS PLACED IN SEARCH-RECEIVER-ID, LEAVING
00158C* SUB-INDEX ON IT WHEN FOUND.
00158D******************************************************************
00158E 0800-FIND-SUBSCRIPTION.
00158F     SET RECEIVER-NOT-FOUND TO TRUE
00158G     IF SUBSCRIPTION-COUNT = ZERO
00158H         GO TO 0800-EXIT
00158I     END-IF
00158J     SET SUB-INDEX TO 1
00158K     SEARCH SUBSCRIPTION-ENTRY
00158L         AT END
00158M             CONTINUE
00158N         WHEN SB-RECEIVER-ID (SUB-INDEX) = SEARCH-RECEIVER-ID
00158O             SET RECEIVER-FOUND TO TRUE
00158P     END-SEARCH
00158Q     .
00158R 0800-EXIT.
00158S     EXIT.
00158T*
001560******************************************************************
001570* 1000-LOAD-PRIOR-SNAPSHOT - LOAD THE CODEPREV.DAT SNAPSHOT OF
001580* WHAT THE PRIOR RUN EXTRACTED FOR EACH RECEIVER, ALONG WITH EACH
00158U* RECEIVER'S GENERATION NUMBER FROM ITS SNAPSHOT HEADER. A
001590* MISSING SNAPSHOT IS THE FIRST-EVER RUN: GENERATION ZERO AND
001600* AN EMPTY TABLE, SO EVERY MASTER ENTRY GOES OUT AS AN ADD. THE
00160A* SAME HOLDS FOR A RECEIVER NEW TO FEEDSUBS.DAT. ROWS OF A
00160B* RECEIVER NO LONGER SUBSCRIBED ARE DROPPED. A
001602* SNAPSHOT PAST THE TABLE LIMIT ABANDONS THE RUN WITH AN ERROR
001604* RATHER THAN SENDING A DELTA THAT SILENTLY DIVERGES FROM WHAT
001606* THE RECEIVER HOLDS.
001610******************************************************************
001620 1000-LOAD-PRIOR-SNAPSHOT.
001630     MOVE ZERO TO PRIOR-ENTRY-COUNT
00163A     IF SUBSCRIPTION-COUNT = ZERO
00163B         GO TO 1000-EXIT
00163C     END-IF
001650     OPEN INPUT PRIOR-SNAPSHOT-FILE
001660     IF PRIOR-SNAPSHOT-MISSING
001670         DISPLAY "CODDELTA - NO CODEPREV.DAT, FIRST DELTA RUN"
001810         SET JOB-COMPLETED-ERROR TO TRUE
001820         GO TO 1000-EXIT
001830     END-IF
001850     SET PRIOR-INDEX TO 1
001860     MOVE PRIOR-MAX-ENTRIES TO PRIOR-ENTRY-COUNT
001880     PERFORM 1200-BUILD-PRIOR-ENTRY THRU 1200-EXIT
001890         UNTIL PRIOR-SNAPSHOT-EOF
001900            OR PRIOR-INDEX > PRIOR-ENTRY-COUNT
002040     EXIT.
002050*
002060 1200-BUILD-PRIOR-ENTRY.
00206A     IF PS-HEADER-RECORD
00206B         MOVE PS-RECEIVER-ID TO SEARCH-RECEIVER-ID
00206C         PERFORM 0800-FIND-SUBSCRIPTION THRU 0800-EXIT
00206D         IF RECEIVER-FOUND
00206E             MOVE PS-GENERATION TO SB-LAST-GENERATION (SUB-INDEX)
00206F         END-IF
00206G         GO TO 1200-READ-NEXT
00206H     END-IF
00206I     MOVE PS-DETAIL-RECEIVER-ID TO SEARCH-RECEIVER-ID
00206J     PERFORM 0800-FIND-SUBSCRIPTION THRU 0800-EXIT
00206K     IF RECEIVER-NOT-FOUND
00206L         GO TO 1200-READ-NEXT
00206M     END-IF
00206N     MOVE PS-DETAIL-RECEIVER-ID TO PV-RECEIVER-ID (PRIOR-INDEX)
002065     MOVE PS-TABLE-ID TO PV-TABLE-ID (PRIOR-INDEX)
002070     MOVE PS-ELEMENT1 TO PV-ELEMENT1 (PRIOR-INDEX)
002080     MOVE PS-ELEMENT2 TO PV-ELEMENT2 (PRIOR-INDEX)
002100     MOVE PS-STATUS TO PV-STATUS (PRIOR-INDEX)
002110     SET PV-ROW-UNMATCHED (PRIOR-INDEX) TO TRUE
002120     SET PRIOR-INDEX UP BY 1
00212A     .
00212B 1200-READ-NEXT.
002130     PERFORM 1100-READ-SNAPSHOT-RECORD THRU 1100-EXIT
002140     .
002150 1200-EXIT.
002160     EXIT.
002170*
002180******************************************************************
002190* 2000-EXTRACT-DELTA - OPEN THE MASTER, THE CODEDLTA.DAT
002200* INTERFACE FILE, THE NEW SNAPSHOT, THE CATALOG, AND THE FEED
002210* CONTROL FILE, THEN WRITE ONE DELTA FEED PER DELTA-FORMAT
002220* RECEIVER TO THE INTERFACE FILE.
002250******************************************************************
002260 2000-EXTRACT-DELTA.
002300     OPEN INPUT CODE-MASTER-FILE
002310     IF NOT CODE-MASTER-OK
002320         DISPLAY "CODDELTA - UNABLE TO OPEN CODEMSTR.DAT, STATUS "
002500         CLOSE CODE-MASTER-FILE
002510         GO TO 2000-EXIT
002520     END-IF
002522     OPEN INPUT TABLE-CATALOG-FILE
002524     IF NOT TABLE-CATALOG-OK
002526         DISPLAY "CODDELTA - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
002527             TABLE-CATALOG-STATUS
002528         SET JOB-COMPLETED-ERROR TO TRUE
002529         CLOSE PRIOR-SNAPSHOT-FILE
00252A         CLOSE DELTA-FEED-FILE
00252B         CLOSE CODE-MASTER-FILE
00252C         GO TO 2000-EXIT
00252D     END-IF
00252E     OPEN EXTEND FEED-CONTROL-FILE
00252F     IF FEED-CONTROL-MISSING
00252G         CLOSE FEED-CONTROL-FILE
00252H         OPEN OUTPUT FEED-CONTROL-FILE
00252I     END-IF
00252J     IF NOT FEED-CONTROL-OK
00252K         DISPLAY "CODDELTA - UNABLE TO OPEN FEEDCTL.DAT, STATUS "
00252L             FEED-CONTROL-STATUS
00252M         SET JOB-COMPLETED-ERROR TO TRUE
00252N         CLOSE TABLE-CATALOG-FILE
00252O         CLOSE PRIOR-SNAPSHOT-FILE
00252P         CLOSE DELTA-FEED-FILE
00252Q         CLOSE CODE-MASTER-FILE
00252R         GO TO 2000-EXIT
00252S     END-IF
00252T     PERFORM 2050-EXTRACT-ONE-DELTA THRU 2050-EXIT
00252U         VARYING SUB-INDEX FROM 1 BY 1
00252V             UNTIL SUB-INDEX > SUBSCRIPTION-COUNT
002780     CLOSE PRIOR-SNAPSHOT-FILE
002790     CLOSE DELTA-FEED-FILE
002800     CLOSE CODE-MASTER-FILE
002805     CLOSE TABLE-CATALOG-FILE
002806     CLOSE FEED-CONTROL-FILE
002807     DISPLAY "CODDELTA - RECEIVER DELTAS WRITTEN: "
002808         FEEDS-WRITTEN-COUNT
002830     .
002840 2000-EXIT.
002850     EXIT.
002860*
00286A******************************************************************
00286B* 2050-EXTRACT-ONE-DELTA - WALK THE WHOLE MASTER IN KEY ORDER FOR
00286C* THE RECEIVER AT SUB-INDEX AGAINST THAT RECEIVER'S PRIOR
00286D* SNAPSHOT ROWS, WRITING AN ACTION-CODED DETAIL FOR EVERY ENTRY
00286E* ADDED, CHANGED, OR INACTIVATED, THEN A DELETE DETAIL FOR EVERY
00286F* SNAPSHOT ROW NO LONGER ON THE MASTER OR NO LONGER TAKEN, AND THE
00286G* CONTROL TRAILER. THE RECEIVER'S CURRENT ENTRIES ARE WRITTEN OUT
00286H* AS ITS NEW SNAPSHOT UNDER THE INCREMENTED GENERATION NUMBER AS
00286I* THE MASTER IS WALKED, AND THE FEED IS RECORDED IN FEEDCTL.DAT.
00286J******************************************************************
00286K 2050-EXTRACT-ONE-DELTA.
002270     MOVE ZERO TO DELTA-RECORD-COUNT
002280     MOVE ZERO TO ELEMENT2-HASH-TOTAL
00228A     MOVE SPACES TO FEED-TABLE-ID
002290     COMPUTE FEED-GENERATION = SB-LAST-GENERATION (SUB-INDEX) + 1
002530     MOVE FORMATTED-RUN-DATE TO DHR-RUN-DATE
002540     MOVE FEED-GENERATION TO DHR-GENERATION
00254A     MOVE SB-RECEIVER-ID (SUB-INDEX) TO DHR-RECEIVER-ID
002550     MOVE DELTA-HEADER-RECORD TO DELTA-FEED-RECORD
002560     WRITE DELTA-FEED-RECORD
002570     MOVE SPACES TO PRIOR-SNAPSHOT-RECORD
002580     MOVE "H" TO PS-RECORD-TYPE
002590     MOVE FEED-GENERATION TO PS-GENERATION
00259A     MOVE SB-RECEIVER-ID (SUB-INDEX) TO PS-RECEIVER-ID
002600     WRITE PRIOR-SNAPSHOT-RECORD
002610     MOVE LOW-VALUES TO CM-MASTER-KEY
002620     START CODE-MASTER-FILE KEY NOT < CM-MASTER-KEY
002630         INVALID KEY
002640             GO TO 2050-SWEEP-DELETES
002650     END-START
002660     PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT
002670     PERFORM 2200-COMPARE-MASTER-ENTRY THRU 2200-EXIT
002680         UNTIL CODE-MASTER-EOF
002690     .
00269A 2050-SWEEP-DELETES.
002710     PERFORM 2500-CHECK-DELETED-ENTRY THRU 2500-EXIT
002720         VARYING PRIOR-INDEX FROM 1 BY 1
002730             UNTIL PRIOR-INDEX > PRIOR-ENTRY-COUNT
002750     MOVE ELEMENT2-HASH-TOTAL TO DTR-HASH-TOTAL
002760     MOVE DELTA-TRAILER-RECORD TO DELTA-FEED-RECORD
002770     WRITE DELTA-FEED-RECORD
00277A     PERFORM 2600-WRITE-FEED-CONTROL THRU 2600-EXIT
00277B     ADD 1 TO FEEDS-WRITTEN-COUNT
002810     DISPLAY "CODDELTA - RECEIVER " SB-RECEIVER-ID (SUB-INDEX)
00281A         " GENERATION " FEED-GENERATION
002820         " DELTA RECORDS " DELTA-RECORD-COUNT
00282A     .
00282B 2050-EXIT.
00282C     EXIT.
00282D*
002870******************************************************************
002880* 2200-COMPARE-MASTER-ENTRY - WRITE THE MASTER ENTRY JUST READ TO
002890* THE NEW SNAPSHOT, FIND ITS PRIOR SNAPSHOT ROW, AND EMIT AN ADD,
002900* CHANGE, OR INACTIVATED DETAIL WHEN THE ENTRY IS NEW OR DIFFERS.
002910* AN ENTRY IDENTICAL TO LAST TIME EMITS NOTHING. AN ENTRY OF A
002915* TABLE THE CATALOG DOES NOT MARK FOR THE FEEDS, OR THAT THE
002916* RECEIVER DOES NOT TAKE, IS PASSED OVER.
002920******************************************************************
002930 2200-COMPARE-MASTER-ENTRY.
002931     IF CM-TABLE-ID NOT = FEED-TABLE-ID
002932         PERFORM 2250-CHECK-TABLE-ON-FEEDS THRU 2250-EXIT
002933     END-IF
002934     IF TABLE-OFF-FEEDS
002935         GO TO 2200-READ-NEXT
002936     END-IF
002940     MOVE SPACES TO PRIOR-SNAPSHOT-RECORD
002950     MOVE "D" TO PS-RECORD-TYPE
002955     MOVE CM-TABLE-ID TO PS-TABLE-ID
002970     MOVE CM-ELEMENT2 TO PS-ELEMENT2
002980     MOVE CM-DESCRIPTION TO PS-DESCRIPTION
002990     MOVE CM-STATUS TO PS-STATUS
00299A     MOVE SB-RECEIVER-ID (SUB-INDEX) TO PS-DETAIL-RECEIVER-ID
003000     WRITE PRIOR-SNAPSHOT-RECORD
003010     PERFORM 2300-FIND-PRIOR-ROW THRU 2300-EXIT
003020     IF PRIOR-ROW-NOT-FOUND
003240 2200-EXIT.
003250     EXIT.
003260*
003261******************************************************************
003262* 2250-CHECK-TABLE-ON-FEEDS - LOOK UP THE CATALOG ENTRY FOR THE
003263* TABLE THE WALK HAS JUST REACHED. A TABLE NOT IN THE CATALOG IS
003264* TREATED AS OFF THE FEEDS, AND SO IS A TABLE ON THE FEEDS THAT
00326N* THE CURRENT RECEIVER DOES NOT SUBSCRIBE TO.
003265******************************************************************
003266 2250-CHECK-TABLE-ON-FEEDS.
003267     MOVE CM-TABLE-ID TO FEED-TABLE-ID
003268     MOVE CM-TABLE-ID TO TC-TABLE-ID
003269     SET TABLE-OFF-FEEDS TO TRUE
00326A     READ TABLE-CATALOG-FILE
00326B         INVALID KEY
00326C             DISPLAY "CODDELTA - TABLE NOT IN TBLCATLG.DAT: "
00326D                 CM-TABLE-ID
00326E         NOT INVALID KEY
00326F             IF TC-ON-FEEDS
00326G                 SET TABLE-ON-FEEDS TO TRUE
00326H             END-IF
00326I     END-READ
00326O     IF TABLE-ON-FEEDS
00326P         PERFORM 2260-CHECK-SUBSCRIBED THRU 2260-EXIT
00326Q         IF TABLE-NOT-SUBSCRIBED
00326R             SET TABLE-OFF-FEEDS TO TRUE
00326S         END-IF
00326T     END-IF
00326J     .
00326K 2250-EXIT.
00326L     EXIT.
00326M*
00326U 2260-CHECK-SUBSCRIBED.
00326V     SET TABLE-NOT-SUBSCRIBED TO TRUE
00326W     IF SB-TABLE-ID (SUB-INDEX, 1) = "*ALL"
00326X         SET TABLE-SUBSCRIBED TO TRUE
00326Y         GO TO 2260-EXIT
00326Z     END-IF
00327A     SET SB-TABLE-INDEX TO 1
00327B     SEARCH SB-TABLE-ID
00327C         AT END
00327D             CONTINUE
00327E         WHEN SB-TABLE-ID (SUB-INDEX, SB-TABLE-INDEX)
00327F                 = CM-TABLE-ID
00327G             SET TABLE-SUBSCRIBED TO TRUE
00327H     END-SEARCH
00327I     .
00327J 2260-EXIT.
00327K     EXIT.
00327L*
003270******************************************************************
003280* 2300-FIND-PRIOR-ROW - LOCATE THE CURRENT RECEIVER'S PRIOR
003290* SNAPSHOT ROW FOR THE MASTER ENTRY JUST READ.
003300******************************************************************
003310 2300-FIND-PRIOR-ROW.
003320     SET PRIOR-ROW-NOT-FOUND TO TRUE
003370     SEARCH PRIOR-ENTRY
003380         AT END
003390             SET PRIOR-ROW-NOT-FOUND TO TRUE
003400         WHEN PV-RECEIVER-ID (PRIOR-INDEX)
00340A                 = SB-RECEIVER-ID (SUB-INDEX)
00340B             AND PV-TABLE-ID (PRIOR-INDEX) = CM-TABLE-ID
003405             AND PV-ELEMENT1 (PRIOR-INDEX) = CM-ELEMENT1
003410             SET PRIOR-ROW-FOUND TO TRUE
003420     END-SEARCH
003640*
003650******************************************************************
003660* 2500-CHECK-DELETED-ENTRY - WRITE A DELETE DETAIL FOR A PRIOR
003670* SNAPSHOT ROW OF THE CURRENT RECEIVER NO MASTER ENTRY MATCHED,
003680* WHICH IS AN ENTRY REMOVED FROM THE MASTER, OR FROM WHAT THE
00368A* RECEIVER TAKES, SINCE THE LAST EXTRACT.
003690******************************************************************
003700 2500-CHECK-DELETED-ENTRY.
003710     IF PV-ROW-MATCHED (PRIOR-INDEX)
00371A         OR PV-RECEIVER-ID (PRIOR-INDEX)
00371B             NOT = SB-RECEIVER-ID (SUB-INDEX)
003720         GO TO 2500-EXIT
003730     END-IF
003740     MOVE "D" TO DDR-ACTION
003840 2500-EXIT.
003850     EXIT.
003860*
00386A******************************************************************
00386B* 2600-WRITE-FEED-CONTROL - APPEND THIS DELTA'S DATE, RECEIVER,
00386C* GENERATION, AND TRAILER CONTROL TOTALS TO THE PERMANENT
00386D* FEEDCTL.DAT FEED CONTROL FILE, SO FEEDACK CAN MATCH EACH
00386E* RECEIVER'S ACKNOWLEDGMENT AGAINST THE FEED ACTUALLY SENT TO IT.
00386F* THE SINGLE UNSUBSCRIBED DELTA SENT WITHOUT A FEEDSUBS.DAT IS NOT
00386G* RECORDED, SINCE ITS BLANK RECEIVER AND DATE WOULD COLLIDE WITH
00386H* THE CODEXTR FULL FEED OF THE SAME NIGHT.
00386I******************************************************************
00386J 2600-WRITE-FEED-CONTROL.
00386K     IF SB-RECEIVER-ID (SUB-INDEX) = SPACES
00386L         GO TO 2600-EXIT
00386M     END-IF
00386N     MOVE SPACES TO FEED-CONTROL-RECORD
00386O     MOVE FORMATTED-RUN-DATE TO FC-FEED-DATE
00386P     MOVE DELTA-RECORD-COUNT TO FC-RECORD-COUNT
00386Q     MOVE ELEMENT2-HASH-TOTAL TO FC-HASH-TOTAL
00386R     MOVE SB-RECEIVER-ID (SUB-INDEX) TO FC-RECEIVER-ID
00386S     MOVE "D" TO FC-FEED-FORMAT
00386T     MOVE FEED-GENERATION TO FC-GENERATION
00386U     WRITE FEED-CONTROL-RECORD
00386V     .
00386W 2600-EXIT.
00386X     EXIT.
00386Y*
003870 2900-READ-NEXT-MASTER.
003880     READ CODE-MASTER-FILE NEXT RECORD
003890         AT END
