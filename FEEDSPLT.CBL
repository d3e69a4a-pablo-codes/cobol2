000010******************************************************************
000020* Program name:    FEEDSPLT
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created to hand each receiver a feed file of
000090*                  its own. CODEXTR and CODDELTA write one
000100*                  header-to-trailer feed per subscribed receiver,
000110*                  one after another, in CODEFEED.DAT and
000120*                  CODEDLTA.DAT. Run once per receiver after
000130*                  them, this program copies the named receiver's
000140*                  feed, from the file its FEEDSUBS.DAT format
000150*                  says, to RCVFEED.DAT for transmission to that
000160*                  receiver alone, and checks its detail count and
000170*                  ELEMENT2 hash total against its own trailer. A
000180*                  receiver not subscribed, listed more than once,
000190*                  with no feed on the file, or whose feed does
000200*                  not foot to its trailer ends the run with RC 12
000210*                  and an empty RCVFEED.DAT.
000220*
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.  FEEDSPLT.
000260 AUTHOR.  DLROSS.
000270 INSTALLATION.  DATA PROCESSING.
000280 DATE-WRITTEN.  10/15/26.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT FEED-SUBSCRIPTION-FILE ASSIGN TO "FEEDSUBS.DAT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS FEED-SUBSCRIPTION-STATUS.
000360     SELECT CODE-FEED-FILE ASSIGN TO "CODEFEED.DAT"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS CODE-FEED-STATUS.
000390     SELECT DELTA-FEED-FILE ASSIGN TO "CODEDLTA.DAT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DELTA-FEED-STATUS.
000420     SELECT RECEIVER-FEED-FILE ASSIGN TO "RCVFEED.DAT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS RECEIVER-FEED-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  FEED-SUBSCRIPTION-FILE
000480     RECORDING MODE IS F.
000490     COPY FEEDSUB.
000500 FD  CODE-FEED-FILE
000510     RECORDING MODE IS F.
000520 01  CODE-FEED-RECORD             PIC X(80).
000530 FD  DELTA-FEED-FILE
000540     RECORDING MODE IS F.
000550 01  DELTA-FEED-RECORD            PIC X(80).
000560 FD  RECEIVER-FEED-FILE
000570     RECORDING MODE IS F.
000580 01  RECEIVER-FEED-RECORD         PIC X(80).
000590 WORKING-STORAGE SECTION.
000600 01  JOB-NAME                     PIC X(08) VALUE "FEEDSPLT".
000610 01  FEED-SUBSCRIPTION-STATUS     PIC X(02).
000620     88  FEED-SUBSCRIPTION-OK     VALUE "00".
000630     88  FEED-SUBSCRIPTION-EOF    VALUE "10".
000640     88  FEED-SUBSCRIPTION-MISSING VALUE "35".
000650 01  CODE-FEED-STATUS             PIC X(02).
000660     88  CODE-FEED-OK             VALUE "00".
000670     88  CODE-FEED-EOF            VALUE "10".
000680     88  CODE-FEED-MISSING        VALUE "35".
000690 01  DELTA-FEED-STATUS            PIC X(02).
000700     88  DELTA-FEED-OK            VALUE "00".
000710     88  DELTA-FEED-EOF           VALUE "10".
000720     88  DELTA-FEED-MISSING       VALUE "35".
000730 01  RECEIVER-FEED-STATUS         PIC X(02).
000740     88  RECEIVER-FEED-OK         VALUE "00".
000750 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000760     88  JOB-COMPLETED-OK         VALUE "Y".
000770     88  JOB-COMPLETED-ERROR      VALUE "N".
000780 01  SPLIT-RECEIVER-ID            PIC X(08).
000790 01  SPLIT-FEED-FORMAT            PIC X(01).
000800     88  SPLIT-FULL-FEED          VALUE "F".
000810     88  SPLIT-DELTA-FEED         VALUE "D".
000820 01  SPLIT-FEED-NAME              PIC X(12).
000830 01  RECEIVER-FOUND-SWITCH        PIC X(01).
000840     88  RECEIVER-FOUND           VALUE "Y".
000850     88  RECEIVER-NOT-FOUND       VALUE "N".
000855 01  RECEIVER-MATCH-COUNT         PIC 9(04) VALUE ZERO.
000860 01  FEED-END-SWITCH              PIC X(01).
000870     88  FEED-AT-END              VALUE "Y".
000880     88  FEED-NOT-AT-END          VALUE "N".
000890 01  SEGMENT-SWITCH               PIC X(01).
000900     88  SEGMENT-NOT-FOUND        VALUE "N".
000910     88  SEGMENT-BEING-COPIED     VALUE "C".
000920     88  SEGMENT-COPIED           VALUE "T".
000930 01  SEGMENT-GENERATION           PIC 9(09) VALUE ZERO.
000940 01  SEGMENT-RUN-DATE             PIC X(10) VALUE SPACES.
000950 01  SEGMENT-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
000960 01  SEGMENT-HASH-TOTAL           PIC 9(09) VALUE ZERO.
000970 01  SEGMENT-RECORDS-WRITTEN      PIC 9(09) VALUE ZERO.
000980 01  FEED-RECORD-WORK.
000990     05  FRW-RECORD-TYPE          PIC X(01).
001000         88  FRW-HEADER           VALUE "H".
001010         88  FRW-DETAIL           VALUE "D".
001020         88  FRW-TRAILER          VALUE "T".
001030     05  FRW-RECORD-DATA          PIC X(79).
001040     05  FRW-FULL-HEADER REDEFINES FRW-RECORD-DATA.
001050         10  FFH-RUN-DATE         PIC X(10).
001060         10  FFH-RECEIVER-ID      PIC X(08).
001070         10  FFH-GENERATION       PIC 9(09).
001080         10  FILLER               PIC X(52).
001090     05  FRW-DELTA-HEADER REDEFINES FRW-RECORD-DATA.
001100         10  FDH-RUN-DATE         PIC X(10).
001110         10  FDH-GENERATION       PIC 9(09).
001120         10  FDH-RECEIVER-ID      PIC X(08).
001130         10  FILLER               PIC X(52).
001140     05  FRW-FULL-DETAIL REDEFINES FRW-RECORD-DATA.
001150         10  FFD-TABLE-ID         PIC X(04).
001160         10  FFD-ELEMENT1         PIC X(02).
001170         10  FFD-ELEMENT2         PIC 9(02).
001180         10  FILLER               PIC X(71).
001190     05  FRW-DELTA-DETAIL REDEFINES FRW-RECORD-DATA.
001200         10  FDD-ACTION           PIC X(01).
001210         10  FDD-TABLE-ID         PIC X(04).
001220         10  FDD-ELEMENT1         PIC X(02).
001230         10  FDD-ELEMENT2         PIC 9(02).
001240         10  FILLER               PIC X(70).
001250     05  FRW-TRAILER-DATA REDEFINES FRW-RECORD-DATA.
001260         10  FTW-RECORD-COUNT     PIC 9(09).
001270         10  FTW-HASH-TOTAL       PIC 9(09).
001280         10  FILLER               PIC X(61).
001290 01  DETAIL-ELEMENT2              PIC X(02).
001300 01  DETAIL-ELEMENT2-VALUE REDEFINES DETAIL-ELEMENT2
001310                                  PIC 9(02).
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     SET JOB-COMPLETED-OK TO TRUE
001350     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT
001360     IF JOB-COMPLETED-ERROR
001370         PERFORM 2800-EMPTY-RECEIVER-FEED THRU 2800-EXIT
001380         MOVE 12 TO RETURN-CODE
001390         DISPLAY "FEEDSPLT - REQUEST REJECTED, RC = " RETURN-CODE
001400         GOBACK
001410     END-IF
001420     PERFORM 2000-SPLIT-FEED THRU 2000-EXIT
001430     IF JOB-COMPLETED-OK
001440         MOVE 0 TO RETURN-CODE
001450     ELSE
001460         PERFORM 2800-EMPTY-RECEIVER-FEED THRU 2800-EXIT
001470         MOVE 12 TO RETURN-CODE
001480         DISPLAY "FEEDSPLT - COMPLETED WITH ERRORS, RC = "
001490             RETURN-CODE
001500     END-IF
001510     GOBACK.
001520*
001530******************************************************************
001540* 1000-ACCEPT-REQUEST - PROMPT FOR THE RECEIVER WHOSE FEED IS TO
001550* BE SPLIT OUT AND FIND ITS FEEDSUBS.DAT SUBSCRIPTION, WHOSE
001560* FORMAT SAYS WHETHER ITS FEED IS ON CODEFEED.DAT OR CODEDLTA.DAT.
001570* THE WHOLE FILE IS READ: A BLANK RECEIVER, ONE NOT SUBSCRIBED,
001575* ONE LISTED MORE THAN ONCE, OR ONE WITH NEITHER FORMAT IS
001580* REFUSED. WITHOUT A SUBSCRIPTION FILE THE EXTRACTS WRITE A
001590* SINGLE FEED, WHICH IS SENT AS IT STANDS.
001600******************************************************************
001610 1000-ACCEPT-REQUEST.
001620     MOVE SPACES TO SPLIT-RECEIVER-ID
001630     DISPLAY "FEEDSPLT - RECEIVER ID TO SPLIT OUT : "
001640     ACCEPT SPLIT-RECEIVER-ID
001650     IF SPLIT-RECEIVER-ID = SPACES
001660         DISPLAY "FEEDSPLT - NO RECEIVER ID ENTERED"
001670         SET JOB-COMPLETED-ERROR TO TRUE
001680         GO TO 1000-EXIT
001690     END-IF
001700     OPEN INPUT FEED-SUBSCRIPTION-FILE
001710     IF FEED-SUBSCRIPTION-MISSING
001720         DISPLAY "FEEDSPLT - NO FEEDSUBS.DAT, THE FEED FILES "
001730             "HOLD A SINGLE FEED"
001740         SET JOB-COMPLETED-ERROR TO TRUE
001750         GO TO 1000-EXIT
001760     END-IF
001770     IF NOT FEED-SUBSCRIPTION-OK
001780         DISPLAY "FEEDSPLT - UNABLE TO OPEN FEEDSUBS.DAT, STATUS "
001790             FEED-SUBSCRIPTION-STATUS
001800         SET JOB-COMPLETED-ERROR TO TRUE
001810         GO TO 1000-EXIT
001820     END-IF
001830     SET RECEIVER-NOT-FOUND TO TRUE
001835     MOVE ZERO TO RECEIVER-MATCH-COUNT
001840     PERFORM 1100-READ-SUBSCRIPTION THRU 1100-EXIT
001850     PERFORM 1200-CHECK-SUBSCRIPTION THRU 1200-EXIT
001860         UNTIL FEED-SUBSCRIPTION-EOF
001880     CLOSE FEED-SUBSCRIPTION-FILE
001890     IF RECEIVER-NOT-FOUND
001900         DISPLAY "FEEDSPLT - RECEIVER NOT ON FEEDSUBS.DAT: "
001910             SPLIT-RECEIVER-ID
001920         SET JOB-COMPLETED-ERROR TO TRUE
001930         GO TO 1000-EXIT
001940     END-IF
001942     IF RECEIVER-MATCH-COUNT > 1
001944         DISPLAY "FEEDSPLT - RECEIVER LISTED TWICE IN "
001946             "FEEDSUBS.DAT: " SPLIT-RECEIVER-ID
001947         SET JOB-COMPLETED-ERROR TO TRUE
001948         GO TO 1000-EXIT
001949     END-IF
001950     EVALUATE TRUE
001960         WHEN SPLIT-FULL-FEED
001970             MOVE "CODEFEED.DAT" TO SPLIT-FEED-NAME
001980         WHEN SPLIT-DELTA-FEED
001990             MOVE "CODEDLTA.DAT" TO SPLIT-FEED-NAME
002000         WHEN OTHER
002010             DISPLAY "FEEDSPLT - RECEIVER " SPLIT-RECEIVER-ID
002020                 " HAS FEED FORMAT " SPLIT-FEED-FORMAT
002030                 ", NOT F OR D"
002040             SET JOB-COMPLETED-ERROR TO TRUE
002050     END-EVALUATE
002060     .
002070 1000-EXIT.
002080     EXIT.
002090*
002100 1100-READ-SUBSCRIPTION.
002110     READ FEED-SUBSCRIPTION-FILE
002120         AT END
002130             SET FEED-SUBSCRIPTION-EOF TO TRUE
002140     END-READ
002150     .
002160 1100-EXIT.
002170     EXIT.
002180*
002190 1200-CHECK-SUBSCRIPTION.
002200     IF FS-RECEIVER-ID = SPLIT-RECEIVER-ID
002210         ADD 1 TO RECEIVER-MATCH-COUNT
002220         SET RECEIVER-FOUND TO TRUE
002230         MOVE FS-FEED-FORMAT TO SPLIT-FEED-FORMAT
002240     END-IF
002250     PERFORM 1100-READ-SUBSCRIPTION THRU 1100-EXIT
002260     .
002270 1200-EXIT.
002280     EXIT.
002290*
002300******************************************************************
002310* 2000-SPLIT-FEED - OPEN THE RECEIVER'S FEED FILE AND RCVFEED.DAT,
002320* PASS OVER THE OTHER RECEIVERS' FEEDS, COPY THIS RECEIVER'S FEED
002330* FROM ITS HEADER TO ITS TRAILER, AND CHECK THE DETAILS COPIED
002340* FOOT TO THE TRAILER'S RECORD COUNT AND ELEMENT2 HASH TOTAL.
002350******************************************************************
002360 2000-SPLIT-FEED.
002370     MOVE ZERO TO SEGMENT-DETAIL-COUNT
002380     MOVE ZERO TO SEGMENT-HASH-TOTAL
002390     MOVE ZERO TO SEGMENT-RECORDS-WRITTEN
002400     SET SEGMENT-NOT-FOUND TO TRUE
002410     SET FEED-NOT-AT-END TO TRUE
002420     IF SPLIT-FULL-FEED
002430         OPEN INPUT CODE-FEED-FILE
002440         IF CODE-FEED-MISSING
002450             DISPLAY "FEEDSPLT - NO CODEFEED.DAT TO SPLIT"
002460             SET JOB-COMPLETED-ERROR TO TRUE
002470             GO TO 2000-EXIT
002480         END-IF
002490         IF NOT CODE-FEED-OK
002500             DISPLAY "FEEDSPLT - UNABLE TO OPEN CODEFEED.DAT, "
002510                 "STATUS " CODE-FEED-STATUS
002520             SET JOB-COMPLETED-ERROR TO TRUE
002530             GO TO 2000-EXIT
002540         END-IF
002550     ELSE
002560         OPEN INPUT DELTA-FEED-FILE
002570         IF DELTA-FEED-MISSING
002580             DISPLAY "FEEDSPLT - NO CODEDLTA.DAT TO SPLIT"
002590             SET JOB-COMPLETED-ERROR TO TRUE
002600             GO TO 2000-EXIT
002610         END-IF
002620         IF NOT DELTA-FEED-OK
002630             DISPLAY "FEEDSPLT - UNABLE TO OPEN CODEDLTA.DAT, "
002640                 "STATUS " DELTA-FEED-STATUS
002650             SET JOB-COMPLETED-ERROR TO TRUE
002660             GO TO 2000-EXIT
002670         END-IF
002680     END-IF
002690     OPEN OUTPUT RECEIVER-FEED-FILE
002700     IF NOT RECEIVER-FEED-OK
002710         DISPLAY "FEEDSPLT - UNABLE TO OPEN RCVFEED.DAT, STATUS "
002720             RECEIVER-FEED-STATUS
002730         SET JOB-COMPLETED-ERROR TO TRUE
002740         GO TO 2000-CLOSE-FEED
002750     END-IF
002760     PERFORM 2900-READ-FEED THRU 2900-EXIT
002770     PERFORM 2100-SCAN-FEED THRU 2100-EXIT
002780         UNTIL FEED-AT-END
002790            OR SEGMENT-COPIED
002800            OR JOB-COMPLETED-ERROR
002810     CLOSE RECEIVER-FEED-FILE
002820     .
002830 2000-CLOSE-FEED.
002840     IF SPLIT-FULL-FEED
002850         CLOSE CODE-FEED-FILE
002860     ELSE
002870         CLOSE DELTA-FEED-FILE
002880     END-IF
002890     IF JOB-COMPLETED-ERROR
002900         GO TO 2000-EXIT
002910     END-IF
002920     PERFORM 2500-CHECK-SEGMENT THRU 2500-EXIT
002930     .
002940 2000-EXIT.
002950     EXIT.
002960*
002970******************************************************************
002980* 2100-SCAN-FEED - LOOK AT THE FEED RECORD JUST READ. A HEADER FOR
002990* THIS RECEIVER STARTS THE COPY, AND EVERY RECORD FROM THERE TO
003000* THE NEXT TRAILER IS COPIED. A SECOND HEADER BEFORE THAT TRAILER
003010* MEANS THE RECEIVER'S FEED WAS CUT SHORT.
003020******************************************************************
003030 2100-SCAN-FEED.
003040     IF SEGMENT-BEING-COPIED
003050         IF FRW-HEADER
003060             DISPLAY "FEEDSPLT - FEED FOR " SPLIT-RECEIVER-ID
003070                 " ON " SPLIT-FEED-NAME " HAS NO TRAILER"
003080             SET JOB-COMPLETED-ERROR TO TRUE
003090             GO TO 2100-EXIT
003100         END-IF
003110         PERFORM 2200-COPY-RECORD THRU 2200-EXIT
003120         GO TO 2100-READ-NEXT
003130     END-IF
003140     IF NOT FRW-HEADER
003150         GO TO 2100-READ-NEXT
003160     END-IF
003170     IF SPLIT-FULL-FEED
003180         AND FFH-RECEIVER-ID = SPLIT-RECEIVER-ID
003190         MOVE FFH-GENERATION TO SEGMENT-GENERATION
003200         MOVE FFH-RUN-DATE TO SEGMENT-RUN-DATE
003210         SET SEGMENT-BEING-COPIED TO TRUE
003220     END-IF
003230     IF SPLIT-DELTA-FEED
003240         AND FDH-RECEIVER-ID = SPLIT-RECEIVER-ID
003250         MOVE FDH-GENERATION TO SEGMENT-GENERATION
003260         MOVE FDH-RUN-DATE TO SEGMENT-RUN-DATE
003270         SET SEGMENT-BEING-COPIED TO TRUE
003280     END-IF
003290     IF SEGMENT-BEING-COPIED
003300         PERFORM 2200-COPY-RECORD THRU 2200-EXIT
003310     END-IF
003320     .
003330 2100-READ-NEXT.
003340     IF NOT SEGMENT-COPIED
003350         PERFORM 2900-READ-FEED THRU 2900-EXIT
003360     END-IF
003370     .
003380 2100-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420* 2200-COPY-RECORD - WRITE ONE RECORD OF THIS RECEIVER'S FEED TO
003430* RCVFEED.DAT, ADDING A DETAIL TO THE COUNT AND ITS ELEMENT2 TO
003440* THE HASH TOTAL. THE TRAILER ENDS THE COPY.
003450******************************************************************
003460 2200-COPY-RECORD.
003470     MOVE FEED-RECORD-WORK TO RECEIVER-FEED-RECORD
003480     WRITE RECEIVER-FEED-RECORD
003490     IF NOT RECEIVER-FEED-OK
003500         DISPLAY "FEEDSPLT - RCVFEED.DAT WRITE FAILED, STATUS "
003510             RECEIVER-FEED-STATUS
003520         SET JOB-COMPLETED-ERROR TO TRUE
003530         GO TO 2200-EXIT
003540     END-IF
003550     ADD 1 TO SEGMENT-RECORDS-WRITTEN
003560     IF FRW-TRAILER
003570         SET SEGMENT-COPIED TO TRUE
003580         GO TO 2200-EXIT
003590     END-IF
003600     IF NOT FRW-DETAIL
003610         GO TO 2200-EXIT
003620     END-IF
003630     ADD 1 TO SEGMENT-DETAIL-COUNT
003640     IF SPLIT-FULL-FEED
003650         MOVE FFD-ELEMENT2 TO DETAIL-ELEMENT2
003660     ELSE
003670         MOVE FDD-ELEMENT2 TO DETAIL-ELEMENT2
003680     END-IF
003690     IF DETAIL-ELEMENT2-VALUE NUMERIC
003700         ADD DETAIL-ELEMENT2-VALUE TO SEGMENT-HASH-TOTAL
003710     END-IF
003720     .
003730 2200-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770* 2500-CHECK-SEGMENT - FAIL THE SPLIT WHEN THE RECEIVER HAD NO
003780* FEED ON THE FILE, ITS FEED RAN OFF THE END OF THE FILE, OR THE
003790* DETAILS COPIED DO NOT FOOT TO ITS TRAILER. THE TRAILER IS STILL
003800* IN THE WORK AREA, SINCE THE SCAN STOPS AS SOON AS IT IS COPIED.
003810******************************************************************
003820 2500-CHECK-SEGMENT.
003830     IF SEGMENT-NOT-FOUND
003840         DISPLAY "FEEDSPLT - NO FEED FOR " SPLIT-RECEIVER-ID
003850             " ON " SPLIT-FEED-NAME
003860         SET JOB-COMPLETED-ERROR TO TRUE
003870         GO TO 2500-EXIT
003880     END-IF
003890     IF NOT SEGMENT-COPIED
003900         DISPLAY "FEEDSPLT - FEED FOR " SPLIT-RECEIVER-ID
003910             " ON " SPLIT-FEED-NAME " HAS NO TRAILER"
003920         SET JOB-COMPLETED-ERROR TO TRUE
003930         GO TO 2500-EXIT
003940     END-IF
003950     IF FTW-RECORD-COUNT NOT = SEGMENT-DETAIL-COUNT
003960         OR FTW-HASH-TOTAL NOT = SEGMENT-HASH-TOTAL
003970         DISPLAY "FEEDSPLT - FEED FOR " SPLIT-RECEIVER-ID
003980             " DOES NOT FOOT TO ITS TRAILER"
003990         DISPLAY "FEEDSPLT -   TRAILER RECORDS " FTW-RECORD-COUNT
004000             " HASH " FTW-HASH-TOTAL
004010         DISPLAY "FEEDSPLT -   COPIED  RECORDS "
004020             SEGMENT-DETAIL-COUNT " HASH " SEGMENT-HASH-TOTAL
004030         SET JOB-COMPLETED-ERROR TO TRUE
004040         GO TO 2500-EXIT
004050     END-IF
004060     DISPLAY "FEEDSPLT - RECEIVER " SPLIT-RECEIVER-ID
004070         " GENERATION " SEGMENT-GENERATION " OF " SEGMENT-RUN-DATE
004080     DISPLAY "FEEDSPLT - " SEGMENT-RECORDS-WRITTEN
004090         " RECORDS WRITTEN TO RCVFEED.DAT FROM " SPLIT-FEED-NAME
004100     .
004110 2500-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150* 2800-EMPTY-RECEIVER-FEED - LEAVE RCVFEED.DAT EMPTY AFTER A
004160* REFUSED REQUEST OR A FAILED SPLIT, SO A PARTIAL FEED, OR ANOTHER
004170* RECEIVER'S EARLIER ONE, IS NEVER TRANSMITTED IN ITS PLACE.
004180******************************************************************
004190 2800-EMPTY-RECEIVER-FEED.
004200     OPEN OUTPUT RECEIVER-FEED-FILE
004210     IF NOT RECEIVER-FEED-OK
004220         DISPLAY "FEEDSPLT - UNABLE TO CLEAR RCVFEED.DAT, STATUS "
004230             RECEIVER-FEED-STATUS
004240         GO TO 2800-EXIT
004250     END-IF
004260     CLOSE RECEIVER-FEED-FILE
004270     .
004280 2800-EXIT.
004290     EXIT.
004300*
004310******************************************************************
004320* 2900-READ-FEED - READ THE NEXT RECORD OF WHICHEVER FEED FILE THE
004330* RECEIVER'S FORMAT NAMES INTO THE WORK AREA.
004340******************************************************************
004350 2900-READ-FEED.
004360     IF SPLIT-FULL-FEED
004370         READ CODE-FEED-FILE INTO FEED-RECORD-WORK
004380             AT END
004390                 SET FEED-AT-END TO TRUE
004400         END-READ
004410     ELSE
004420         READ DELTA-FEED-FILE INTO FEED-RECORD-WORK
004430             AT END
004440                 SET FEED-AT-END TO TRUE
004450         END-READ
004460     END-IF
004470     .
004480 2900-EXIT.
004490     EXIT.
