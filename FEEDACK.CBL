000160*                  outright, so a dropped feed is caught the next
000170*                  morning instead of when billing calls about
000180*                  stale codes.
00018A* 10/15/26 DLROSS  Feeds are now recorded per receiver, full and
00018B*                  delta alike. Each acknowledgment is matched to
00018C*                  the feed sent to its own AK-RECEIVER-ID on
00018D*                  that date, falling back to a control record
00018E*                  with no receiver for feeds sent before the
00018F*                  split. A feed never acknowledged is reported
00018G*                  under the receiver it was sent to.
000190*
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000700 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000710     88  JOB-COMPLETED-OK         VALUE "Y".
000720     88  JOB-COMPLETED-ERROR      VALUE "N".
000730 01  FEED-MAX-ENTRIES             PIC 9(04) VALUE 0500.
000740 01  FEED-ENTRY-COUNT             PIC 9(04) VALUE ZERO.
000750 01  FEED-TABLE.
000760     05  FEED-ENTRY OCCURS 1 TO 500 TIMES
000770                    DEPENDING ON FEED-ENTRY-COUNT
000780                    INDEXED BY FEED-INDEX.
000790         10  FT-FEED-DATE         PIC X(10).
00079A         10  FT-RECEIVER-ID       PIC X(08).
000800         10  FT-RECORD-COUNT      PIC 9(09).
000810         10  FT-HASH-TOTAL        PIC 9(09).
000820         10  FT-ACKED             PIC X(01).
000922 01  EXCEPTION-FEED-DATE          PIC X(10).
000924 01  EXCEPTION-RECEIVER           PIC X(08).
000926 01  FEED-SEARCH-DATE             PIC X(10).
000927 01  FEED-SEARCH-RECEIVER         PIC X(08).
000930 77  LINES-PER-PAGE               PIC 9(02) VALUE 20.
000940 01  REPORT-LINE-COUNT            PIC 9(02) VALUE ZERO.
000950 01  REPORT-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001720******************************************************************
001730* 1000-LOAD-FEED-TABLE - LOAD EVERY FEEDCTL.DAT CONTROL RECORD
001740* INTO THE FEED TABLE, EACH MARKED NOT YET ACKNOWLEDGED. A SECOND
001750* CONTROL RECORD FOR THE SAME FEED DATE AND RECEIVER (A RERUN OF
00175A* CODEXTR OR CODDELTA) REPLACES THE EARLIER ONE, SO THE TOTALS
001760* MATCHED ARE THE ONES ACTUALLY SENT LAST. A MISSING CONTROL FILE
001770* JUST MEANS NO FEED HAS EVER BEEN SENT, SO THE REPORT PRINTS
001780* WITH ZERO TOTALS.
001790******************************************************************
001800 1000-LOAD-FEED-TABLE.
001810     MOVE ZERO TO FEED-ENTRY-COUNT
002090*
002100 1200-BUILD-FEED-ENTRY.
002105     MOVE FC-FEED-DATE TO FEED-SEARCH-DATE
002106     MOVE FC-RECEIVER-ID TO FEED-SEARCH-RECEIVER
002110     PERFORM 1300-FIND-FEED-ENTRY THRU 1300-EXIT
002120     IF FEED-NOT-FOUND
002130         IF FEED-ENTRY-COUNT >= FEED-MAX-ENTRIES
002140             DISPLAY "FEEDACK - FEED TABLE FULL, FEED DROPPED: "
002150                 FC-FEED-DATE " " FC-RECEIVER-ID
002160             GO TO 1200-READ-NEXT
002170         END-IF
002180         ADD 1 TO FEED-ENTRY-COUNT
002190         SET FEED-INDEX TO FEED-ENTRY-COUNT
002200     END-IF
002210     MOVE FC-FEED-DATE TO FT-FEED-DATE (FEED-INDEX)
00221A     MOVE FC-RECEIVER-ID TO FT-RECEIVER-ID (FEED-INDEX)
002220     MOVE FC-RECORD-COUNT TO FT-RECORD-COUNT (FEED-INDEX)
002230     MOVE FC-HASH-TOTAL TO FT-HASH-TOTAL (FEED-INDEX)
002240     SET FT-FEED-NOT-ACKED (FEED-INDEX) TO TRUE
002310*
002320******************************************************************
002330* 1300-FIND-FEED-ENTRY - LOCATE THE FEED TABLE ENTRY WHOSE FEED
002340* DATE AND RECEIVER MATCH FEED-SEARCH-DATE AND
00234A* FEED-SEARCH-RECEIVER, WHICH THE CALLER SETS FIRST, SO BOTH THE
002350* CONTROL FILE LOAD AND THE ACK MATCHING SHARE ONE LOOKUP.
002370******************************************************************
002380 1300-FIND-FEED-ENTRY.
002390     SET FEED-NOT-FOUND TO TRUE
002450         AT END
002460             SET FEED-NOT-FOUND TO TRUE
002470         WHEN FT-FEED-DATE (FEED-INDEX) = FEED-SEARCH-DATE
00247A             AND FT-RECEIVER-ID (FEED-INDEX)
00247B                 = FEED-SEARCH-RECEIVER
002480             SET FEED-FOUND TO TRUE
002490     END-SEARCH
002500     .
003430*
003440******************************************************************
003450* 2300-MATCH-ONE-ACK - MATCH THE ACK JUST READ AGAINST THE FEED
003460* TABLE BY FEED DATE AND RECEIVER, OR FAILING THAT AGAINST A FEED
00346A* OF THAT DATE RECORDED WITH NO RECEIVER, AS EVERY FEED WAS BEFORE
00346B* FEEDS WERE SPLIT BY RECEIVER. AN ACK FOR A FEED NEVER SENT TO
00346C* THAT RECEIVER, A REJECTION, OR A MISMATCHED RECORD COUNT OR
003470* HASH TOTAL IS AN EXCEPTION; A CLEAN ACCEPTANCE JUST MARKS THE
003480* FEED ACKNOWLEDGED.
003490******************************************************************
003500 2300-MATCH-ONE-ACK.
003510     ADD 1 TO ACKS-READ-COUNT
003512     MOVE AK-FEED-DATE TO EXCEPTION-FEED-DATE
003514     MOVE AK-RECEIVER-ID TO EXCEPTION-RECEIVER
003520     MOVE AK-FEED-DATE TO FEED-SEARCH-DATE
00352A     MOVE AK-RECEIVER-ID TO FEED-SEARCH-RECEIVER
003530     PERFORM 1300-FIND-FEED-ENTRY THRU 1300-EXIT
00353A     IF FEED-NOT-FOUND
00353B         MOVE SPACES TO FEED-SEARCH-RECEIVER
00353C         PERFORM 1300-FIND-FEED-ENTRY THRU 1300-EXIT
00353D     END-IF
003540     IF FEED-NOT-FOUND
003550         MOVE "ACK FOR FEED NEVER SENT" TO EXCEPTION-REASON
003560         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
003810     EXIT.
003820*
003830******************************************************************
003840* 2400-CHECK-UNACKED-FEED - PRINT AN EXCEPTION FOR A FEED THAT ITS
003850* RECEIVER NEVER ACKNOWLEDGED, WHICH IS HOW A FEED DROPPED IN
003860* TRANSIT SHOWS UP.
003870******************************************************************
003880 2400-CHECK-UNACKED-FEED.
003890     IF FT-FEED-NOT-ACKED (FEED-INDEX)
003900         MOVE FT-FEED-DATE (FEED-INDEX) TO EXCEPTION-FEED-DATE
003910         MOVE FT-RECEIVER-ID (FEED-INDEX) TO EXCEPTION-RECEIVER
003920         MOVE "FEED NEVER ACKNOWLEDGED" TO EXCEPTION-REASON
003930         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
003940     END-IF
