000010******************************************************************
000020* Program name:    CODEPREG
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created as the period change register for
000090*                  month-end close. Walks CODEHIST.DAT for a
000100*                  requested from-date and to-date and lists, per
000110*                  table id, every code added, changed,
000120*                  inactivated, or deleted in the period with its
000130*                  opening and closing ELEMENT2, description, and
000140*                  status. Prints each table's opening and closing
000150*                  entry counts, checked to foot to the net
000160*                  change, then subtotals by action and by
000170*                  operator, so finance can sign off that billing
000180*                  rates moved only as approved. History written
000190*                  before the description and status were carried
000200*                  shows a blank description and an active status.
000210*
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.  CODEPREG.
000250 AUTHOR.  DLROSS.
000260 INSTALLATION.  DATA PROCESSING.
000270 DATE-WRITTEN.  10/15/26.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CODE-HISTORY-FILE ASSIGN TO "CODEHIST.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CH-HISTORY-KEY
000360         FILE STATUS IS CODE-HISTORY-STATUS.
000370     SELECT REGISTER-REPORT-FILE ASSIGN TO "PREGRPT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS REGISTER-REPORT-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CODE-HISTORY-FILE.
000430     COPY HISTREC.
000440 FD  REGISTER-REPORT-FILE
000450     RECORDING MODE IS F.
000460 01  REGISTER-REPORT-RECORD       PIC X(80).
000470 WORKING-STORAGE SECTION.
000480 01  JOB-NAME                     PIC X(08) VALUE "CODEPREG".
000490 01  CODE-HISTORY-STATUS          PIC X(02).
000500     88  CODE-HISTORY-OK          VALUE "00".
000510     88  CODE-HISTORY-EOF         VALUE "10".
000520     88  CODE-HISTORY-FILE-MISSING VALUE "35".
000530 01  REGISTER-REPORT-STATUS       PIC X(02).
000540     88  REGISTER-REPORT-OK       VALUE "00".
000550 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000560     88  JOB-COMPLETED-OK         VALUE "Y".
000570     88  JOB-COMPLETED-ERROR      VALUE "N".
000580 01  PREG-FROM-DATE               PIC X(10).
000590 01  PREG-TO-DATE                 PIC X(10).
000600 01  TABLE-CONTROL-FIELDS.
000610     05  TABLE-ACTIVE-SWITCH      PIC X(01) VALUE "N".
000620         88  TABLE-ACTIVE         VALUE "Y".
000630     05  CURRENT-TABLE-ID         PIC X(04).
000640 01  GROUP-CONTROL-FIELDS.
000650     05  GROUP-ACTIVE-SWITCH      PIC X(01) VALUE "N".
000660         88  GROUP-ACTIVE         VALUE "Y".
000670     05  GROUP-TABLE-ID           PIC X(04).
000680     05  GROUP-ELEMENT1           PIC X(02).
000690     05  GROUP-EXISTS-SWITCH      PIC X(01).
000700         88  GROUP-ENTRY-EXISTS   VALUE "Y".
000710         88  GROUP-ENTRY-ABSENT   VALUE "N".
000720     05  GROUP-ELEMENT2           PIC 9(02).
000730     05  GROUP-DESCRIPTION        PIC X(30).
000740     05  GROUP-STATUS             PIC X(01).
000750     05  GROUP-OPENING-SWITCH     PIC X(01).
000760         88  GROUP-OPENING-TAKEN  VALUE "Y".
000770         88  GROUP-OPENING-PENDING VALUE "N".
000780     05  GROUP-OPENED-SWITCH      PIC X(01).
000790         88  GROUP-EXISTED-AT-OPEN VALUE "Y".
000800     05  GROUP-FIRST-SWITCH       PIC X(01).
000810         88  GROUP-FIRST-RECORD   VALUE "Y".
000820     05  GROUP-PRIOR-SWITCH       PIC X(01).
000830         88  GROUP-PRIOR-UNKNOWN  VALUE "Y".
000840 01  HISTORY-STATUS               PIC X(01).
000850 01  EVENT-ACTION                 PIC X(01).
000860     88  EVENT-ADD                VALUE "A".
000870     88  EVENT-CHANGE             VALUE "C".
000880     88  EVENT-INACTIVATE         VALUE "I".
000890     88  EVENT-DELETE             VALUE "D".
000900 01  TABLE-TOTALS.
000910     05  TBL-OPENING-COUNT        PIC 9(04).
000920     05  TBL-CLOSING-COUNT        PIC 9(04).
000930     05  TBL-ADD-COUNT            PIC 9(04).
000940     05  TBL-CHANGE-COUNT         PIC 9(04).
000950     05  TBL-INACTIVATE-COUNT     PIC 9(04).
000960     05  TBL-DELETE-COUNT         PIC 9(04).
000970 01  GRAND-TOTALS.
000980     05  GRD-OPENING-COUNT        PIC 9(04) VALUE ZERO.
000990     05  GRD-CLOSING-COUNT        PIC 9(04) VALUE ZERO.
001000     05  GRD-ADD-COUNT            PIC 9(04) VALUE ZERO.
001010     05  GRD-CHANGE-COUNT         PIC 9(04) VALUE ZERO.
001020     05  GRD-INACTIVATE-COUNT     PIC 9(04) VALUE ZERO.
001030     05  GRD-DELETE-COUNT         PIC 9(04) VALUE ZERO.
001040 01  FOOTING-FIELDS.
001050     05  NET-CHANGE-COUNT         PIC S9(05).
001060     05  FOOTED-CLOSING-COUNT     PIC S9(05).
001070 01  TABLES-OUT-OF-BALANCE-COUNT  PIC 9(04) VALUE ZERO.
001080 01  OPERATOR-MAX-ENTRIES         PIC 9(04) VALUE 0100.
001090 01  OPERATOR-COUNT               PIC 9(04) VALUE ZERO.
001100 01  OPERATOR-TABLE.
001110     05  OPERATOR-ENTRY OCCURS 1 TO 100 TIMES
001120                        DEPENDING ON OPERATOR-COUNT
001130                        INDEXED BY OPERATOR-INDEX.
001140         10  OP-OPERATOR-ID       PIC X(08).
001150         10  OP-ADD-COUNT         PIC 9(04).
001160         10  OP-CHANGE-COUNT      PIC 9(04).
001170         10  OP-INACTIVATE-COUNT  PIC 9(04).
001180         10  OP-DELETE-COUNT      PIC 9(04).
001190 01  OPERATOR-FOUND-SWITCH        PIC X(01).
001200     88  OPERATOR-FOUND           VALUE "Y".
001210     88  OPERATOR-NOT-FOUND       VALUE "N".
001220 77  LINES-PER-PAGE               PIC 9(02) VALUE 20.
001230 01  REPORT-LINE-COUNT            PIC 9(02) VALUE ZERO.
001240 01  REPORT-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001250 01  REPORT-LINE-WORK             PIC X(80).
001260 01  RPT-HEADING-1                PIC X(80) VALUE
001270             "CODEPREG - PERIOD CHANGE REGISTER".
001280 01  RPT-HEADING-2.
001290     05  FILLER                   PIC X(05) VALUE "PAGE ".
001300     05  RH2-PAGE-NUMBER          PIC ZZZ9.
001310     05  FILLER                   PIC X(71) VALUE SPACES.
001320 01  RPT-HEADING-3.
001330     05  FILLER                   PIC X(11) VALUE "PERIOD   : ".
001340     05  RH3-FROM-DATE            PIC X(10).
001350     05  FILLER                   PIC X(04) VALUE " TO ".
001360     05  RH3-TO-DATE              PIC X(10).
001370     05  FILLER                   PIC X(14) VALUE
001380                 "   RUN DATE : ".
001390     05  RH3-RUN-DATE             PIC X(10).
001400     05  FILLER                   PIC X(21) VALUE SPACES.
001410 01  RPT-HEADING-4.
001420     05  FILLER                   PIC X(06) VALUE "TBL".
001430     05  FILLER                   PIC X(04) VALUE "EL1".
001440     05  FILLER                   PIC X(11) VALUE "ACTION".
001450     05  FILLER                   PIC X(11) VALUE "EFF DATE".
001460     05  FILLER                   PIC X(09) VALUE "EFF TIME".
001470     05  FILLER                   PIC X(10) VALUE "OPERATOR".
001480     05  FILLER                   PIC X(06) VALUE "OPEN".
001490     05  FILLER                   PIC X(23) VALUE "CLOSE".
001500 01  RPT-DETAIL-LINE.
001510     05  RDL-TABLE-ID             PIC X(04).
001520     05  FILLER                   PIC X(02) VALUE SPACES.
001530     05  RDL-ELEMENT1             PIC X(02).
001540     05  FILLER                   PIC X(02) VALUE SPACES.
001550     05  RDL-ACTION               PIC X(10).
001560     05  FILLER                   PIC X(01) VALUE SPACES.
001570     05  RDL-EFFECTIVE-DATE       PIC X(10).
001580     05  FILLER                   PIC X(01) VALUE SPACES.
001590     05  RDL-EFFECTIVE-TIME       PIC X(08).
001600     05  FILLER                   PIC X(01) VALUE SPACES.
001610     05  RDL-OPERATOR-ID          PIC X(08).
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  RDL-OPEN-ELEMENT2        PIC X(02).
001640     05  FILLER                   PIC X(01) VALUE SPACES.
001650     05  RDL-OPEN-STATUS          PIC X(01).
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  RDL-CLOSE-ELEMENT2       PIC X(02).
001680     05  FILLER                   PIC X(01) VALUE SPACES.
001690     05  RDL-CLOSE-STATUS         PIC X(01).
001700     05  FILLER                   PIC X(19) VALUE SPACES.
001710 01  RPT-DESCRIPTION-LINE.
001720     05  FILLER                   PIC X(10) VALUE SPACES.
001730     05  FILLER                   PIC X(05) VALUE "FROM ".
001740     05  RDS-OPEN-DESCRIPTION     PIC X(30).
001750     05  FILLER                   PIC X(04) VALUE " TO ".
001760     05  RDS-CLOSE-DESCRIPTION    PIC X(30).
001770     05  FILLER                   PIC X(01) VALUE SPACES.
001780 01  RPT-TABLE-LINE-1.
001790     05  FILLER                   PIC X(06) VALUE "TABLE ".
001800     05  RTL1-TABLE-ID            PIC X(04).
001810     05  FILLER                   PIC X(10) VALUE "  OPENING ".
001820     05  RTL1-OPENING-COUNT       PIC ZZZ9.
001830     05  FILLER                   PIC X(08) VALUE "  ADDED ".
001840     05  RTL1-ADD-COUNT           PIC ZZZ9.
001850     05  FILLER                   PIC X(10) VALUE "  DELETED ".
001860     05  RTL1-DELETE-COUNT        PIC ZZZ9.
001870     05  FILLER                   PIC X(10) VALUE "  CLOSING ".
001880     05  RTL1-CLOSING-COUNT       PIC ZZZ9.
001890     05  FILLER                   PIC X(16) VALUE SPACES.
001900 01  RPT-TABLE-LINE-2.
001910     05  FILLER                   PIC X(10) VALUE SPACES.
001920     05  FILLER                   PIC X(10) VALUE "  CHANGED ".
001930     05  RTL2-CHANGE-COUNT        PIC ZZZ9.
001940     05  FILLER                   PIC X(14) VALUE
001950                 "  INACTIVATED ".
001960     05  RTL2-INACTIVATE-COUNT    PIC ZZZ9.
001970     05  FILLER                   PIC X(13) VALUE "  NET CHANGE ".
001980     05  RTL2-NET-CHANGE          PIC ----9.
001990     05  FILLER                   PIC X(02) VALUE SPACES.
002000     05  RTL2-FOOTING             PIC X(18).
002010 01  RPT-TOTAL-LINE.
002020     05  RTL-CAPTION              PIC X(25).
002030     05  RTL-COUNT                PIC ----9.
002040     05  FILLER                   PIC X(50) VALUE SPACES.
002050 01  RPT-OPERATOR-HEADING.
002060     05  FILLER                   PIC X(10) VALUE "OPERATOR".
002070     05  FILLER                   PIC X(08) VALUE " ADDED".
002080     05  FILLER                   PIC X(08) VALUE "CHANGED".
002090     05  FILLER                   PIC X(08) VALUE "INACTIV".
002100     05  FILLER                   PIC X(08) VALUE "DELETED".
002110     05  FILLER                   PIC X(38) VALUE SPACES.
002120 01  RPT-OPERATOR-LINE.
002130     05  ROL-OPERATOR-ID          PIC X(08).
002140     05  FILLER                   PIC X(04) VALUE SPACES.
002150     05  ROL-ADD-COUNT            PIC ZZZ9.
002160     05  FILLER                   PIC X(04) VALUE SPACES.
002170     05  ROL-CHANGE-COUNT         PIC ZZZ9.
002180     05  FILLER                   PIC X(04) VALUE SPACES.
002190     05  ROL-INACTIVATE-COUNT     PIC ZZZ9.
002200     05  FILLER                   PIC X(04) VALUE SPACES.
002210     05  ROL-DELETE-COUNT         PIC ZZZ9.
002220     05  FILLER                   PIC X(40) VALUE SPACES.
002230 01  CURRENT-DATE-FIELDS.
002240     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
002250 01  FORMATTED-RUN-DATE           PIC X(10).
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280     SET JOB-COMPLETED-OK TO TRUE
002290     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
002300     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT
002310     IF JOB-COMPLETED-ERROR
002320         MOVE 12 TO RETURN-CODE
002330         DISPLAY "CODEPREG - REQUEST REJECTED, RC = " RETURN-CODE
002340         GOBACK
002350     END-IF
002360     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT
002370     IF JOB-COMPLETED-OK
002380         PERFORM 2000-WALK-HISTORY THRU 2000-EXIT
002390     END-IF
002400     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
002410     IF JOB-COMPLETED-OK
002420         MOVE 0 TO RETURN-CODE
002430     ELSE
002440         MOVE 12 TO RETURN-CODE
002450         DISPLAY "CODEPREG - COMPLETED WITH ERRORS, RC = "
002460             RETURN-CODE
002470     END-IF
002480     GOBACK.
002490*
002500******************************************************************
002510* 0550-CAPTURE-RUN-DATE - CAPTURE TODAY'S DATE FOR THE HEADINGS
002520* AND AS THE DEFAULT END OF THE PERIOD.
002530******************************************************************
002540 0550-CAPTURE-RUN-DATE.
002550     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
002560     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
002570            CURRENT-DATE-YYYYMMDD (5:2) "-"
002580            CURRENT-DATE-YYYYMMDD (7:2)
002590         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
002600     .
002610 0550-EXIT.
002620     EXIT.
002630*
002640******************************************************************
002650* 1000-ACCEPT-REQUEST - PROMPT FOR THE FROM-DATE AND TO-DATE OF
002660* THE PERIOD. A BLANK FROM-DATE MEANS THE FIRST OF THE CURRENT
002670* MONTH AND A BLANK TO-DATE MEANS TODAY. BOTH ENDS ARE INCLUSIVE
002680* AND THE FROM-DATE MAY NOT FALL AFTER THE TO-DATE.
002690******************************************************************
002700 1000-ACCEPT-REQUEST.
002710     MOVE SPACES TO PREG-FROM-DATE
002720     DISPLAY "CODEPREG - FROM DATE (YYYY-MM-DD, BLANK=MONTH 1) : "
002730     ACCEPT PREG-FROM-DATE
002740     IF PREG-FROM-DATE = SPACES
002750         MOVE FORMATTED-RUN-DATE TO PREG-FROM-DATE
002760         MOVE "01" TO PREG-FROM-DATE (9:2)
002770     END-IF
002780     MOVE SPACES TO PREG-TO-DATE
002790     DISPLAY "CODEPREG - TO DATE   (YYYY-MM-DD, BLANK=TODAY)   : "
002800     ACCEPT PREG-TO-DATE
002810     IF PREG-TO-DATE = SPACES
002820         MOVE FORMATTED-RUN-DATE TO PREG-TO-DATE
002830     END-IF
002840     IF PREG-FROM-DATE > PREG-TO-DATE
002850         DISPLAY "CODEPREG - FROM DATE IS AFTER TO DATE"
002860         SET JOB-COMPLETED-ERROR TO TRUE
002870     END-IF
002880     .
002890 1000-EXIT.
002900     EXIT.
002910*
002920******************************************************************
002930* 1500-OPEN-REPORT - OPEN THE REGISTER AND PRINT THE FIRST PAGE OF
002940* HEADINGS.
002950******************************************************************
002960 1500-OPEN-REPORT.
002970     MOVE ZERO TO REPORT-PAGE-COUNT
002980     MOVE ZERO TO REPORT-LINE-COUNT
002990     OPEN OUTPUT REGISTER-REPORT-FILE
003000     IF NOT REGISTER-REPORT-OK
003010         DISPLAY "CODEPREG - UNABLE TO OPEN PREGRPT, STATUS = "
003020             REGISTER-REPORT-STATUS
003030         SET JOB-COMPLETED-ERROR TO TRUE
003040         GO TO 1500-EXIT
003050     END-IF
003060     PERFORM 1600-PRINT-HEADINGS THRU 1600-EXIT
003070     .
003080 1500-EXIT.
003090     EXIT.
003100*
003110******************************************************************
003120* 1600-PRINT-HEADINGS - WRITE THE REPORT TITLE, PAGE NUMBER, THE
003130* PERIOD AND RUN DATE, AND COLUMN HEADINGS FOR A NEW PAGE.
003140******************************************************************
003150 1600-PRINT-HEADINGS.
003160     ADD 1 TO REPORT-PAGE-COUNT
003170     MOVE ZERO TO REPORT-LINE-COUNT
003180     MOVE RPT-HEADING-1 TO REGISTER-REPORT-RECORD
003190     WRITE REGISTER-REPORT-RECORD
003200     MOVE REPORT-PAGE-COUNT TO RH2-PAGE-NUMBER
003210     MOVE RPT-HEADING-2 TO REGISTER-REPORT-RECORD
003220     WRITE REGISTER-REPORT-RECORD
003230     MOVE PREG-FROM-DATE TO RH3-FROM-DATE
003240     MOVE PREG-TO-DATE TO RH3-TO-DATE
003250     MOVE FORMATTED-RUN-DATE TO RH3-RUN-DATE
003260     MOVE RPT-HEADING-3 TO REGISTER-REPORT-RECORD
003270     WRITE REGISTER-REPORT-RECORD
003280     MOVE RPT-HEADING-4 TO REGISTER-REPORT-RECORD
003290     WRITE REGISTER-REPORT-RECORD
003300     .
003310 1600-EXIT.
003320     EXIT.
003330*
003340******************************************************************
003350* 2000-WALK-HISTORY - READ THE WHOLE HISTORY FILE IN KEY ORDER
003360* (TABLE, ELEMENT1, EFFECTIVE DATE, EFFECTIVE TIME). EACH ENTRY'S
003370* RECORDS DATED BEFORE THE PERIOD ARE REPLAYED TO ITS OPENING
003380* STATE, RECORDS INSIDE THE PERIOD ARE LISTED AS THEY ARE APPLIED,
003390* AND RECORDS AFTER THE PERIOD ARE IGNORED. TABLE TOTALS PRINT AT
003400* EACH CHANGE OF TABLE ID.
003410******************************************************************
003420 2000-WALK-HISTORY.
003430     MOVE "N" TO TABLE-ACTIVE-SWITCH
003440     MOVE "N" TO GROUP-ACTIVE-SWITCH
003450     OPEN INPUT CODE-HISTORY-FILE
003460     IF CODE-HISTORY-FILE-MISSING
003470         DISPLAY "CODEPREG - NO CODEHIST.DAT HISTORY FILE EXISTS"
003480         SET JOB-COMPLETED-ERROR TO TRUE
003490         GO TO 2000-EXIT
003500     END-IF
003510     IF NOT CODE-HISTORY-OK
003520         DISPLAY "CODEPREG - UNABLE TO OPEN CODEHIST.DAT, STATUS "
003530             CODE-HISTORY-STATUS
003540         SET JOB-COMPLETED-ERROR TO TRUE
003550         GO TO 2000-EXIT
003560     END-IF
003570     MOVE LOW-VALUES TO CH-HISTORY-KEY
003580     START CODE-HISTORY-FILE KEY NOT < CH-HISTORY-KEY
003590         INVALID KEY
003600             GO TO 2000-CLOSE-HISTORY
003610     END-START
003620     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT
003630     PERFORM 2200-EXAMINE-HISTORY THRU 2200-EXIT
003640         UNTIL CODE-HISTORY-EOF
003650     PERFORM 2300-FINALIZE-GROUP THRU 2300-EXIT
003660     PERFORM 2600-FINALIZE-TABLE THRU 2600-EXIT
003670     .
003680 2000-CLOSE-HISTORY.
003690     CLOSE CODE-HISTORY-FILE
003700     .
003710 2000-EXIT.
003720     EXIT.
003730*
003740******************************************************************
003750* 2200-EXAMINE-HISTORY - ROLL THE HISTORY RECORD JUST READ INTO
003760* ITS ENTRY'S GROUP, FINALIZING THE PRIOR GROUP WHEN THE TABLE OR
003770* ELEMENT CHANGES AND THE PRIOR TABLE WHEN THE TABLE CHANGES.
003780******************************************************************
003790 2200-EXAMINE-HISTORY.
003800     IF NOT TABLE-ACTIVE
003810         PERFORM 2500-START-TABLE THRU 2500-EXIT
003820     END-IF
003830     IF NOT GROUP-ACTIVE
003840         PERFORM 2400-START-GROUP THRU 2400-EXIT
003850     ELSE
003860         IF CH-TABLE-ID NOT = GROUP-TABLE-ID
003870             OR CH-ELEMENT1 NOT = GROUP-ELEMENT1
003880             PERFORM 2300-FINALIZE-GROUP THRU 2300-EXIT
003890             IF CH-TABLE-ID NOT = CURRENT-TABLE-ID
003900                 PERFORM 2600-FINALIZE-TABLE THRU 2600-EXIT
003910                 PERFORM 2500-START-TABLE THRU 2500-EXIT
003920             END-IF
003930             PERFORM 2400-START-GROUP THRU 2400-EXIT
003940         END-IF
003950     END-IF
003960     IF CH-STATUS = SPACE
003970         MOVE "A" TO HISTORY-STATUS
003980     ELSE
003990         MOVE CH-STATUS TO HISTORY-STATUS
004000     END-IF
004010     IF GROUP-FIRST-RECORD
004020         MOVE "N" TO GROUP-FIRST-SWITCH
004030         IF NOT CH-ACTION-ADD
004040             SET GROUP-ENTRY-EXISTS TO TRUE
004050             MOVE "Y" TO GROUP-PRIOR-SWITCH
004060         END-IF
004070     END-IF
004080     IF CH-EFFECTIVE-DATE < PREG-FROM-DATE
004090         PERFORM 2700-APPLY-HISTORY THRU 2700-EXIT
004100         GO TO 2200-READ-NEXT
004110     END-IF
004120     IF GROUP-OPENING-PENDING
004130         PERFORM 2450-TAKE-OPENING THRU 2450-EXIT
004140     END-IF
004150     IF CH-EFFECTIVE-DATE NOT > PREG-TO-DATE
004160         PERFORM 2800-LIST-CHANGE THRU 2800-EXIT
004170         PERFORM 2700-APPLY-HISTORY THRU 2700-EXIT
004180     END-IF
004190     .
004200 2200-READ-NEXT.
004210     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT
004220     .
004230 2200-EXIT.
004240     EXIT.
004250*
004260******************************************************************
004270* 2300-FINALIZE-GROUP - CLOSE OUT AN ENTRY'S GROUP: COUNT IT INTO
004280* THE TABLE'S OPENING ENTRIES IF IT EXISTED AT THE START OF THE
004290* PERIOD AND INTO THE CLOSING ENTRIES IF IT EXISTS AT THE END.
004300******************************************************************
004310 2300-FINALIZE-GROUP.
004320     IF NOT GROUP-ACTIVE
004330         GO TO 2300-EXIT
004340     END-IF
004350     IF GROUP-OPENING-PENDING
004360         PERFORM 2450-TAKE-OPENING THRU 2450-EXIT
004370     END-IF
004380     IF GROUP-EXISTED-AT-OPEN
004390         ADD 1 TO TBL-OPENING-COUNT
004400     END-IF
004410     IF GROUP-ENTRY-EXISTS
004420         ADD 1 TO TBL-CLOSING-COUNT
004430     END-IF
004440     .
004450 2300-EXIT.
004460     EXIT.
004470*
004480 2400-START-GROUP.
004490     MOVE "Y" TO GROUP-ACTIVE-SWITCH
004500     MOVE CH-TABLE-ID TO GROUP-TABLE-ID
004510     MOVE CH-ELEMENT1 TO GROUP-ELEMENT1
004520     SET GROUP-ENTRY-ABSENT TO TRUE
004530     MOVE ZERO TO GROUP-ELEMENT2
004540     MOVE SPACES TO GROUP-DESCRIPTION
004550     MOVE SPACES TO GROUP-STATUS
004560     SET GROUP-OPENING-PENDING TO TRUE
004570     MOVE "N" TO GROUP-OPENED-SWITCH
004580     MOVE "Y" TO GROUP-FIRST-SWITCH
004590     MOVE "N" TO GROUP-PRIOR-SWITCH
004600     .
004610 2400-EXIT.
004620     EXIT.
004630*
004640 2450-TAKE-OPENING.
004650     SET GROUP-OPENING-TAKEN TO TRUE
004660     IF GROUP-ENTRY-EXISTS
004670         MOVE "Y" TO GROUP-OPENED-SWITCH
004680     END-IF
004690     .
004700 2450-EXIT.
004710     EXIT.
004720*
004730 2500-START-TABLE.
004740     MOVE "Y" TO TABLE-ACTIVE-SWITCH
004750     MOVE CH-TABLE-ID TO CURRENT-TABLE-ID
004760     MOVE ZERO TO TBL-OPENING-COUNT
004770     MOVE ZERO TO TBL-CLOSING-COUNT
004780     MOVE ZERO TO TBL-ADD-COUNT
004790     MOVE ZERO TO TBL-CHANGE-COUNT
004800     MOVE ZERO TO TBL-INACTIVATE-COUNT
004810     MOVE ZERO TO TBL-DELETE-COUNT
004820     .
004830 2500-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870* 2600-FINALIZE-TABLE - PRINT THE TABLE'S OPENING AND CLOSING
004880* ENTRY COUNTS AND ITS CHANGES BY ACTION, CHECK THAT OPENING PLUS
004890* ADDS LESS DELETES FOOTS TO CLOSING, AND ROLL THE TABLE INTO THE
004900* GRAND TOTALS. A TABLE WITH NO ENTRIES IN THE PERIOD IS SKIPPED.
004910******************************************************************
004920 2600-FINALIZE-TABLE.
004930     IF NOT TABLE-ACTIVE
004940         GO TO 2600-EXIT
004950     END-IF
004960     IF TBL-OPENING-COUNT = ZERO
004970         AND TBL-CLOSING-COUNT = ZERO
004980         AND TBL-ADD-COUNT = ZERO
004990         AND TBL-DELETE-COUNT = ZERO
005000         GO TO 2600-EXIT
005010     END-IF
005020     COMPUTE NET-CHANGE-COUNT =
005030             TBL-CLOSING-COUNT - TBL-OPENING-COUNT
005040     COMPUTE FOOTED-CLOSING-COUNT =
005050             TBL-OPENING-COUNT + TBL-ADD-COUNT - TBL-DELETE-COUNT
005060     MOVE CURRENT-TABLE-ID TO RTL1-TABLE-ID
005070     MOVE TBL-OPENING-COUNT TO RTL1-OPENING-COUNT
005080     MOVE TBL-ADD-COUNT TO RTL1-ADD-COUNT
005090     MOVE TBL-DELETE-COUNT TO RTL1-DELETE-COUNT
005100     MOVE TBL-CLOSING-COUNT TO RTL1-CLOSING-COUNT
005110     MOVE RPT-TABLE-LINE-1 TO REPORT-LINE-WORK
005120     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
005130     MOVE TBL-CHANGE-COUNT TO RTL2-CHANGE-COUNT
005140     MOVE TBL-INACTIVATE-COUNT TO RTL2-INACTIVATE-COUNT
005150     MOVE NET-CHANGE-COUNT TO RTL2-NET-CHANGE
005160     IF FOOTED-CLOSING-COUNT = TBL-CLOSING-COUNT
005170         MOVE "FOOTS" TO RTL2-FOOTING
005180     ELSE
005190         MOVE "** DOES NOT FOOT" TO RTL2-FOOTING
005200         ADD 1 TO TABLES-OUT-OF-BALANCE-COUNT
005210         DISPLAY "CODEPREG - TABLE " CURRENT-TABLE-ID
005220             " DOES NOT FOOT TO ITS NET CHANGE"
005230         SET JOB-COMPLETED-ERROR TO TRUE
005240     END-IF
005250     MOVE RPT-TABLE-LINE-2 TO REPORT-LINE-WORK
005260     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
005270     MOVE SPACES TO REPORT-LINE-WORK
005280     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
005290     ADD TBL-OPENING-COUNT TO GRD-OPENING-COUNT
005300     ADD TBL-CLOSING-COUNT TO GRD-CLOSING-COUNT
005310     ADD TBL-ADD-COUNT TO GRD-ADD-COUNT
005320     ADD TBL-CHANGE-COUNT TO GRD-CHANGE-COUNT
005330     ADD TBL-INACTIVATE-COUNT TO GRD-INACTIVATE-COUNT
005340     ADD TBL-DELETE-COUNT TO GRD-DELETE-COUNT
005350     .
005360 2600-EXIT.
005370     EXIT.
005380*
005390******************************************************************
005400* 2700-APPLY-HISTORY - CARRY THE HISTORY RECORD JUST READ INTO
005410* THE ENTRY'S RUNNING STATE. A DELETE LEAVES THE ENTRY ABSENT.
005420******************************************************************
005430 2700-APPLY-HISTORY.
005440     IF CH-ACTION-DELETE
005450         SET GROUP-ENTRY-ABSENT TO TRUE
005460     ELSE
005470         SET GROUP-ENTRY-EXISTS TO TRUE
005480     END-IF
005490     MOVE CH-ELEMENT2 TO GROUP-ELEMENT2
005500     MOVE CH-DESCRIPTION TO GROUP-DESCRIPTION
005510     MOVE HISTORY-STATUS TO GROUP-STATUS
005520     MOVE "N" TO GROUP-PRIOR-SWITCH
005530     .
005540 2700-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580* 2800-LIST-CHANGE - LIST ONE CHANGE INSIDE THE PERIOD WITH THE
005590* ENTRY'S VALUES BEFORE IT (ITS RUNNING STATE) AND AFTER IT (THE
005600* HISTORY RECORD), AND COUNT IT BY ACTION AND BY OPERATOR. A
005610* CHANGE THAT TURNS AN ACTIVE ENTRY INACTIVE IS AN INACTIVATION.
005620* AN ENTRY WHOSE FIRST HISTORY RECORD IS NOT AN ADD WAS ON THE
005630* MASTER BEFORE HISTORY BEGAN, SO ITS PRIOR VALUES ARE UNKNOWN.
005640******************************************************************
005650 2800-LIST-CHANGE.
005660     EVALUATE TRUE
005670         WHEN CH-ACTION-ADD
005680             SET EVENT-ADD TO TRUE
005690             MOVE "ADD" TO RDL-ACTION
005700             ADD 1 TO TBL-ADD-COUNT
005710         WHEN CH-ACTION-DELETE
005720             SET EVENT-DELETE TO TRUE
005730             MOVE "DELETE" TO RDL-ACTION
005740             ADD 1 TO TBL-DELETE-COUNT
005750         WHEN HISTORY-STATUS = "I"
005760          AND GROUP-STATUS NOT = "I"
005770             SET EVENT-INACTIVATE TO TRUE
005780             MOVE "INACTIVATE" TO RDL-ACTION
005790             ADD 1 TO TBL-INACTIVATE-COUNT
005800         WHEN OTHER
005810             SET EVENT-CHANGE TO TRUE
005820             MOVE "CHANGE" TO RDL-ACTION
005830             ADD 1 TO TBL-CHANGE-COUNT
005840     END-EVALUATE
005850     MOVE CH-TABLE-ID TO RDL-TABLE-ID
005860     MOVE CH-ELEMENT1 TO RDL-ELEMENT1
005870     MOVE CH-EFFECTIVE-DATE TO RDL-EFFECTIVE-DATE
005880     MOVE CH-EFFECTIVE-TIME TO RDL-EFFECTIVE-TIME
005890     MOVE CH-OPERATOR-ID TO RDL-OPERATOR-ID
005900     EVALUATE TRUE
005910         WHEN GROUP-PRIOR-UNKNOWN
005920             MOVE "??" TO RDL-OPEN-ELEMENT2
005930             MOVE SPACE TO RDL-OPEN-STATUS
005940             MOVE "(ENTERED BEFORE HISTORY BEGAN)"
005950                 TO RDS-OPEN-DESCRIPTION
005960         WHEN GROUP-ENTRY-EXISTS
005970             MOVE GROUP-ELEMENT2 TO RDL-OPEN-ELEMENT2
005980             MOVE GROUP-STATUS TO RDL-OPEN-STATUS
005990             MOVE GROUP-DESCRIPTION TO RDS-OPEN-DESCRIPTION
006000         WHEN OTHER
006010             MOVE "--" TO RDL-OPEN-ELEMENT2
006020             MOVE SPACE TO RDL-OPEN-STATUS
006030             MOVE SPACES TO RDS-OPEN-DESCRIPTION
006040     END-EVALUATE
006050     IF EVENT-DELETE
006060         MOVE "--" TO RDL-CLOSE-ELEMENT2
006070         MOVE SPACE TO RDL-CLOSE-STATUS
006080         MOVE SPACES TO RDS-CLOSE-DESCRIPTION
006090     ELSE
006100         MOVE CH-ELEMENT2 TO RDL-CLOSE-ELEMENT2
006110         MOVE HISTORY-STATUS TO RDL-CLOSE-STATUS
006120         MOVE CH-DESCRIPTION TO RDS-CLOSE-DESCRIPTION
006130     END-IF
006140     MOVE RPT-DETAIL-LINE TO REPORT-LINE-WORK
006150     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006160     MOVE RPT-DESCRIPTION-LINE TO REPORT-LINE-WORK
006170     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006180     PERFORM 2850-COUNT-BY-OPERATOR THRU 2850-EXIT
006190     .
006200 2800-EXIT.
006210     EXIT.
006220*
006230******************************************************************
006240* 2850-COUNT-BY-OPERATOR - ADD THE CHANGE TO ITS OPERATOR'S ROW,
006250* STARTING A NEW ROW THE FIRST TIME AN OPERATOR IS SEEN.
006260******************************************************************
006270 2850-COUNT-BY-OPERATOR.
006280     SET OPERATOR-NOT-FOUND TO TRUE
006290     IF OPERATOR-COUNT > ZERO
006300         SET OPERATOR-INDEX TO 1
006310         SEARCH OPERATOR-ENTRY
006320             AT END
006330                 CONTINUE
006340             WHEN OP-OPERATOR-ID (OPERATOR-INDEX) = CH-OPERATOR-ID
006350                 SET OPERATOR-FOUND TO TRUE
006360         END-SEARCH
006370     END-IF
006380     IF OPERATOR-NOT-FOUND
006390         IF OPERATOR-COUNT >= OPERATOR-MAX-ENTRIES
006400             DISPLAY "CODEPREG - OPERATOR TABLE FULL: "
006410                 CH-OPERATOR-ID
006420             SET JOB-COMPLETED-ERROR TO TRUE
006430             GO TO 2850-EXIT
006440         END-IF
006450         ADD 1 TO OPERATOR-COUNT
006460         SET OPERATOR-INDEX TO OPERATOR-COUNT
006470         MOVE CH-OPERATOR-ID TO OP-OPERATOR-ID (OPERATOR-INDEX)
006480         MOVE ZERO TO OP-ADD-COUNT (OPERATOR-INDEX)
006490         MOVE ZERO TO OP-CHANGE-COUNT (OPERATOR-INDEX)
006500         MOVE ZERO TO OP-INACTIVATE-COUNT (OPERATOR-INDEX)
006510         MOVE ZERO TO OP-DELETE-COUNT (OPERATOR-INDEX)
006520     END-IF
006530     EVALUATE TRUE
006540         WHEN EVENT-ADD
006550             ADD 1 TO OP-ADD-COUNT (OPERATOR-INDEX)
006560         WHEN EVENT-DELETE
006570             ADD 1 TO OP-DELETE-COUNT (OPERATOR-INDEX)
006580         WHEN EVENT-INACTIVATE
006590             ADD 1 TO OP-INACTIVATE-COUNT (OPERATOR-INDEX)
006600         WHEN OTHER
006610             ADD 1 TO OP-CHANGE-COUNT (OPERATOR-INDEX)
006620     END-EVALUATE
006630     .
006640 2850-EXIT.
006650     EXIT.
006660*
006670 2900-READ-NEXT-HISTORY.
006680     READ CODE-HISTORY-FILE NEXT RECORD
006690         AT END
006700             SET CODE-HISTORY-EOF TO TRUE
006710     END-READ
006720     .
006730 2900-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770* 5000-WRITE-TOTALS - PRINT THE PERIOD TOTALS BY ACTION, THE
006780* OPENING AND CLOSING ENTRY COUNTS AND NET CHANGE, AND THE CHANGES
006790* BY OPERATOR, THEN CLOSE THE REGISTER.
006800******************************************************************
006810 5000-WRITE-TOTALS.
006820     IF NOT REGISTER-REPORT-OK
006830         GO TO 5000-EXIT
006840     END-IF
006850     MOVE "ENTRIES ADDED          : " TO RTL-CAPTION
006860     MOVE GRD-ADD-COUNT TO RTL-COUNT
006870     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
006880     MOVE "ENTRIES CHANGED        : " TO RTL-CAPTION
006890     MOVE GRD-CHANGE-COUNT TO RTL-COUNT
006900     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
006910     MOVE "ENTRIES INACTIVATED    : " TO RTL-CAPTION
006920     MOVE GRD-INACTIVATE-COUNT TO RTL-COUNT
006930     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
006940     MOVE "ENTRIES DELETED        : " TO RTL-CAPTION
006950     MOVE GRD-DELETE-COUNT TO RTL-COUNT
006960     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
006970     MOVE "OPENING ENTRIES        : " TO RTL-CAPTION
006980     MOVE GRD-OPENING-COUNT TO RTL-COUNT
006990     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007000     MOVE "CLOSING ENTRIES        : " TO RTL-CAPTION
007010     MOVE GRD-CLOSING-COUNT TO RTL-COUNT
007020     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007030     COMPUTE NET-CHANGE-COUNT =
007040             GRD-CLOSING-COUNT - GRD-OPENING-COUNT
007050     MOVE "NET CHANGE             : " TO RTL-CAPTION
007060     MOVE NET-CHANGE-COUNT TO RTL-COUNT
007070     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007080     MOVE "TABLES NOT FOOTING     : " TO RTL-CAPTION
007090     MOVE TABLES-OUT-OF-BALANCE-COUNT TO RTL-COUNT
007100     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007110     MOVE SPACES TO REPORT-LINE-WORK
007120     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007130     MOVE RPT-OPERATOR-HEADING TO REPORT-LINE-WORK
007140     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007150     PERFORM 5200-WRITE-OPERATOR-LINE THRU 5200-EXIT
007160         VARYING OPERATOR-INDEX FROM 1 BY 1
007170             UNTIL OPERATOR-INDEX > OPERATOR-COUNT
007180     CLOSE REGISTER-REPORT-FILE
007190     .
007200 5000-EXIT.
007210     EXIT.
007220*
007230 5100-WRITE-TOTAL-LINE.
007240     MOVE RPT-TOTAL-LINE TO REPORT-LINE-WORK
007250     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007260     .
007270 5100-EXIT.
007280     EXIT.
007290*
007300 5200-WRITE-OPERATOR-LINE.
007310     MOVE OP-OPERATOR-ID (OPERATOR-INDEX) TO ROL-OPERATOR-ID
007320     MOVE OP-ADD-COUNT (OPERATOR-INDEX) TO ROL-ADD-COUNT
007330     MOVE OP-CHANGE-COUNT (OPERATOR-INDEX) TO ROL-CHANGE-COUNT
007340     MOVE OP-INACTIVATE-COUNT (OPERATOR-INDEX)
007350         TO ROL-INACTIVATE-COUNT
007360     MOVE OP-DELETE-COUNT (OPERATOR-INDEX) TO ROL-DELETE-COUNT
007370     MOVE RPT-OPERATOR-LINE TO REPORT-LINE-WORK
007380     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007390     .
007400 5200-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440* 8100-WRITE-REPORT-LINE - WRITE THE LINE IN REPORT-LINE-WORK,
007450* BREAKING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.
007460******************************************************************
007470 8100-WRITE-REPORT-LINE.
007480     IF REPORT-LINE-COUNT >= LINES-PER-PAGE
007490         PERFORM 1600-PRINT-HEADINGS THRU 1600-EXIT
007500     END-IF
007510     MOVE REPORT-LINE-WORK TO REGISTER-REPORT-RECORD
007520     WRITE REGISTER-REPORT-RECORD
007530     ADD 1 TO REPORT-LINE-COUNT
007540     .
007550 8100-EXIT.
007560     EXIT.
