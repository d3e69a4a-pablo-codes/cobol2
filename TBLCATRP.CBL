000010******************************************************************
000020* Program name:    TBLCATRP
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created to list the TBLCATLG.DAT table
000090*                  catalog: every code table with its title,
000100*                  business owner, ELEMENT2 range, feed flag, the
000110*                  number of entries it holds on the code master,
000120*                  and its approved code list, so the owners can
000130*                  review the rules each table is validated by.
000140*
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.  TBLCATRP.
000180 AUTHOR.  DLROSS.
000190 INSTALLATION.  DATA PROCESSING.
000200 DATE-WRITTEN.  10/15/26.
000210 DATE-COMPILED.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS TC-TABLE-ID
000290         FILE STATUS IS TABLE-CATALOG-STATUS.
000300     SELECT CODE-MASTER-FILE ASSIGN TO "CODEMSTR.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CM-MASTER-KEY
000340         FILE STATUS IS CODE-MASTER-STATUS.
000350     SELECT CATALOG-REPORT-FILE ASSIGN TO "TBLCATRP"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS CATALOG-REPORT-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  TABLE-CATALOG-FILE.
000410     COPY TBLCAT.
000420 FD  CODE-MASTER-FILE.
000430     COPY CODEREC.
000440 FD  CATALOG-REPORT-FILE
000450     RECORDING MODE IS F.
000460 01  CATALOG-REPORT-RECORD        PIC X(80).
000470 WORKING-STORAGE SECTION.
000480 01  JOB-NAME                     PIC X(08) VALUE "TBLCATRP".
000490 01  TABLE-CATALOG-STATUS         PIC X(02).
000500     88  TABLE-CATALOG-OK         VALUE "00".
000510     88  TABLE-CATALOG-EOF        VALUE "10".
000520     88  TABLE-CATALOG-MISSING    VALUE "35".
000530 01  CODE-MASTER-STATUS           PIC X(02).
000540     88  CODE-MASTER-OK           VALUE "00".
000550     88  CODE-MASTER-EOF          VALUE "10".
000560     88  CODE-MASTER-FILE-MISSING VALUE "35".
000570 01  CATALOG-REPORT-STATUS        PIC X(02).
000580     88  CATALOG-REPORT-OK        VALUE "00".
000590 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000600     88  JOB-COMPLETED-OK         VALUE "Y".
000610     88  JOB-COMPLETED-ERROR      VALUE "N".
000620 01  MASTER-LOOKUP-SWITCH         PIC X(01).
000630     88  MASTER-LOOKUP-AVAILABLE  VALUE "Y".
000640     88  MASTER-LOOKUP-UNAVAILABLE VALUE "N".
000650 01  MASTER-TABLE-SWITCH          PIC X(01).
000660     88  MASTER-TABLE-DONE        VALUE "Y".
000670     88  MASTER-TABLE-NOT-DONE    VALUE "N".
000680 01  TABLES-LISTED-COUNT          PIC 9(04) VALUE ZERO.
000690 01  TABLES-ON-FEEDS-COUNT        PIC 9(04) VALUE ZERO.
000700 01  TABLES-OFF-FEEDS-COUNT       PIC 9(04) VALUE ZERO.
000710 01  TABLE-ENTRY-COUNT            PIC 9(04) VALUE ZERO.
000720 01  MASTER-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
000730 01  CODE-SUB                     PIC 9(03).
000740 01  CODE-LINE-SUB                PIC 9(02).
000750 77  CODES-PER-LINE               PIC 9(02) VALUE 20.
000760 77  LINES-PER-PAGE               PIC 9(02) VALUE 20.
000770 01  REPORT-LINE-COUNT            PIC 9(02) VALUE ZERO.
000780 01  REPORT-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000790 01  RPT-HEADING-1                PIC X(80) VALUE
000800             "TBLCATRP - CODE TABLE CATALOG LISTING".
000810 01  RPT-HEADING-2.
000820     05  FILLER                   PIC X(05) VALUE "PAGE ".
000830     05  RH2-PAGE-NUMBER          PIC ZZZ9.
000840     05  FILLER                   PIC X(71) VALUE SPACES.
000850 01  RPT-HEADING-3.
000860     05  FILLER                   PIC X(11) VALUE "RUN DATE : ".
000870     05  RH3-RUN-DATE             PIC X(10).
000880     05  FILLER                   PIC X(59) VALUE SPACES.
000890 01  RPT-HEADING-4.
000900     05  FILLER                   PIC X(05) VALUE "TBL".
000910     05  FILLER                   PIC X(31) VALUE "TITLE".
000920     05  FILLER                   PIC X(21) VALUE "OWNER".
000930     05  FILLER                   PIC X(07) VALUE "EL2".
000940     05  FILLER                   PIC X(04) VALUE "FD".
000950     05  FILLER                   PIC X(05) VALUE "CDS".
000960     05  FILLER                   PIC X(07) VALUE "ENTS".
000970 01  RPT-DETAIL-LINE.
000980     05  TDL-TABLE-ID             PIC X(04).
000990     05  FILLER                   PIC X(01) VALUE SPACES.
001000     05  TDL-TABLE-TITLE          PIC X(30).
001010     05  FILLER                   PIC X(01) VALUE SPACES.
001020     05  TDL-BUSINESS-OWNER       PIC X(20).
001030     05  FILLER                   PIC X(01) VALUE SPACES.
001040     05  TDL-ELEMENT2-MIN         PIC 9(02).
001050     05  FILLER                   PIC X(01) VALUE "-".
001060     05  TDL-ELEMENT2-MAX         PIC 9(02).
001070     05  FILLER                   PIC X(02) VALUE SPACES.
001080     05  TDL-FEED-SWITCH          PIC X(01).
001090     05  FILLER                   PIC X(03) VALUE SPACES.
001100     05  TDL-CODE-COUNT           PIC ZZ9.
001110     05  FILLER                   PIC X(02) VALUE SPACES.
001120     05  TDL-ENTRY-COUNT          PIC ZZZ9.
001130     05  FILLER                   PIC X(03) VALUE SPACES.
001140 01  RPT-CODE-LINE.
001150     05  FILLER                   PIC X(05) VALUE SPACES.
001160     05  RCL-CAPTION              PIC X(07).
001170     05  RCL-CODE-AREA.
001180         10  RCL-CODE-ENTRY       OCCURS 20 TIMES.
001190             15  RCL-CODE         PIC X(02).
001200             15  FILLER           PIC X(01).
001210     05  FILLER                   PIC X(08) VALUE SPACES.
001220 01  RPT-TOTAL-LINE-1.
001230     05  FILLER                   PIC X(25) VALUE
001240                 "TABLES CATALOGED       : ".
001250     05  RT1-COUNT                PIC ZZZ9.
001260     05  FILLER                   PIC X(51) VALUE SPACES.
001270 01  RPT-TOTAL-LINE-2.
001280     05  FILLER                   PIC X(25) VALUE
001290                 "TABLES ON FEEDS        : ".
001300     05  RT2-COUNT                PIC ZZZ9.
001310     05  FILLER                   PIC X(51) VALUE SPACES.
001320 01  RPT-TOTAL-LINE-3.
001330     05  FILLER                   PIC X(25) VALUE
001340                 "TABLES OFF FEEDS       : ".
001350     05  RT3-COUNT                PIC ZZZ9.
001360     05  FILLER                   PIC X(51) VALUE SPACES.
001370 01  RPT-TOTAL-LINE-4.
001380     05  FILLER                   PIC X(25) VALUE
001390                 "MASTER ENTRIES         : ".
001400     05  RT4-COUNT                PIC ZZZ9.
001410     05  FILLER                   PIC X(51) VALUE SPACES.
001420 01  CURRENT-DATE-FIELDS.
001430     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
001440 01  FORMATTED-RUN-DATE           PIC X(10).
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     SET JOB-COMPLETED-OK TO TRUE
001480     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
001490     PERFORM 2000-PRINT-CATALOG-REPORT THRU 2000-EXIT
001500     IF JOB-COMPLETED-OK
001510         MOVE 0 TO RETURN-CODE
001520     ELSE
001530         MOVE 12 TO RETURN-CODE
001540         DISPLAY "TBLCATRP - COMPLETED WITH ERRORS, RC = "
001550             RETURN-CODE
001560     END-IF
001570     GOBACK.
001580*
001590******************************************************************
001600* 0550-CAPTURE-RUN-DATE - CAPTURE TODAY'S DATE FOR THE REPORT
001610* HEADINGS.
001620******************************************************************
001630 0550-CAPTURE-RUN-DATE.
001640     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
001650     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
001660            CURRENT-DATE-YYYYMMDD (5:2) "-"
001670            CURRENT-DATE-YYYYMMDD (7:2)
001680         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
001690     .
001700 0550-EXIT.
001710     EXIT.
001720*
001730******************************************************************
001740* 2000-PRINT-CATALOG-REPORT - WALK THE TABLE CATALOG IN TABLE ID
001750* ORDER AND PRINT EVERY TABLE WITH ITS RULES, ITS APPROVED CODE
001760* LIST, AND THE NUMBER OF ENTRIES IT HOLDS ON THE CODE MASTER. A
001770* MISSING CATALOG MEANS NO TABLE HAS BEEN SET UP YET, SO THE
001780* REPORT STILL PRINTS WITH ZERO TOTALS. A MISSING CODE MASTER
001790* JUST SHOWS EVERY TABLE WITH NO ENTRIES.
001800******************************************************************
001810 2000-PRINT-CATALOG-REPORT.
001820     MOVE ZERO TO TABLES-LISTED-COUNT
001830     MOVE ZERO TO TABLES-ON-FEEDS-COUNT
001840     MOVE ZERO TO TABLES-OFF-FEEDS-COUNT
001850     MOVE ZERO TO MASTER-ENTRY-COUNT
001860     MOVE ZERO TO REPORT-PAGE-COUNT
001870     MOVE ZERO TO REPORT-LINE-COUNT
001880     OPEN OUTPUT CATALOG-REPORT-FILE
001890     IF NOT CATALOG-REPORT-OK
001900         DISPLAY "TBLCATRP - UNABLE TO OPEN TBLCATRP, STATUS = "
001910             CATALOG-REPORT-STATUS
001920         SET JOB-COMPLETED-ERROR TO TRUE
001930         GO TO 2000-EXIT
001940     END-IF
001950     PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
001960     OPEN INPUT TABLE-CATALOG-FILE
001970     IF TABLE-CATALOG-MISSING
001980         GO TO 2000-WRITE-TOTALS
001990     END-IF
002000     IF NOT TABLE-CATALOG-OK
002010         DISPLAY "TBLCATRP - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
002020             TABLE-CATALOG-STATUS
002030         SET JOB-COMPLETED-ERROR TO TRUE
002040         CLOSE CATALOG-REPORT-FILE
002050         GO TO 2000-EXIT
002060     END-IF
002070     SET MASTER-LOOKUP-AVAILABLE TO TRUE
002080     OPEN INPUT CODE-MASTER-FILE
002090     IF NOT CODE-MASTER-OK
002100         SET MASTER-LOOKUP-UNAVAILABLE TO TRUE
002110     END-IF
002120     MOVE LOW-VALUES TO TC-TABLE-ID
002130     START TABLE-CATALOG-FILE KEY NOT < TC-TABLE-ID
002140         INVALID KEY
002150             GO TO 2000-CLOSE-FILES
002160     END-START
002170     PERFORM 2300-READ-CATALOG-RECORD THRU 2300-EXIT
002180     PERFORM 2200-PRINT-ONE-TABLE THRU 2200-EXIT
002190         UNTIL TABLE-CATALOG-EOF
002200     .
002210 2000-CLOSE-FILES.
002220     CLOSE TABLE-CATALOG-FILE
002230     IF MASTER-LOOKUP-AVAILABLE
002240         CLOSE CODE-MASTER-FILE
002250     END-IF
002260     .
002270 2000-WRITE-TOTALS.
002280     MOVE TABLES-LISTED-COUNT TO RT1-COUNT
002290     MOVE RPT-TOTAL-LINE-1 TO CATALOG-REPORT-RECORD
002300     WRITE CATALOG-REPORT-RECORD
002310     MOVE TABLES-ON-FEEDS-COUNT TO RT2-COUNT
002320     MOVE RPT-TOTAL-LINE-2 TO CATALOG-REPORT-RECORD
002330     WRITE CATALOG-REPORT-RECORD
002340     MOVE TABLES-OFF-FEEDS-COUNT TO RT3-COUNT
002350     MOVE RPT-TOTAL-LINE-3 TO CATALOG-REPORT-RECORD
002360     WRITE CATALOG-REPORT-RECORD
002370     MOVE MASTER-ENTRY-COUNT TO RT4-COUNT
002380     MOVE RPT-TOTAL-LINE-4 TO CATALOG-REPORT-RECORD
002390     WRITE CATALOG-REPORT-RECORD
002400     CLOSE CATALOG-REPORT-FILE
002410     .
002420 2000-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460* 2100-PRINT-HEADINGS - WRITE THE REPORT TITLE, PAGE NUMBER, RUN
002470* DATE, AND COLUMN HEADINGS FOR A NEW PAGE.
002480******************************************************************
002490 2100-PRINT-HEADINGS.
002500     ADD 1 TO REPORT-PAGE-COUNT
002510     MOVE ZERO TO REPORT-LINE-COUNT
002520     MOVE RPT-HEADING-1 TO CATALOG-REPORT-RECORD
002530     WRITE CATALOG-REPORT-RECORD
002540     MOVE REPORT-PAGE-COUNT TO RH2-PAGE-NUMBER
002550     MOVE RPT-HEADING-2 TO CATALOG-REPORT-RECORD
002560     WRITE CATALOG-REPORT-RECORD
002570     MOVE FORMATTED-RUN-DATE TO RH3-RUN-DATE
002580     MOVE RPT-HEADING-3 TO CATALOG-REPORT-RECORD
002590     WRITE CATALOG-REPORT-RECORD
002600     MOVE RPT-HEADING-4 TO CATALOG-REPORT-RECORD
002610     WRITE CATALOG-REPORT-RECORD
002620     .
002630 2100-EXIT.
002640     EXIT.
002650*
002660******************************************************************
002670* 2200-PRINT-ONE-TABLE - PRINT ONE TABLE'S CATALOG ENTRY FOLLOWED
002680* BY ITS APPROVED CODES, BUMP THE CONTROL TOTALS, AND READ THE
002690* NEXT CATALOG RECORD, BREAKING TO A NEW PAGE WHEN THE CURRENT
002700* PAGE IS FULL.
002710******************************************************************
002720 2200-PRINT-ONE-TABLE.
002730     IF REPORT-LINE-COUNT >= LINES-PER-PAGE
002740         PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
002750     END-IF
002760     PERFORM 2400-COUNT-MASTER-ENTRIES THRU 2400-EXIT
002770     MOVE TC-TABLE-ID TO TDL-TABLE-ID
002780     MOVE TC-TABLE-TITLE TO TDL-TABLE-TITLE
002790     MOVE TC-BUSINESS-OWNER TO TDL-BUSINESS-OWNER
002800     MOVE TC-ELEMENT2-MIN TO TDL-ELEMENT2-MIN
002810     MOVE TC-ELEMENT2-MAX TO TDL-ELEMENT2-MAX
002820     MOVE TC-FEED-SWITCH TO TDL-FEED-SWITCH
002830     MOVE TC-CODE-COUNT TO TDL-CODE-COUNT
002840     MOVE TABLE-ENTRY-COUNT TO TDL-ENTRY-COUNT
002850     MOVE RPT-DETAIL-LINE TO CATALOG-REPORT-RECORD
002860     WRITE CATALOG-REPORT-RECORD
002870     ADD 1 TO REPORT-LINE-COUNT
002880     ADD 1 TO TABLES-LISTED-COUNT
002890     ADD TABLE-ENTRY-COUNT TO MASTER-ENTRY-COUNT
002900     IF TC-ON-FEEDS
002910         ADD 1 TO TABLES-ON-FEEDS-COUNT
002920     ELSE
002930         ADD 1 TO TABLES-OFF-FEEDS-COUNT
002940     END-IF
002950     MOVE "CODES: " TO RCL-CAPTION
002960     MOVE SPACES TO RCL-CODE-AREA
002970     MOVE ZERO TO CODE-LINE-SUB
002980     IF TC-CODE-COUNT = ZERO
002990         MOVE "ANY" TO RCL-CODE-AREA
003000         PERFORM 2600-WRITE-CODE-LINE THRU 2600-EXIT
003010     ELSE
003020         PERFORM 2500-LIST-ONE-CODE THRU 2500-EXIT
003030             VARYING CODE-SUB FROM 1 BY 1
003040             UNTIL CODE-SUB > TC-CODE-COUNT
003050         IF CODE-LINE-SUB > ZERO
003060             PERFORM 2600-WRITE-CODE-LINE THRU 2600-EXIT
003070         END-IF
003080     END-IF
003090     PERFORM 2300-READ-CATALOG-RECORD THRU 2300-EXIT
003100     .
003110 2200-EXIT.
003120     EXIT.
003130*
003140 2300-READ-CATALOG-RECORD.
003150     READ TABLE-CATALOG-FILE NEXT RECORD
003160         AT END
003170             SET TABLE-CATALOG-EOF TO TRUE
003180     END-READ
003190     .
003200 2300-EXIT.
003210     EXIT.
003220*
003230******************************************************************
003240* 2400-COUNT-MASTER-ENTRIES - COUNT THE CODE MASTER ENTRIES HELD
003250* UNDER THE CURRENT TABLE ID BY POSITIONING AT THE FIRST KEY FOR
003260* THE TABLE AND READING FORWARD UNTIL THE TABLE ID CHANGES.
003270******************************************************************
003280 2400-COUNT-MASTER-ENTRIES.
003290     MOVE ZERO TO TABLE-ENTRY-COUNT
003300     IF MASTER-LOOKUP-UNAVAILABLE
003310         GO TO 2400-EXIT
003320     END-IF
003330     MOVE TC-TABLE-ID TO CM-TABLE-ID
003340     MOVE LOW-VALUES TO CM-ELEMENT1
003350     START CODE-MASTER-FILE KEY NOT < CM-MASTER-KEY
003360         INVALID KEY
003370             GO TO 2400-EXIT
003380     END-START
003390     SET MASTER-TABLE-NOT-DONE TO TRUE
003400     PERFORM 2450-READ-MASTER-ENTRY THRU 2450-EXIT
003410         UNTIL MASTER-TABLE-DONE
003420     .
003430 2400-EXIT.
003440     EXIT.
003450*
003460 2450-READ-MASTER-ENTRY.
003470     READ CODE-MASTER-FILE NEXT RECORD
003480         AT END
003490             SET MASTER-TABLE-DONE TO TRUE
003500             GO TO 2450-EXIT
003510     END-READ
003520     IF CM-TABLE-ID NOT = TC-TABLE-ID
003530         SET MASTER-TABLE-DONE TO TRUE
003540         GO TO 2450-EXIT
003550     END-IF
003560     ADD 1 TO TABLE-ENTRY-COUNT
003570     .
003580 2450-EXIT.
003590     EXIT.
003600*
003610******************************************************************
003620* 2500-LIST-ONE-CODE - PLACE ONE APPROVED CODE ON THE CODE LINE,
003630* WRITING THE LINE OUT WHEN IT IS FULL.
003640******************************************************************
003650 2500-LIST-ONE-CODE.
003660     ADD 1 TO CODE-LINE-SUB
003670     MOVE TC-APPROVED-CODE (CODE-SUB) TO RCL-CODE (CODE-LINE-SUB)
003680     IF CODE-LINE-SUB >= CODES-PER-LINE
003690         PERFORM 2600-WRITE-CODE-LINE THRU 2600-EXIT
003700     END-IF
003710     .
003720 2500-EXIT.
003730     EXIT.
003740*
003750 2600-WRITE-CODE-LINE.
003760     IF REPORT-LINE-COUNT >= LINES-PER-PAGE
003770         PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
003780     END-IF
003790     MOVE RPT-CODE-LINE TO CATALOG-REPORT-RECORD
003800     WRITE CATALOG-REPORT-RECORD
003810     ADD 1 TO REPORT-LINE-COUNT
003820     MOVE SPACES TO RCL-CAPTION
003830     MOVE SPACES TO RCL-CODE-AREA
003840     MOVE ZERO TO CODE-LINE-SUB
003850     .
003860 2600-EXIT.
003870     EXIT.
