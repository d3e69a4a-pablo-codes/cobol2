000010******************************************************************
000020* Program name:    REFCOMP
000030* Original author: DLROSS
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 DLROSS  Created to compare a code list published by an
000090*                  outside body, received as REFLIST.DAT, against
000100*                  the CODEMSTR.DAT entries of the table id it
000110*                  mirrors. Prints a discrepancy report of codes
000120*                  new on the list, codes dropped from it, and
000130*                  codes whose ELEMENT2 value or description
000140*                  differs, and writes each difference to
000150*                  CODEPEND.DAT as a proposed change under the
000160*                  REFCOMP system maker id, so a checker still
000170*                  releases or rejects every one from the TBLMAINT
000180*                  review screen and nothing reaches the master
000190*                  without a second person.
000200*
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.  REFCOMP.
000240 AUTHOR.  DLROSS.
000250 INSTALLATION.  DATA PROCESSING.
000260 DATE-WRITTEN.  10/15/26.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PUBLISHED-LIST-FILE ASSIGN TO "REFLIST.DAT"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS PUBLISHED-LIST-STATUS.
000340     SELECT CODE-MASTER-FILE ASSIGN TO "CODEMSTR.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CM-MASTER-KEY
000380         FILE STATUS IS CODE-MASTER-STATUS.
000390     SELECT TABLE-CATALOG-FILE ASSIGN TO "TBLCATLG.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS TC-TABLE-ID
000430         FILE STATUS IS TABLE-CATALOG-STATUS.
000440     SELECT PENDING-CHANGE-FILE ASSIGN TO "CODEPEND.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PC-PENDING-KEY
000480         FILE STATUS IS PENDING-FILE-STATUS.
000490     SELECT COMPARE-REPORT-FILE ASSIGN TO "REFCRPT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS COMPARE-REPORT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PUBLISHED-LIST-FILE
000550     RECORDING MODE IS F.
000560 01  PUBLISHED-LIST-RECORD.
000570     05  RL-ELEMENT1              PIC X(02).
000580     05  RL-ELEMENT2              PIC 9(02).
000590     05  RL-DESCRIPTION           PIC X(30).
000600     05  FILLER                   PIC X(46).
000610 FD  CODE-MASTER-FILE.
000620     COPY CODEREC.
000630 FD  TABLE-CATALOG-FILE.
000640     COPY TBLCAT.
000650 FD  PENDING-CHANGE-FILE.
000660     COPY PENDREC.
000670 FD  COMPARE-REPORT-FILE
000680     RECORDING MODE IS F.
000690 01  COMPARE-REPORT-RECORD        PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 01  JOB-NAME                     PIC X(08) VALUE "REFCOMP".
000720 77  SYSTEM-MAKER-ID              PIC X(08) VALUE "REFCOMP".
000730 01  PUBLISHED-LIST-STATUS        PIC X(02).
000740     88  PUBLISHED-LIST-OK        VALUE "00".
000750     88  PUBLISHED-LIST-EOF       VALUE "10".
000760     88  PUBLISHED-LIST-MISSING   VALUE "35".
000770 01  CODE-MASTER-STATUS           PIC X(02).
000780     88  CODE-MASTER-OK           VALUE "00".
000790     88  CODE-MASTER-EOF          VALUE "10".
000800 01  TABLE-CATALOG-STATUS         PIC X(02).
000810     88  TABLE-CATALOG-OK         VALUE "00".
000820     88  TABLE-CATALOG-MISSING    VALUE "35".
000830 01  PENDING-FILE-STATUS          PIC X(02).
000840     88  PENDING-FILE-OK          VALUE "00".
000850     88  PENDING-FILE-MISSING     VALUE "35".
000860 01  COMPARE-REPORT-STATUS        PIC X(02).
000870     88  COMPARE-REPORT-OK        VALUE "00".
000880 01  JOB-COMPLETION-SWITCH        PIC X(01) VALUE "Y".
000890     88  JOB-COMPLETED-OK         VALUE "Y".
000900     88  JOB-COMPLETED-ERROR      VALUE "N".
000910 01  COMPARE-TABLE-ID             PIC X(04).
000920 01  LIST-MAX-ENTRIES             PIC 9(04) VALUE 0500.
000930 01  LIST-ENTRY-COUNT             PIC 9(04) VALUE ZERO.
000940 01  LIST-TABLE.
000950     05  LIST-ENTRY OCCURS 1 TO 500 TIMES
000960                    DEPENDING ON LIST-ENTRY-COUNT
000970                    INDEXED BY LIST-INDEX.
000980         10  LS-ELEMENT1          PIC X(02).
000990         10  LS-ELEMENT2          PIC 9(02).
001000         10  LS-DESCRIPTION       PIC X(30).
001010         10  LS-MATCHED           PIC X(01).
001020             88  LS-ROW-MATCHED   VALUE "Y".
001030             88  LS-ROW-UNMATCHED VALUE "N".
001040 01  LIST-FOUND-SWITCH            PIC X(01).
001050     88  LIST-ROW-FOUND           VALUE "Y".
001060     88  LIST-ROW-NOT-FOUND       VALUE "N".
001070 01  CATALOG-RULES-SWITCH         PIC X(01).
001080     88  CATALOG-RULES-MET        VALUE "Y".
001090     88  CATALOG-RULES-NOT-MET    VALUE "N".
001100 01  PROPOSED-CHANGE.
001110     05  PROPOSED-FUNCTION        PIC X(01).
001120     05  PROPOSED-ELEMENT1        PIC X(02).
001130     05  PROPOSED-ELEMENT2        PIC 9(02).
001140     05  PROPOSED-DESCRIPTION     PIC X(30).
001150     05  PROPOSED-STATUS          PIC X(01).
001160     05  PROPOSED-OLD-ELEMENT2    PIC 9(02).
001170 01  DISCREPANCY-TEXT             PIC X(12).
001180 01  OUTCOME-TEXT                 PIC X(19).
001190 01  COMPARE-TOTALS.
001200     05  LIST-READ-COUNT          PIC 9(04) VALUE ZERO.
001210     05  LIST-REJECTED-COUNT      PIC 9(04) VALUE ZERO.
001215     05  LIST-INVALID-COUNT       PIC 9(04) VALUE ZERO.
001220     05  MASTER-COMPARED-COUNT    PIC 9(04) VALUE ZERO.
001230     05  NEW-ON-LIST-COUNT        PIC 9(04) VALUE ZERO.
001240     05  DROPPED-COUNT            PIC 9(04) VALUE ZERO.
001250     05  DIFFERS-COUNT            PIC 9(04) VALUE ZERO.
001260     05  RELISTED-COUNT           PIC 9(04) VALUE ZERO.
001270     05  STAGED-COUNT             PIC 9(04) VALUE ZERO.
001280     05  ALREADY-PENDING-COUNT    PIC 9(04) VALUE ZERO.
001290     05  RULES-FAILED-COUNT       PIC 9(04) VALUE ZERO.
001300 77  LINES-PER-PAGE               PIC 9(02) VALUE 20.
001310 01  REPORT-LINE-COUNT            PIC 9(02) VALUE ZERO.
001320 01  REPORT-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001330 01  REPORT-LINE-WORK             PIC X(80).
001340 01  RPT-HEADING-1                PIC X(80) VALUE
001350             "REFCOMP - PUBLISHED CODE LIST COMPARE".
001360 01  RPT-HEADING-2.
001370     05  FILLER                   PIC X(05) VALUE "PAGE ".
001380     05  RH2-PAGE-NUMBER          PIC ZZZ9.
001390     05  FILLER                   PIC X(71) VALUE SPACES.
001400 01  RPT-HEADING-3.
001410     05  FILLER                   PIC X(11) VALUE "TABLE ID : ".
001420     05  RH3-TABLE-ID             PIC X(04).
001430     05  FILLER                   PIC X(14) VALUE
001440                 "   RUN DATE : ".
001450     05  RH3-RUN-DATE             PIC X(10).
001460     05  FILLER                   PIC X(41) VALUE SPACES.
001470 01  RPT-HEADING-4.
001480     05  FILLER                   PIC X(04) VALUE "EL1".
001490     05  FILLER                   PIC X(13) VALUE "DISCREPANCY".
001500     05  FILLER                   PIC X(08) VALUE "SOURCE".
001510     05  FILLER                   PIC X(03) VALUE "E2".
001520     05  FILLER                   PIC X(02) VALUE "S".
001530     05  FILLER                   PIC X(31) VALUE "DESCRIPTION".
001540     05  FILLER                   PIC X(19) VALUE
001550                 "PROPOSED CHANGE".
001560 01  RPT-DETAIL-LINE.
001570     05  RDL-ELEMENT1             PIC X(02).
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  RDL-DISCREPANCY          PIC X(12).
001600     05  FILLER                   PIC X(01) VALUE SPACES.
001610     05  RDL-SOURCE               PIC X(07).
001620     05  FILLER                   PIC X(01) VALUE SPACES.
001630     05  RDL-ELEMENT2             PIC X(02).
001640     05  FILLER                   PIC X(01) VALUE SPACES.
001650     05  RDL-STATUS               PIC X(01).
001660     05  FILLER                   PIC X(01) VALUE SPACES.
001670     05  RDL-DESCRIPTION          PIC X(30).
001680     05  FILLER                   PIC X(01) VALUE SPACES.
001690     05  RDL-OUTCOME              PIC X(19).
001700 01  RPT-TOTAL-LINE.
001710     05  RTL-CAPTION              PIC X(25).
001720     05  RTL-COUNT                PIC ZZZ9.
001730     05  FILLER                   PIC X(51) VALUE SPACES.
001740 01  CURRENT-DATE-FIELDS.
001750     05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
001760     05  CURRENT-TIME-HHMMSS      PIC 9(08).
001770 01  FORMATTED-RUN-DATE           PIC X(10).
001780 01  FORMATTED-RUN-TIME           PIC X(08).
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     SET JOB-COMPLETED-OK TO TRUE
001820     PERFORM 0550-CAPTURE-RUN-DATE THRU 0550-EXIT
001830     PERFORM 1000-ACCEPT-REQUEST THRU 1000-EXIT
001840     IF JOB-COMPLETED-ERROR
001850         MOVE 12 TO RETURN-CODE
001860         DISPLAY "REFCOMP - REQUEST REJECTED, RC = " RETURN-CODE
001870         GOBACK
001880     END-IF
001890     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT
001900     IF JOB-COMPLETED-OK
001910         PERFORM 1700-LOAD-PUBLISHED-LIST THRU 1700-EXIT
001920     END-IF
001930     IF JOB-COMPLETED-OK
001940         PERFORM 2000-COMPARE-MASTER THRU 2000-EXIT
001950     END-IF
001955     CLOSE TABLE-CATALOG-FILE
001960     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001970     IF JOB-COMPLETED-OK
001980         MOVE 0 TO RETURN-CODE
001990     ELSE
002000         MOVE 12 TO RETURN-CODE
002010         DISPLAY "REFCOMP - COMPLETED WITH ERRORS, RC = "
002020             RETURN-CODE
002030     END-IF
002040     GOBACK.
002050*
002060******************************************************************
002070* 0550-CAPTURE-RUN-DATE - CAPTURE TODAY'S DATE AND TIME FOR THE
002080* HEADINGS AND TO STAMP THE PROPOSED CHANGES.
002090******************************************************************
002100 0550-CAPTURE-RUN-DATE.
002110     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
002120     STRING CURRENT-DATE-YYYYMMDD (1:4) "-"
002130            CURRENT-DATE-YYYYMMDD (5:2) "-"
002140            CURRENT-DATE-YYYYMMDD (7:2)
002150         DELIMITED BY SIZE INTO FORMATTED-RUN-DATE
002160     ACCEPT CURRENT-TIME-HHMMSS FROM TIME
002170     STRING CURRENT-TIME-HHMMSS (1:2) ":"
002180            CURRENT-TIME-HHMMSS (3:2) ":"
002190            CURRENT-TIME-HHMMSS (5:2)
002200         DELIMITED BY SIZE INTO FORMATTED-RUN-TIME
002210     .
002220 0550-EXIT.
002230     EXIT.
002240*
002250******************************************************************
002260* 1000-ACCEPT-REQUEST - PROMPT FOR THE TABLE ID THE PUBLISHED LIST
002270* MIRRORS AND READ ITS TBLCATLG.DAT CATALOG ENTRY, WHOSE APPROVED
002280* CODE LIST AND ELEMENT2 RANGE EVERY PROPOSED CHANGE MUST PASS. A
002290* BLANK TABLE ID OR ONE NOT IN THE CATALOG IS REFUSED. THE CATALOG
002292* IS LEFT OPEN WITH THE ENTRY IN ITS RECORD AREA UNTIL THE COMPARE
002294* IS FINISHED.
002300******************************************************************
002310 1000-ACCEPT-REQUEST.
002320     MOVE SPACES TO COMPARE-TABLE-ID
002330     DISPLAY "REFCOMP - TABLE ID THE PUBLISHED LIST MIRRORS : "
002340     ACCEPT COMPARE-TABLE-ID
002350     IF COMPARE-TABLE-ID = SPACES
002360         DISPLAY "REFCOMP - NO TABLE ID ENTERED"
002370         SET JOB-COMPLETED-ERROR TO TRUE
002380         GO TO 1000-EXIT
002390     END-IF
002400     OPEN INPUT TABLE-CATALOG-FILE
002410     IF TABLE-CATALOG-MISSING
002420         DISPLAY "REFCOMP - NO TBLCATLG.DAT TABLE CATALOG EXISTS"
002430         SET JOB-COMPLETED-ERROR TO TRUE
002440         GO TO 1000-EXIT
002450     END-IF
002460     IF NOT TABLE-CATALOG-OK
002470         DISPLAY "REFCOMP - UNABLE TO OPEN TBLCATLG.DAT, STATUS "
002480             TABLE-CATALOG-STATUS
002490         SET JOB-COMPLETED-ERROR TO TRUE
002500         GO TO 1000-EXIT
002510     END-IF
002520     MOVE COMPARE-TABLE-ID TO TC-TABLE-ID
002530     READ TABLE-CATALOG-FILE
002540         INVALID KEY
002550             DISPLAY "REFCOMP - TABLE NOT IN TBLCATLG.DAT: "
002560                 COMPARE-TABLE-ID
002570             SET JOB-COMPLETED-ERROR TO TRUE
002580             CLOSE TABLE-CATALOG-FILE
002590     END-READ
002600     .
002610 1000-EXIT.
002620     EXIT.
002630*
002640******************************************************************
002650* 1500-OPEN-REPORT - OPEN THE DISCREPANCY REPORT AND PRINT THE
002660* FIRST PAGE OF HEADINGS.
002670******************************************************************
002680 1500-OPEN-REPORT.
002690     MOVE ZERO TO REPORT-PAGE-COUNT
002700     MOVE ZERO TO REPORT-LINE-COUNT
002710     OPEN OUTPUT COMPARE-REPORT-FILE
002720     IF NOT COMPARE-REPORT-OK
002730         DISPLAY "REFCOMP - UNABLE TO OPEN REFCRPT, STATUS = "
002740             COMPARE-REPORT-STATUS
002750         SET JOB-COMPLETED-ERROR TO TRUE
002760         GO TO 1500-EXIT
002770     END-IF
002780     PERFORM 1600-PRINT-HEADINGS THRU 1600-EXIT
002790     .
002800 1500-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840* 1600-PRINT-HEADINGS - WRITE THE REPORT TITLE, PAGE NUMBER, TABLE
002850* ID AND RUN DATE, AND COLUMN HEADINGS FOR A NEW PAGE.
002860******************************************************************
002870 1600-PRINT-HEADINGS.
002880     ADD 1 TO REPORT-PAGE-COUNT
002890     MOVE ZERO TO REPORT-LINE-COUNT
002900     MOVE RPT-HEADING-1 TO COMPARE-REPORT-RECORD
002910     WRITE COMPARE-REPORT-RECORD
002920     MOVE REPORT-PAGE-COUNT TO RH2-PAGE-NUMBER
002930     MOVE RPT-HEADING-2 TO COMPARE-REPORT-RECORD
002940     WRITE COMPARE-REPORT-RECORD
002950     MOVE COMPARE-TABLE-ID TO RH3-TABLE-ID
002960     MOVE FORMATTED-RUN-DATE TO RH3-RUN-DATE
002970     MOVE RPT-HEADING-3 TO COMPARE-REPORT-RECORD
002980     WRITE COMPARE-REPORT-RECORD
002990     MOVE RPT-HEADING-4 TO COMPARE-REPORT-RECORD
003000     WRITE COMPARE-REPORT-RECORD
003010     .
003020 1600-EXIT.
003030     EXIT.
003040*
003050******************************************************************
003060* 1700-LOAD-PUBLISHED-LIST - LOAD THE REFLIST.DAT PUBLISHED LIST
003070* INTO THE LIST TABLE, EACH ROW MARKED NOT YET MATCHED. A ROW
003080* WITH A CODE ALREADY LOADED IS PRINTED AS A DUPLICATE AND LEFT
003090* OUT OF THE COMPARE. A ROW WITH A BLANK CODE OR A NON-NUMERIC
003100* ELEMENT2 IS PRINTED AS INVALID; ITS CODE CANNOT BE TRUSTED, SO
003110* ANY INVALID ROW ABANDONS THE RUN ONCE THE WHOLE LIST HAS BEEN
003112* CHECKED, AS DO A MISSING LIST OR ONE PAST THE TABLE LIMIT,
003114* RATHER THAN PROPOSING TO RETIRE CODES THE LIST WAS NEVER SEEN
003120* TO DROP.
003130******************************************************************
003140 1700-LOAD-PUBLISHED-LIST.
003150     MOVE ZERO TO LIST-ENTRY-COUNT
003160     OPEN INPUT PUBLISHED-LIST-FILE
003170     IF PUBLISHED-LIST-MISSING
003180         DISPLAY "REFCOMP - NO REFLIST.DAT PUBLISHED LIST"
003190         SET JOB-COMPLETED-ERROR TO TRUE
003200         GO TO 1700-EXIT
003210     END-IF
003220     IF NOT PUBLISHED-LIST-OK
003230         DISPLAY "REFCOMP - UNABLE TO OPEN REFLIST.DAT, STATUS "
003240             PUBLISHED-LIST-STATUS
003250         SET JOB-COMPLETED-ERROR TO TRUE
003260         GO TO 1700-EXIT
003270     END-IF
003280     PERFORM 1800-READ-PUBLISHED-LIST THRU 1800-EXIT
003290     PERFORM 1900-STORE-LIST-ENTRY THRU 1900-EXIT
003300         UNTIL PUBLISHED-LIST-EOF
003310            OR JOB-COMPLETED-ERROR
003320     CLOSE PUBLISHED-LIST-FILE
003322     IF LIST-INVALID-COUNT > ZERO
003324         DISPLAY "REFCOMP - " LIST-INVALID-COUNT
003326             " INVALID ROWS ON REFLIST.DAT, COMPARE ABANDONED"
003328         SET JOB-COMPLETED-ERROR TO TRUE
003330     END-IF
003332     .
003340 1700-EXIT.
003350     EXIT.
003360*
003370 1800-READ-PUBLISHED-LIST.
003380     READ PUBLISHED-LIST-FILE
003390         AT END
003400             SET PUBLISHED-LIST-EOF TO TRUE
003410     END-READ
003420     .
003430 1800-EXIT.
003440     EXIT.
003450*
003460 1900-STORE-LIST-ENTRY.
003470     ADD 1 TO LIST-READ-COUNT
003480     MOVE SPACES TO OUTCOME-TEXT
003490     IF RL-ELEMENT1 = SPACES
003500         OR RL-ELEMENT2 NOT NUMERIC
003510         MOVE "INVALID ROW" TO DISCREPANCY-TEXT
003515         ADD 1 TO LIST-INVALID-COUNT
003520         PERFORM 1950-PRINT-REJECTED-ROW THRU 1950-EXIT
003530         GO TO 1900-READ-NEXT
003540     END-IF
003550     MOVE RL-ELEMENT1 TO PROPOSED-ELEMENT1
003560     PERFORM 2300-FIND-LIST-ROW THRU 2300-EXIT
003570     IF LIST-ROW-FOUND
003580         MOVE "DUPLICATE" TO DISCREPANCY-TEXT
003590         PERFORM 1950-PRINT-REJECTED-ROW THRU 1950-EXIT
003600         GO TO 1900-READ-NEXT
003610     END-IF
003620     IF LIST-ENTRY-COUNT >= LIST-MAX-ENTRIES
003630         DISPLAY "REFCOMP - LIST TABLE FULL AT " LIST-MAX-ENTRIES
003640             " ENTRIES, COMPARE ABANDONED"
003650         SET JOB-COMPLETED-ERROR TO TRUE
003660         GO TO 1900-EXIT
003670     END-IF
003680     ADD 1 TO LIST-ENTRY-COUNT
003690     SET LIST-INDEX TO LIST-ENTRY-COUNT
003700     MOVE RL-ELEMENT1 TO LS-ELEMENT1 (LIST-INDEX)
003710     MOVE RL-ELEMENT2 TO LS-ELEMENT2 (LIST-INDEX)
003720     MOVE RL-DESCRIPTION TO LS-DESCRIPTION (LIST-INDEX)
003730     SET LS-ROW-UNMATCHED (LIST-INDEX) TO TRUE
003740     .
003750 1900-READ-NEXT.
003760     PERFORM 1800-READ-PUBLISHED-LIST THRU 1800-EXIT
003770     .
003780 1900-EXIT.
003790     EXIT.
003800*
003810 1950-PRINT-REJECTED-ROW.
003820     ADD 1 TO LIST-REJECTED-COUNT
003830     MOVE SPACES TO RPT-DETAIL-LINE
003840     MOVE RL-ELEMENT1 TO RDL-ELEMENT1
003850     MOVE DISCREPANCY-TEXT TO RDL-DISCREPANCY
003860     MOVE "LIST" TO RDL-SOURCE
003870     MOVE PUBLISHED-LIST-RECORD (3:2) TO RDL-ELEMENT2
003880     MOVE RL-DESCRIPTION TO RDL-DESCRIPTION
003890     MOVE "NOT COMPARED" TO RDL-OUTCOME
003900     MOVE RPT-DETAIL-LINE TO REPORT-LINE-WORK
003910     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
003920     .
003930 1950-EXIT.
003940     EXIT.
003950*
003960******************************************************************
003970* 2000-COMPARE-MASTER - OPEN THE MASTER AND THE CODEPEND.DAT
003980* PENDING CHANGE FILE, CREATING THE LATTER ON FIRST USE, WALK THE
003990* MASTER ENTRIES OF THE TABLE IN KEY ORDER AGAINST THE LIST, THEN
004000* SWEEP THE LIST FOR CODES THE MASTER DOES NOT HOLD.
004010******************************************************************
004020 2000-COMPARE-MASTER.
004030     OPEN INPUT CODE-MASTER-FILE
004040     IF NOT CODE-MASTER-OK
004050         DISPLAY "REFCOMP - UNABLE TO OPEN CODEMSTR.DAT, STATUS "
004060             CODE-MASTER-STATUS
004070         SET JOB-COMPLETED-ERROR TO TRUE
004080         GO TO 2000-EXIT
004090     END-IF
004100     OPEN I-O PENDING-CHANGE-FILE
004110     IF PENDING-FILE-MISSING
004120         OPEN OUTPUT PENDING-CHANGE-FILE
004130         CLOSE PENDING-CHANGE-FILE
004140         OPEN I-O PENDING-CHANGE-FILE
004150     END-IF
004160     IF NOT PENDING-FILE-OK
004170         DISPLAY "REFCOMP - UNABLE TO OPEN CODEPEND.DAT, STATUS "
004180             PENDING-FILE-STATUS
004190         SET JOB-COMPLETED-ERROR TO TRUE
004200         CLOSE CODE-MASTER-FILE
004210         GO TO 2000-EXIT
004220     END-IF
004230     MOVE COMPARE-TABLE-ID TO CM-TABLE-ID
004240     MOVE LOW-VALUES TO CM-ELEMENT1
004250     START CODE-MASTER-FILE KEY NOT < CM-MASTER-KEY
004260         INVALID KEY
004270             GO TO 2000-SWEEP-NEW
004280     END-START
004290     PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT
004300     PERFORM 2200-COMPARE-MASTER-ENTRY THRU 2200-EXIT
004310         UNTIL CODE-MASTER-EOF
004320     .
004330 2000-SWEEP-NEW.
004340     PERFORM 2500-CHECK-NEW-CODE THRU 2500-EXIT
004350         VARYING LIST-INDEX FROM 1 BY 1
004360             UNTIL LIST-INDEX > LIST-ENTRY-COUNT
004370     CLOSE PENDING-CHANGE-FILE
004380     CLOSE CODE-MASTER-FILE
004390     .
004400 2000-EXIT.
004410     EXIT.
004420*
004430******************************************************************
004440* 2200-COMPARE-MASTER-ENTRY - FIND THE LIST ROW FOR THE MASTER
004450* ENTRY JUST READ. AN ACTIVE ENTRY THE LIST NO LONGER CARRIES IS
004460* PROPOSED FOR INACTIVATION, NOT DELETION, SO ITS HISTORY AND ANY
004470* OLD CLAIMS STILL RESOLVE. AN ENTRY WHOSE ELEMENT2 OR DESCRIPTION
004480* DIFFERS FROM THE LIST, OR AN INACTIVE ENTRY THE LIST CARRIES
004490* AGAIN, IS PROPOSED AS A CHANGE TO THE LIST'S VALUES, ACTIVE.
004500* AN INACTIVE ENTRY OFF THE LIST, OR AN ACTIVE ONE THAT MATCHES
004510* IT, IS IN AGREEMENT.
004520******************************************************************
004530 2200-COMPARE-MASTER-ENTRY.
004540     IF CM-TABLE-ID NOT = COMPARE-TABLE-ID
004550         SET CODE-MASTER-EOF TO TRUE
004560         GO TO 2200-EXIT
004570     END-IF
004580     ADD 1 TO MASTER-COMPARED-COUNT
004590     MOVE CM-ELEMENT1 TO PROPOSED-ELEMENT1
004600     PERFORM 2300-FIND-LIST-ROW THRU 2300-EXIT
004610     IF LIST-ROW-NOT-FOUND
004620         IF CM-INACTIVE
004630             GO TO 2200-READ-NEXT
004640         END-IF
004650         ADD 1 TO DROPPED-COUNT
004660         MOVE "DROPPED" TO DISCREPANCY-TEXT
004670         MOVE "C" TO PROPOSED-FUNCTION
004680         MOVE CM-ELEMENT2 TO PROPOSED-ELEMENT2
004690         MOVE CM-DESCRIPTION TO PROPOSED-DESCRIPTION
004700         MOVE "I" TO PROPOSED-STATUS
004710         MOVE CM-ELEMENT2 TO PROPOSED-OLD-ELEMENT2
004720         PERFORM 3000-STAGE-PROPOSED-CHANGE THRU 3000-EXIT
004730         PERFORM 4000-PRINT-DISCREPANCY THRU 4000-EXIT
004740         GO TO 2200-READ-NEXT
004750     END-IF
004760     SET LS-ROW-MATCHED (LIST-INDEX) TO TRUE
004770     EVALUATE TRUE
004780         WHEN CM-INACTIVE
004790             ADD 1 TO RELISTED-COUNT
004800             MOVE "RELISTED" TO DISCREPANCY-TEXT
004810         WHEN CM-ELEMENT2 NOT = LS-ELEMENT2 (LIST-INDEX)
004820             AND CM-DESCRIPTION NOT = LS-DESCRIPTION (LIST-INDEX)
004830             ADD 1 TO DIFFERS-COUNT
004840             MOVE "BOTH CHANGE" TO DISCREPANCY-TEXT
004850         WHEN CM-ELEMENT2 NOT = LS-ELEMENT2 (LIST-INDEX)
004860             ADD 1 TO DIFFERS-COUNT
004870             MOVE "VALUE CHANGE" TO DISCREPANCY-TEXT
004880         WHEN CM-DESCRIPTION NOT = LS-DESCRIPTION (LIST-INDEX)
004890             ADD 1 TO DIFFERS-COUNT
004900             MOVE "DESC CHANGE" TO DISCREPANCY-TEXT
004910         WHEN OTHER
004920             GO TO 2200-READ-NEXT
004930     END-EVALUATE
004940     MOVE "C" TO PROPOSED-FUNCTION
004950     MOVE LS-ELEMENT2 (LIST-INDEX) TO PROPOSED-ELEMENT2
004960     MOVE LS-DESCRIPTION (LIST-INDEX) TO PROPOSED-DESCRIPTION
004970     MOVE "A" TO PROPOSED-STATUS
004980     MOVE CM-ELEMENT2 TO PROPOSED-OLD-ELEMENT2
004990     PERFORM 3000-STAGE-PROPOSED-CHANGE THRU 3000-EXIT
005000     PERFORM 4000-PRINT-DISCREPANCY THRU 4000-EXIT
005010     .
005020 2200-READ-NEXT.
005030     PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT
005040     .
005050 2200-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090* 2300-FIND-LIST-ROW - LOCATE THE LIST ROW FOR THE CODE THE CALLER
005100* HAS PLACED IN PROPOSED-ELEMENT1, LEAVING LIST-INDEX ON IT.
005110******************************************************************
005120 2300-FIND-LIST-ROW.
005130     SET LIST-ROW-NOT-FOUND TO TRUE
005140     IF LIST-ENTRY-COUNT = ZERO
005150         GO TO 2300-EXIT
005160     END-IF
005170     SET LIST-INDEX TO 1
005180     SEARCH LIST-ENTRY
005190         AT END
005200             SET LIST-ROW-NOT-FOUND TO TRUE
005210         WHEN LS-ELEMENT1 (LIST-INDEX) = PROPOSED-ELEMENT1
005220             SET LIST-ROW-FOUND TO TRUE
005230     END-SEARCH
005240     .
005250 2300-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 2500-CHECK-NEW-CODE - PROPOSE AN ADD FOR A LIST ROW NO MASTER
005300* ENTRY MATCHED, WHICH IS A CODE NEW ON THE PUBLISHED LIST.
005310******************************************************************
005320 2500-CHECK-NEW-CODE.
005330     IF LS-ROW-MATCHED (LIST-INDEX)
005340         GO TO 2500-EXIT
005350     END-IF
005360     ADD 1 TO NEW-ON-LIST-COUNT
005370     MOVE "NEW ON LIST" TO DISCREPANCY-TEXT
005380     MOVE "A" TO PROPOSED-FUNCTION
005390     MOVE LS-ELEMENT1 (LIST-INDEX) TO PROPOSED-ELEMENT1
005400     MOVE LS-ELEMENT2 (LIST-INDEX) TO PROPOSED-ELEMENT2
005410     MOVE LS-DESCRIPTION (LIST-INDEX) TO PROPOSED-DESCRIPTION
005420     MOVE "A" TO PROPOSED-STATUS
005430     MOVE ZERO TO PROPOSED-OLD-ELEMENT2
005440     PERFORM 3000-STAGE-PROPOSED-CHANGE THRU 3000-EXIT
005450     PERFORM 4000-PRINT-DISCREPANCY THRU 4000-EXIT
005460     .
005470 2500-EXIT.
005480     EXIT.
005490*
005500 2900-READ-NEXT-MASTER.
005510     READ CODE-MASTER-FILE NEXT RECORD
005520         AT END
005530             SET CODE-MASTER-EOF TO TRUE
005540     END-READ
005550     .
005560 2900-EXIT.
005570     EXIT.
005580*
005590******************************************************************
005600* 3000-STAGE-PROPOSED-CHANGE - CHECK THE PROPOSED CHANGE AGAINST
005610* THE TABLE'S CATALOG RULES, AS TBLMAINT WOULD FOR A CHANGE KEYED
005620* BY HAND, AND WRITE IT TO CODEPEND.DAT AWAITING REVIEW UNDER THE
005630* SYSTEM MAKER ID, EFFECTIVE TODAY. AN ENTRY WITH A CHANGE ALREADY
005640* AWAITING REVIEW IS LEFT ALONE; A REJECTED CHANGE IS REPLACED.
005650* THE CALLER SETS THE PROPOSED-CHANGE FIELDS FIRST, AND THE
005660* OUTCOME IS LEFT IN OUTCOME-TEXT FOR THE REPORT.
005670******************************************************************
005680 3000-STAGE-PROPOSED-CHANGE.
005690     PERFORM 3100-CHECK-CATALOG-RULES THRU 3100-EXIT
005700     IF CATALOG-RULES-NOT-MET
005710         ADD 1 TO RULES-FAILED-COUNT
005720         GO TO 3000-EXIT
005730     END-IF
005740     MOVE COMPARE-TABLE-ID TO PC-TABLE-ID
005750     MOVE PROPOSED-ELEMENT1 TO PC-ELEMENT1
005760     READ PENDING-CHANGE-FILE
005770         INVALID KEY
005780             PERFORM 3200-BUILD-PENDING-RECORD THRU 3200-EXIT
005790             WRITE PENDING-CHANGE-RECORD
005800                 INVALID KEY
005810                     MOVE "PENDING WRITE FAIL" TO OUTCOME-TEXT
005820                     SET JOB-COMPLETED-ERROR TO TRUE
005830                 NOT INVALID KEY
005840                     PERFORM 3300-NOTE-STAGED THRU 3300-EXIT
005850             END-WRITE
005860         NOT INVALID KEY
005870             IF PC-AWAITING-REVIEW
005880                 ADD 1 TO ALREADY-PENDING-COUNT
005890                 MOVE "ALREADY PENDING" TO OUTCOME-TEXT
005900             ELSE
005910                 PERFORM 3200-BUILD-PENDING-RECORD THRU 3200-EXIT
005920                 REWRITE PENDING-CHANGE-RECORD
005930                     INVALID KEY
005940                         MOVE "PENDING WRITE FAIL" TO OUTCOME-TEXT
005950                         SET JOB-COMPLETED-ERROR TO TRUE
005960                     NOT INVALID KEY
005970                         PERFORM 3300-NOTE-STAGED THRU 3300-EXIT
005980                 END-REWRITE
005990             END-IF
006000     END-READ
006010     .
006020 3000-EXIT.
006030     EXIT.
006040*
006050******************************************************************
006060* 3100-CHECK-CATALOG-RULES - A PROPOSED ELEMENT2 MUST FALL INSIDE
006070* THE TABLE'S CATALOG RANGE, AND A PROPOSED NEW CODE MUST BE ON
006080* THE TABLE'S APPROVED CODE LIST WHEN THE TABLE HAS ONE.
006090******************************************************************
006100 3100-CHECK-CATALOG-RULES.
006110     SET CATALOG-RULES-MET TO TRUE
006120     IF PROPOSED-ELEMENT2 < TC-ELEMENT2-MIN
006130         OR PROPOSED-ELEMENT2 > TC-ELEMENT2-MAX
006140         SET CATALOG-RULES-NOT-MET TO TRUE
006150         MOVE "ELEMENT2 OUT RANGE" TO OUTCOME-TEXT
006160         GO TO 3100-EXIT
006170     END-IF
006180     IF PROPOSED-FUNCTION NOT = "A"
006190         OR TC-CODE-COUNT = ZERO
006200         GO TO 3100-EXIT
006210     END-IF
006220     SET TC-CODE-INDEX TO 1
006230     SEARCH TC-APPROVED-CODE
006240         AT END
006250             SET CATALOG-RULES-NOT-MET TO TRUE
006260         WHEN TC-CODE-INDEX > TC-CODE-COUNT
006270             SET CATALOG-RULES-NOT-MET TO TRUE
006280         WHEN TC-APPROVED-CODE (TC-CODE-INDEX) = PROPOSED-ELEMENT1
006290             CONTINUE
006300     END-SEARCH
006310     IF CATALOG-RULES-NOT-MET
006320         MOVE "CODE NOT APPROVED" TO OUTCOME-TEXT
006330     END-IF
006340     .
006350 3100-EXIT.
006360     EXIT.
006370*
006380******************************************************************
006390* 3200-BUILD-PENDING-RECORD - FILL THE PENDING CHANGE RECORD FROM
006400* THE PROPOSED CHANGE, STAMPED WITH THE SYSTEM MAKER ID AND THE
006410* RUN DATE/TIME, AWAITING REVIEW.
006420******************************************************************
006430 3200-BUILD-PENDING-RECORD.
006440     MOVE SPACES TO PENDING-CHANGE-RECORD
006450     MOVE COMPARE-TABLE-ID TO PC-TABLE-ID
006460     MOVE PROPOSED-ELEMENT1 TO PC-ELEMENT1
006470     MOVE PROPOSED-FUNCTION TO PC-FUNCTION
006480     MOVE PROPOSED-ELEMENT2 TO PC-ELEMENT2
006490     MOVE PROPOSED-DESCRIPTION TO PC-DESCRIPTION
006500     MOVE PROPOSED-STATUS TO PC-NEW-STATUS
006510     MOVE PROPOSED-OLD-ELEMENT2 TO PC-OLD-ELEMENT2
006520     MOVE SYSTEM-MAKER-ID TO PC-MAKER-ID
006530     MOVE FORMATTED-RUN-DATE TO PC-ENTERED-DATE
006540     MOVE FORMATTED-RUN-TIME TO PC-ENTERED-TIME
006550     SET PC-AWAITING-REVIEW TO TRUE
006560     MOVE SPACES TO PC-CHECKER-ID
006570     MOVE FORMATTED-RUN-DATE TO PC-EFFECTIVE-DATE
006580     .
006590 3200-EXIT.
006600     EXIT.
006610*
006620 3300-NOTE-STAGED.
006630     ADD 1 TO STAGED-COUNT
006640     EVALUATE TRUE
006650         WHEN PROPOSED-FUNCTION = "A"
006660             MOVE "STAGED AS ADD" TO OUTCOME-TEXT
006670         WHEN PROPOSED-STATUS = "I"
006680             MOVE "STAGED INACTIVATE" TO OUTCOME-TEXT
006690         WHEN OTHER
006700             MOVE "STAGED AS CHANGE" TO OUTCOME-TEXT
006710     END-EVALUATE
006720     .
006730 3300-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770* 4000-PRINT-DISCREPANCY - PRINT THE LIST'S SIDE AND THE MASTER'S
006780* SIDE OF ONE DISCREPANCY, WITH WHAT BECAME OF THE PROPOSED
006790* CHANGE. A SIDE THAT DOES NOT HOLD THE CODE PRINTS AS "(NONE)".
006800******************************************************************
006810 4000-PRINT-DISCREPANCY.
006820     MOVE SPACES TO RPT-DETAIL-LINE
006830     MOVE PROPOSED-ELEMENT1 TO RDL-ELEMENT1
006840     MOVE DISCREPANCY-TEXT TO RDL-DISCREPANCY
006850     MOVE "LIST" TO RDL-SOURCE
006860     IF DISCREPANCY-TEXT = "DROPPED"
006870         MOVE "(NONE)" TO RDL-DESCRIPTION
006880     ELSE
006890         MOVE LS-ELEMENT2 (LIST-INDEX) TO RDL-ELEMENT2
006900         MOVE LS-DESCRIPTION (LIST-INDEX) TO RDL-DESCRIPTION
006910     END-IF
006920     MOVE OUTCOME-TEXT TO RDL-OUTCOME
006930     MOVE RPT-DETAIL-LINE TO REPORT-LINE-WORK
006940     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006950     MOVE SPACES TO RPT-DETAIL-LINE
006960     MOVE "MASTER" TO RDL-SOURCE
006970     IF DISCREPANCY-TEXT = "NEW ON LIST"
006980         MOVE "(NONE)" TO RDL-DESCRIPTION
006990     ELSE
007000         MOVE CM-ELEMENT2 TO RDL-ELEMENT2
007010         MOVE CM-STATUS TO RDL-STATUS
007020         MOVE CM-DESCRIPTION TO RDL-DESCRIPTION
007030     END-IF
007040     MOVE RPT-DETAIL-LINE TO REPORT-LINE-WORK
007050     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007060     .
007070 4000-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110* 5000-WRITE-TOTALS - PRINT THE COMPARE AND STAGING TOTALS AND
007120* CLOSE THE REPORT.
007130******************************************************************
007140 5000-WRITE-TOTALS.
007150     IF NOT COMPARE-REPORT-OK
007160         GO TO 5000-EXIT
007170     END-IF
007180     MOVE SPACES TO REPORT-LINE-WORK
007190     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007200     MOVE "LIST ROWS READ         : " TO RTL-CAPTION
007210     MOVE LIST-READ-COUNT TO RTL-COUNT
007220     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007230     MOVE "LIST ROWS NOT COMPARED : " TO RTL-CAPTION
007240     MOVE LIST-REJECTED-COUNT TO RTL-COUNT
007250     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007252     MOVE "  OF WHICH INVALID     : " TO RTL-CAPTION
007254     MOVE LIST-INVALID-COUNT TO RTL-COUNT
007256     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007260     MOVE "MASTER ENTRIES COMPARED: " TO RTL-CAPTION
007270     MOVE MASTER-COMPARED-COUNT TO RTL-COUNT
007280     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007290     MOVE "NEW ON LIST            : " TO RTL-CAPTION
007300     MOVE NEW-ON-LIST-COUNT TO RTL-COUNT
007310     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007320     MOVE "DROPPED FROM LIST      : " TO RTL-CAPTION
007330     MOVE DROPPED-COUNT TO RTL-COUNT
007340     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007350     MOVE "VALUE/DESCRIPTION DIFF : " TO RTL-CAPTION
007360     MOVE DIFFERS-COUNT TO RTL-COUNT
007370     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007380     MOVE "INACTIVE BUT RELISTED  : " TO RTL-CAPTION
007390     MOVE RELISTED-COUNT TO RTL-COUNT
007400     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007410     MOVE "CHANGES STAGED         : " TO RTL-CAPTION
007420     MOVE STAGED-COUNT TO RTL-COUNT
007430     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007440     MOVE "ALREADY PENDING        : " TO RTL-CAPTION
007450     MOVE ALREADY-PENDING-COUNT TO RTL-COUNT
007460     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007470     MOVE "FAILED CATALOG RULES   : " TO RTL-CAPTION
007480     MOVE RULES-FAILED-COUNT TO RTL-COUNT
007490     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
007500     CLOSE COMPARE-REPORT-FILE
007510     .
007520 5000-EXIT.
007530     EXIT.
007540*
007550 5100-WRITE-TOTAL-LINE.
007560     MOVE RPT-TOTAL-LINE TO REPORT-LINE-WORK
007570     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007580     .
007590 5100-EXIT.
007600     EXIT.
007610*
007620******************************************************************
007630* 8100-WRITE-REPORT-LINE - WRITE REPORT-LINE-WORK, BREAKING TO A
007640* NEW PAGE WHEN THE CURRENT PAGE IS FULL.
007650******************************************************************
007660 8100-WRITE-REPORT-LINE.
007670     IF REPORT-LINE-COUNT >= LINES-PER-PAGE
007680         PERFORM 1600-PRINT-HEADINGS THRU 1600-EXIT
007690     END-IF
007700     MOVE REPORT-LINE-WORK TO COMPARE-REPORT-RECORD
007710     WRITE COMPARE-REPORT-RECORD
007720     ADD 1 TO REPORT-LINE-COUNT
007730     .
007740 8100-EXIT.
007750     EXIT.
