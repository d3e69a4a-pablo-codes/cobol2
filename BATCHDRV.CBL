000132*                  (step, run date, elapsed seconds, return
000133*                  code), so the timing data survives this run
000134*                  log being rewritten and STATRPT can trend it.
000135* 10/15/26 DLROSS  A BCHCALDR.DAT step entry may now name up to
00135A*                  three prerequisite steps and the highest
00135B*                  return code the step will accept from them
00135C*                  (04 when left blank). A step whose
00135D*                  prerequisite ended above that code, or was
00135E*                  itself bypassed, is not run: it logs a
00135F*                  BYPASSED-PREREQ line to BATCHLOG and a
00135G*                  BYPASSED record to RUNSTATS.DAT. An R record
00135H*                  on the calendar dated today restarts the run
00135I*                  at the named step, the steps ahead of it being
00135J*                  taken as done by the earlier run.
00135K* 10/15/26 DLROSS  Added the CHGCONFL conflict check after
00135L*                  CODRECON and ahead of TBLBATCH, so the
00135M*                  MNTTRANS.DAT load is checked against the
00135N*                  scheduled and pending changes before it is
00135O*                  applied. Needs its own BCHCALDR.DAT entry.
000136******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.  BATCHDRV.
00308B     05  CAL-RECORD-TYPE          PIC X(01).
00308C         88  CAL-STEP-RECORD      VALUE "S".
00308D         88  CAL-HOLIDAY-RECORD   VALUE "H".
0308DA         88  CAL-RESTART-RECORD   VALUE "R".
00308E     05  CAL-STEP-DATA.
00308F         10  CAL-STEP-NAME        PIC X(08).
00308G         10  CAL-FREQUENCY        PIC X(01).
00308J             88  CAL-FREQ-MONTH-END VALUE "E".
00308K         10  CAL-RUN-DAY          PIC 9(02).
00308L         10  CAL-HOLIDAY-SKIP     PIC X(01).
00308M         10  CAL-MAX-RETURN-CODE  PIC 9(02).
0308MA         10  CAL-PREREQ-STEP      PIC X(08) OCCURS 3 TIMES.
0308MB         10  FILLER               PIC X(41).
00308N     05  CAL-HOLIDAY-DATA REDEFINES CAL-STEP-DATA.
00308O         10  CAL-HOLIDAY-DATE     PIC X(10).
00308P         10  FILLER               PIC X(69).
0308PA     05  CAL-RESTART-DATA REDEFINES CAL-STEP-DATA.
0308PB         10  CAL-RESTART-STEP     PIC X(08).
0308PC         10  CAL-RESTART-DATE     PIC X(10).
0308PD         10  FILLER               PIC X(61).
00308Q FD  MASTER-LOCK-FILE.
00308R     COPY LOCKREC.
000310 WORKING-STORAGE SECTION.
00359G 01  CAL-STEP-TABLE.
00359H     05  CAL-STEP-ENTRY OCCURS 1 TO 20 TIMES
00359I                        DEPENDING ON CAL-STEP-COUNT
00359J                        INDEXED BY CAL-STEP-INDEX
0359JA                                   PREREQ-STEP-INDEX.
00359K         10  CS-STEP-NAME         PIC X(08).
00359L         10  CS-FREQUENCY         PIC X(01).
00359M             88  CS-FREQ-DAILY    VALUE "D".
00359P         10  CS-RUN-DAY           PIC 9(02).
00359Q         10  CS-HOLIDAY-SKIP     PIC X(01).
00359R             88  CS-SKIPS-HOLIDAYS VALUE "Y".
0359RA         10  CS-MAX-RETURN-CODE   PIC 9(02).
0359RB         10  CS-PREREQ-STEP       PIC X(08) OCCURS 3 TIMES.
0359RC         10  CS-STEP-RESULT       PIC X(01).
0359RD             88  CS-STEP-PENDING  VALUE SPACE.
0359RE             88  CS-STEP-COMPLETED VALUE "C".
0359RG             88  CS-STEP-BYPASSED VALUE "B".
0359RH             88  CS-STEP-NOT-DUE  VALUE "N".
0359RI             88  CS-STEP-PRIOR-RUN VALUE "P".
0359RF         10  CS-STEP-RETURN-CODE  PIC S9(04).
0359RJ 77  PREREQ-MAX-ENTRIES           PIC 9(01) VALUE 3.
0359RK 77  DEFAULT-MAX-RETURN-CODE      PIC 9(02) VALUE 04.
0359RL 01  PREREQ-SUB                   PIC 9(01).
0359RM 01  CHECK-PREREQ-NAME            PIC X(08).
0359RN 01  PREREQ-STATE-SWITCH          PIC X(01).
0359RO     88  PREREQS-SATISFIED        VALUE "Y".
0359RP     88  PREREQ-NOT-SATISFIED     VALUE "N".
0359RQ 01  PREREQ-ENTRY-SWITCH          PIC X(01).
0359RR     88  PREREQ-ENTRY-FOUND       VALUE "Y".
0359RS     88  PREREQ-ENTRY-NOT-FOUND   VALUE "N".
00359S 77  HOLIDAY-MAX-ENTRIES          PIC 9(02) VALUE 50.
00359T 01  HOLIDAY-COUNT                PIC 9(02) VALUE ZERO.
00359U 01  HOLIDAY-TABLE.
0359ZT     88  LOCK-ACQUIRED            VALUE "Y".
0359ZU 01  CURRENT-TIME-HHMMSS          PIC 9(08).
0359ZV 01  FORMATTED-RUN-TIME           PIC X(08).
0359ZW 01  RESTART-STEP-NAME            PIC X(08) VALUE SPACES.
0359ZX 01  RESTART-REQUEST-SWITCH       PIC X(01) VALUE "N".
0359ZY     88  RESTART-REQUESTED        VALUE "Y".
0359ZZ 01  RESTART-POINT-SWITCH         PIC X(01) VALUE "N".
359ZZA     88  RESTART-POINT-PENDING    VALUE "Y".
359ZZB     88  RESTART-POINT-REACHED    VALUE "N".
000360 01  STEP-NAME                    PIC X(08).
000370 01  STEP-START-TIME              PIC 9(08).
000380 01  STEP-END-TIME                PIC 9(08).
000714     05  RLS-STEP-NAME            PIC X(08).
000715     05  FILLER                   PIC X(03) VALUE SPACES.
000716     05  RLS-REASON               PIC X(20).
000717     05  FILLER                   PIC X(01) VALUE SPACES.
000718     05  RLS-RELATED-STEP         PIC X(08) VALUE SPACES.
000719     05  FILLER                   PIC X(32) VALUE SPACES.
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
000740     OPEN OUTPUT RUN-LOG-FILE
000820     PERFORM 2100-RUN-HELLO-STEP THRU 2100-EXIT
000830     PERFORM 2200-RUN-TESTS-STEP THRU 2200-EXIT
000832     PERFORM 2300-RUN-RECON-STEP THRU 2300-EXIT
00083B     PERFORM 2350-RUN-CONFLICT-STEP THRU 2350-EXIT
000834     PERFORM 2400-RUN-TBLBATCH-STEP THRU 2400-EXIT
000835     PERFORM 2500-RUN-SCHDAPPL-STEP THRU 2500-EXIT
00083A     PERFORM 1400-RELEASE-MASTER-LOCK THRU 1400-EXIT
0106ZV                 SET TODAY-IS-HOLIDAY TO TRUE
0106ZW         END-SEARCH
0106ZX     END-IF
106ZXA     IF RESTART-REQUESTED
106ZXB         PERFORM 1250-VALIDATE-RESTART THRU 1250-EXIT
106ZXC     END-IF
0106ZY     .
0106ZZ 1200-EXIT.
0107AA     EXIT.
0107AL******************************************************************
0107AM* 1220-STORE-CALENDAR-RECORD - FILE THE CALENDAR RECORD JUST READ
0107AN* IN THE STEP OR HOLIDAY TABLE. AN UNRECOGNIZED RECORD TYPE OR AN
0107AO* OVERFLOWING TABLE IS REPORTED AND IGNORED. AN R RECORD DATED
107AOA* TODAY NAMES THE STEP THE RUN RESTARTS AT.
0107AP******************************************************************
0107AQ 1220-STORE-CALENDAR-RECORD.
0107AR     EVALUATE TRUE
0107BA                     TO CS-RUN-DAY (CAL-STEP-COUNT)
0107BB                 MOVE CAL-HOLIDAY-SKIP
0107BC                     TO CS-HOLIDAY-SKIP (CAL-STEP-COUNT)
107BCA                 IF CAL-MAX-RETURN-CODE NUMERIC
107BCB                     MOVE CAL-MAX-RETURN-CODE
107BCC                         TO CS-MAX-RETURN-CODE (CAL-STEP-COUNT)
107BCD                 ELSE
107BCE                     MOVE DEFAULT-MAX-RETURN-CODE
107BCF                         TO CS-MAX-RETURN-CODE (CAL-STEP-COUNT)
107BCG                 END-IF
107BCH                 MOVE CAL-PREREQ-STEP (1)
107BCI                     TO CS-PREREQ-STEP (CAL-STEP-COUNT 1)
107BCJ                 MOVE CAL-PREREQ-STEP (2)
107BCK                     TO CS-PREREQ-STEP (CAL-STEP-COUNT 2)
107BCL                 MOVE CAL-PREREQ-STEP (3)
107BCM                     TO CS-PREREQ-STEP (CAL-STEP-COUNT 3)
107BCN                 MOVE SPACE TO CS-STEP-RESULT (CAL-STEP-COUNT)
107BCO                 MOVE ZERO
107BCP                     TO CS-STEP-RETURN-CODE (CAL-STEP-COUNT)
0107BD             ELSE
0107BE                 DISPLAY "BATCHDRV - CALENDAR STEP TABLE FULL: "
0107BF                     CAL-STEP-NAME
0107BM             ELSE
0107BN                 DISPLAY "BATCHDRV - CALENDAR HOLIDAY TABLE FULL"
0107BO             END-IF
107BOA         WHEN CAL-RESTART-RECORD
107BOB             IF CAL-RESTART-DATE = FORMATTED-RUN-DATE
107BOC                 MOVE CAL-RESTART-STEP TO RESTART-STEP-NAME
107BOD                 SET RESTART-REQUESTED TO TRUE
107BOE             ELSE
107BOF                 DISPLAY "BATCHDRV - RESTART RECORD DATED "
107BOG                     CAL-RESTART-DATE " IGNORED"
107BOH             END-IF
0107BP         WHEN OTHER
0107BQ             DISPLAY "BATCHDRV - BAD CALENDAR RECORD TYPE: "
0107BR                 CAL-RECORD-TYPE
0107BV 1220-EXIT.
0107BW     EXIT.
0107BX*
107BXA******************************************************************
107BXB* 1250-VALIDATE-RESTART - CHECK THE RESTART STEP NAMED ON TODAY'S
107BXC* R RECORD IS A STEP ON THE CALENDAR AND NOTE THE RESTART ON THE
107BXD* RUN LOG. AN UNKNOWN STEP NAME MAKES THE CALENDAR UNUSABLE, SO
107BXE* A MISTYPED RESTART NEVER QUIETLY SKIPS THE WHOLE RUN.
107BXF******************************************************************
107BXG 1250-VALIDATE-RESTART.
107BXH     SET CAL-STEP-INDEX TO 1
107BXI     SEARCH CAL-STEP-ENTRY
107BXJ         AT END
107BXK             DISPLAY "BATCHDRV - RESTART STEP NOT ON CALENDAR: "
107BXL                 RESTART-STEP-NAME
107BXM             MOVE "N" TO CALENDAR-LOADED-SWITCH
107BXN             GO TO 1250-EXIT
107BXO         WHEN CS-STEP-NAME (CAL-STEP-INDEX) = RESTART-STEP-NAME
107BXP             SET RESTART-POINT-PENDING TO TRUE
107BXQ     END-SEARCH
107BXR     DISPLAY "BATCHDRV - RUN RESTARTING AT STEP "
107BXS         RESTART-STEP-NAME
107BXT     MOVE RESTART-STEP-NAME TO RLS-STEP-NAME
107BXU     MOVE "RESTART-AT-STEP" TO RLS-REASON
107BXV     MOVE RUN-LOG-SKIP-LINE TO RUN-LOG-RECORD
107BXW     WRITE RUN-LOG-RECORD
107BXX     .
107BXY 1250-EXIT.
107BXZ     EXIT.
107BYA*
0107CA******************************************************************
0107CB* 1300-ACQUIRE-MASTER-LOCK - MARK THE CODEMSTR MASTER IN USE BY
0107CC* THE BATCH SEQUENCE ON CODELOCK.DAT, CREATING THE LOCK FILE ON
001140     ACCEPT STEP-END-TIME FROM TIME
001150     PERFORM 9000-COMPUTE-ELAPSED-TIME THRU 9000-EXIT
001160     PERFORM 9100-WRITE-LOG-DETAIL THRU 9100-EXIT
001165     PERFORM 9400-RECORD-STEP-RESULT THRU 9400-EXIT
001170     .
001180 2100-EXIT.
001190     EXIT.
001290     ACCEPT STEP-END-TIME FROM TIME
001300     PERFORM 9000-COMPUTE-ELAPSED-TIME THRU 9000-EXIT
001310     PERFORM 9100-WRITE-LOG-DETAIL THRU 9100-EXIT
001315     PERFORM 9400-RECORD-STEP-RESULT THRU 9400-EXIT
001320     .
001330 2200-EXIT.
001340     EXIT.
001368     ACCEPT STEP-END-TIME FROM TIME
001370     PERFORM 9000-COMPUTE-ELAPSED-TIME THRU 9000-EXIT
001372     PERFORM 9100-WRITE-LOG-DETAIL THRU 9100-EXIT
001373     PERFORM 9400-RECORD-STEP-RESULT THRU 9400-EXIT
001374     .
001376 2300-EXIT.
001378     EXIT.
001380*
00138E******************************************************************
00138F* 2350-RUN-CONFLICT-STEP - CALL CHGCONFL AS THE FOURTH STEP OF THE
00138G* BATCH SEQUENCE, BEFORE TBLBATCH AND SCHDAPPL CHANGE THE MASTER,
00138H* AND LOG ITS START, END, AND ELAPSED TIME.
00138I******************************************************************
00138J 2350-RUN-CONFLICT-STEP.
00138K     MOVE "CHGCONFL" TO STEP-NAME
00138L     PERFORM 9300-CHECK-CALENDAR THRU 9300-EXIT
00138M     IF NOT STEP-SHOULD-RUN
00138N         GO TO 2350-EXIT
00138O     END-IF
00138P     ACCEPT STEP-START-TIME FROM TIME
00138Q     CALL "CHGCONFL"
00138R     MOVE RETURN-CODE TO STEP-RETURN-CODE
00138S     IF STEP-RETURN-CODE > WORST-RETURN-CODE
00138T         MOVE STEP-RETURN-CODE TO WORST-RETURN-CODE
00138U     END-IF
00138V     ACCEPT STEP-END-TIME FROM TIME
00138W     PERFORM 9000-COMPUTE-ELAPSED-TIME THRU 9000-EXIT
00138X     PERFORM 9100-WRITE-LOG-DETAIL THRU 9100-EXIT
00138Y     PERFORM 9400-RECORD-STEP-RESULT THRU 9400-EXIT
00138Z     .
00139T 2350-EXIT.
00139U     EXIT.
00139V*
001382******************************************************************
001383* 2400-RUN-TBLBATCH-STEP - CALL TBLBATCH AS THE FIFTH STEP OF
001384* THE BATCH SEQUENCE AND LOG ITS START, END, AND ELAPSED TIME.
001385******************************************************************
001386 2400-RUN-TBLBATCH-STEP.
001394     ACCEPT STEP-END-TIME FROM TIME
001395     PERFORM 9000-COMPUTE-ELAPSED-TIME THRU 9000-EXIT
001396     PERFORM 9100-WRITE-LOG-DETAIL THRU 9100-EXIT
01396A     PERFORM 9400-RECORD-STEP-RESULT THRU 9400-EXIT
001397     .
001398 2400-EXIT.
001399     EXIT.
00139A*
00139B******************************************************************
00139C* 2500-RUN-SCHDAPPL-STEP - CALL SCHDAPPL AS THE SIXTH STEP OF THE
00139D* BATCH SEQUENCE AND LOG ITS START, END, AND ELAPSED TIME.
00139E******************************************************************
00139F 2500-RUN-SCHDAPPL-STEP.
00139N     ACCEPT STEP-END-TIME FROM TIME
00139O     PERFORM 9000-COMPUTE-ELAPSED-TIME THRU 9000-EXIT
00139P     PERFORM 9100-WRITE-LOG-DETAIL THRU 9100-EXIT
0139PA     PERFORM 9400-RECORD-STEP-RESULT THRU 9400-EXIT
00139Q     .
00139R 2500-EXIT.
00139S     EXIT.
002320* DAY OF MONTH, OR MONTH-END, LESS LISTED HOLIDAYS). A SKIPPED
002330* STEP IS LOGGED; A STEP WITH NO CALENDAR ENTRY DOES NOT RUN AND
002340* FAILS THE RUN WITH RETURN CODE 16, RECORDED ON RUNSTATS.DAT AS
002342* A NOENTRY LINE SO EODCERT REFUSES TO CERTIFY THE DAY. ON A
002344* RESTART, A STEP AHEAD OF THE RESTART POINT IS TAKEN AS DONE BY
002346* THE EARLIER RUN; A STEP DUE TODAY STILL HAS ITS PREREQUISITES
002348* CHECKED BEFORE IT MAY RUN.
002350******************************************************************
002360 9300-CHECK-CALENDAR.
002370     SET STEP-SHOULD-RUN TO TRUE
002430         WHEN CS-STEP-NAME (CAL-STEP-INDEX) = STEP-NAME
002440             SET CAL-STEP-FOUND TO TRUE
002450     END-SEARCH
002451     IF RESTART-POINT-PENDING
002452         IF STEP-NAME = RESTART-STEP-NAME
002453             SET RESTART-POINT-REACHED TO TRUE
002454         ELSE
002455             IF CAL-STEP-FOUND
002456                 SET CS-STEP-PRIOR-RUN (CAL-STEP-INDEX) TO TRUE
002457             END-IF
002458             MOVE STEP-NAME TO RLS-STEP-NAME
002459             MOVE "DONE-IN-PRIOR-RUN" TO RLS-REASON
00245A             MOVE RUN-LOG-SKIP-LINE TO RUN-LOG-RECORD
00245B             WRITE RUN-LOG-RECORD
00245C             SET STEP-IS-SKIPPED TO TRUE
00245D             GO TO 9300-EXIT
00245E         END-IF
00245F     END-IF
002460     IF CAL-STEP-NOT-FOUND
002470         DISPLAY "BATCHDRV - NO CALENDAR ENTRY FOR STEP "
002480             STEP-NAME
002800     END-IF
002810     IF STEP-IS-SKIPPED
002820         PERFORM 9250-LOG-SKIPPED-STEP THRU 9250-EXIT
002822         SET CS-STEP-NOT-DUE (CAL-STEP-INDEX) TO TRUE
002824         GO TO 9300-EXIT
002830     END-IF
002835     PERFORM 9350-CHECK-PREREQUISITES THRU 9350-EXIT
002840     .
002850 9300-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890* 9350-CHECK-PREREQUISITES - CHECK EVERY PREREQUISITE NAMED ON
002900* THE STEP'S CALENDAR ENTRY. A PREREQUISITE THAT ENDED WITH A
002910* RETURN CODE ABOVE THE HIGHEST THIS STEP'S ENTRY ACCEPTS, WAS
002920* ITSELF BYPASSED, HAS NOT RUN YET, OR IS NOT ON THE CALENDAR
002930* BYPASSES THE STEP. ONE THAT ENDED WITHIN THAT CODE, WAS NOT DUE
00293A* TODAY, OR WAS DONE BY THE EARLIER RUN OF A RESTART IS SATISFIED.
002940******************************************************************
002950 9350-CHECK-PREREQUISITES.
002960     SET PREREQS-SATISFIED TO TRUE
002970     PERFORM 9360-CHECK-ONE-PREREQ THRU 9360-EXIT
002980         VARYING PREREQ-SUB FROM 1 BY 1
002990         UNTIL PREREQ-SUB > PREREQ-MAX-ENTRIES
003000            OR PREREQ-NOT-SATISFIED
003010     IF PREREQ-NOT-SATISFIED
003020         SET CS-STEP-BYPASSED (CAL-STEP-INDEX) TO TRUE
003030         SET STEP-IS-SKIPPED TO TRUE
003040         PERFORM 9370-LOG-BYPASSED-STEP THRU 9370-EXIT
003050     END-IF
003060     .
003070 9350-EXIT.
003080     EXIT.
003090*
003100 9360-CHECK-ONE-PREREQ.
003110     IF CS-PREREQ-STEP (CAL-STEP-INDEX PREREQ-SUB) = SPACES
003120         GO TO 9360-EXIT
003130     END-IF
003140     MOVE CS-PREREQ-STEP (CAL-STEP-INDEX PREREQ-SUB)
003150         TO CHECK-PREREQ-NAME
003160     SET PREREQ-ENTRY-NOT-FOUND TO TRUE
003170     SET PREREQ-STEP-INDEX TO 1
003180     SEARCH CAL-STEP-ENTRY VARYING PREREQ-STEP-INDEX
003190         AT END
003200             CONTINUE
003210         WHEN CS-STEP-NAME (PREREQ-STEP-INDEX) = CHECK-PREREQ-NAME
003220             SET PREREQ-ENTRY-FOUND TO TRUE
003230     END-SEARCH
003240     IF PREREQ-ENTRY-NOT-FOUND
003250         DISPLAY "BATCHDRV - PREREQUISITE " CHECK-PREREQ-NAME
003260             " OF STEP " STEP-NAME " NOT ON CALENDAR"
003270         SET PREREQ-NOT-SATISFIED TO TRUE
003280         GO TO 9360-EXIT
003290     END-IF
003300     IF CS-STEP-NOT-DUE (PREREQ-STEP-INDEX)
003310         OR CS-STEP-PRIOR-RUN (PREREQ-STEP-INDEX)
003320         GO TO 9360-EXIT
003330     END-IF
003340     IF NOT CS-STEP-COMPLETED (PREREQ-STEP-INDEX)
00334A         SET PREREQ-NOT-SATISFIED TO TRUE
00334B         GO TO 9360-EXIT
00334C     END-IF
00334D     IF CS-STEP-RETURN-CODE (PREREQ-STEP-INDEX)
00334E         > CS-MAX-RETURN-CODE (CAL-STEP-INDEX)
00334F         DISPLAY "BATCHDRV - PREREQUISITE " CHECK-PREREQ-NAME
00334G             " ENDED RC " CS-STEP-RETURN-CODE (PREREQ-STEP-INDEX)
00334H             ", STEP " STEP-NAME " ACCEPTS UP TO "
00334I             CS-MAX-RETURN-CODE (CAL-STEP-INDEX)
00334J         SET PREREQ-NOT-SATISFIED TO TRUE
00334K     END-IF
003350     .
003360 9360-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400* 9370-LOG-BYPASSED-STEP - WRITE THE BYPASSED-PREREQ LINE, NAMING
003410* THE PREREQUISITE NOT SATISFIED, TO THE RUN LOG AND A
003420* BYPASSED RECORD TO RUNSTATS.DAT, SO EODCERT AND THE MORNING
003430* REVIEW SEE THE STEP WAS HELD BACK RATHER THAN RUN.
003440******************************************************************
003450 9370-LOG-BYPASSED-STEP.
003460     DISPLAY "BATCHDRV - STEP " STEP-NAME " BYPASSED, "
003470         "PREREQUISITE " CHECK-PREREQ-NAME " NOT SATISFIED"
003480     MOVE STEP-NAME TO RLS-STEP-NAME
003490     MOVE "BYPASSED-PREREQ" TO RLS-REASON
003500     MOVE CHECK-PREREQ-NAME TO RLS-RELATED-STEP
003510     MOVE RUN-LOG-SKIP-LINE TO RUN-LOG-RECORD
003520     WRITE RUN-LOG-RECORD
003530     MOVE SPACES TO RLS-RELATED-STEP
003540     IF NOT RUN-STATS-FILE-OPEN
003550         GO TO 9370-EXIT
003560     END-IF
003570     MOVE SPACES TO RUN-STAT-RECORD
003580     MOVE STEP-NAME TO RS-STEP-NAME
003590     MOVE FORMATTED-RUN-DATE TO RS-RUN-DATE
003600     MOVE ZERO TO RS-ELAPSED-SECONDS
003610     MOVE ZERO TO RS-RETURN-CODE
003620     MOVE "BYPASSED" TO RS-DISPOSITION
003630     WRITE RUN-STAT-RECORD
003640     .
003650 9370-EXIT.
003660     EXIT.
003670*
003680******************************************************************
003690* 9400-RECORD-STEP-RESULT - MARK THE STEP JUST RUN COMPLETE AND
003700* KEEP THE RETURN CODE IT ENDED WITH, SO EACH STEP THAT NAMES IT
003710* AS A PREREQUISITE CAN CHECK THAT CODE AGAINST THE HIGHEST ITS
003720* OWN CALENDAR ENTRY ACCEPTS.
003730******************************************************************
003740 9400-RECORD-STEP-RESULT.
003750     MOVE STEP-RETURN-CODE
003760         TO CS-STEP-RETURN-CODE (CAL-STEP-INDEX)
003770     SET CS-STEP-COMPLETED (CAL-STEP-INDEX) TO TRUE
003840     .
003850 9400-EXIT.
003860     EXIT.
