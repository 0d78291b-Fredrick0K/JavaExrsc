000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JOBDRV01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  JOBDRV01 - NIGHTLY JOB-STREAM DRIVER.
000180*
000190*  THE NIGHTLY RUNS HAVE ALWAYS BEEN STARTED BY HAND, ONE AFTER
000200*  ANOTHER, BY WHOEVER WAS ON SHIFT - AND WHEN ONE FAILED, THE
000210*  NEXT WAS OFTEN STARTED ANYWAY ON HALF-BUILT INPUT.  THIS RUN
000220*  READS THE STEPCTL STEP-CONTROL FILE, RELEASES EACH STEP ONLY
000230*  WHEN EVERY PREDECESSOR IT NAMES HAS COMPLETED, AND AFTER EACH
000240*  STEP CHECKS RUNLOG FOR THE STEP'S OWN START ROW FOLLOWED BY AN
000250*  END ROW FLAGGED COMPLETED - THE SAME STAMPS RUNLOG01 HAS BEEN
000260*  COLLECTING FROM EVERY BATCH PROGRAM.  A STEP WITHOUT THEM HAS
000270*  FAILED AND THE STREAM STOPS THERE; NOTHING AFTER IT IS RUN.
000280*
000290*  RERUN AFTER A FAILURE IS JUST RUNNING JOBDRV01 AGAIN THE SAME
000300*  BUSINESS DAY.  ANY STEP WHOSE LATEST RUNLOG ROW FOR TODAY IS A
000310*  COMPLETED END ROW IS MARKED DONE EARLIER AND NOT REPEATED, SO
000320*  THE STREAM PICKS UP AT THE STEP THAT FAILED.  THE JOBRPT
000330*  SUMMARY LISTS EVERY STEP WITH ITS STATUS AND ITS START AND END
000340*  TIMES FROM RUNLOG.
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY
000370*  DATE       INIT  DESCRIPTION
000380*  10/15/26   MH    ORIGINAL PROGRAM.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STEP-CTL-FILE ASSIGN TO "STEPCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-STEPCTL.
000460
000470     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-RUNLOG.
000500
000510     SELECT JOB-RPT-FILE ASSIGN TO "JOBRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-JOBRPT.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  STEP-CTL-FILE.
000580     COPY STEPREC.
000590
000600 FD  RUN-LOG-FILE.
000610     COPY RUNLREC.
000620
000630 FD  JOB-RPT-FILE.
000640 01  JOB-RPT-LINE                PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-SWITCHES.
000680     05  WS-STC-EOF-SW           PIC X(01)   VALUE "N".
000690         88  WS-STC-EOF          VALUE "Y".
000700     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
000710         88  WS-LOG-EOF          VALUE "Y".
000720     05  WS-CTL-ERROR-SW         PIC X(01)   VALUE "N".
000730         88  WS-CTL-ERROR        VALUE "Y".
000740     05  WS-STEP-READY-SW        PIC X(01)   VALUE "N".
000750         88  WS-STEP-READY       VALUE "Y".
000760         88  WS-STEP-NOT-READY   VALUE "N".
000770     05  WS-START-SEEN-SW        PIC X(01)   VALUE "N".
000780         88  WS-START-SEEN       VALUE "Y".
000790     05  WS-END-SEEN-SW          PIC X(01)   VALUE "N".
000800         88  WS-END-SEEN         VALUE "Y".
000810     05  WS-END-COMPLETED-SW     PIC X(01)   VALUE "N".
000820         88  WS-END-COMPLETED    VALUE "Y".
000830     05  WS-STREAM-SW            PIC X(01)   VALUE "R".
000840         88  WS-STREAM-RUNNING   VALUE "R".
000850         88  WS-STREAM-COMPLETE  VALUE "C".
000860         88  WS-STREAM-FAILED    VALUE "F".
000870         88  WS-STREAM-BLOCKED   VALUE "B".
000880         88  WS-STREAM-ENDED     VALUE "C" "F" "B".
000890
000900 01  FS-STEPCTL                  PIC X(02).
000910     88  FS-STEPCTL-OK           VALUE "00".
000920 01  FS-RUNLOG                   PIC X(02).
000930     88  FS-RUNLOG-OK            VALUE "00".
000940 01  FS-JOBRPT                   PIC X(02).
000950     88  FS-JOBRPT-OK            VALUE "00".
000960
000970 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
000980
000990*****************************************************************
001000*  WS-STEP-TABLE - THE STREAM AS READ FROM STEPCTL, IN FILE
001010*  ORDER.  WHEN MORE THAN ONE STEP IS READY THE EARLIEST ON THE
001020*  FILE GOES FIRST.  WS-STP-LOG-STATE IS WHAT TODAY'S RUNLOG SAID
001030*  ABOUT THE STEP BEFORE THIS RUN STARTED: "S" LAST ROW WAS A
001040*  START (IT ABENDED), "E" A COMPLETED END, "X" AN END THAT WAS
001050*  NOT FLAGGED COMPLETED, SPACE NOT RUN TODAY.
001060*****************************************************************
001070 01  WS-STEP-MAX                 PIC 9(02)   COMP VALUE 20.
001080 01  WS-STEP-COUNT               PIC 9(02)   COMP VALUE ZERO.
001090 01  WS-STP-IDX                  PIC 9(02)   COMP.
001100 01  WS-PRD-IDX                  PIC 9(02)   COMP.
001110 01  WS-SRCH-IDX                 PIC 9(02)   COMP.
001120 01  WS-FOUND-IDX                PIC 9(02)   COMP.
001130 01  WS-NEXT-IDX                 PIC 9(02)   COMP.
001140 01  WS-RUN-IDX                  PIC 9(02)   COMP VALUE ZERO.
001150 01  WS-STEP-TABLE.
001160     05  WS-STP-ENTRY OCCURS 20 TIMES.
001170         10  WS-STP-NO           PIC 9(02).
001180         10  WS-STP-PROGRAM      PIC X(08).
001190         10  WS-STP-PRED OCCURS 5 TIMES
001200                                 PIC X(08).
001210         10  WS-STP-COMMAND      PIC X(60).
001220         10  WS-STP-STATUS       PIC X(01).
001230             88  WS-STP-PENDING  VALUE "P".
001240             88  WS-STP-EARLIER  VALUE "D".
001250             88  WS-STP-COMPLETE VALUE "C".
001260             88  WS-STP-FAILED   VALUE "F".
001270             88  WS-STP-DONE     VALUE "D" "C".
001280         10  WS-STP-LOG-STATE    PIC X(01).
001290         10  WS-STP-START-TIME   PIC 9(08).
001300         10  WS-STP-END-TIME     PIC 9(08).
001310         10  WS-STP-REMARK       PIC X(24).
001320
001330 01  WS-SEARCH-PROGRAM           PIC X(08).
001340
001350 01  WS-SYSTEM-COMMAND           PIC X(60).
001360 01  WS-STEP-RC                  PIC S9(04)  VALUE ZERO.
001370 01  WS-EDIT-RC                  PIC -ZZZ9.
001380
001390 01  WS-LOG-ROWS                 PIC 9(07)   COMP VALUE ZERO.
001400 01  WS-LOG-ROWS-BEFORE          PIC 9(07)   COMP VALUE ZERO.
001410 01  WS-START-TIME               PIC 9(08)   VALUE ZERO.
001420 01  WS-END-TIME                 PIC 9(08)   VALUE ZERO.
001430
001440 01  WS-CONTROL-TOTALS.
001450     05  WS-PENDING-COUNT        PIC 9(05)   COMP VALUE ZERO.
001460     05  WS-EARLIER-COUNT        PIC 9(05)   COMP VALUE ZERO.
001470     05  WS-COMPLETE-COUNT       PIC 9(05)   COMP VALUE ZERO.
001480     05  WS-FAILED-COUNT         PIC 9(05)   COMP VALUE ZERO.
001490
001500*****************************************************************
001510*  REDEFINES WORK FIELD - A RUNLOG TIME IS HHMMSSHH AS ACCEPTED
001520*  FROM TIME; IT IS PRINTED AS HH:MM:SS.
001530*****************************************************************
001540 01  WS-TIME-WORK                PIC 9(08).
001550 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001560     05  WS-TIME-HH              PIC 9(02).
001570     05  WS-TIME-MM              PIC 9(02).
001580     05  WS-TIME-SS              PIC 9(02).
001590     05  WS-TIME-HS              PIC 9(02).
001600 01  WS-EDIT-TIME.
001610     05  WS-EDIT-HH              PIC 9(02).
001620     05  FILLER                  PIC X(01)   VALUE ":".
001630     05  WS-EDIT-MM              PIC 9(02).
001640     05  FILLER                  PIC X(01)   VALUE ":".
001650     05  WS-EDIT-SS              PIC 9(02).
001660
001670 01  WS-RPT-HEADING.
001680     05  FILLER                  PIC X(47)
001690         VALUE "JOBDRV01 - NIGHTLY JOB STREAM SUMMARY".
001700     05  FILLER                  PIC X(14)
001710         VALUE "BUSINESS DATE ".
001720     05  RPT-HDG-DATE            PIC 9(08).
001730     05  FILLER                  PIC X(11)   VALUE SPACES.
001740
001750 01  WS-RPT-COLUMNS.
001760     05  FILLER                  PIC X(31)
001770         VALUE "  STEP PROGRAM   STATUS".
001780     05  FILLER                  PIC X(49)
001790         VALUE "START     END       REMARKS".
001800
001810 01  WS-RPT-STEP-LINE.
001820     05  FILLER                  PIC X(03)   VALUE SPACES.
001830     05  RPT-STP-NO              PIC 9(02).
001840     05  FILLER                  PIC X(02)   VALUE SPACES.
001850     05  RPT-STP-PROGRAM         PIC X(08).
001860     05  FILLER                  PIC X(02)   VALUE SPACES.
001870     05  RPT-STP-STATUS          PIC X(12).
001880     05  FILLER                  PIC X(02)   VALUE SPACES.
001890     05  RPT-STP-START           PIC X(08).
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
001910     05  RPT-STP-END             PIC X(08).
001920     05  FILLER                  PIC X(02)   VALUE SPACES.
001930     05  RPT-STP-REMARK          PIC X(24).
001940     05  FILLER                  PIC X(05)   VALUE SPACES.
001950
001960 01  WS-RPT-BLANK                PIC X(80)   VALUE SPACES.
001970
001980 01  WS-RPT-RESULT.
001990     05  FILLER                  PIC X(02)   VALUE SPACES.
002000     05  RPT-RES-TEXT            PIC X(78).
002010
002020 01  WS-RPT-COUNT-LINE.
002030     05  FILLER                  PIC X(02)   VALUE SPACES.
002040     05  RPT-CNT-LABEL           PIC X(30).
002050     05  RPT-CNT-COUNT           PIC ZZ9.
002060     05  FILLER                  PIC X(45)   VALUE SPACES.
002070
002080 COPY RUNLPARM.
002090
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE
002130         THRU 1000-INITIALIZE-EXIT.
002140     PERFORM 2000-RELEASE-NEXT-STEP
002150         THRU 2000-RELEASE-NEXT-STEP-EXIT
002160         UNTIL WS-STREAM-ENDED.
002170     PERFORM 3000-PRINT-SUMMARY
002180         THRU 3000-PRINT-SUMMARY-EXIT.
002190     PERFORM 9999-TERMINATE
002200         THRU 9999-TERMINATE-EXIT.
002210     STOP RUN.
002220
002230*****************************************************************
002240*  1000-INITIALIZE - LOAD AND CHECK THE STEP TABLE BEFORE ANY
002250*  STEP IS RELEASED.  A STEPCTL THAT IS EMPTY, TOO LONG, NAMES A
002260*  PROGRAM TWICE OR NAMES A PREDECESSOR THAT IS NOT ITSELF A STEP
002270*  STOPS THE DRIVER HERE - HALF A STREAM IS WORSE THAN NONE.
002280*  THE BUSINESS DATE IS THE RUN DATE, THE SAME DATE RUNLOG01
002290*  STAMPS ON EVERY ROW.
002300*****************************************************************
002310 1000-INITIALIZE.
002320     MOVE "JOBDRV01" TO RLP-PROGRAM-ID
002330     SET RLP-EVENT-START TO TRUE
002340     CALL "RUNLOG01" USING RUN-LOG-PARM
002350
002360     ACCEPT WS-BUSINESS-DATE     FROM DATE YYYYMMDD
002370
002380     OPEN INPUT STEP-CTL-FILE
002390     IF NOT FS-STEPCTL-OK
002400         DISPLAY "JOBDRV01 - STEPCTL NOT FOUND, ABORTING"
002410         STOP RUN
002420     END-IF
002430     READ STEP-CTL-FILE
002440         AT END
002450             SET WS-STC-EOF TO TRUE
002460     END-READ
002470     PERFORM 1100-LOAD-STEP
002480         THRU 1100-LOAD-STEP-EXIT
002490         UNTIL WS-STC-EOF OR WS-CTL-ERROR
002500     CLOSE STEP-CTL-FILE
002510     IF WS-STEP-COUNT = ZERO AND NOT WS-CTL-ERROR
002520         DISPLAY "JOBDRV01 - NO STEPS ON STEPCTL"
002530         SET WS-CTL-ERROR TO TRUE
002540     END-IF
002550     IF NOT WS-CTL-ERROR
002560         PERFORM 1200-CHECK-PREDECESSORS
002570             THRU 1200-CHECK-PREDECESSORS-EXIT
002580             VARYING WS-STP-IDX FROM 1 BY 1
002590             UNTIL WS-STP-IDX > WS-STEP-COUNT
002600     END-IF
002610     IF WS-CTL-ERROR
002620         DISPLAY "JOBDRV01 - STEPCTL IN ERROR, NO STEP RELEASED"
002630         STOP RUN
002640     END-IF
002650
002660     OPEN OUTPUT JOB-RPT-FILE
002670     IF NOT FS-JOBRPT-OK
002680         DISPLAY "JOBDRV01 - UNABLE TO OPEN JOBRPT, ABORTING"
002690         STOP RUN
002700     END-IF
002710
002720     PERFORM 1300-SCAN-PRIOR-RUNS
002730         THRU 1300-SCAN-PRIOR-RUNS-EXIT.
002740 1000-INITIALIZE-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780*  1100-LOAD-STEP - ONE STEPCTL RECORD INTO THE STEP TABLE.
002790*****************************************************************
002800 1100-LOAD-STEP.
002810     IF STC-PROGRAM-ID = SPACES
002820         DISPLAY "JOBDRV01 - STEP " STC-STEP-NO
002830             " HAS NO PROGRAM-ID"
002840         SET WS-CTL-ERROR TO TRUE
002850         GO TO 1100-LOAD-STEP-EXIT
002860     END-IF
002870     IF WS-STEP-COUNT NOT < WS-STEP-MAX
002880         DISPLAY "JOBDRV01 - MORE THAN " WS-STEP-MAX
002890             " STEPS ON STEPCTL"
002900         SET WS-CTL-ERROR TO TRUE
002910         GO TO 1100-LOAD-STEP-EXIT
002920     END-IF
002930     MOVE STC-PROGRAM-ID         TO WS-SEARCH-PROGRAM
002940     PERFORM 2900-FIND-STEP
002950         THRU 2900-FIND-STEP-EXIT
002960     IF WS-FOUND-IDX NOT = ZERO
002970         DISPLAY "JOBDRV01 - " STC-PROGRAM-ID
002980             " IS ON STEPCTL TWICE"
002990         SET WS-CTL-ERROR TO TRUE
003000         GO TO 1100-LOAD-STEP-EXIT
003010     END-IF
003020
003030     ADD 1 TO WS-STEP-COUNT
003040     MOVE STC-STEP-NO            TO WS-STP-NO(WS-STEP-COUNT)
003050     MOVE STC-PROGRAM-ID         TO WS-STP-PROGRAM(WS-STEP-COUNT)
003060     MOVE STC-PRED-ID(1)         TO WS-STP-PRED(WS-STEP-COUNT 1)
003070     MOVE STC-PRED-ID(2)         TO WS-STP-PRED(WS-STEP-COUNT 2)
003080     MOVE STC-PRED-ID(3)         TO WS-STP-PRED(WS-STEP-COUNT 3)
003090     MOVE STC-PRED-ID(4)         TO WS-STP-PRED(WS-STEP-COUNT 4)
003100     MOVE STC-PRED-ID(5)         TO WS-STP-PRED(WS-STEP-COUNT 5)
003110     IF STC-COMMAND = SPACES
003120         MOVE STC-PROGRAM-ID     TO WS-STP-COMMAND(WS-STEP-COUNT)
003130     ELSE
003140         MOVE STC-COMMAND        TO WS-STP-COMMAND(WS-STEP-COUNT)
003150     END-IF
003160     SET WS-STP-PENDING(WS-STEP-COUNT) TO TRUE
003170     MOVE SPACE             TO WS-STP-LOG-STATE(WS-STEP-COUNT)
003180     MOVE ZERO              TO WS-STP-START-TIME(WS-STEP-COUNT)
003190     MOVE ZERO              TO WS-STP-END-TIME(WS-STEP-COUNT)
003200     MOVE SPACES            TO WS-STP-REMARK(WS-STEP-COUNT).
003210 1100-LOAD-STEP-EXIT.
003220     READ STEP-CTL-FILE
003230         AT END
003240             SET WS-STC-EOF TO TRUE
003250     END-READ.
003260
003270*****************************************************************
003280*  1200-CHECK-PREDECESSORS - EVERY PREDECESSOR A STEP NAMES MUST
003290*  ITSELF BE A STEP, OR THE STEP COULD NEVER BE RELEASED.
003300*****************************************************************
003310 1200-CHECK-PREDECESSORS.
003320     PERFORM 1210-CHECK-ONE-PREDECESSOR
003330         THRU 1210-CHECK-ONE-PREDECESSOR-EXIT
003340         VARYING WS-PRD-IDX FROM 1 BY 1
003350         UNTIL WS-PRD-IDX > 5.
003360 1200-CHECK-PREDECESSORS-EXIT.
003370     EXIT.
003380
003390 1210-CHECK-ONE-PREDECESSOR.
003400     IF WS-STP-PRED(WS-STP-IDX WS-PRD-IDX) = SPACES
003410         GO TO 1210-CHECK-ONE-PREDECESSOR-EXIT
003420     END-IF
003430     MOVE WS-STP-PRED(WS-STP-IDX WS-PRD-IDX) TO WS-SEARCH-PROGRAM
003440     PERFORM 2900-FIND-STEP
003450         THRU 2900-FIND-STEP-EXIT
003460     IF WS-FOUND-IDX = ZERO
003470         DISPLAY "JOBDRV01 - " WS-STP-PROGRAM(WS-STP-IDX)
003480             " WAITS ON " WS-SEARCH-PROGRAM
003490             " WHICH IS NOT A STEP"
003500         SET WS-CTL-ERROR TO TRUE
003510     END-IF.
003520 1210-CHECK-ONE-PREDECESSOR-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*  1300-SCAN-PRIOR-RUNS - READ THROUGH RUNLOG ONCE BEFORE ANY
003570*  STEP IS RELEASED.  FOR EACH STEP THE LAST ROW STAMPED TODAY
003580*  DECIDES WHETHER IT IS ALREADY DONE; THE ROW COUNT TELLS
003590*  2300-VERIFY-STEP WHERE THE NEXT STEP'S OWN ROWS WILL START.
003600*  SELECT OPTIONAL - NO RUNLOG YET MEANS NOTHING HAS RUN.
003610*****************************************************************
003620 1300-SCAN-PRIOR-RUNS.
003630     MOVE ZERO TO WS-LOG-ROWS
003640     MOVE "N" TO WS-LOG-EOF-SW
003650     OPEN INPUT RUN-LOG-FILE
003660     READ RUN-LOG-FILE
003670         AT END
003680             SET WS-LOG-EOF TO TRUE
003690     END-READ
003700     PERFORM 1310-NOTE-PRIOR-ROW
003710         THRU 1310-NOTE-PRIOR-ROW-EXIT
003720         UNTIL WS-LOG-EOF
003730     CLOSE RUN-LOG-FILE
003740
003750     PERFORM 1320-MARK-PRIOR-STATE
003760         THRU 1320-MARK-PRIOR-STATE-EXIT
003770         VARYING WS-STP-IDX FROM 1 BY 1
003780         UNTIL WS-STP-IDX > WS-STEP-COUNT.
003790 1300-SCAN-PRIOR-RUNS-EXIT.
003800     EXIT.
003810
003820 1310-NOTE-PRIOR-ROW.
003830     ADD 1 TO WS-LOG-ROWS
003840     IF RNL-DATE NOT = WS-BUSINESS-DATE
003850         GO TO 1310-NOTE-PRIOR-ROW-EXIT
003860     END-IF
003870     MOVE RNL-PROGRAM-ID         TO WS-SEARCH-PROGRAM
003880     PERFORM 2900-FIND-STEP
003890         THRU 2900-FIND-STEP-EXIT
003900     IF WS-FOUND-IDX = ZERO
003910         GO TO 1310-NOTE-PRIOR-ROW-EXIT
003920     END-IF
003930     EVALUATE RNL-EVENT
003940         WHEN "START"
003950             MOVE "S"            TO WS-STP-LOG-STATE(WS-FOUND-IDX)
003960             MOVE RNL-TIME TO WS-STP-START-TIME(WS-FOUND-IDX)
003970             MOVE ZERO           TO WS-STP-END-TIME(WS-FOUND-IDX)
003980         WHEN "END"
003990             MOVE RNL-TIME       TO WS-STP-END-TIME(WS-FOUND-IDX)
004000             IF RNL-COMPLETED
004010                 MOVE "E"        TO WS-STP-LOG-STATE(WS-FOUND-IDX)
004020             ELSE
004030                 MOVE "X"        TO WS-STP-LOG-STATE(WS-FOUND-IDX)
004040             END-IF
004050     END-EVALUATE.
004060 1310-NOTE-PRIOR-ROW-EXIT.
004070     READ RUN-LOG-FILE
004080         AT END
004090             SET WS-LOG-EOF TO TRUE
004100     END-READ.
004110
004120*****************************************************************
004130*  1320-MARK-PRIOR-STATE - A STEP THAT COMPLETED EARLIER TODAY IS
004140*  NOT RUN AGAIN.  ONE THAT STARTED TODAY BUT NEVER COMPLETED IS
004150*  RUN AGAIN FROM THE TOP, AND ITS OLD TIMES ARE DROPPED SO THE
004160*  SUMMARY SHOWS ONLY THE RERUN.
004170*****************************************************************
004180 1320-MARK-PRIOR-STATE.
004190     EVALUATE WS-STP-LOG-STATE(WS-STP-IDX)
004200         WHEN "E"
004210             SET WS-STP-EARLIER(WS-STP-IDX) TO TRUE
004220             ADD 1 TO WS-EARLIER-COUNT
004230         WHEN "S"
004240         WHEN "X"
004250             MOVE ZERO           TO WS-STP-START-TIME(WS-STP-IDX)
004260             MOVE ZERO           TO WS-STP-END-TIME(WS-STP-IDX)
004270             MOVE "FAILED EARLIER TODAY"
004280                                 TO WS-STP-REMARK(WS-STP-IDX)
004290     END-EVALUATE.
004300 1320-MARK-PRIOR-STATE-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340*  2000-RELEASE-NEXT-STEP - FIND THE FIRST PENDING STEP WHOSE
004350*  PREDECESSORS HAVE ALL COMPLETED AND RUN IT.  NO PENDING STEPS
004360*  LEFT MEANS THE STREAM IS COMPLETE.  PENDING STEPS BUT NONE
004370*  READY CAN ONLY MEAN STEPCTL HAS A LOOP IN ITS PREDECESSORS -
004380*  A FAILED STEP HAS ALREADY STOPPED THE STREAM BEFORE THIS.
004390*****************************************************************
004400 2000-RELEASE-NEXT-STEP.
004410     MOVE ZERO TO WS-NEXT-IDX
004420     MOVE ZERO TO WS-PENDING-COUNT
004430     PERFORM 2100-TEST-STEP-READY
004440         THRU 2100-TEST-STEP-READY-EXIT
004450         VARYING WS-STP-IDX FROM 1 BY 1
004460         UNTIL WS-STP-IDX > WS-STEP-COUNT
004470     IF WS-PENDING-COUNT = ZERO
004480         SET WS-STREAM-COMPLETE TO TRUE
004490         GO TO 2000-RELEASE-NEXT-STEP-EXIT
004500     END-IF
004510     IF WS-NEXT-IDX = ZERO
004520         DISPLAY "JOBDRV01 - " WS-PENDING-COUNT
004530             " STEPS WAIT ON EACH OTHER, CHECK STEPCTL"
004540         SET WS-STREAM-BLOCKED TO TRUE
004550         GO TO 2000-RELEASE-NEXT-STEP-EXIT
004560     END-IF
004570     MOVE WS-NEXT-IDX TO WS-RUN-IDX
004580     PERFORM 2200-RUN-STEP
004590         THRU 2200-RUN-STEP-EXIT.
004600 2000-RELEASE-NEXT-STEP-EXIT.
004610     EXIT.
004620
004630 2100-TEST-STEP-READY.
004640     IF NOT WS-STP-PENDING(WS-STP-IDX)
004650         GO TO 2100-TEST-STEP-READY-EXIT
004660     END-IF
004670     ADD 1 TO WS-PENDING-COUNT
004680     IF WS-NEXT-IDX NOT = ZERO
004690         GO TO 2100-TEST-STEP-READY-EXIT
004700     END-IF
004710     SET WS-STEP-READY TO TRUE
004720     PERFORM 2110-TEST-PREDECESSOR
004730         THRU 2110-TEST-PREDECESSOR-EXIT
004740         VARYING WS-PRD-IDX FROM 1 BY 1
004750         UNTIL WS-PRD-IDX > 5
004760     IF WS-STEP-READY
004770         MOVE WS-STP-IDX TO WS-NEXT-IDX
004780     END-IF.
004790 2100-TEST-STEP-READY-EXIT.
004800     EXIT.
004810
004820 2110-TEST-PREDECESSOR.
004830     IF WS-STP-PRED(WS-STP-IDX WS-PRD-IDX) = SPACES
004840         GO TO 2110-TEST-PREDECESSOR-EXIT
004850     END-IF
004860     MOVE WS-STP-PRED(WS-STP-IDX WS-PRD-IDX) TO WS-SEARCH-PROGRAM
004870     PERFORM 2900-FIND-STEP
004880         THRU 2900-FIND-STEP-EXIT
004890     IF NOT WS-STP-DONE(WS-FOUND-IDX)
004900         SET WS-STEP-NOT-READY TO TRUE
004910     END-IF.
004920 2110-TEST-PREDECESSOR-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960*  2200-RUN-STEP - START THE STEP AND WAIT FOR IT, THEN LET
004970*  RUNLOG SAY WHETHER IT WORKED.  THE RETURN CODE IS CHECKED AS
004980*  WELL, BUT A ZERO RETURN CODE ALONE IS NOT ENOUGH - THE BATCH
004990*  PROGRAMS STOP RUN ON A MISSING FILE WITHOUT SETTING ONE.
005000*****************************************************************
005010 2200-RUN-STEP.
005020     DISPLAY "JOBDRV01 - RELEASING STEP " WS-STP-NO(WS-RUN-IDX)
005030         " " WS-STP-PROGRAM(WS-RUN-IDX)
005040     MOVE WS-LOG-ROWS TO WS-LOG-ROWS-BEFORE
005050     MOVE WS-STP-COMMAND(WS-RUN-IDX) TO WS-SYSTEM-COMMAND
005060     CALL "SYSTEM" USING WS-SYSTEM-COMMAND
005070     MOVE RETURN-CODE TO WS-STEP-RC
005080     MOVE ZERO TO RETURN-CODE
005090
005100     PERFORM 2300-VERIFY-STEP
005110         THRU 2300-VERIFY-STEP-EXIT
005120     MOVE WS-START-TIME TO WS-STP-START-TIME(WS-RUN-IDX)
005130     MOVE WS-END-TIME   TO WS-STP-END-TIME(WS-RUN-IDX)
005140
005150     EVALUATE TRUE
005160         WHEN NOT WS-START-SEEN
005170             MOVE "NO START ROW ON RUNLOG"
005180                                 TO WS-STP-REMARK(WS-RUN-IDX)
005190         WHEN NOT WS-END-SEEN
005200             MOVE "NO END ROW ON RUNLOG"
005210                                 TO WS-STP-REMARK(WS-RUN-IDX)
005220         WHEN NOT WS-END-COMPLETED
005230             MOVE "END ROW NOT COMPLETED"
005240                                 TO WS-STP-REMARK(WS-RUN-IDX)
005250         WHEN WS-STEP-RC NOT = ZERO
005260             MOVE WS-STEP-RC TO WS-EDIT-RC
005270             MOVE SPACES         TO WS-STP-REMARK(WS-RUN-IDX)
005280             STRING "RETURN CODE " WS-EDIT-RC DELIMITED BY SIZE
005290                 INTO WS-STP-REMARK(WS-RUN-IDX)
005300         WHEN OTHER
005310             SET WS-STP-COMPLETE(WS-RUN-IDX) TO TRUE
005320             IF WS-STP-LOG-STATE(WS-RUN-IDX) = SPACE
005330                 MOVE SPACES     TO WS-STP-REMARK(WS-RUN-IDX)
005340             ELSE
005350                 MOVE "RERUN AFTER FAILURE"
005360                                 TO WS-STP-REMARK(WS-RUN-IDX)
005370             END-IF
005380             ADD 1 TO WS-COMPLETE-COUNT
005390             DISPLAY "JOBDRV01 - STEP " WS-STP-NO(WS-RUN-IDX)
005400                 " " WS-STP-PROGRAM(WS-RUN-IDX) " COMPLETED"
005410             GO TO 2200-RUN-STEP-EXIT
005420     END-EVALUATE
005430
005440     SET WS-STP-FAILED(WS-RUN-IDX) TO TRUE
005450     ADD 1 TO WS-FAILED-COUNT
005460     SET WS-STREAM-FAILED TO TRUE
005470     DISPLAY "JOBDRV01 - STEP " WS-STP-NO(WS-RUN-IDX)
005480         " " WS-STP-PROGRAM(WS-RUN-IDX) " FAILED - "
005490         WS-STP-REMARK(WS-RUN-IDX).
005500 2200-RUN-STEP-EXIT.
005510     EXIT.
005520
005530*****************************************************************
005540*  2300-VERIFY-STEP - READ RUNLOG AGAIN, SKIPPING THE ROWS THAT
005550*  WERE ALREADY THERE WHEN THE STEP WAS RELEASED.  OF THE NEW
005560*  ROWS ONLY THE STEP'S OWN COUNT: A START, THEN AN END AFTER IT.
005570*  A SECOND START (THE STEP RESTARTED ITSELF) CLEARS ANY END SEEN
005580*  BEFORE IT.
005590*****************************************************************
005600 2300-VERIFY-STEP.
005610     MOVE "N" TO WS-START-SEEN-SW
005620     MOVE "N" TO WS-END-SEEN-SW
005630     MOVE "N" TO WS-END-COMPLETED-SW
005640     MOVE ZERO TO WS-START-TIME
005650     MOVE ZERO TO WS-END-TIME
005660     MOVE ZERO TO WS-LOG-ROWS
005670     MOVE "N" TO WS-LOG-EOF-SW
005680     OPEN INPUT RUN-LOG-FILE
005690     READ RUN-LOG-FILE
005700         AT END
005710             SET WS-LOG-EOF TO TRUE
005720     END-READ
005730     PERFORM 2310-CHECK-NEW-ROW
005740         THRU 2310-CHECK-NEW-ROW-EXIT
005750         UNTIL WS-LOG-EOF
005760     CLOSE RUN-LOG-FILE.
005770 2300-VERIFY-STEP-EXIT.
005780     EXIT.
005790
005800 2310-CHECK-NEW-ROW.
005810     ADD 1 TO WS-LOG-ROWS
005820     IF WS-LOG-ROWS NOT > WS-LOG-ROWS-BEFORE
005830         GO TO 2310-CHECK-NEW-ROW-EXIT
005840     END-IF
005850     IF RNL-PROGRAM-ID NOT = WS-STP-PROGRAM(WS-RUN-IDX)
005860         GO TO 2310-CHECK-NEW-ROW-EXIT
005870     END-IF
005880     EVALUATE RNL-EVENT
005890         WHEN "START"
005900             SET WS-START-SEEN TO TRUE
005910             MOVE "N" TO WS-END-SEEN-SW
005920             MOVE "N" TO WS-END-COMPLETED-SW
005930             MOVE RNL-TIME       TO WS-START-TIME
005940             MOVE ZERO           TO WS-END-TIME
005950         WHEN "END"
005960             IF WS-START-SEEN
005970                 SET WS-END-SEEN TO TRUE
005980                 MOVE RNL-TIME   TO WS-END-TIME
005990                 MOVE RNL-COMPLETED-SW TO WS-END-COMPLETED-SW
006000             END-IF
006010     END-EVALUATE.
006020 2310-CHECK-NEW-ROW-EXIT.
006030     READ RUN-LOG-FILE
006040         AT END
006050             SET WS-LOG-EOF TO TRUE
006060     END-READ.
006070
006080*****************************************************************
006090*  2900-FIND-STEP - LOOK WS-SEARCH-PROGRAM UP IN THE STEP TABLE.
006100*  WS-FOUND-IDX COMES BACK ZERO WHEN IT IS NOT A STEP.
006110*****************************************************************
006120 2900-FIND-STEP.
006130     MOVE ZERO TO WS-FOUND-IDX
006140     PERFORM 2910-MATCH-STEP
006150         THRU 2910-MATCH-STEP-EXIT
006160         VARYING WS-SRCH-IDX FROM 1 BY 1
006170         UNTIL WS-SRCH-IDX > WS-STEP-COUNT
006180            OR WS-FOUND-IDX NOT = ZERO.
006190 2900-FIND-STEP-EXIT.
006200     EXIT.
006210
006220 2910-MATCH-STEP.
006230     IF WS-STP-PROGRAM(WS-SRCH-IDX) = WS-SEARCH-PROGRAM
006240         MOVE WS-SRCH-IDX TO WS-FOUND-IDX
006250     END-IF.
006260 2910-MATCH-STEP-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*  3000-PRINT-SUMMARY - ONE LINE PER STEP IN STEPCTL ORDER, THEN
006310*  HOW THE STREAM ENDED AND WHAT TO DO ABOUT IT.
006320*****************************************************************
006330 3000-PRINT-SUMMARY.
006340     MOVE WS-BUSINESS-DATE       TO RPT-HDG-DATE
006350     WRITE JOB-RPT-LINE FROM WS-RPT-HEADING
006360     WRITE JOB-RPT-LINE FROM WS-RPT-BLANK
006370     WRITE JOB-RPT-LINE FROM WS-RPT-COLUMNS
006380     PERFORM 3100-PRINT-STEP
006390         THRU 3100-PRINT-STEP-EXIT
006400         VARYING WS-STP-IDX FROM 1 BY 1
006410         UNTIL WS-STP-IDX > WS-STEP-COUNT
006420     WRITE JOB-RPT-LINE FROM WS-RPT-BLANK
006430
006440     MOVE SPACES TO RPT-RES-TEXT
006450     EVALUATE TRUE
006460         WHEN WS-STREAM-COMPLETE
006470             MOVE "JOB STREAM COMPLETE" TO RPT-RES-TEXT
006480         WHEN WS-STREAM-FAILED
006490             STRING "JOB STREAM STOPPED AT STEP "
006500                 WS-STP-NO(WS-RUN-IDX) " "
006510                 WS-STP-PROGRAM(WS-RUN-IDX)
006520                 " - CORRECT AND RERUN TO RESUME"
006530                 DELIMITED BY SIZE INTO RPT-RES-TEXT
006540         WHEN WS-STREAM-BLOCKED
006550             MOVE "JOB STREAM STOPPED - STEPCTL PREDECESSORS LOOP"
006560                 TO RPT-RES-TEXT
006570     END-EVALUATE
006580     WRITE JOB-RPT-LINE FROM WS-RPT-RESULT
006590
006600     MOVE "STEPS ON STEPCTL"     TO RPT-CNT-LABEL
006610     MOVE WS-STEP-COUNT          TO RPT-CNT-COUNT
006620     WRITE JOB-RPT-LINE FROM WS-RPT-COUNT-LINE
006630     MOVE "COMPLETED EARLIER TODAY" TO RPT-CNT-LABEL
006640     MOVE WS-EARLIER-COUNT       TO RPT-CNT-COUNT
006650     WRITE JOB-RPT-LINE FROM WS-RPT-COUNT-LINE
006660     MOVE "COMPLETED THIS RUN"   TO RPT-CNT-LABEL
006670     MOVE WS-COMPLETE-COUNT      TO RPT-CNT-COUNT
006680     WRITE JOB-RPT-LINE FROM WS-RPT-COUNT-LINE
006690     MOVE "FAILED"               TO RPT-CNT-LABEL
006700     MOVE WS-FAILED-COUNT        TO RPT-CNT-COUNT
006710     WRITE JOB-RPT-LINE FROM WS-RPT-COUNT-LINE
006720     MOVE "NOT RUN"              TO RPT-CNT-LABEL
006730     COMPUTE RPT-CNT-COUNT = WS-STEP-COUNT - WS-EARLIER-COUNT
006740                           - WS-COMPLETE-COUNT - WS-FAILED-COUNT
006750     WRITE JOB-RPT-LINE FROM WS-RPT-COUNT-LINE.
006760 3000-PRINT-SUMMARY-EXIT.
006770     EXIT.
006780
006790 3100-PRINT-STEP.
006800     MOVE WS-STP-NO(WS-STP-IDX)  TO RPT-STP-NO
006810     MOVE WS-STP-PROGRAM(WS-STP-IDX) TO RPT-STP-PROGRAM
006820     EVALUATE TRUE
006830         WHEN WS-STP-EARLIER(WS-STP-IDX)
006840             MOVE "DONE EARLIER"  TO RPT-STP-STATUS
006850         WHEN WS-STP-COMPLETE(WS-STP-IDX)
006860             MOVE "COMPLETED"     TO RPT-STP-STATUS
006870         WHEN WS-STP-FAILED(WS-STP-IDX)
006880             MOVE "FAILED"        TO RPT-STP-STATUS
006890         WHEN OTHER
006900             MOVE "NOT RUN"       TO RPT-STP-STATUS
006910     END-EVALUATE
006920
006930     MOVE SPACES TO RPT-STP-START
006940     IF WS-STP-START-TIME(WS-STP-IDX) NOT = ZERO
006950         MOVE WS-STP-START-TIME(WS-STP-IDX) TO WS-TIME-WORK
006960         PERFORM 3900-EDIT-TIME
006970             THRU 3900-EDIT-TIME-EXIT
006980         MOVE WS-EDIT-TIME        TO RPT-STP-START
006990     END-IF
007000     MOVE SPACES TO RPT-STP-END
007010     IF WS-STP-END-TIME(WS-STP-IDX) NOT = ZERO
007020         MOVE WS-STP-END-TIME(WS-STP-IDX) TO WS-TIME-WORK
007030         PERFORM 3900-EDIT-TIME
007040             THRU 3900-EDIT-TIME-EXIT
007050         MOVE WS-EDIT-TIME        TO RPT-STP-END
007060     END-IF
007070     MOVE WS-STP-REMARK(WS-STP-IDX) TO RPT-STP-REMARK
007080     WRITE JOB-RPT-LINE FROM WS-RPT-STEP-LINE.
007090 3100-PRINT-STEP-EXIT.
007100     EXIT.
007110
007120 3900-EDIT-TIME.
007130     MOVE WS-TIME-HH             TO WS-EDIT-HH
007140     MOVE WS-TIME-MM             TO WS-EDIT-MM
007150     MOVE WS-TIME-SS             TO WS-EDIT-SS.
007160 3900-EDIT-TIME-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200*  9999-TERMINATE - THE DRIVER'S OWN END ROW IS FLAGGED
007210*  COMPLETED ONLY WHEN THE WHOLE STREAM IS DONE FOR THE DAY.
007220*****************************************************************
007230 9999-TERMINATE.
007240     DISPLAY "JOBDRV01 - STEPS ON STEPCTL     " WS-STEP-COUNT
007250     DISPLAY "JOBDRV01 - DONE EARLIER TODAY   " WS-EARLIER-COUNT
007260     DISPLAY "JOBDRV01 - COMPLETED THIS RUN   " WS-COMPLETE-COUNT
007270     DISPLAY "JOBDRV01 - FAILED               " WS-FAILED-COUNT
007280     SET RLP-EVENT-END TO TRUE
007290     MOVE WS-STEP-COUNT          TO RLP-RECS-READ
007300     MOVE WS-COMPLETE-COUNT      TO RLP-RECS-WRITTEN
007310     MOVE WS-FAILED-COUNT        TO RLP-RECS-REJECTED
007320     IF WS-STREAM-COMPLETE
007330         SET RLP-COMPLETED TO TRUE
007340     END-IF
007350     CALL "RUNLOG01" USING RUN-LOG-PARM
007360     CLOSE JOB-RPT-FILE.
007370 9999-TERMINATE-EXIT.
007380     EXIT.
