000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WKFRPT01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  WKFRPT01 - MONTHLY WORKFORCE HEADCOUNT AND TURNOVER REPORT.
000180*
000190*  HR USED TO BUILD THE MONTHLY HEADCOUNT SHEET BY HAND FROM
000200*  EMPMRPT, EXCRPT AND THE AUDTRL PRINTOUT.  EVERYTHING IT NEEDS
000210*  IS ALREADY ON FILE, SO THIS RUN COUNTS IT STRAIGHT OFF THE
000220*  FILES FOR THE MONTH OF THE RUN DATE AND PRINTS IT ON WKFRPT:
000230*     HEADCOUNT MOVEMENT - OPENING HEADCOUNT, HIRES (APPDONE ROWS
000240*        ELIGIB01 ENROLLED, WHICH ALWAYS JOIN AS ACTIVE),
000250*        TERMINATIONS (EMPHIST ARCHIVE ROWS, IN THE STATUS THEY
000260*        LEFT IN), STATUS MOVES IN AND OUT (AUDTRL), THE CLOSING
000270*        HEADCOUNT THOSE ADD UP TO, AND THE CLOSING HEADCOUNT
000280*        COUNTED ON THE LIVE EMPLEADOS-MASTER.  EACH STATUS
000290*        COLUMN MUST TIE; A DIFFERENCE IS A CHANGE THAT REACHED
000300*        THE MASTER WITHOUT A HIRE, ARCHIVE OR AUDIT ROW (AN
000310*        EMPMNT01 ADD OR STATUS CHANGE, FOR ONE) AND IS FLAGGED.
000320*     STATUS MOVES BY AUD-REASON-CODE - ONE LINE PER REASON WITH
000330*        A COUNT FOR EACH ACTIVE/INACTIVE/BLOCKED TRANSITION.
000340*     ROSTER BY STATUS AND EMP-EDA AGE BAND, FROM THE MASTER.
000350*     TURNOVER - TERMINATIONS OVER AVERAGE HEADCOUNT (OPENING PLUS
000360*        CLOSING, HALVED) FOR THE MONTH AND FOR THE YEAR TO DATE.
000370*
000380*  THE OPENING HEADCOUNT IS THE CLOSING HEADCOUNT THE LAST RUN IN
000390*  AN EARLIER MONTH LEFT ON WKFHIST (WKFHREC) - EVERY RUN APPENDS
000400*  ITS OWN CLOSING FIGURES THERE, SO THE REPORT IS MEANT TO BE RUN
000410*  ON THE LAST BUSINESS DAY OF THE MONTH.  THE YEAR'S OPENING IS
000420*  THE LAST SNAPSHOT BEFORE JANUARY.  WITH NO SNAPSHOT TO GO ON
000430*  (THE FIRST RUN) THE OPENING IS WORKED BACK FROM THE MASTER AND
000440*  THE REPORT SAYS SO - IT THEN TIES BY CONSTRUCTION.  NOTHING
000450*  BUT WKFHIST IS WRITTEN TO.
000460*-----------------------------------------------------------------
000470*  MODIFICATION HISTORY
000480*  DATE       INIT  DESCRIPTION
000490*  10/15/26   MH    ORIGINAL PROGRAM.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT EMPLEADOS-MASTER ASSIGN TO "EMPMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS EMP-KEY
000580         FILE STATUS IS FS-EMPMAST.
000590
000600     SELECT OPTIONAL APP-DONE-FILE ASSIGN TO "APPDONE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-APPDONE.
000630
000640     SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "EMPHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-EMPHIST.
000670
000680     SELECT OPTIONAL AUD-TRAIL-FILE ASSIGN TO "AUDTRL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-AUDTRL.
000710
000720     SELECT OPTIONAL WKF-HIST-FILE ASSIGN TO "WKFHIST"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-WKFHIST.
000750
000760     SELECT WKF-RPT-FILE ASSIGN TO "WKFRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-WKFRPT.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  EMPLEADOS-MASTER.
000830     COPY EMPREC.
000840
000850 FD  APP-DONE-FILE.
000860     COPY APPDREC.
000870
000880 FD  EMP-HIST-FILE.
000890     COPY EMPHREC.
000900
000910 FD  AUD-TRAIL-FILE.
000920     COPY AUDREC.
000930
000940 FD  WKF-HIST-FILE.
000950     COPY WKFHREC.
000960
000970 FD  WKF-RPT-FILE.
000980 01  WKF-RPT-LINE                PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-SWITCHES.
001020     05  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
001030         88  WS-EMP-EOF          VALUE "Y".
001040     05  WS-APD-EOF-SW           PIC X(01)   VALUE "N".
001050         88  WS-APD-EOF          VALUE "Y".
001060     05  WS-EMH-EOF-SW           PIC X(01)   VALUE "N".
001070         88  WS-EMH-EOF          VALUE "Y".
001080     05  WS-AUD-EOF-SW           PIC X(01)   VALUE "N".
001090         88  WS-AUD-EOF          VALUE "Y".
001100     05  WS-WKH-EOF-SW           PIC X(01)   VALUE "N".
001110         88  WS-WKH-EOF          VALUE "Y".
001120     05  WS-MONTH-SNAP-SW        PIC X(01)   VALUE "N".
001130         88  WS-MONTH-SNAP-FOUND VALUE "Y".
001140     05  WS-YEAR-SNAP-SW         PIC X(01)   VALUE "N".
001150         88  WS-YEAR-SNAP-FOUND  VALUE "Y".
001160     05  WS-RSN-FULL-SW          PIC X(01)   VALUE "N".
001170         88  WS-RSN-FULL         VALUE "Y".
001180
001190 01  FS-EMPMAST                  PIC X(02).
001200     88  FS-EMPMAST-OK           VALUE "00".
001210 01  FS-APPDONE                  PIC X(02).
001220     88  FS-APPDONE-OK           VALUE "00".
001230 01  FS-EMPHIST                  PIC X(02).
001240     88  FS-EMPHIST-OK           VALUE "00".
001250 01  FS-AUDTRL                   PIC X(02).
001260     88  FS-AUDTRL-OK            VALUE "00".
001270 01  FS-WKFHIST                  PIC X(02).
001280     88  FS-WKFHIST-OK           VALUE "00".
001290 01  FS-WKFRPT                   PIC X(02).
001300     88  FS-WKFRPT-OK            VALUE "00".
001310
001320*****************************************************************
001330*  REPORTING PERIOD - THE MONTH OF THE RUN DATE, FROM THE FIRST
001340*  OF THE MONTH (OR OF THE YEAR, FOR THE YEAR-TO-DATE FIGURES)
001350*  THROUGH THE RUN DATE.
001360*****************************************************************
001370 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001380 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
001390     05  WS-TODAY-CCYY           PIC 9(04).
001400     05  WS-TODAY-MM             PIC 9(02).
001410     05  WS-TODAY-DD             PIC 9(02).
001420 01  WS-TODAY-TIME               PIC 9(08)   VALUE ZERO.
001430 01  WS-REPORT-MONTH             PIC 9(06)   VALUE ZERO.
001440 01  WS-YEAR-FIRST-MONTH         PIC 9(06)   VALUE ZERO.
001450 01  WS-MONTH-START              PIC 9(08)   VALUE ZERO.
001460 01  WS-YEAR-START               PIC 9(08)   VALUE ZERO.
001470
001480*****************************************************************
001490*  WS-STS-TABLE - ONE ENTRY PER STATUS COLUMN: 1 ACTIVE,
001500*  2 INACTIVE, 3 BLOCKED, 4 ANY OTHER EMP-EST, 5 THE TOTAL OF THE
001510*  FOUR.  8100-FIND-STATUS-SLOT TURNS A STATUS BYTE INTO ITS
001520*  SUBSCRIPT.  THE COUNTS ARE SIGNED SO THE DIFFERENCE LINE CAN
001530*  GO EITHER WAY.
001540*****************************************************************
001550 01  WS-STS-IDX                  PIC 9(01)   COMP.
001560 01  WS-STS-TABLE.
001570     05  WS-STS-ENTRY OCCURS 5 TIMES.
001580         10  WS-STS-CODE         PIC X(01).
001590         10  WS-STS-OPEN         PIC S9(05)  COMP VALUE ZERO.
001600         10  WS-STS-HIRES        PIC S9(05)  COMP VALUE ZERO.
001610         10  WS-STS-TERMS        PIC S9(05)  COMP VALUE ZERO.
001620         10  WS-STS-MOVE-IN      PIC S9(05)  COMP VALUE ZERO.
001630         10  WS-STS-MOVE-OUT     PIC S9(05)  COMP VALUE ZERO.
001640         10  WS-STS-EXPECTED     PIC S9(05)  COMP VALUE ZERO.
001650         10  WS-STS-CLOSE        PIC S9(05)  COMP VALUE ZERO.
001660         10  WS-STS-DIFF         PIC S9(05)  COMP VALUE ZERO.
001670
001680 01  WS-SLOT-EST                 PIC X(01).
001690 01  WS-SLOT-IDX                 PIC 9(01)   COMP.
001700 01  WS-OLD-SLOT                 PIC 9(01)   COMP.
001710 01  WS-NEW-SLOT                 PIC 9(01)   COMP.
001720 01  WS-OUT-OF-TIE               PIC 9(01)   COMP VALUE ZERO.
001730
001740*****************************************************************
001750*  WS-BAND-TABLE - THE EMP-EDA AGE BANDS THE ROSTER IS SPLIT BY,
001760*  LOADED IN 1100-LOAD-TABLES.  EACH BAND COUNTS ITS EMPLOYEES
001770*  UNDER THE SAME FIVE STATUS COLUMNS AS WS-STS-TABLE.
001780*****************************************************************
001790 01  WS-BAND-IDX                 PIC 9(01)   COMP.
001800 01  WS-BAND-TABLE.
001810     05  WS-BAND-ENTRY OCCURS 6 TIMES.
001820         10  WS-BAND-LOW         PIC 9(02).
001830         10  WS-BAND-HIGH        PIC 9(02).
001840         10  WS-BAND-LABEL       PIC X(14).
001850         10  WS-BAND-COUNT OCCURS 5 TIMES
001860                                 PIC S9(05)  COMP VALUE ZERO.
001870
001880*****************************************************************
001890*  WS-MOV-TABLE - THE SIX TRANSITIONS BETWEEN A, I AND B, ONE
001900*  COLUMN EACH ON THE REASON-CODE SECTION.  AN AUDTRL ROW TO OR
001910*  FROM ANY OTHER STATUS COUNTS IN COLUMN 7 (OTHER); COLUMN 8 IS
001920*  THE REASON'S TOTAL.
001930*****************************************************************
001940 01  WS-MOV-IDX                  PIC 9(01)   COMP.
001950 01  WS-MOV-TABLE.
001960     05  WS-MOV-ENTRY OCCURS 6 TIMES.
001970         10  WS-MOV-OLD          PIC X(01).
001980         10  WS-MOV-NEW          PIC X(01).
001990
002000 01  WS-RSN-IDX                  PIC 9(02)   COMP.
002010 01  WS-RSN-COUNT                PIC 9(02)   COMP VALUE ZERO.
002020 01  WS-RSN-TABLE.
002030     05  WS-RSN-ENTRY OCCURS 40 TIMES.
002040         10  WS-RSN-CODE         PIC X(04).
002050         10  WS-RSN-MOVES OCCURS 8 TIMES
002060                                 PIC 9(05)   COMP.
002070 01  WS-RSN-TOTALS.
002080     05  WS-RSN-TOTAL OCCURS 8 TIMES
002090                                 PIC 9(05)   COMP VALUE ZERO.
002100 01  WS-COL-IDX                  PIC 9(01)   COMP.
002110 01  WS-SCAN-IDX                 PIC 9(02)   COMP.
002120
002130*****************************************************************
002140*  SNAPSHOT FIGURES OFF WKFHIST AND THE TURNOVER ARITHMETIC.
002150*****************************************************************
002160 01  WS-SNAP-MONTH-ROW.
002170     05  WS-SNAP-RUN-DATE        PIC 9(08)   VALUE ZERO.
002180     05  WS-SNAP-COUNT OCCURS 5 TIMES
002190                                 PIC 9(05)   VALUE ZERO.
002200 01  WS-SNAP-YEAR-DATE           PIC 9(08)   VALUE ZERO.
002210 01  WS-YEAR-OPEN                PIC S9(05)  COMP VALUE ZERO.
002220 01  WS-YTD-HIRES                PIC S9(05)  COMP VALUE ZERO.
002230 01  WS-YTD-TERMS                PIC S9(05)  COMP VALUE ZERO.
002240 01  WS-EDIT-COUNT               PIC ZZ,ZZ9.
002250 01  WS-TURN-TERMS               PIC 9(05)   VALUE ZERO.
002260 01  WS-AVG-HEAD                 PIC 9(05)V9 VALUE ZERO.
002270 01  WS-TURN-RATE                PIC 9(03)V99 VALUE ZERO.
002280
002290 01  WS-CONTROL-TOTALS.
002300     05  WS-EMP-READ             PIC 9(05)   COMP VALUE ZERO.
002310     05  WS-APD-READ             PIC 9(05)   COMP VALUE ZERO.
002320     05  WS-EMH-READ             PIC 9(05)   COMP VALUE ZERO.
002330     05  WS-AUD-READ             PIC 9(05)   COMP VALUE ZERO.
002340     05  WS-WKH-READ             PIC 9(05)   COMP VALUE ZERO.
002350     05  WS-LINES-WRITTEN        PIC 9(05)   COMP VALUE ZERO.
002360
002370 01  WS-RPT-HEADING.
002380     05  FILLER                  PIC X(40)
002390         VALUE "WKFRPT01 - MONTHLY WORKFORCE REPORT".
002400     05  FILLER                  PIC X(06)   VALUE "MONTH ".
002410     05  RPT-HDG-CCYY            PIC 9(04).
002420     05  FILLER                  PIC X(01)   VALUE "/".
002430     05  RPT-HDG-MM              PIC 9(02).
002440     05  FILLER                  PIC X(11)   VALUE "  RUN DATE ".
002450     05  RPT-HDG-DATE            PIC 9(08).
002460     05  FILLER                  PIC X(08)   VALUE SPACES.
002470
002480 01  WS-RPT-TEXT                 PIC X(80).
002490 01  WS-RPT-BLANK                PIC X(80)   VALUE SPACES.
002500
002510 01  WS-RPT-STS-COLUMNS.
002520     05  RPT-COL-TITLE           PIC X(28).
002530     05  FILLER                  PIC X(45)   VALUE
002540         "   ACTIVE INACTIVE  BLOCKED    OTHER    TOTAL".
002550     05  FILLER                  PIC X(07)   VALUE SPACES.
002560
002570 01  WS-RPT-STS-ROW.
002580     05  FILLER                  PIC X(02)   VALUE SPACES.
002590     05  RPT-ROW-LABEL           PIC X(26).
002600     05  RPT-ROW-COL OCCURS 5 TIMES.
002610         10  FILLER              PIC X(03).
002620         10  RPT-ROW-VALUE       PIC -(5)9.
002630     05  FILLER                  PIC X(07)   VALUE SPACES.
002640
002650 01  WS-RPT-RSN-COLUMNS.
002660     05  FILLER                  PIC X(08)   VALUE "  REASON".
002670     05  FILLER                  PIC X(28)   VALUE
002680         "    A>I    A>B    I>A    I>B".
002690     05  FILLER                  PIC X(28)   VALUE
002700         "    B>A    B>I  OTHER  TOTAL".
002710     05  FILLER                  PIC X(16)   VALUE SPACES.
002720
002730 01  WS-RPT-RSN-ROW.
002740     05  FILLER                  PIC X(02)   VALUE SPACES.
002750     05  RPT-RSN-CODE            PIC X(06).
002760     05  RPT-RSN-COL OCCURS 8 TIMES.
002770         10  FILLER              PIC X(01).
002780         10  RPT-RSN-VALUE       PIC Z(05)9.
002790     05  FILLER                  PIC X(16)   VALUE SPACES.
002800
002810 01  WS-RPT-TURN-COLUMNS.
002820     05  FILLER                  PIC X(34)   VALUE
002830         "  PERIOD              TERMINATIONS".
002840     05  FILLER                  PIC X(46)   VALUE
002850         "  AVG HEADCOUNT  TURNOVER".
002860
002870 01  WS-RPT-TURN-ROW.
002880     05  FILLER                  PIC X(02)   VALUE SPACES.
002890     05  RPT-TURN-LABEL          PIC X(20).
002900     05  FILLER                  PIC X(06)   VALUE SPACES.
002910     05  RPT-TURN-TERMS          PIC ZZ,ZZ9.
002920     05  FILLER                  PIC X(07)   VALUE SPACES.
002930     05  RPT-TURN-AVG            PIC ZZ,ZZ9.9.
002940     05  FILLER                  PIC X(03)   VALUE SPACES.
002950     05  RPT-TURN-RATE           PIC ZZ9.99.
002960     05  FILLER                  PIC X(01)   VALUE "%".
002970     05  FILLER                  PIC X(21)   VALUE SPACES.
002980
002990 COPY RUNLPARM.
003000
003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE
003040         THRU 1000-INITIALIZE-EXIT.
003050     PERFORM 2000-COUNT-EMPLOYEE
003060         THRU 2000-COUNT-EMPLOYEE-EXIT
003070         UNTIL WS-EMP-EOF.
003080     PERFORM 2100-COUNT-HIRE
003090         THRU 2100-COUNT-HIRE-EXIT
003100         UNTIL WS-APD-EOF.
003110     PERFORM 2200-COUNT-TERMINATION
003120         THRU 2200-COUNT-TERMINATION-EXIT
003130         UNTIL WS-EMH-EOF.
003140     PERFORM 2300-COUNT-STATUS-MOVE
003150         THRU 2300-COUNT-STATUS-MOVE-EXIT
003160         UNTIL WS-AUD-EOF.
003170     PERFORM 3000-SET-OPENING
003180         THRU 3000-SET-OPENING-EXIT.
003190     PERFORM 4000-PRINT-MOVEMENT
003200         THRU 4000-PRINT-MOVEMENT-EXIT.
003210     PERFORM 4100-PRINT-REASONS
003220         THRU 4100-PRINT-REASONS-EXIT.
003230     PERFORM 4200-PRINT-ROSTER
003240         THRU 4200-PRINT-ROSTER-EXIT.
003250     PERFORM 4300-PRINT-TURNOVER
003260         THRU 4300-PRINT-TURNOVER-EXIT.
003270     PERFORM 5000-WRITE-SNAPSHOT
003280         THRU 5000-WRITE-SNAPSHOT-EXIT.
003290     PERFORM 9999-TERMINATE
003300         THRU 9999-TERMINATE-EXIT.
003310     STOP RUN.
003320
003330*****************************************************************
003340*  1000-INITIALIZE - THE MASTER MUST BE THERE.  APPDONE, EMPHIST,
003350*  AUDTRL AND WKFHIST ARE SELECT OPTIONAL - NO HIRES, NO DELETES,
003360*  NO STATUS CHANGES OR NO EARLIER RUN JUST MEANS NOTHING TO
003370*  COUNT FROM THAT FILE.  EACH COUNTING PASS'S FIRST RECORD IS
003380*  READ HERE AND EACH PASS READS AHEAD IN ITS EXIT.
003390*****************************************************************
003400 1000-INITIALIZE.
003410     MOVE "WKFRPT01" TO RLP-PROGRAM-ID
003420     SET RLP-EVENT-START TO TRUE
003430     CALL "RUNLOG01" USING RUN-LOG-PARM
003440
003450     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
003460     ACCEPT WS-TODAY-TIME        FROM TIME
003470     COMPUTE WS-REPORT-MONTH = WS-TODAY-CCYY * 100 + WS-TODAY-MM
003480     COMPUTE WS-MONTH-START  = WS-REPORT-MONTH * 100 + 1
003490     COMPUTE WS-YEAR-FIRST-MONTH = WS-TODAY-CCYY * 100 + 1
003500     COMPUTE WS-YEAR-START   = WS-YEAR-FIRST-MONTH * 100 + 1
003510     PERFORM 1100-LOAD-TABLES
003520         THRU 1100-LOAD-TABLES-EXIT
003530
003540     OPEN INPUT EMPLEADOS-MASTER
003550     IF NOT FS-EMPMAST-OK
003560         DISPLAY "WKFRPT01 - EMPMAST NOT FOUND, RUN EMPMNT01"
003570         STOP RUN
003580     END-IF
003590     OPEN OUTPUT WKF-RPT-FILE
003600     IF NOT FS-WKFRPT-OK
003610         DISPLAY "WKFRPT01 - UNABLE TO OPEN WKFRPT, ABORTING"
003620         CLOSE EMPLEADOS-MASTER
003630         STOP RUN
003640     END-IF
003650     OPEN INPUT APP-DONE-FILE
003660     OPEN INPUT EMP-HIST-FILE
003670     OPEN INPUT AUD-TRAIL-FILE
003680
003690     PERFORM 1200-FIND-SNAPSHOTS
003700         THRU 1200-FIND-SNAPSHOTS-EXIT
003710
003720     MOVE SPACES                 TO WS-RPT-STS-ROW
003730     MOVE SPACES                 TO WS-RPT-RSN-ROW
003740     MOVE WS-TODAY-CCYY          TO RPT-HDG-CCYY
003750     MOVE WS-TODAY-MM            TO RPT-HDG-MM
003760     MOVE WS-TODAY-DATE          TO RPT-HDG-DATE
003770     WRITE WKF-RPT-LINE FROM WS-RPT-HEADING
003780     ADD 1 TO WS-LINES-WRITTEN
003790
003800     READ EMPLEADOS-MASTER NEXT RECORD
003810         AT END
003820             SET WS-EMP-EOF TO TRUE
003830     END-READ
003840     READ APP-DONE-FILE
003850         AT END
003860             SET WS-APD-EOF TO TRUE
003870     END-READ
003880     READ EMP-HIST-FILE
003890         AT END
003900             SET WS-EMH-EOF TO TRUE
003910     END-READ
003920     READ AUD-TRAIL-FILE
003930         AT END
003940             SET WS-AUD-EOF TO TRUE
003950     END-READ.
003960 1000-INITIALIZE-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*  1100-LOAD-TABLES - STATUS CODES, AGE BANDS AND TRANSITIONS.
004010*  THE BANDS RUN TO 99 BECAUSE EMP-EDA IS TWO DIGITS.
004020*****************************************************************
004030 1100-LOAD-TABLES.
004040     MOVE "A"                    TO WS-STS-CODE(1)
004050     MOVE "I"                    TO WS-STS-CODE(2)
004060     MOVE "B"                    TO WS-STS-CODE(3)
004070     MOVE "?"                    TO WS-STS-CODE(4)
004080     MOVE "*"                    TO WS-STS-CODE(5)
004090
004100     MOVE 00                     TO WS-BAND-LOW(1)
004110     MOVE 24                     TO WS-BAND-HIGH(1)
004120     MOVE "UNDER 25"             TO WS-BAND-LABEL(1)
004130     MOVE 25                     TO WS-BAND-LOW(2)
004140     MOVE 34                     TO WS-BAND-HIGH(2)
004150     MOVE "25 TO 34"             TO WS-BAND-LABEL(2)
004160     MOVE 35                     TO WS-BAND-LOW(3)
004170     MOVE 44                     TO WS-BAND-HIGH(3)
004180     MOVE "35 TO 44"             TO WS-BAND-LABEL(3)
004190     MOVE 45                     TO WS-BAND-LOW(4)
004200     MOVE 54                     TO WS-BAND-HIGH(4)
004210     MOVE "45 TO 54"             TO WS-BAND-LABEL(4)
004220     MOVE 55                     TO WS-BAND-LOW(5)
004230     MOVE 64                     TO WS-BAND-HIGH(5)
004240     MOVE "55 TO 64"             TO WS-BAND-LABEL(5)
004250     MOVE 65                     TO WS-BAND-LOW(6)
004260     MOVE 99                     TO WS-BAND-HIGH(6)
004270     MOVE "65 AND OVER"          TO WS-BAND-LABEL(6)
004280
004290     MOVE "A"                    TO WS-MOV-OLD(1)
004300     MOVE "I"                    TO WS-MOV-NEW(1)
004310     MOVE "A"                    TO WS-MOV-OLD(2)
004320     MOVE "B"                    TO WS-MOV-NEW(2)
004330     MOVE "I"                    TO WS-MOV-OLD(3)
004340     MOVE "A"                    TO WS-MOV-NEW(3)
004350     MOVE "I"                    TO WS-MOV-OLD(4)
004360     MOVE "B"                    TO WS-MOV-NEW(4)
004370     MOVE "B"                    TO WS-MOV-OLD(5)
004380     MOVE "A"                    TO WS-MOV-NEW(5)
004390     MOVE "B"                    TO WS-MOV-OLD(6)
004400     MOVE "I"                    TO WS-MOV-NEW(6).
004410 1100-LOAD-TABLES-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450*  1200-FIND-SNAPSHOTS - WKFHIST IS APPEND-ONLY IN RUN ORDER, SO
004460*  THE LAST ROW BEFORE THIS MONTH IS THE OPENING FOR THE MONTH
004470*  AND THE LAST ROW BEFORE JANUARY IS THE OPENING FOR THE YEAR.
004480*****************************************************************
004490 1200-FIND-SNAPSHOTS.
004500     OPEN INPUT WKF-HIST-FILE
004510     READ WKF-HIST-FILE
004520         AT END
004530             SET WS-WKH-EOF TO TRUE
004540     END-READ
004550     PERFORM 1210-CHECK-SNAPSHOT
004560         THRU 1210-CHECK-SNAPSHOT-EXIT
004570         UNTIL WS-WKH-EOF
004580     CLOSE WKF-HIST-FILE.
004590 1200-FIND-SNAPSHOTS-EXIT.
004600     EXIT.
004610
004620 1210-CHECK-SNAPSHOT.
004630     ADD 1 TO WS-WKH-READ
004640     IF WKH-MONTH < WS-REPORT-MONTH
004650         SET WS-MONTH-SNAP-FOUND TO TRUE
004660         MOVE WKH-RUN-DATE       TO WS-SNAP-RUN-DATE
004670         MOVE WKH-ACTIVE-COUNT   TO WS-SNAP-COUNT(1)
004680         MOVE WKH-INACTIVE-COUNT TO WS-SNAP-COUNT(2)
004690         MOVE WKH-BLOCKED-COUNT  TO WS-SNAP-COUNT(3)
004700         MOVE WKH-OTHER-COUNT    TO WS-SNAP-COUNT(4)
004710         MOVE WKH-TOTAL-COUNT    TO WS-SNAP-COUNT(5)
004720     END-IF
004730     IF WKH-MONTH < WS-YEAR-FIRST-MONTH
004740         SET WS-YEAR-SNAP-FOUND TO TRUE
004750         MOVE WKH-RUN-DATE       TO WS-SNAP-YEAR-DATE
004760         MOVE WKH-TOTAL-COUNT    TO WS-YEAR-OPEN
004770     END-IF.
004780 1210-CHECK-SNAPSHOT-EXIT.
004790     READ WKF-HIST-FILE
004800         AT END
004810             SET WS-WKH-EOF TO TRUE
004820     END-READ.
004830
004840*****************************************************************
004850*  2000-COUNT-EMPLOYEE - THE CLOSING HEADCOUNT AND THE ROSTER BY
004860*  STATUS AND AGE BAND, FROM THE LIVE MASTER.
004870*****************************************************************
004880 2000-COUNT-EMPLOYEE.
004890     ADD 1 TO WS-EMP-READ
004900     MOVE EMP-EST                TO WS-SLOT-EST
004910     PERFORM 8100-FIND-STATUS-SLOT
004920         THRU 8100-FIND-STATUS-SLOT-EXIT
004930     ADD 1 TO WS-STS-CLOSE(WS-SLOT-IDX)
004940     ADD 1 TO WS-STS-CLOSE(5)
004950     MOVE ZERO TO WS-BAND-IDX
004960     PERFORM 2010-MATCH-BAND
004970         THRU 2010-MATCH-BAND-EXIT
004980         VARYING WS-SCAN-IDX FROM 1 BY 1
004990         UNTIL WS-SCAN-IDX > 6 OR WS-BAND-IDX NOT = ZERO
005000     ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX, WS-SLOT-IDX)
005010     ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX, 5).
005020 2000-COUNT-EMPLOYEE-EXIT.
005030     READ EMPLEADOS-MASTER NEXT RECORD
005040         AT END
005050             SET WS-EMP-EOF TO TRUE
005060     END-READ.
005070
005080 2010-MATCH-BAND.
005090     IF EMP-EDA NOT < WS-BAND-LOW(WS-SCAN-IDX)
005100         AND EMP-EDA NOT > WS-BAND-HIGH(WS-SCAN-IDX)
005110         MOVE WS-SCAN-IDX        TO WS-BAND-IDX
005120     END-IF.
005130 2010-MATCH-BAND-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170*  2100-COUNT-HIRE - AN APPDONE ROW WITH AN EMP-ID IS AN
005180*  ENROLLMENT; ONE WITH ZERO WENT TO DUPLICATE REVIEW AND HIRED
005190*  NOBODY.  ELIGIB01 ENROLLS EVERY HIRE AS ACTIVE.
005200*****************************************************************
005210 2100-COUNT-HIRE.
005220     ADD 1 TO WS-APD-READ
005230     IF APD-EMP-ID = ZERO
005240         GO TO 2100-COUNT-HIRE-EXIT
005250     END-IF
005260     IF APD-DATE < WS-YEAR-START OR APD-DATE > WS-TODAY-DATE
005270         GO TO 2100-COUNT-HIRE-EXIT
005280     END-IF
005290     ADD 1 TO WS-YTD-HIRES
005300     IF APD-DATE < WS-MONTH-START
005310         GO TO 2100-COUNT-HIRE-EXIT
005320     END-IF
005330     ADD 1 TO WS-STS-HIRES(1)
005340     ADD 1 TO WS-STS-HIRES(5).
005350 2100-COUNT-HIRE-EXIT.
005360     READ APP-DONE-FILE
005370         AT END
005380             SET WS-APD-EOF TO TRUE
005390     END-READ.
005400
005410*****************************************************************
005420*  2200-COUNT-TERMINATION - AN EMPHIST ROW IS AN EMPLOYEE
005430*  EMPMNT01 DELETED FROM THE MASTER, COUNTED UNDER THE STATUS THE
005440*  EMPLOYEE HELD WHEN ARCHIVED.
005450*****************************************************************
005460 2200-COUNT-TERMINATION.
005470     ADD 1 TO WS-EMH-READ
005480     IF EMH-ARCH-DATE < WS-YEAR-START
005490         OR EMH-ARCH-DATE > WS-TODAY-DATE
005500         GO TO 2200-COUNT-TERMINATION-EXIT
005510     END-IF
005520     ADD 1 TO WS-YTD-TERMS
005530     IF EMH-ARCH-DATE < WS-MONTH-START
005540         GO TO 2200-COUNT-TERMINATION-EXIT
005550     END-IF
005560     MOVE EMH-EST                TO WS-SLOT-EST
005570     PERFORM 8100-FIND-STATUS-SLOT
005580         THRU 8100-FIND-STATUS-SLOT-EXIT
005590     ADD 1 TO WS-STS-TERMS(WS-SLOT-IDX)
005600     ADD 1 TO WS-STS-TERMS(5).
005610 2200-COUNT-TERMINATION-EXIT.
005620     READ EMP-HIST-FILE
005630         AT END
005640             SET WS-EMH-EOF TO TRUE
005650     END-READ.
005660
005670*****************************************************************
005680*  2300-COUNT-STATUS-MOVE - A MONTH'S AUDTRL ROW MOVES ONE
005690*  EMPLOYEE OUT OF ONE STATUS COLUMN AND INTO ANOTHER, AND COUNTS
005700*  UNDER ITS REASON CODE.  A ROW WHOSE OLD AND NEW STATUS AGREE
005710*  MOVED NOBODY AND IS PASSED OVER.
005720*****************************************************************
005730 2300-COUNT-STATUS-MOVE.
005740     ADD 1 TO WS-AUD-READ
005750     IF AUD-DATE < WS-MONTH-START OR AUD-DATE > WS-TODAY-DATE
005760         GO TO 2300-COUNT-STATUS-MOVE-EXIT
005770     END-IF
005780     IF AUD-OLD-STATUS = AUD-NEW-STATUS
005790         GO TO 2300-COUNT-STATUS-MOVE-EXIT
005800     END-IF
005810     MOVE AUD-OLD-STATUS         TO WS-SLOT-EST
005820     PERFORM 8100-FIND-STATUS-SLOT
005830         THRU 8100-FIND-STATUS-SLOT-EXIT
005840     MOVE WS-SLOT-IDX            TO WS-OLD-SLOT
005850     MOVE AUD-NEW-STATUS         TO WS-SLOT-EST
005860     PERFORM 8100-FIND-STATUS-SLOT
005870         THRU 8100-FIND-STATUS-SLOT-EXIT
005880     MOVE WS-SLOT-IDX            TO WS-NEW-SLOT
005890     ADD 1 TO WS-STS-MOVE-OUT(WS-OLD-SLOT)
005900     ADD 1 TO WS-STS-MOVE-IN(WS-NEW-SLOT)
005910
005920     PERFORM 8200-FIND-REASON
005930         THRU 8200-FIND-REASON-EXIT
005940     MOVE ZERO TO WS-COL-IDX
005950     PERFORM 2310-MATCH-MOVE
005960         THRU 2310-MATCH-MOVE-EXIT
005970         VARYING WS-MOV-IDX FROM 1 BY 1
005980         UNTIL WS-MOV-IDX > 6 OR WS-COL-IDX NOT = ZERO
005990     IF WS-COL-IDX = ZERO
006000         MOVE 7 TO WS-COL-IDX
006010     END-IF
006020     ADD 1 TO WS-RSN-MOVES(WS-RSN-IDX, WS-COL-IDX)
006030     ADD 1 TO WS-RSN-MOVES(WS-RSN-IDX, 8)
006040     ADD 1 TO WS-RSN-TOTAL(WS-COL-IDX)
006050     ADD 1 TO WS-RSN-TOTAL(8).
006060 2300-COUNT-STATUS-MOVE-EXIT.
006070     READ AUD-TRAIL-FILE
006080         AT END
006090             SET WS-AUD-EOF TO TRUE
006100     END-READ.
006110
006120 2310-MATCH-MOVE.
006130     IF AUD-OLD-STATUS = WS-MOV-OLD(WS-MOV-IDX)
006140         AND AUD-NEW-STATUS = WS-MOV-NEW(WS-MOV-IDX)
006150         MOVE WS-MOV-IDX         TO WS-COL-IDX
006160     END-IF.
006170 2310-MATCH-MOVE-EXIT.
006180     EXIT.
006190
006200*****************************************************************
006210*  3000-SET-OPENING - THE OPENING FIGURES COME OFF THE WKFHIST
006220*  SNAPSHOT WHEN THERE IS ONE.  WITHOUT ONE THEY ARE WORKED BACK
006230*  FROM THE MASTER: CLOSING LESS HIRES, PLUS TERMINATIONS, LESS
006240*  MOVES IN, PLUS MOVES OUT.  THEN EACH STATUS COLUMN'S EXPECTED
006250*  CLOSING IS COMPARED TO WHAT THE MASTER HOLDS.
006260*****************************************************************
006270 3000-SET-OPENING.
006280     ADD WS-STS-MOVE-IN(1) WS-STS-MOVE-IN(2) WS-STS-MOVE-IN(3)
006290         WS-STS-MOVE-IN(4) GIVING WS-STS-MOVE-IN(5)
006300     ADD WS-STS-MOVE-OUT(1) WS-STS-MOVE-OUT(2) WS-STS-MOVE-OUT(3)
006310         WS-STS-MOVE-OUT(4) GIVING WS-STS-MOVE-OUT(5)
006320     PERFORM 3100-TIE-STATUS
006330         THRU 3100-TIE-STATUS-EXIT
006340         VARYING WS-STS-IDX FROM 1 BY 1
006350         UNTIL WS-STS-IDX > 5
006360     IF NOT WS-YEAR-SNAP-FOUND
006370         COMPUTE WS-YEAR-OPEN = WS-STS-CLOSE(5)
006380             - WS-YTD-HIRES + WS-YTD-TERMS
006390     END-IF.
006400 3000-SET-OPENING-EXIT.
006410     EXIT.
006420
006430 3100-TIE-STATUS.
006440     IF WS-MONTH-SNAP-FOUND
006450         MOVE WS-SNAP-COUNT(WS-STS-IDX) TO WS-STS-OPEN(WS-STS-IDX)
006460     ELSE
006470         COMPUTE WS-STS-OPEN(WS-STS-IDX) =
006480             WS-STS-CLOSE(WS-STS-IDX)
006490             - WS-STS-HIRES(WS-STS-IDX)
006500             + WS-STS-TERMS(WS-STS-IDX)
006510             - WS-STS-MOVE-IN(WS-STS-IDX)
006520             + WS-STS-MOVE-OUT(WS-STS-IDX)
006530     END-IF
006540     COMPUTE WS-STS-EXPECTED(WS-STS-IDX) = WS-STS-OPEN(WS-STS-IDX)
006550         + WS-STS-HIRES(WS-STS-IDX) - WS-STS-TERMS(WS-STS-IDX)
006560         + WS-STS-MOVE-IN(WS-STS-IDX)
006570         - WS-STS-MOVE-OUT(WS-STS-IDX)
006580     COMPUTE WS-STS-DIFF(WS-STS-IDX) = WS-STS-CLOSE(WS-STS-IDX)
006590         - WS-STS-EXPECTED(WS-STS-IDX)
006600     IF WS-STS-DIFF(WS-STS-IDX) NOT = ZERO
006610         ADD 1 TO WS-OUT-OF-TIE
006620     END-IF.
006630 3100-TIE-STATUS-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670*  4000-PRINT-MOVEMENT - OPENING TO CLOSING BY STATUS COLUMN,
006680*  WHERE THE OPENING CAME FROM, AND WHETHER IT ALL TIES.
006690*****************************************************************
006700 4000-PRINT-MOVEMENT.
006710     WRITE WKF-RPT-LINE FROM WS-RPT-BLANK
006720     MOVE "HEADCOUNT MOVEMENT"   TO RPT-COL-TITLE
006730     WRITE WKF-RPT-LINE FROM WS-RPT-STS-COLUMNS
006740     ADD 2 TO WS-LINES-WRITTEN
006750
006760     MOVE "OPENING HEADCOUNT"    TO RPT-ROW-LABEL
006770     PERFORM 4010-LOAD-OPEN-COL
006780         THRU 4010-LOAD-OPEN-COL-EXIT
006790         VARYING WS-STS-IDX FROM 1 BY 1
006800         UNTIL WS-STS-IDX > 5
006810     PERFORM 8000-WRITE-STS-ROW
006820         THRU 8000-WRITE-STS-ROW-EXIT
006830     MOVE "HIRES (APPDONE)"      TO RPT-ROW-LABEL
006840     PERFORM 4020-LOAD-HIRE-COL
006850         THRU 4020-LOAD-HIRE-COL-EXIT
006860         VARYING WS-STS-IDX FROM 1 BY 1
006870         UNTIL WS-STS-IDX > 5
006880     PERFORM 8000-WRITE-STS-ROW
006890         THRU 8000-WRITE-STS-ROW-EXIT
006900     MOVE "TERMINATIONS (EMPHIST)" TO RPT-ROW-LABEL
006910     PERFORM 4030-LOAD-TERM-COL
006920         THRU 4030-LOAD-TERM-COL-EXIT
006930         VARYING WS-STS-IDX FROM 1 BY 1
006940         UNTIL WS-STS-IDX > 5
006950     PERFORM 8000-WRITE-STS-ROW
006960         THRU 8000-WRITE-STS-ROW-EXIT
006970     MOVE "STATUS MOVES IN (AUDTRL)" TO RPT-ROW-LABEL
006980     PERFORM 4040-LOAD-IN-COL
006990         THRU 4040-LOAD-IN-COL-EXIT
007000         VARYING WS-STS-IDX FROM 1 BY 1
007010         UNTIL WS-STS-IDX > 5
007020     PERFORM 8000-WRITE-STS-ROW
007030         THRU 8000-WRITE-STS-ROW-EXIT
007040     MOVE "STATUS MOVES OUT (AUDTRL)" TO RPT-ROW-LABEL
007050     PERFORM 4050-LOAD-OUT-COL
007060         THRU 4050-LOAD-OUT-COL-EXIT
007070         VARYING WS-STS-IDX FROM 1 BY 1
007080         UNTIL WS-STS-IDX > 5
007090     PERFORM 8000-WRITE-STS-ROW
007100         THRU 8000-WRITE-STS-ROW-EXIT
007110     MOVE "EXPECTED CLOSING"     TO RPT-ROW-LABEL
007120     PERFORM 4060-LOAD-EXPECT-COL
007130         THRU 4060-LOAD-EXPECT-COL-EXIT
007140         VARYING WS-STS-IDX FROM 1 BY 1
007150         UNTIL WS-STS-IDX > 5
007160     PERFORM 8000-WRITE-STS-ROW
007170         THRU 8000-WRITE-STS-ROW-EXIT
007180     MOVE "CLOSING HEADCOUNT (MASTER)" TO RPT-ROW-LABEL
007190     PERFORM 4070-LOAD-CLOSE-COL
007200         THRU 4070-LOAD-CLOSE-COL-EXIT
007210         VARYING WS-STS-IDX FROM 1 BY 1
007220         UNTIL WS-STS-IDX > 5
007230     PERFORM 8000-WRITE-STS-ROW
007240         THRU 8000-WRITE-STS-ROW-EXIT
007250     MOVE "DIFFERENCE"           TO RPT-ROW-LABEL
007260     PERFORM 4080-LOAD-DIFF-COL
007270         THRU 4080-LOAD-DIFF-COL-EXIT
007280         VARYING WS-STS-IDX FROM 1 BY 1
007290         UNTIL WS-STS-IDX > 5
007300     PERFORM 8000-WRITE-STS-ROW
007310         THRU 8000-WRITE-STS-ROW-EXIT
007320
007330     WRITE WKF-RPT-LINE FROM WS-RPT-BLANK
007340     MOVE SPACES TO WS-RPT-TEXT
007350     IF WS-MONTH-SNAP-FOUND
007360         STRING "  OPENING TAKEN FROM THE WKFHIST SNAPSHOT OF "
007370             WS-SNAP-RUN-DATE DELIMITED BY SIZE
007380             INTO WS-RPT-TEXT
007390     ELSE
007400         STRING "  OPENING WORKED BACK FROM THE MASTER - "
007410             "NO EARLIER WKFHIST SNAPSHOT" DELIMITED BY SIZE
007420             INTO WS-RPT-TEXT
007430     END-IF
007440     WRITE WKF-RPT-LINE FROM WS-RPT-TEXT
007450     MOVE SPACES TO WS-RPT-TEXT
007460     IF WS-OUT-OF-TIE = ZERO
007470         MOVE "  CLOSING HEADCOUNT TIES TO THE LIVE MASTER"
007480             TO WS-RPT-TEXT
007490     ELSE
007500         STRING "  *** CLOSING HEADCOUNT DOES NOT TIE TO "
007510             "THE LIVE MASTER ***" DELIMITED BY SIZE
007520             INTO WS-RPT-TEXT
007530         DISPLAY "WKFRPT01 - CLOSING HEADCOUNT DOES NOT TIE TO "
007540             "THE MASTER"
007550     END-IF
007560     WRITE WKF-RPT-LINE FROM WS-RPT-TEXT
007570     ADD 3 TO WS-LINES-WRITTEN.
007580 4000-PRINT-MOVEMENT-EXIT.
007590     EXIT.
007600
007610 4010-LOAD-OPEN-COL.
007620     MOVE WS-STS-OPEN(WS-STS-IDX) TO RPT-ROW-VALUE(WS-STS-IDX).
007630 4010-LOAD-OPEN-COL-EXIT.
007640     EXIT.
007650
007660 4020-LOAD-HIRE-COL.
007670     MOVE WS-STS-HIRES(WS-STS-IDX) TO RPT-ROW-VALUE(WS-STS-IDX).
007680 4020-LOAD-HIRE-COL-EXIT.
007690     EXIT.
007700
007710 4030-LOAD-TERM-COL.
007720     MOVE WS-STS-TERMS(WS-STS-IDX) TO RPT-ROW-VALUE(WS-STS-IDX).
007730 4030-LOAD-TERM-COL-EXIT.
007740     EXIT.
007750
007760 4040-LOAD-IN-COL.
007770     MOVE WS-STS-MOVE-IN(WS-STS-IDX) TO RPT-ROW-VALUE(WS-STS-IDX).
007780 4040-LOAD-IN-COL-EXIT.
007790     EXIT.
007800
007810 4050-LOAD-OUT-COL.
007820     MOVE WS-STS-MOVE-OUT(WS-STS-IDX)
007830         TO RPT-ROW-VALUE(WS-STS-IDX).
007840 4050-LOAD-OUT-COL-EXIT.
007850     EXIT.
007860
007870 4060-LOAD-EXPECT-COL.
007880     MOVE WS-STS-EXPECTED(WS-STS-IDX)
007890         TO RPT-ROW-VALUE(WS-STS-IDX).
007900 4060-LOAD-EXPECT-COL-EXIT.
007910     EXIT.
007920
007930 4070-LOAD-CLOSE-COL.
007940     MOVE WS-STS-CLOSE(WS-STS-IDX) TO RPT-ROW-VALUE(WS-STS-IDX).
007950 4070-LOAD-CLOSE-COL-EXIT.
007960     EXIT.
007970
007980 4080-LOAD-DIFF-COL.
007990     MOVE WS-STS-DIFF(WS-STS-IDX) TO RPT-ROW-VALUE(WS-STS-IDX).
008000 4080-LOAD-DIFF-COL-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040*  4100-PRINT-REASONS - ONE LINE PER AUD-REASON-CODE SEEN THIS
008050*  MONTH, IN THE ORDER FIRST SEEN, THEN THE COLUMN TOTALS.
008060*****************************************************************
008070 4100-PRINT-REASONS.
008080     WRITE WKF-RPT-LINE FROM WS-RPT-BLANK
008090     MOVE "STATUS MOVES BY REASON CODE" TO WS-RPT-TEXT
008100     WRITE WKF-RPT-LINE FROM WS-RPT-TEXT
008110     WRITE WKF-RPT-LINE FROM WS-RPT-RSN-COLUMNS
008120     ADD 3 TO WS-LINES-WRITTEN
008130     PERFORM 4110-PRINT-REASON
008140         THRU 4110-PRINT-REASON-EXIT
008150         VARYING WS-RSN-IDX FROM 1 BY 1
008160         UNTIL WS-RSN-IDX > WS-RSN-COUNT
008170     MOVE "TOTAL"                TO RPT-RSN-CODE
008180     PERFORM 4120-LOAD-TOTAL-COL
008190         THRU 4120-LOAD-TOTAL-COL-EXIT
008200         VARYING WS-COL-IDX FROM 1 BY 1
008210         UNTIL WS-COL-IDX > 8
008220     WRITE WKF-RPT-LINE FROM WS-RPT-RSN-ROW
008230     ADD 1 TO WS-LINES-WRITTEN.
008240 4100-PRINT-REASONS-EXIT.
008250     EXIT.
008260
008270 4110-PRINT-REASON.
008280     MOVE WS-RSN-CODE(WS-RSN-IDX) TO RPT-RSN-CODE
008290     PERFORM 4115-LOAD-REASON-COL
008300         THRU 4115-LOAD-REASON-COL-EXIT
008310         VARYING WS-COL-IDX FROM 1 BY 1
008320         UNTIL WS-COL-IDX > 8
008330     WRITE WKF-RPT-LINE FROM WS-RPT-RSN-ROW
008340     ADD 1 TO WS-LINES-WRITTEN.
008350 4110-PRINT-REASON-EXIT.
008360     EXIT.
008370
008380 4115-LOAD-REASON-COL.
008390     MOVE WS-RSN-MOVES(WS-RSN-IDX, WS-COL-IDX)
008400         TO RPT-RSN-VALUE(WS-COL-IDX).
008410 4115-LOAD-REASON-COL-EXIT.
008420     EXIT.
008430
008440 4120-LOAD-TOTAL-COL.
008450     MOVE WS-RSN-TOTAL(WS-COL-IDX) TO RPT-RSN-VALUE(WS-COL-IDX).
008460 4120-LOAD-TOTAL-COL-EXIT.
008470     EXIT.
008480
008490*****************************************************************
008500*  4200-PRINT-ROSTER - THE MASTER'S HEADCOUNT BY AGE BAND ACROSS
008510*  THE STATUS COLUMNS; THE TOTAL LINE IS THE CLOSING HEADCOUNT.
008520*****************************************************************
008530 4200-PRINT-ROSTER.
008540     WRITE WKF-RPT-LINE FROM WS-RPT-BLANK
008550     MOVE "ROSTER BY AGE BAND"   TO RPT-COL-TITLE
008560     WRITE WKF-RPT-LINE FROM WS-RPT-STS-COLUMNS
008570     ADD 2 TO WS-LINES-WRITTEN
008580     PERFORM 4210-PRINT-BAND
008590         THRU 4210-PRINT-BAND-EXIT
008600         VARYING WS-BAND-IDX FROM 1 BY 1
008610         UNTIL WS-BAND-IDX > 6
008620     MOVE "TOTAL"                TO RPT-ROW-LABEL
008630     PERFORM 4070-LOAD-CLOSE-COL
008640         THRU 4070-LOAD-CLOSE-COL-EXIT
008650         VARYING WS-STS-IDX FROM 1 BY 1
008660         UNTIL WS-STS-IDX > 5
008670     PERFORM 8000-WRITE-STS-ROW
008680         THRU 8000-WRITE-STS-ROW-EXIT.
008690 4200-PRINT-ROSTER-EXIT.
008700     EXIT.
008710
008720 4210-PRINT-BAND.
008730     MOVE WS-BAND-LABEL(WS-BAND-IDX) TO RPT-ROW-LABEL
008740     PERFORM 4215-LOAD-BAND-COL
008750         THRU 4215-LOAD-BAND-COL-EXIT
008760         VARYING WS-STS-IDX FROM 1 BY 1
008770         UNTIL WS-STS-IDX > 5
008780     PERFORM 8000-WRITE-STS-ROW
008790         THRU 8000-WRITE-STS-ROW-EXIT.
008800 4210-PRINT-BAND-EXIT.
008810     EXIT.
008820
008830 4215-LOAD-BAND-COL.
008840     MOVE WS-BAND-COUNT(WS-BAND-IDX, WS-STS-IDX)
008850         TO RPT-ROW-VALUE(WS-STS-IDX).
008860 4215-LOAD-BAND-COL-EXIT.
008870     EXIT.
008880
008890*****************************************************************
008900*  4300-PRINT-TURNOVER - TERMINATIONS OVER THE AVERAGE OF THE
008910*  OPENING AND CLOSING HEADCOUNT, AS A PERCENTAGE.  NO HEADCOUNT
008920*  AT EITHER END MEANS NO RATE.
008930*****************************************************************
008940 4300-PRINT-TURNOVER.
008950     WRITE WKF-RPT-LINE FROM WS-RPT-BLANK
008960     WRITE WKF-RPT-LINE FROM WS-RPT-TURN-COLUMNS
008970     ADD 2 TO WS-LINES-WRITTEN
008980
008990     MOVE "MONTH"                TO RPT-TURN-LABEL
009000     MOVE WS-STS-TERMS(5)        TO WS-TURN-TERMS
009010     COMPUTE WS-AVG-HEAD ROUNDED =
009020         (WS-STS-OPEN(5) + WS-STS-CLOSE(5)) / 2
009030     PERFORM 4310-COMPUTE-RATE
009040         THRU 4310-COMPUTE-RATE-EXIT
009050     WRITE WKF-RPT-LINE FROM WS-RPT-TURN-ROW
009060
009070     MOVE "YEAR TO DATE"         TO RPT-TURN-LABEL
009080     MOVE WS-YTD-TERMS           TO WS-TURN-TERMS
009090     COMPUTE WS-AVG-HEAD ROUNDED =
009100         (WS-YEAR-OPEN + WS-STS-CLOSE(5)) / 2
009110     PERFORM 4310-COMPUTE-RATE
009120         THRU 4310-COMPUTE-RATE-EXIT
009130     WRITE WKF-RPT-LINE FROM WS-RPT-TURN-ROW
009140
009150     WRITE WKF-RPT-LINE FROM WS-RPT-BLANK
009160     MOVE SPACES TO WS-RPT-TEXT
009170     IF WS-YEAR-SNAP-FOUND
009180         MOVE WS-YEAR-OPEN       TO WS-EDIT-COUNT
009190         STRING "  YEAR OPENING OF " WS-EDIT-COUNT
009200             " TAKEN FROM THE WKFHIST SNAPSHOT OF "
009210             WS-SNAP-YEAR-DATE DELIMITED BY SIZE
009220             INTO WS-RPT-TEXT
009230     ELSE
009240         STRING "  YEAR OPENING WORKED BACK FROM THE MASTER - "
009250             "NO WKFHIST SNAPSHOT BEFORE JANUARY"
009260             DELIMITED BY SIZE
009270             INTO WS-RPT-TEXT
009280     END-IF
009290     WRITE WKF-RPT-LINE FROM WS-RPT-TEXT
009300     ADD 4 TO WS-LINES-WRITTEN.
009310 4300-PRINT-TURNOVER-EXIT.
009320     EXIT.
009330
009340 4310-COMPUTE-RATE.
009350     MOVE WS-TURN-TERMS          TO RPT-TURN-TERMS
009360     MOVE WS-AVG-HEAD            TO RPT-TURN-AVG
009370     MOVE ZERO                   TO WS-TURN-RATE
009380     IF WS-AVG-HEAD > ZERO
009390         COMPUTE WS-TURN-RATE ROUNDED =
009400             WS-TURN-TERMS * 100 / WS-AVG-HEAD
009410             ON SIZE ERROR
009420                 MOVE 999.99     TO WS-TURN-RATE
009430         END-COMPUTE
009440     END-IF
009450     MOVE WS-TURN-RATE           TO RPT-TURN-RATE.
009460 4310-COMPUTE-RATE-EXIT.
009470     EXIT.
009480
009490*****************************************************************
009500*  5000-WRITE-SNAPSHOT - THIS RUN'S CLOSING FIGURES GO ON WKFHIST
009510*  FOR NEXT MONTH'S OPENING.  WKFHIST IS APPEND-ONLY, SAME AS
009520*  AUDTRL, SO THE FIRST RUN HAS TO CREATE IT.
009530*****************************************************************
009540 5000-WRITE-SNAPSHOT.
009550     OPEN EXTEND WKF-HIST-FILE
009560     IF NOT FS-WKFHIST-OK
009570         OPEN OUTPUT WKF-HIST-FILE
009580         CLOSE WKF-HIST-FILE
009590         OPEN EXTEND WKF-HIST-FILE
009600     END-IF
009610     IF NOT FS-WKFHIST-OK
009620         DISPLAY "WKFRPT01 - UNABLE TO OPEN WKFHIST, SNAPSHOT "
009630             "NOT WRITTEN"
009640         GO TO 5000-WRITE-SNAPSHOT-EXIT
009650     END-IF
009660     MOVE WS-REPORT-MONTH        TO WKH-MONTH
009670     MOVE WS-TODAY-DATE          TO WKH-RUN-DATE
009680     MOVE WS-TODAY-TIME          TO WKH-RUN-TIME
009690     MOVE WS-STS-CLOSE(1)        TO WKH-ACTIVE-COUNT
009700     MOVE WS-STS-CLOSE(2)        TO WKH-INACTIVE-COUNT
009710     MOVE WS-STS-CLOSE(3)        TO WKH-BLOCKED-COUNT
009720     MOVE WS-STS-CLOSE(4)        TO WKH-OTHER-COUNT
009730     MOVE WS-STS-CLOSE(5)        TO WKH-TOTAL-COUNT
009740     WRITE WKH-SNAP-RECORD
009750     CLOSE WKF-HIST-FILE.
009760 5000-WRITE-SNAPSHOT-EXIT.
009770     EXIT.
009780
009790*****************************************************************
009800*  8000-WRITE-STS-ROW - THE CALLER FILLS RPT-ROW-LABEL AND THE
009810*  FIVE RPT-ROW-VALUE COLUMNS.
009820*****************************************************************
009830 8000-WRITE-STS-ROW.
009840     WRITE WKF-RPT-LINE FROM WS-RPT-STS-ROW
009850     ADD 1 TO WS-LINES-WRITTEN.
009860 8000-WRITE-STS-ROW-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900*  8100-FIND-STATUS-SLOT - WS-SLOT-EST IN, WS-SLOT-IDX OUT.  ANY
009910*  BYTE OTHER THAN A, I OR B LANDS IN COLUMN 4.
009920*****************************************************************
009930 8100-FIND-STATUS-SLOT.
009940     EVALUATE WS-SLOT-EST
009950         WHEN "A"
009960             MOVE 1 TO WS-SLOT-IDX
009970         WHEN "I"
009980             MOVE 2 TO WS-SLOT-IDX
009990         WHEN "B"
010000             MOVE 3 TO WS-SLOT-IDX
010010         WHEN OTHER
010020             MOVE 4 TO WS-SLOT-IDX
010030     END-EVALUATE.
010040 8100-FIND-STATUS-SLOT-EXIT.
010050     EXIT.
010060
010070*****************************************************************
010080*  8200-FIND-REASON - WS-RSN-IDX POINTS AT AUD-REASON-CODE'S
010090*  ENTRY, OPENING ONE IF THIS IS ITS FIRST ROW.  IF THE TABLE IS
010100*  FULL, FURTHER NEW CODES ARE COUNTED UNDER THE LAST ENTRY.
010110*****************************************************************
010120 8200-FIND-REASON.
010130     MOVE ZERO TO WS-RSN-IDX
010140     PERFORM 8210-MATCH-REASON
010150         THRU 8210-MATCH-REASON-EXIT
010160         VARYING WS-SCAN-IDX FROM 1 BY 1
010170         UNTIL WS-SCAN-IDX > WS-RSN-COUNT OR WS-RSN-IDX NOT = ZERO
010180     IF WS-RSN-IDX NOT = ZERO
010190         GO TO 8200-FIND-REASON-EXIT
010200     END-IF
010210     IF WS-RSN-COUNT < 40
010220         ADD 1 TO WS-RSN-COUNT
010230         MOVE WS-RSN-COUNT       TO WS-RSN-IDX
010240         MOVE AUD-REASON-CODE    TO WS-RSN-CODE(WS-RSN-IDX)
010250         PERFORM 8220-CLEAR-REASON-COL
010260             THRU 8220-CLEAR-REASON-COL-EXIT
010270             VARYING WS-COL-IDX FROM 1 BY 1
010280             UNTIL WS-COL-IDX > 8
010290     ELSE
010300         MOVE 40                 TO WS-RSN-IDX
010310         IF NOT WS-RSN-FULL
010320             SET WS-RSN-FULL TO TRUE
010330             MOVE "MORE"         TO WS-RSN-CODE(40)
010340             DISPLAY "WKFRPT01 - REASON TABLE FULL, WIDEN "
010350                 "WS-RSN-TABLE"
010360         END-IF
010370     END-IF.
010380 8200-FIND-REASON-EXIT.
010390     EXIT.
010400
010410 8210-MATCH-REASON.
010420     IF WS-RSN-CODE(WS-SCAN-IDX) = AUD-REASON-CODE
010430         MOVE WS-SCAN-IDX        TO WS-RSN-IDX
010440     END-IF.
010450 8210-MATCH-REASON-EXIT.
010460     EXIT.
010470
010480 8220-CLEAR-REASON-COL.
010490     MOVE ZERO TO WS-RSN-MOVES(WS-RSN-IDX, WS-COL-IDX).
010500 8220-CLEAR-REASON-COL-EXIT.
010510     EXIT.
010520
010530 9999-TERMINATE.
010540     DISPLAY "WKFRPT01 - EMPLOYEES ON MASTER  " WS-EMP-READ
010550     MOVE WS-STS-HIRES(5)        TO WS-EDIT-COUNT
010560     DISPLAY "WKFRPT01 - HIRES THIS MONTH     " WS-EDIT-COUNT
010570     MOVE WS-STS-TERMS(5)        TO WS-EDIT-COUNT
010580     DISPLAY "WKFRPT01 - TERMS THIS MONTH     " WS-EDIT-COUNT
010590     DISPLAY "WKFRPT01 - STATUS MOVES         " WS-RSN-TOTAL(8)
010600     DISPLAY "WKFRPT01 - STATUS COLUMNS OUT   " WS-OUT-OF-TIE
010610
010620     SET RLP-EVENT-END TO TRUE
010630     COMPUTE RLP-RECS-READ = WS-EMP-READ + WS-APD-READ
010640         + WS-EMH-READ + WS-AUD-READ + WS-WKH-READ
010650     MOVE WS-LINES-WRITTEN       TO RLP-RECS-WRITTEN
010660     MOVE WS-OUT-OF-TIE          TO RLP-RECS-REJECTED
010670     SET RLP-COMPLETED TO TRUE
010680     CALL "RUNLOG01" USING RUN-LOG-PARM
010690
010700     CLOSE EMPLEADOS-MASTER
010710     CLOSE APP-DONE-FILE
010720     CLOSE EMP-HIST-FILE
010730     CLOSE AUD-TRAIL-FILE
010740     CLOSE WKF-RPT-FILE.
010750 9999-TERMINATE-EXIT.
010760     EXIT.
