000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTCHK01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  INTCHK01 - NIGHTLY REFERENTIAL-INTEGRITY SWEEP.
000180*
000190*  EMPLEADOS-MASTER, THE COMP-MASTER, THE YTD-MASTER, THE EMPHIST
000200*  ARCHIVE AND THE APPDONE HIRE LOG ARE EACH MAINTAINED BY A
000210*  DIFFERENT RUN, AND NOTHING CHECKED THAT THEY STILL AGREED
000220*  WITH ONE ANOTHER - A BROKEN LINK ONLY SURFACED WHEN A PAYROLL
000230*  OR A STATEMENT CAME OUT WRONG.  THIS RUN WALKS ALL FIVE AND
000240*  REPORTS EVERY BROKEN LINK AS A FINDING:
000250*     ORPHCOMP  COMPMAST ROW WITH NO EMPLOYEE ON THE MASTER
000260*     ORPHYTD   YTDMAST ROW WITH NO EMPLOYEE ON THE MASTER
000270*     NOCOMP    ACTIVE EMPLOYEE WITH NO COMPMAST ROW
000280*     REAPPEAR  EMPHIST-ARCHIVED EMP-ID BACK ON THE MASTER
000290*     APPNOEMP  APPDONE HIRE WHOSE EMP-ID IS NOT ON THE MASTER
000300*  EACH CATEGORY CARRIES A SEVERITY AND BELONGS TO ONE WORKLIST -
000310*  THE PAYROLL ONES PRINT ON PYWORK, THE HR ONES ON HRWORK - AND
000320*  EACH WORKLIST ENDS WITH A COUNT PER CATEGORY.  NOTHING ON ANY
000330*  FILE IS CHANGED; FIXING A FINDING IS LEFT TO THE OWNING RUN.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  10/15/26   MH    ORIGINAL PROGRAM.
000375*  10/15/26   MH    AN APPDONE ROW WITH A ZERO EMP-ID IS NO LONGER
000377*                   REPORTED AS A HIRE MISSING FROM THE MASTER.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPLEADOS-MASTER ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EMP-KEY
000460         FILE STATUS IS FS-EMPMAST.
000470
000480     SELECT COMP-MASTER ASSIGN TO "COMPMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CMP-KEY
000520         FILE STATUS IS FS-COMPMAST.
000530
000540     SELECT YTD-MASTER ASSIGN TO "YTDMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS YTD-KEY
000580         FILE STATUS IS FS-YTDMAST.
000590
000600     SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "EMPHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-EMPHIST.
000630
000640     SELECT OPTIONAL APP-DONE-FILE ASSIGN TO "APPDONE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-APPDONE.
000670
000680     SELECT HR-WORK-FILE ASSIGN TO "HRWORK"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-HRWORK.
000710
000720     SELECT PY-WORK-FILE ASSIGN TO "PYWORK"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-PYWORK.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  EMPLEADOS-MASTER.
000790     COPY EMPREC.
000800
000810 FD  COMP-MASTER.
000820     COPY COMPREC.
000830
000840 FD  YTD-MASTER.
000850     COPY YTDREC.
000860
000870 FD  EMP-HIST-FILE.
000880     COPY EMPHREC.
000890
000900 FD  APP-DONE-FILE.
000910     COPY APPDREC.
000920
000930 FD  HR-WORK-FILE.
000940 01  HR-WORK-LINE                PIC X(80).
000950
000960 FD  PY-WORK-FILE.
000970 01  PY-WORK-LINE                PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000 01  WS-SWITCHES.
001010     05  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
001020         88  WS-EMP-EOF          VALUE "Y".
001030     05  WS-CMP-EOF-SW           PIC X(01)   VALUE "N".
001040         88  WS-CMP-EOF          VALUE "Y".
001050     05  WS-YTD-EOF-SW           PIC X(01)   VALUE "N".
001060         88  WS-YTD-EOF          VALUE "Y".
001070     05  WS-EMH-EOF-SW           PIC X(01)   VALUE "N".
001080         88  WS-EMH-EOF          VALUE "Y".
001090     05  WS-APD-EOF-SW           PIC X(01)   VALUE "N".
001100         88  WS-APD-EOF          VALUE "Y".
001110     05  WS-ON-MASTER-SW         PIC X(01)   VALUE "N".
001120         88  WS-ON-MASTER        VALUE "Y".
001130
001140 01  FS-EMPMAST                  PIC X(02).
001150     88  FS-EMPMAST-OK           VALUE "00".
001160 01  FS-COMPMAST                 PIC X(02).
001170     88  FS-COMPMAST-OK          VALUE "00".
001180 01  FS-YTDMAST                  PIC X(02).
001190     88  FS-YTDMAST-OK           VALUE "00".
001200 01  FS-EMPHIST                  PIC X(02).
001210     88  FS-EMPHIST-OK           VALUE "00".
001220 01  FS-APPDONE                  PIC X(02).
001230     88  FS-APPDONE-OK           VALUE "00".
001240 01  FS-HRWORK                   PIC X(02).
001250     88  FS-HRWORK-OK            VALUE "00".
001260 01  FS-PYWORK                   PIC X(02).
001270     88  FS-PYWORK-OK            VALUE "00".
001280
001290 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001300 01  WS-EDIT-SALARIO             PIC ZZZ,ZZ9.99.
001310
001320*****************************************************************
001330*  WS-CAT-TABLE - THE FINDING CATEGORIES, LOADED BY EXPLICIT
001340*  MOVES IN 1100-LOAD-CATEGORIES THE SAME WAY STMRPT01 LOADS ITS
001350*  DUNNING LEVELS.  WS-CAT-LIST SAYS WHICH WORKLIST A CATEGORY
001360*  PRINTS ON.  THE WS-CAT-xxx ITEMS BELOW THE TABLE ARE THE
001370*  SUBSCRIPTS THE SWEEP PARAGRAPHS USE TO RAISE A FINDING.
001380*****************************************************************
001390 01  WS-CAT-IDX                  PIC 9(01)   COMP.
001400 01  WS-CAT-TABLE.
001410     05  WS-CAT-ENTRY OCCURS 5 TIMES.
001420         10  WS-CAT-CODE         PIC X(08).
001430         10  WS-CAT-LIST         PIC X(01).
001440             88  WS-CAT-HR       VALUE "H".
001450             88  WS-CAT-PAYROLL  VALUE "P".
001460         10  WS-CAT-SEVERITY     PIC X(06).
001470         10  WS-CAT-DESC         PIC X(30).
001480         10  WS-CAT-COUNT        PIC 9(05)   COMP VALUE ZERO.
001490
001500 01  WS-CAT-ORPHCOMP             PIC 9(01)   COMP VALUE 1.
001510 01  WS-CAT-ORPHYTD              PIC 9(01)   COMP VALUE 2.
001520 01  WS-CAT-NOCOMP               PIC 9(01)   COMP VALUE 3.
001530 01  WS-CAT-REAPPEAR             PIC 9(01)   COMP VALUE 4.
001540 01  WS-CAT-APPNOEMP             PIC 9(01)   COMP VALUE 5.
001550
001560 01  WS-FND-CAT                  PIC 9(01)   COMP.
001570 01  WS-FND-EMP-ID               PIC 9(05).
001580 01  WS-FND-DETAIL               PIC X(20).
001590
001600 01  WS-CONTROL-TOTALS.
001610     05  WS-SCAN-COUNT           PIC 9(07)   COMP VALUE ZERO.
001620     05  WS-HR-COUNT             PIC 9(05)   COMP VALUE ZERO.
001630     05  WS-PY-COUNT             PIC 9(05)   COMP VALUE ZERO.
001640
001650 01  WS-RPT-HR-HEADING.
001660     05  FILLER                  PIC X(47)
001670         VALUE "INTCHK01 - INTEGRITY SWEEP - HR WORKLIST".
001680     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
001690     05  RPT-HR-DATE             PIC 9(08).
001700     05  FILLER                  PIC X(16)   VALUE SPACES.
001710
001720 01  WS-RPT-PY-HEADING.
001730     05  FILLER                  PIC X(47)
001740         VALUE "INTCHK01 - INTEGRITY SWEEP - PAYROLL WORKLIST".
001750     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
001760     05  RPT-PY-DATE             PIC 9(08).
001770     05  FILLER                  PIC X(16)   VALUE SPACES.
001780
001790 01  WS-RPT-COLUMNS.
001800     05  FILLER                  PIC X(80)   VALUE
001810         "    CATEGORY  SEVERITY EMP-ID DESCRIPTION".
001820
001830 01  WS-RPT-FINDING.
001840     05  FILLER                  PIC X(04)   VALUE SPACES.
001850     05  RPT-FND-CODE            PIC X(08).
001860     05  FILLER                  PIC X(02)   VALUE SPACES.
001870     05  RPT-FND-SEVERITY        PIC X(06).
001880     05  FILLER                  PIC X(03)   VALUE SPACES.
001890     05  RPT-FND-EMP-ID          PIC 9(05).
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
001910     05  RPT-FND-DESC            PIC X(30).
001920     05  FILLER                  PIC X(01)   VALUE SPACES.
001930     05  RPT-FND-DETAIL          PIC X(19).
001940
001950 01  WS-RPT-BLANK                PIC X(80)   VALUE SPACES.
001960
001970 01  WS-RPT-CAT-COUNT.
001980     05  FILLER                  PIC X(04)   VALUE SPACES.
001990     05  RPT-CNT-CODE            PIC X(08).
002000     05  FILLER                  PIC X(02)   VALUE SPACES.
002010     05  RPT-CNT-SEVERITY        PIC X(06).
002020     05  FILLER                  PIC X(03)   VALUE SPACES.
002030     05  RPT-CNT-DESC            PIC X(30).
002040     05  FILLER                  PIC X(02)   VALUE SPACES.
002050     05  RPT-CNT-COUNT           PIC ZZ,ZZ9.
002060     05  FILLER                  PIC X(19)   VALUE SPACES.
002070
002080 01  WS-RPT-TOTAL.
002090     05  FILLER                  PIC X(04)   VALUE SPACES.
002100     05  FILLER                  PIC X(49)
002110         VALUE "TOTAL FINDINGS".
002120     05  RPT-TOT-COUNT           PIC ZZ,ZZ9.
002130     05  FILLER                  PIC X(21)   VALUE SPACES.
002140
002150 COPY RUNLPARM.
002160
002170 PROCEDURE DIVISION.
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE
002200         THRU 1000-INITIALIZE-EXIT.
002210     PERFORM 2000-SWEEP-EMPLOYEE
002220         THRU 2000-SWEEP-EMPLOYEE-EXIT
002230         UNTIL WS-EMP-EOF.
002235     PERFORM 2090-START-COMP-SWEEP
002236         THRU 2090-START-COMP-SWEEP-EXIT.
002240     PERFORM 2100-SWEEP-COMP-ROW
002250         THRU 2100-SWEEP-COMP-ROW-EXIT
002260         UNTIL WS-CMP-EOF.
002270     PERFORM 2200-SWEEP-YTD-ROW
002280         THRU 2200-SWEEP-YTD-ROW-EXIT
002290         UNTIL WS-YTD-EOF.
002300     PERFORM 2300-SWEEP-ARCHIVE-ROW
002310         THRU 2300-SWEEP-ARCHIVE-ROW-EXIT
002320         UNTIL WS-EMH-EOF.
002330     PERFORM 2400-SWEEP-HIRE-ROW
002340         THRU 2400-SWEEP-HIRE-ROW-EXIT
002350         UNTIL WS-APD-EOF.
002360     PERFORM 3000-PRINT-CATEGORY-COUNTS
002370         THRU 3000-PRINT-CATEGORY-COUNTS-EXIT.
002380     PERFORM 9999-TERMINATE
002390         THRU 9999-TERMINATE-EXIT.
002400     STOP RUN.
002410
002420*****************************************************************
002430*  1000-INITIALIZE - THE THREE MASTERS MUST BE THERE.  EMPHIST
002440*  AND APPDONE ARE SELECT OPTIONAL - NO DELETES OR NO HIRES YET
002450*  JUST MEANS THOSE TWO SWEEPS FIND NOTHING.  EACH SWEEP'S FIRST
002460*  RECORD IS READ HERE (THE COMP-MASTER'S IN 2090, ONCE THE
002465*  EMPLOYEE SWEEP'S RANDOM READS OF IT ARE DONE); EACH SWEEP
002466*  READS AHEAD IN ITS EXIT.
002470*****************************************************************
002480 1000-INITIALIZE.
002490     MOVE "INTCHK01" TO RLP-PROGRAM-ID
002500     SET RLP-EVENT-START TO TRUE
002510     CALL "RUNLOG01" USING RUN-LOG-PARM
002520
002530     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
002540     PERFORM 1100-LOAD-CATEGORIES
002550         THRU 1100-LOAD-CATEGORIES-EXIT
002560
002570     OPEN INPUT EMPLEADOS-MASTER
002580     IF NOT FS-EMPMAST-OK
002590         DISPLAY "INTCHK01 - EMPMAST NOT FOUND, RUN EMPMNT01"
002600         STOP RUN
002610     END-IF
002620     OPEN INPUT COMP-MASTER
002630     IF NOT FS-COMPMAST-OK
002640         DISPLAY "INTCHK01 - COMPMAST NOT FOUND, RUN CMPMNT01"
002650         CLOSE EMPLEADOS-MASTER
002660         STOP RUN
002670     END-IF
002680     OPEN INPUT YTD-MASTER
002690     IF NOT FS-YTDMAST-OK
002700         DISPLAY "INTCHK01 - YTDMAST NOT FOUND, RUN PAYREG01"
002710         CLOSE EMPLEADOS-MASTER
002720         CLOSE COMP-MASTER
002730         STOP RUN
002740     END-IF
002750     OPEN INPUT EMP-HIST-FILE
002760     OPEN INPUT APP-DONE-FILE
002770     OPEN OUTPUT HR-WORK-FILE
002780     OPEN OUTPUT PY-WORK-FILE
002790     IF NOT FS-HRWORK-OK OR NOT FS-PYWORK-OK
002800         DISPLAY "INTCHK01 - UNABLE TO OPEN WORKLISTS, ABORTING"
002810         CLOSE EMPLEADOS-MASTER
002820         CLOSE COMP-MASTER
002830         CLOSE YTD-MASTER
002840         CLOSE EMP-HIST-FILE
002850         CLOSE APP-DONE-FILE
002860         STOP RUN
002870     END-IF
002880
002890     MOVE WS-TODAY-DATE          TO RPT-HR-DATE
002900     WRITE HR-WORK-LINE FROM WS-RPT-HR-HEADING
002910     WRITE HR-WORK-LINE FROM WS-RPT-COLUMNS
002920     MOVE WS-TODAY-DATE          TO RPT-PY-DATE
002930     WRITE PY-WORK-LINE FROM WS-RPT-PY-HEADING
002940     WRITE PY-WORK-LINE FROM WS-RPT-COLUMNS
002950
002960     MOVE ZERO TO EMP-ID
002970     START EMPLEADOS-MASTER KEY IS NOT LESS THAN EMP-KEY
002980         INVALID KEY
002990             SET WS-EMP-EOF TO TRUE
003000     END-START
003010     IF NOT WS-EMP-EOF
003020         READ EMPLEADOS-MASTER NEXT RECORD
003030             AT END
003040                 SET WS-EMP-EOF TO TRUE
003050         END-READ
003060     END-IF
003070
003200     READ YTD-MASTER
003210         AT END
003220             SET WS-YTD-EOF TO TRUE
003230     END-READ
003240     READ EMP-HIST-FILE
003250         AT END
003260             SET WS-EMH-EOF TO TRUE
003270     END-READ
003280     READ APP-DONE-FILE
003290         AT END
003300             SET WS-APD-EOF TO TRUE
003310     END-READ.
003320 1000-INITIALIZE-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*  1100-LOAD-CATEGORIES - CODE, WORKLIST, SEVERITY AND WORDING
003370*  FOR EACH FINDING CATEGORY.  HIGH MEANS A PAYROLL OR AN
003380*  IDENTITY IS WRONG TODAY; MEDIUM MEANS A RECORD IS ADRIFT BUT
003390*  NOTHING IS PAID OR PRINTED FROM IT UNTIL SOMEONE LOOKS.
003400*****************************************************************
003410 1100-LOAD-CATEGORIES.
003420     MOVE "ORPHCOMP"             TO WS-CAT-CODE(1)
003430     MOVE "P"                    TO WS-CAT-LIST(1)
003440     MOVE "HIGH"                 TO WS-CAT-SEVERITY(1)
003450     MOVE "COMP ROW, EMPLOYEE NOT ON FILE" TO WS-CAT-DESC(1)
003460     MOVE "ORPHYTD"              TO WS-CAT-CODE(2)
003470     MOVE "P"                    TO WS-CAT-LIST(2)
003480     MOVE "MEDIUM"               TO WS-CAT-SEVERITY(2)
003490     MOVE "YTD ROW, EMPLOYEE NOT ON FILE" TO WS-CAT-DESC(2)
003500     MOVE "NOCOMP"               TO WS-CAT-CODE(3)
003510     MOVE "P"                    TO WS-CAT-LIST(3)
003520     MOVE "HIGH"                 TO WS-CAT-SEVERITY(3)
003530     MOVE "ACTIVE EMPLOYEE, NO COMP ROW" TO WS-CAT-DESC(3)
003540     MOVE "REAPPEAR"             TO WS-CAT-CODE(4)
003550     MOVE "H"                    TO WS-CAT-LIST(4)
003560     MOVE "HIGH"                 TO WS-CAT-SEVERITY(4)
003570     MOVE "ARCHIVED ID BACK ON MASTER" TO WS-CAT-DESC(4)
003580     MOVE "APPNOEMP"             TO WS-CAT-CODE(5)
003590     MOVE "H"                    TO WS-CAT-LIST(5)
003600     MOVE "MEDIUM"               TO WS-CAT-SEVERITY(5)
003610     MOVE "HIRE LOGGED, NOT ON MASTER" TO WS-CAT-DESC(5).
003620 1100-LOAD-CATEGORIES-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*  2000-SWEEP-EMPLOYEE - EVERY ACTIVE EMPLOYEE NEEDS AN
003670*  AUTHORIZED RATE, OR PAYREG01 WILL REJECT THEIR PAY.
003680*****************************************************************
003690 2000-SWEEP-EMPLOYEE.
003700     ADD 1 TO WS-SCAN-COUNT
003710     IF NOT EMP-ACTIVE
003720         GO TO 2000-SWEEP-EMPLOYEE-EXIT
003730     END-IF
003740     MOVE EMP-ID                 TO CMP-ID
003750     READ COMP-MASTER
003760         INVALID KEY
003770             MOVE WS-CAT-NOCOMP  TO WS-FND-CAT
003780             MOVE EMP-ID         TO WS-FND-EMP-ID
003790             MOVE EMP-NOM        TO WS-FND-DETAIL
003800             PERFORM 8000-WRITE-FINDING
003810                 THRU 8000-WRITE-FINDING-EXIT
003820     END-READ.
003830 2000-SWEEP-EMPLOYEE-EXIT.
003840     READ EMPLEADOS-MASTER NEXT RECORD
003850         AT END
003860             SET WS-EMP-EOF TO TRUE
003870     END-READ.
003880
003881*****************************************************************
003882*  2090-START-COMP-SWEEP - POSITION THE COMP-MASTER ON ITS FIRST
003883*  ROW.  DONE ONLY NOW BECAUSE THE RANDOM READS IN 2000 MOVE THE
003884*  FILE POSITION A READ NEXT WOULD CONTINUE FROM.
003885*****************************************************************
003886 2090-START-COMP-SWEEP.
003887     MOVE ZERO TO CMP-ID
003888     START COMP-MASTER KEY IS NOT LESS THAN CMP-KEY
003889         INVALID KEY
003890             SET WS-CMP-EOF TO TRUE
003891             GO TO 2090-START-COMP-SWEEP-EXIT
003892     END-START
003893     READ COMP-MASTER NEXT RECORD
003894         AT END
003895             SET WS-CMP-EOF TO TRUE
003896     END-READ.
003897 2090-START-COMP-SWEEP-EXIT.
003898     EXIT.
003899
003900*****************************************************************
003910*  2100-SWEEP-COMP-ROW - A RATE HELD FOR AN EMP-ID THE MASTER
003920*  DOES NOT KNOW.
003940*****************************************************************
003950 2100-SWEEP-COMP-ROW.
003960     ADD 1 TO WS-SCAN-COUNT
003970     MOVE CMP-ID                 TO WS-FND-EMP-ID
003980     PERFORM 2900-CHECK-ON-MASTER
003990         THRU 2900-CHECK-ON-MASTER-EXIT
004000     IF NOT WS-ON-MASTER
004010         MOVE WS-CAT-ORPHCOMP    TO WS-FND-CAT
004020         MOVE CMP-SALARIO        TO WS-EDIT-SALARIO
004030         MOVE SPACES             TO WS-FND-DETAIL
004040         STRING "RATE " WS-EDIT-SALARIO DELIMITED BY SIZE
004050             INTO WS-FND-DETAIL
004060         PERFORM 8000-WRITE-FINDING
004070             THRU 8000-WRITE-FINDING-EXIT
004080     END-IF.
004090 2100-SWEEP-COMP-ROW-EXIT.
004100     READ COMP-MASTER NEXT RECORD
004110         AT END
004120             SET WS-CMP-EOF TO TRUE
004130     END-READ.
004140
004150*****************************************************************
004160*  2200-SWEEP-YTD-ROW - YEAR-TO-DATE PAY HELD FOR AN EMP-ID THE
004170*  MASTER DOES NOT KNOW.
004180*****************************************************************
004190 2200-SWEEP-YTD-ROW.
004200     ADD 1 TO WS-SCAN-COUNT
004210     MOVE YTD-EMP-ID             TO WS-FND-EMP-ID
004220     PERFORM 2900-CHECK-ON-MASTER
004230         THRU 2900-CHECK-ON-MASTER-EXIT
004240     IF NOT WS-ON-MASTER
004250         MOVE WS-CAT-ORPHYTD     TO WS-FND-CAT
004260         MOVE SPACES             TO WS-FND-DETAIL
004270         STRING "YEAR " YTD-ANYO DELIMITED BY SIZE
004280             INTO WS-FND-DETAIL
004290         PERFORM 8000-WRITE-FINDING
004300             THRU 8000-WRITE-FINDING-EXIT
004310     END-IF.
004320 2200-SWEEP-YTD-ROW-EXIT.
004330     READ YTD-MASTER
004340         AT END
004350             SET WS-YTD-EOF TO TRUE
004360     END-READ.
004370
004380*****************************************************************
004390*  2300-SWEEP-ARCHIVE-ROW - AN EMP-ID EMPMNT01 DELETED AND
004400*  ARCHIVED THAT IS BACK ON THE MASTER - EITHER A REHIRE NOBODY
004410*  TOLD HR ABOUT OR AN OLD KEY REUSED FOR A DIFFERENT PERSON.
004420*****************************************************************
004430 2300-SWEEP-ARCHIVE-ROW.
004440     ADD 1 TO WS-SCAN-COUNT
004450     MOVE EMH-EMP-ID             TO WS-FND-EMP-ID
004460     PERFORM 2900-CHECK-ON-MASTER
004470         THRU 2900-CHECK-ON-MASTER-EXIT
004480     IF WS-ON-MASTER
004490         MOVE WS-CAT-REAPPEAR    TO WS-FND-CAT
004500         MOVE SPACES             TO WS-FND-DETAIL
004510         STRING "ARCHIVED " EMH-ARCH-DATE DELIMITED BY SIZE
004520             INTO WS-FND-DETAIL
004530         PERFORM 8000-WRITE-FINDING
004540             THRU 8000-WRITE-FINDING-EXIT
004550     END-IF.
004560 2300-SWEEP-ARCHIVE-ROW-EXIT.
004570     READ EMP-HIST-FILE
004580         AT END
004590             SET WS-EMH-EOF TO TRUE
004600     END-READ.
004610
004620*****************************************************************
004630*  2400-SWEEP-HIRE-ROW - ELIGIB01 LOGGED THE APPLICANT AS HIRED
004640*  UNDER AN EMP-ID THAT IS NO LONGER (OR NEVER WAS) ON THE
004650*  MASTER.  A ROW WITH NO EMP-ID WAS NEVER HIRED AND IS PASSED.
004660*****************************************************************
004670 2400-SWEEP-HIRE-ROW.
004680     ADD 1 TO WS-SCAN-COUNT
004683     IF APD-EMP-ID = ZERO
004686         GO TO 2400-SWEEP-HIRE-ROW-EXIT
004688     END-IF
004690     MOVE APD-EMP-ID             TO WS-FND-EMP-ID
004700     PERFORM 2900-CHECK-ON-MASTER
004710         THRU 2900-CHECK-ON-MASTER-EXIT
004720     IF NOT WS-ON-MASTER
004730         MOVE WS-CAT-APPNOEMP    TO WS-FND-CAT
004740         MOVE SPACES             TO WS-FND-DETAIL
004750         STRING "APPLICANT " APD-APP-ID DELIMITED BY SIZE
004760             INTO WS-FND-DETAIL
004770         PERFORM 8000-WRITE-FINDING
004780             THRU 8000-WRITE-FINDING-EXIT
004790     END-IF.
004800 2400-SWEEP-HIRE-ROW-EXIT.
004810     READ APP-DONE-FILE
004820         AT END
004830             SET WS-APD-EOF TO TRUE
004840     END-READ.
004850
004860*****************************************************************
004870*  2900-CHECK-ON-MASTER - RANDOM READ OF EMPLEADOS-MASTER FOR
004880*  WS-FND-EMP-ID.  THE EMPLOYEE SWEEP HAS ALREADY HIT END OF
004890*  FILE BY NOW, SO THE RANDOM READ DOES NOT DISTURB IT.
004900*****************************************************************
004910 2900-CHECK-ON-MASTER.
004920     MOVE "Y" TO WS-ON-MASTER-SW
004930     MOVE WS-FND-EMP-ID          TO EMP-ID
004940     READ EMPLEADOS-MASTER
004950         INVALID KEY
004960             MOVE "N" TO WS-ON-MASTER-SW
004970     END-READ.
004980 2900-CHECK-ON-MASTER-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020*  3000-PRINT-CATEGORY-COUNTS - THE FOOT OF EACH WORKLIST: ONE
005030*  COUNT LINE PER CATEGORY THAT BELONGS TO IT, THEN ITS TOTAL.
005040*****************************************************************
005050 3000-PRINT-CATEGORY-COUNTS.
005060     WRITE HR-WORK-LINE FROM WS-RPT-BLANK
005070     WRITE PY-WORK-LINE FROM WS-RPT-BLANK
005080     PERFORM 3100-PRINT-CATEGORY-COUNT
005090         THRU 3100-PRINT-CATEGORY-COUNT-EXIT
005100         VARYING WS-CAT-IDX FROM 1 BY 1
005110         UNTIL WS-CAT-IDX > 5
005120     MOVE WS-HR-COUNT            TO RPT-TOT-COUNT
005130     WRITE HR-WORK-LINE FROM WS-RPT-TOTAL
005140     MOVE WS-PY-COUNT            TO RPT-TOT-COUNT
005150     WRITE PY-WORK-LINE FROM WS-RPT-TOTAL.
005160 3000-PRINT-CATEGORY-COUNTS-EXIT.
005170     EXIT.
005180
005190 3100-PRINT-CATEGORY-COUNT.
005200     MOVE WS-CAT-CODE(WS-CAT-IDX)     TO RPT-CNT-CODE
005210     MOVE WS-CAT-SEVERITY(WS-CAT-IDX) TO RPT-CNT-SEVERITY
005220     MOVE WS-CAT-DESC(WS-CAT-IDX)     TO RPT-CNT-DESC
005230     MOVE WS-CAT-COUNT(WS-CAT-IDX)    TO RPT-CNT-COUNT
005240     IF WS-CAT-HR(WS-CAT-IDX)
005250         WRITE HR-WORK-LINE FROM WS-RPT-CAT-COUNT
005260     ELSE
005270         WRITE PY-WORK-LINE FROM WS-RPT-CAT-COUNT
005280     END-IF
005290     DISPLAY "INTCHK01 - " WS-CAT-CODE(WS-CAT-IDX) " "
005300         WS-CAT-COUNT(WS-CAT-IDX).
005310 3100-PRINT-CATEGORY-COUNT-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350*  8000-WRITE-FINDING - THE CALLER SETS WS-FND-CAT, WS-FND-EMP-ID
005360*  AND WS-FND-DETAIL.  THE CATEGORY DECIDES THE SEVERITY AND
005370*  WHICH WORKLIST THE LINE LANDS ON.
005380*****************************************************************
005390 8000-WRITE-FINDING.
005400     ADD 1 TO WS-CAT-COUNT(WS-FND-CAT)
005410     MOVE WS-CAT-CODE(WS-FND-CAT)     TO RPT-FND-CODE
005420     MOVE WS-CAT-SEVERITY(WS-FND-CAT) TO RPT-FND-SEVERITY
005430     MOVE WS-FND-EMP-ID               TO RPT-FND-EMP-ID
005440     MOVE WS-CAT-DESC(WS-FND-CAT)     TO RPT-FND-DESC
005450     MOVE WS-FND-DETAIL               TO RPT-FND-DETAIL
005460     IF WS-CAT-HR(WS-FND-CAT)
005470         ADD 1 TO WS-HR-COUNT
005480         WRITE HR-WORK-LINE FROM WS-RPT-FINDING
005490     ELSE
005500         ADD 1 TO WS-PY-COUNT
005510         WRITE PY-WORK-LINE FROM WS-RPT-FINDING
005520     END-IF.
005530 8000-WRITE-FINDING-EXIT.
005540     EXIT.
005550
005560 9999-TERMINATE.
005570     DISPLAY "INTCHK01 - RECORDS SWEPT        " WS-SCAN-COUNT
005580     DISPLAY "INTCHK01 - HR FINDINGS          " WS-HR-COUNT
005590     DISPLAY "INTCHK01 - PAYROLL FINDINGS     " WS-PY-COUNT
005600
005610     SET RLP-EVENT-END TO TRUE
005620     MOVE WS-SCAN-COUNT          TO RLP-RECS-READ
005630     COMPUTE RLP-RECS-WRITTEN = WS-HR-COUNT + WS-PY-COUNT
005640     MOVE ZERO                   TO RLP-RECS-REJECTED
005650     SET RLP-COMPLETED TO TRUE
005660     CALL "RUNLOG01" USING RUN-LOG-PARM
005670
005680     CLOSE EMPLEADOS-MASTER
005690     CLOSE COMP-MASTER
005700     CLOSE YTD-MASTER
005710     CLOSE EMP-HIST-FILE
005720     CLOSE APP-DONE-FILE
005730     CLOSE HR-WORK-FILE
005740     CLOSE PY-WORK-FILE.
005750 9999-TERMINATE-EXIT.
005760     EXIT.
