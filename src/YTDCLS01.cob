000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. YTDCLS01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  YTDCLS01 - PAYROLL YEAR-END CLOSE.
000180*
000190*  THE YTD-MASTER RESETS ITSELF ON THE FIRST POSTING OF A NEW
000200*  YEAR (PAYREG01 2075-ROLL-YTD), SO THE YEAR'S FINAL FIGURES
000210*  USED TO EXIST ONLY UNTIL THE FIRST JANUARY PAYROLL RAN.  THIS
000220*  RUN CLOSES THE YEAR BEFORE THAT HAPPENS:
000230*     - EVERY YTD-MASTER ROW FOR THE CLOSE YEAR IS SNAPSHOT TO
000240*       THE PERMANENT YTDHIST FILE (YTDHREC.CPY).  PAYREG01 WILL
000250*       NOT ROLL A ROW INTO THE NEW YEAR UNTIL ITS SNAPSHOT IS
000260*       ON FILE.
000270*     - EACH ROW IS PROVED AGAINST THE TOTAL OF THAT YEAR'S
000280*       POSTINGS ON THE PAYHIST REGISTER HISTORY.  A ROW THAT
000290*       DISAGREES, OR POSTINGS WITH NO ROW AT ALL, ARE FLAGGED.
000300*     - THE YECRPT REPORT CARRIES AN ANNUAL EARNINGS STATEMENT
000310*       PER EMPLOYEE (NAME AND STATUS FROM EMPLEADOS-MASTER,
000320*       GROSS, DEDUCTIONS, NET) AND A COMPANY TOTAL PAGE.
000330*  THE CLOSE YEAR IS THE YEAR BEFORE THE RUN DATE - THE CLOSE IS
000340*  RUN IN JANUARY, AHEAD OF THE FIRST PAYROLL OF THE NEW YEAR.
000341*  A FINISHED CLOSE LOGS ITS YEAR ON YTDCLOG, AND A YEAR ALREADY
000342*  ON YTDCLOG - OR ONE WITH EVERY ROW ALREADY ON YTDHIST - IS
000343*  REFUSED WITHOUT PRINTING.  A CLOSE THAT STOPS PART WAY IS NOT
000344*  LOGGED AND IS RUN AGAIN: AN EMPLOYEE IT ALREADY PUT ON YTDHIST
000345*  IS NEVER WRITTEN A SECOND TIME, ONLY REPRINTED AND COUNTED FROM
000346*  THE SNAPSHOT ON FILE.
000353*  A ROW STILL SITTING IN A YEAR BEFORE THE CLOSE YEAR (NO PAY
000354*  SINCE) IS SNAPSHOT TOO IF ITS YEAR NEVER WAS - THE FIRST CLOSE
000356*  AFTER GO-LIVE, OR A MISSED CLOSE - SO PAYREG01 CAN ROLL IT.
000360*-----------------------------------------------------------------
000370*  MODIFICATION HISTORY
000380*  DATE       INIT  DESCRIPTION
000390*  10/15/26   MH    ORIGINAL PROGRAM.
000391*  10/15/26   MH    A ROW LEFT IN A YEAR BEFORE THE CLOSE YEAR
000392*                   IS NO LONGER SKIPPED UNCHECKED - IF YTDHIST
000393*                   HAS NO ROW FOR IT, IT IS SNAPSHOT AND PRINTED,
000394*                   FLAGGED AS CLOSED LATE AND NOT PROVED.  BOTH
000395*                   KINDS OF EARLIER-YEAR ROW ARE COUNTED ON THE
000396*                   TOTAL PAGE.
000397*  10/15/26   MH    A FINISHED CLOSE WRITES A YTDCLOG ROW, AND A
000398*                   YEAR ON YTDCLOG, OR WITH NO ROW LEFT OFF
000399*                   YTDHIST, IS REFUSED.  A CLOSE THAT STOPPED
000400*                   PART WAY IS RUN AGAIN - AN EMPLOYEE ALREADY
000401*                   CLOSED IS REPRINTED AND TOTALLED FROM YTDHIST
000402*                   AND THE REST ARE CLOSED.
000403*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT YTD-MASTER ASSIGN TO "YTDMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS YTD-KEY
000480         FILE STATUS IS FS-YTDMAST.
000490
000500     SELECT EMPLEADOS-MASTER ASSIGN TO "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS EMP-KEY
000540         FILE STATUS IS FS-EMPMAST.
000550
000560     SELECT OPTIONAL PAY-HIST-FILE ASSIGN TO "PAYHIST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-PAYHIST.
000590
000600     SELECT YTD-HIST-FILE ASSIGN TO "YTDHIST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS YTH-KEY
000640         FILE STATUS IS FS-YTDHIST.
000650
000660     SELECT YEC-RPT-FILE ASSIGN TO "YECRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-YECRPT.
000690
000692     SELECT OPTIONAL YTD-CLOSE-LOG ASSIGN TO "YTDCLOG"
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS FS-YTDCLOG.
000698
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  YTD-MASTER.
000730     COPY YTDREC.
000740
000750 FD  EMPLEADOS-MASTER.
000760     COPY EMPREC.
000770
000780 FD  PAY-HIST-FILE.
000790     COPY PAYHREC.
000800
000810 FD  YTD-HIST-FILE.
000820     COPY YTDHREC.
000830
000840 FD  YEC-RPT-FILE.
000850 01  YEC-RPT-LINE                PIC X(80).
000860
000862 FD  YTD-CLOSE-LOG.
000864     COPY YCLREC.
000866
000870 WORKING-STORAGE SECTION.
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000900         88  WS-EOF              VALUE "Y".
000910     05  WS-HIST-EOF-SW          PIC X(01)   VALUE "N".
000920         88  WS-HIST-EOF         VALUE "Y".
000930     05  WS-POST-FULL-SW         PIC X(01)   VALUE "N".
000940         88  WS-POST-FULL        VALUE "Y".
000963     05  WS-LATE-ROW-SW          PIC X(01)   VALUE "N".
000966         88  WS-LATE-ROW         VALUE "Y".
000968     05  WS-CLOSED-SW            PIC X(01)   VALUE "N".
000970         88  WS-ALREADY-CLOSED   VALUE "Y".
000972     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
000974         88  WS-LOG-EOF          VALUE "Y".
000976
000980 01  FS-YTDMAST                  PIC X(02).
000990     88  FS-YTDMAST-OK           VALUE "00".
001000 01  FS-EMPMAST                  PIC X(02).
001010     88  FS-EMPMAST-OK           VALUE "00".
001020 01  FS-PAYHIST                  PIC X(02).
001030     88  FS-PAYHIST-OK           VALUE "00".
001040 01  FS-YTDHIST                  PIC X(02).
001050     88  FS-YTDHIST-OK           VALUE "00".
001060 01  FS-YECRPT                   PIC X(02).
001070     88  FS-YECRPT-OK            VALUE "00".
001073 01  FS-YTDCLOG                  PIC X(02).
001076     88  FS-YTDCLOG-OK           VALUE "00".
001080
001090 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001100 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
001110     05  WS-TODAY-ANYO           PIC 9(04).
001120     05  WS-TODAY-MMDD           PIC 9(04).
001130 01  WS-CLOSE-ANYO               PIC 9(04).
001140 01  WS-STATUS-TEXT              PIC X(13).
001145 01  WS-SEARCH-EMP-ID            PIC 9(05).
001146 01  WS-OPEN-ROW-COUNT           PIC 9(05)   COMP VALUE ZERO.
001147 01  WS-ON-HIST-COUNT            PIC 9(05)   COMP VALUE ZERO.
001150
001160*****************************************************************
001170*  WS-POST-TABLE - THE CLOSE YEAR'S PAYHIST POSTINGS ADDED UP
001180*  PER EMPLOYEE, LOADED BEFORE THE YTD-MASTER PASS.  EACH ENTRY
001190*  IS MARKED USED WHEN ITS YTD-MASTER ROW IS PROVED AGAINST IT;
001200*  ANY LEFT UNUSED AT THE END ARE POSTINGS WITH NO YTD ROW.
001210*****************************************************************
001220 01  WS-POST-COUNT               PIC 9(04)   COMP VALUE ZERO.
001230 01  WS-POST-IDX                 PIC 9(04)   COMP.
001240 01  WS-POST-SLOT                PIC 9(04)   COMP.
001250 01  WS-POST-TABLE.
001260     05  WS-POST-ENTRY OCCURS 500 TIMES.
001270         10  WS-POST-EMP-ID      PIC 9(05).
001280         10  WS-POST-GROSS       PIC 9(09)V99.
001290         10  WS-POST-DEDUCT      PIC 9(09)V99.
001300         10  WS-POST-NET         PIC 9(09)V99.
001310         10  WS-POST-USED-SW     PIC X(01).
001320             88  WS-POST-USED    VALUE "Y".
001330
001340 01  WS-CONTROL-TOTALS.
001350     05  WS-YTD-READ-COUNT       PIC 9(05)   COMP VALUE ZERO.
001360     05  WS-CLOSED-COUNT         PIC 9(05)   COMP VALUE ZERO.
001370     05  WS-SKIPPED-COUNT        PIC 9(05)   COMP VALUE ZERO.
001373     05  WS-LATE-CLOSED-COUNT    PIC 9(05)   COMP VALUE ZERO.
001376     05  WS-PRIOR-CLOSED-COUNT   PIC 9(05)   COMP VALUE ZERO.
001378     05  WS-RESUMED-COUNT        PIC 9(05)   COMP VALUE ZERO.
001380     05  WS-FLAGGED-COUNT        PIC 9(05)   COMP VALUE ZERO.
001390     05  WS-ORPHAN-COUNT         PIC 9(05)   COMP VALUE ZERO.
001400     05  WS-HIST-READ-COUNT      PIC 9(07)   COMP VALUE ZERO.
001410     05  WS-CO-GROSS             PIC 9(11)V99 VALUE ZERO.
001420     05  WS-CO-DEDUCT            PIC 9(11)V99 VALUE ZERO.
001430     05  WS-CO-NET               PIC 9(11)V99 VALUE ZERO.
001440     05  WS-CO-POST-GROSS        PIC 9(11)V99 VALUE ZERO.
001450     05  WS-CO-POST-DEDUCT       PIC 9(11)V99 VALUE ZERO.
001460     05  WS-CO-POST-NET          PIC 9(11)V99 VALUE ZERO.
001470
001480 01  WS-RPT-HEADING-1.
001490     05  FILLER                  PIC X(40)
001500         VALUE "YTDCLS01 - PAYROLL YEAR-END CLOSE - YEAR".
001510     05  RPT-HDG-ANYO            PIC 9(04).
001520     05  FILLER                  PIC X(36)   VALUE SPACES.
001530
001540 01  WS-RPT-BLANK                PIC X(80)   VALUE SPACES.
001550
001560 01  WS-STMT-TITLE.
001570     05  FILLER                  PIC X(04)   VALUE SPACES.
001580     05  FILLER                  PIC X(33)
001590         VALUE "ANNUAL EARNINGS STATEMENT - YEAR".
001600     05  STMT-ANYO               PIC 9(04).
001610     05  FILLER                  PIC X(39)   VALUE SPACES.
001620
001630 01  WS-STMT-EMPLOYEE.
001640     05  FILLER                  PIC X(04)   VALUE SPACES.
001650     05  FILLER                  PIC X(09)   VALUE "EMPLOYEE ".
001660     05  STMT-EMP-ID             PIC 9(05).
001670     05  FILLER                  PIC X(02)   VALUE SPACES.
001680     05  STMT-EMP-NOM            PIC X(20).
001690     05  FILLER                  PIC X(02)   VALUE SPACES.
001700     05  FILLER                  PIC X(07)   VALUE "STATUS ".
001710     05  STMT-STATUS             PIC X(13).
001720     05  FILLER                  PIC X(18)   VALUE SPACES.
001730
001740 01  WS-STMT-AMOUNT.
001750     05  FILLER                  PIC X(08)   VALUE SPACES.
001760     05  STMT-AMT-LABEL          PIC X(26).
001770     05  STMT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001780     05  FILLER                  PIC X(29)   VALUE SPACES.
001790
001800 01  WS-STMT-FLAG.
001810     05  FILLER                  PIC X(08)   VALUE SPACES.
001820     05  FILLER                  PIC X(44)
001830         VALUE "** YTD DOES NOT MATCH REGISTER POSTINGS **".
001831     05  FILLER                  PIC X(28)   VALUE SPACES.
001832
001833 01  WS-STMT-LATE-FLAG.
001834     05  FILLER                  PIC X(08)   VALUE SPACES.
001835     05  FILLER                  PIC X(44)
001836         VALUE "** EARLIER YEAR CLOSED LATE - NOT PROVED **".
001840     05  FILLER                  PIC X(28)   VALUE SPACES.
001850
001860 01  WS-STMT-POSTINGS.
001870     05  FILLER                  PIC X(08)   VALUE SPACES.
001880     05  FILLER                  PIC X(10)   VALUE "POSTINGS ".
001890     05  STMT-PST-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
001910     05  STMT-PST-DEDUCT         PIC ZZZ,ZZZ,ZZ9.99.
001920     05  FILLER                  PIC X(02)   VALUE SPACES.
001930     05  STMT-PST-NET            PIC ZZZ,ZZZ,ZZ9.99.
001940     05  FILLER                  PIC X(16)   VALUE SPACES.
001950
001960 01  WS-CO-TITLE.
001970     05  FILLER                  PIC X(43)
001980         VALUE "YTDCLS01 - COMPANY TOTALS - YEAR-END CLOSE".
001990     05  CO-ANYO                 PIC 9(04).
002000     05  FILLER                  PIC X(33)   VALUE SPACES.
002010
002020 01  WS-CO-COUNT-LINE.
002030     05  FILLER                  PIC X(04)   VALUE SPACES.
002040     05  CO-COUNT-LABEL          PIC X(40).
002050     05  CO-COUNT                PIC ZZ,ZZ9.
002060     05  FILLER                  PIC X(30)   VALUE SPACES.
002070
002080 01  WS-CO-AMOUNT-LINE.
002090     05  FILLER                  PIC X(04)   VALUE SPACES.
002100     05  CO-AMT-LABEL            PIC X(30).
002110     05  CO-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002120     05  FILLER                  PIC X(29)   VALUE SPACES.
002130
002140 COPY RUNLPARM.
002150
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE
002190         THRU 1000-INITIALIZE-EXIT.
002200     PERFORM 2000-CLOSE-YTD-ROW
002210         THRU 2000-CLOSE-YTD-ROW-EXIT
002220         UNTIL WS-EOF.
002230     PERFORM 3000-LIST-UNMATCHED-POSTING
002240         THRU 3000-LIST-UNMATCHED-POSTING-EXIT
002250         VARYING WS-POST-IDX FROM 1 BY 1
002260         UNTIL WS-POST-IDX > WS-POST-COUNT.
002270     PERFORM 3100-PRINT-COMPANY-TOTALS
002280         THRU 3100-PRINT-COMPANY-TOTALS-EXIT.
002290     PERFORM 9999-TERMINATE
002300         THRU 9999-TERMINATE-EXIT.
002310     STOP RUN.
002320
002330*****************************************************************
002340*  1000-INITIALIZE - A MISSING YTDHIST IS CREATED EMPTY ON THE
002350*  FIRST CLOSE, SAME AS CMPMNT01 DOES FOR THE COMP-MASTER.  A YEAR
002360*  1100 FINDS ALREADY CLOSED STOPS HERE, BEFORE YECRPT IS OPENED,
002370*  WITH A RUN LOG END ROW THAT IS NOT MARKED COMPLETED.
002380*****************************************************************
002390 1000-INITIALIZE.
002400     MOVE "YTDCLS01" TO RLP-PROGRAM-ID
002410     SET RLP-EVENT-START TO TRUE
002420     CALL "RUNLOG01" USING RUN-LOG-PARM
002430
002440     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
002450     COMPUTE WS-CLOSE-ANYO = WS-TODAY-ANYO - 1
002460
002470     OPEN INPUT YTD-MASTER
002480     IF NOT FS-YTDMAST-OK
002490         DISPLAY "YTDCLS01 - YTDMAST NOT FOUND, RUN PAYREG01"
002500         STOP RUN
002510     END-IF
002520     OPEN INPUT EMPLEADOS-MASTER
002530     IF NOT FS-EMPMAST-OK
002540         DISPLAY "YTDCLS01 - EMPMAST NOT FOUND, RUN EMPMNT01"
002550         CLOSE YTD-MASTER
002560         STOP RUN
002570     END-IF
002580     OPEN I-O YTD-HIST-FILE
002590     IF NOT FS-YTDHIST-OK
002600         DISPLAY "YTDCLS01 - YTD HISTORY NOT FOUND, CREATING"
002610         CLOSE YTD-HIST-FILE
002620         OPEN OUTPUT YTD-HIST-FILE
002630         CLOSE YTD-HIST-FILE
002640         OPEN I-O YTD-HIST-FILE
002650     END-IF
002660
002669     PERFORM 1100-CHECK-ALREADY-CLOSED
002678         THRU 1100-CHECK-ALREADY-CLOSED-EXIT
002687     IF WS-ALREADY-CLOSED
002693         DISPLAY "YTDCLS01 - YEAR " WS-CLOSE-ANYO
002699             " ALREADY CLOSED"
002705         SET RLP-EVENT-END TO TRUE
002714         CALL "RUNLOG01" USING RUN-LOG-PARM
002723         CLOSE YTD-MASTER
002732         CLOSE EMPLEADOS-MASTER
002741         CLOSE YTD-HIST-FILE
002750         STOP RUN
002759     END-IF
002768
002780     OPEN OUTPUT YEC-RPT-FILE
002790     IF NOT FS-YECRPT-OK
002800         DISPLAY "YTDCLS01 - UNABLE TO OPEN YECRPT, ABORTING"
002810         CLOSE YTD-MASTER
002820         CLOSE EMPLEADOS-MASTER
002830         CLOSE YTD-HIST-FILE
002840         STOP RUN
002850     END-IF
002860     MOVE WS-CLOSE-ANYO          TO RPT-HDG-ANYO
002870     WRITE YEC-RPT-LINE FROM WS-RPT-HEADING-1
002880
002890     PERFORM 1200-LOAD-POSTINGS
002900         THRU 1200-LOAD-POSTINGS-EXIT
002910
002920     READ YTD-MASTER
002930         AT END
002940             SET WS-EOF TO TRUE
002950     END-READ.
002960 1000-INITIALIZE-EXIT.
002963     EXIT.
002966
002969*****************************************************************
002972*  1100-CHECK-ALREADY-CLOSED - A YEAR ON YTDCLOG HAS BEEN CLOSED
002975*  TO THE END.  SELECT OPTIONAL - NO YTDCLOG YET MEANS NO YEAR HAS
002978*  BEEN.  A YEAR NOT ON YTDCLOG IS STILL TREATED AS CLOSED WHEN
002981*  1150 FINDS NO ROW LEFT TO CLOSE AND AT LEAST ONE CLOSE-YEAR ROW
002984*  ALREADY ON YTDHIST, SO A RERUN NEVER JUST REPRINTS THE YEAR.
002987*****************************************************************
002990 1100-CHECK-ALREADY-CLOSED.
002993     MOVE "N" TO WS-LOG-EOF-SW
002996     OPEN INPUT YTD-CLOSE-LOG
002999     READ YTD-CLOSE-LOG
003002         AT END
003005             SET WS-LOG-EOF TO TRUE
003008     END-READ
003011     PERFORM 1110-MATCH-CLOSE-LOG
003014         THRU 1110-MATCH-CLOSE-LOG-EXIT
003017         UNTIL WS-LOG-EOF
003020     CLOSE YTD-CLOSE-LOG
003023     IF WS-ALREADY-CLOSED
003026         GO TO 1100-CHECK-ALREADY-CLOSED-EXIT
003029     END-IF
003032
003035     MOVE "N" TO WS-EOF-SW
003038     READ YTD-MASTER
003041         AT END
003044             SET WS-EOF TO TRUE
003047     END-READ
003050     PERFORM 1150-SCAN-FOR-OPEN-ROW
003053         THRU 1150-SCAN-FOR-OPEN-ROW-EXIT
003056         UNTIL WS-EOF
003059     IF WS-OPEN-ROW-COUNT = ZERO
003062         AND WS-ON-HIST-COUNT > ZERO
003065         SET WS-ALREADY-CLOSED TO TRUE
003068     END-IF
003071
003074     MOVE "N" TO WS-EOF-SW
003077     CLOSE YTD-MASTER
003080     OPEN INPUT YTD-MASTER.
003083 1100-CHECK-ALREADY-CLOSED-EXIT.
003086     EXIT.
003089
003092 1110-MATCH-CLOSE-LOG.
003095     IF YCL-CLOSE-ANYO = WS-CLOSE-ANYO
003098         SET WS-ALREADY-CLOSED TO TRUE
003101         DISPLAY "YTDCLS01 - YEAR " WS-CLOSE-ANYO
003104             " WAS CLOSED ON " YCL-CLOSE-DATE
003107     END-IF
003110     READ YTD-CLOSE-LOG
003113         AT END
003116             SET WS-LOG-EOF TO TRUE
003119     END-READ.
003122 1110-MATCH-CLOSE-LOG-EXIT.
003125     EXIT.
003128
003131*****************************************************************
003134*  1150-SCAN-FOR-OPEN-ROW - ONE YTD-MASTER ROW, LOOKED UP ON
003137*  YTDHIST THE SAME WAY 2000 AND 2050 WILL.  A CLOSE-YEAR OR
003140*  EARLIER ROW NOT ON YTDHIST IS STILL OPEN; A CLOSE-YEAR ROW
003143*  ON YTDHIST WAS CLOSED BY AN EARLIER RUN.  RUN-YEAR ROWS HAVE
003146*  NOTHING TO CLOSE AND ARE PASSED OVER.
003149*****************************************************************
003152 1150-SCAN-FOR-OPEN-ROW.
003155     IF YTD-ANYO NOT > WS-CLOSE-ANYO
003158         MOVE YTD-ANYO           TO YTH-ANYO
003161         MOVE YTD-EMP-ID         TO YTH-EMP-ID
003164         READ YTD-HIST-FILE
003167             INVALID KEY
003170                 ADD 1 TO WS-OPEN-ROW-COUNT
003173             NOT INVALID KEY
003176                 IF YTD-ANYO = WS-CLOSE-ANYO
003179                     ADD 1 TO WS-ON-HIST-COUNT
003182                 END-IF
003185         END-READ
003188     END-IF
003197     READ YTD-MASTER
003200         AT END
003203             SET WS-EOF TO TRUE
003206     END-READ.
003209 1150-SCAN-FOR-OPEN-ROW-EXIT.
003212     EXIT.
003215
003220*****************************************************************
003230*  1200-LOAD-POSTINGS - ADD UP THE CLOSE YEAR'S PAYHIST ROWS PER
003240*  EMPLOYEE.  SELECT OPTIONAL - NO PAYHIST MEANS NO POSTINGS, SO
003250*  EVERY YTD ROW WITH MONEY ON IT WILL BE FLAGGED.
003260*****************************************************************
003270 1200-LOAD-POSTINGS.
003280     OPEN INPUT PAY-HIST-FILE
003290     IF NOT FS-PAYHIST-OK
003300         CLOSE PAY-HIST-FILE
003310         GO TO 1200-LOAD-POSTINGS-EXIT
003320     END-IF
003330     READ PAY-HIST-FILE
003340         AT END
003350             SET WS-HIST-EOF TO TRUE
003360     END-READ
003370     PERFORM 1210-ADD-POSTING
003380         THRU 1210-ADD-POSTING-EXIT
003390         UNTIL WS-HIST-EOF
003400     CLOSE PAY-HIST-FILE.
003410 1200-LOAD-POSTINGS-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450*  1210-ADD-POSTING - FIND OR OPEN THE EMPLOYEE'S ENTRY AND ADD
003460*  THE POSTING IN.  A FULL TABLE DROPS NEW EMPLOYEES WITH A
003470*  ONE-TIME WARNING - THEIR YTD ROWS WILL THEN SHOW AS FLAGGED.
003480*****************************************************************
003490 1210-ADD-POSTING.
003500     ADD 1 TO WS-HIST-READ-COUNT
003510     IF PHS-ANYO NOT = WS-CLOSE-ANYO
003520         GO TO 1210-ADD-POSTING-EXIT
003530     END-IF
003540     MOVE PHS-EMP-ID             TO WS-SEARCH-EMP-ID
003550     PERFORM 2100-FIND-POSTING
003560         THRU 2100-FIND-POSTING-EXIT
003570     IF WS-POST-SLOT = ZERO
003580         IF WS-POST-COUNT >= 500
003590             IF NOT WS-POST-FULL
003600                 SET WS-POST-FULL TO TRUE
003610                 DISPLAY "YTDCLS01 - POSTING TABLE FULL, WIDEN "
003620                     "WS-POST-TABLE - LATER EMPLOYEES DROPPED"
003630             END-IF
003640             GO TO 1210-ADD-POSTING-EXIT
003650         END-IF
003660         ADD 1 TO WS-POST-COUNT
003670         MOVE WS-POST-COUNT      TO WS-POST-SLOT
003680         MOVE PHS-EMP-ID         TO WS-POST-EMP-ID(WS-POST-SLOT)
003690         MOVE ZERO               TO WS-POST-GROSS(WS-POST-SLOT)
003700         MOVE ZERO               TO WS-POST-DEDUCT(WS-POST-SLOT)
003710         MOVE ZERO               TO WS-POST-NET(WS-POST-SLOT)
003720         MOVE "N"                TO WS-POST-USED-SW(WS-POST-SLOT)
003730     END-IF
003740     ADD PHS-GROSS               TO WS-POST-GROSS(WS-POST-SLOT)
003750     ADD PHS-DEDUCT              TO WS-POST-DEDUCT(WS-POST-SLOT)
003760     ADD PHS-NET                 TO WS-POST-NET(WS-POST-SLOT).
003770 1210-ADD-POSTING-EXIT.
003780     READ PAY-HIST-FILE
003790         AT END
003800             SET WS-HIST-EOF TO TRUE
003810     END-READ.
003820
003830*****************************************************************
003834*  2000-CLOSE-YTD-ROW - ONE YTD-MASTER ROW.  A ROW ALREADY IN
003838*  THE RUN YEAR HAS NOTHING TO CLOSE AND IS SKIPPED.  A ROW STILL
003842*  SITTING IN A YEAR BEFORE THE CLOSE YEAR (NO PAY SINCE) GOES TO
003846*  2050.  A CLOSE-YEAR ROW ALREADY ON YTDHIST (A CLOSE THAT
003850*  STOPPED PART WAY) GOES TO 2060.  ANY OTHER CLOSE-YEAR ROW IS
003854*  PROVED AGAINST ITS POSTINGS, SNAPSHOT TO YTDHIST AND PRINTED
003858*  AS A STATEMENT.
003862*****************************************************************
003866 2000-CLOSE-YTD-ROW.
003870     ADD 1 TO WS-YTD-READ-COUNT
003874     IF YTD-ANYO > WS-CLOSE-ANYO
003878         ADD 1 TO WS-SKIPPED-COUNT
003882         GO TO 2000-CLOSE-YTD-ROW-EXIT
003886     END-IF
003890     IF YTD-ANYO < WS-CLOSE-ANYO
003894         PERFORM 2050-CLOSE-EARLIER-ROW
003898             THRU 2050-CLOSE-EARLIER-ROW-EXIT
003902         GO TO 2000-CLOSE-YTD-ROW-EXIT
003906     END-IF
003910
003914     MOVE YTD-EMP-ID             TO WS-SEARCH-EMP-ID
003918     PERFORM 2100-FIND-POSTING
003922         THRU 2100-FIND-POSTING-EXIT
003926
003930     MOVE YTD-ANYO               TO YTH-ANYO
003934     MOVE YTD-EMP-ID             TO YTH-EMP-ID
003938     READ YTD-HIST-FILE
003942         INVALID KEY
003946             CONTINUE
003950         NOT INVALID KEY
003954             PERFORM 2060-RESUME-CLOSED-ROW
003958                 THRU 2060-RESUME-CLOSED-ROW-EXIT
003962             GO TO 2000-CLOSE-YTD-ROW-EXIT
003966     END-READ
003970
003974     MOVE YTD-ANYO               TO YTH-ANYO
003978     MOVE YTD-EMP-ID             TO YTH-EMP-ID
003982     MOVE YTD-GROSS              TO YTH-GROSS
003986     MOVE YTD-DEDUCT             TO YTH-DEDUCT
003990     MOVE YTD-NET                TO YTH-NET
003994     MOVE WS-TODAY-DATE          TO YTH-CLOSE-DATE
003998     IF WS-POST-SLOT = ZERO
004002         MOVE ZERO               TO YTH-POST-GROSS
004006         MOVE ZERO               TO YTH-POST-DEDUCT
004010         MOVE ZERO               TO YTH-POST-NET
004014     ELSE
004018         SET WS-POST-USED(WS-POST-SLOT) TO TRUE
004022         MOVE WS-POST-GROSS(WS-POST-SLOT)  TO YTH-POST-GROSS
004026         MOVE WS-POST-DEDUCT(WS-POST-SLOT) TO YTH-POST-DEDUCT
004030         MOVE WS-POST-NET(WS-POST-SLOT)    TO YTH-POST-NET
004034     END-IF
004038     IF  YTH-GROSS  = YTH-POST-GROSS
004042     AND YTH-DEDUCT = YTH-POST-DEDUCT
004046     AND YTH-NET    = YTH-POST-NET
004050         SET YTH-MATCHED TO TRUE
004054     ELSE
004058         SET YTH-MISMATCHED TO TRUE
004062         ADD 1 TO WS-FLAGGED-COUNT
004066     END-IF
004070
004074     WRITE YTH-HISTORY-RECORD
004078         INVALID KEY
004082             DISPLAY "YTDCLS01 - YTDHIST WRITE FAILED FOR "
004086                 YTD-EMP-ID
004090             GO TO 2000-CLOSE-YTD-ROW-EXIT
004094     END-WRITE
004098     ADD 1 TO WS-CLOSED-COUNT
004102     ADD YTH-GROSS               TO WS-CO-GROSS
004106     ADD YTH-DEDUCT              TO WS-CO-DEDUCT
004110     ADD YTH-NET                 TO WS-CO-NET
004114     ADD YTH-POST-GROSS          TO WS-CO-POST-GROSS
004118     ADD YTH-POST-DEDUCT         TO WS-CO-POST-DEDUCT
004122     ADD YTH-POST-NET            TO WS-CO-POST-NET
004126
004130     PERFORM 2200-PRINT-STATEMENT
004134         THRU 2200-PRINT-STATEMENT-EXIT.
004138 2000-CLOSE-YTD-ROW-EXIT.
004142     READ YTD-MASTER
004146         AT END
004150             SET WS-EOF TO TRUE
004154     END-READ.
004158
004162*****************************************************************
004166*  2050-CLOSE-EARLIER-ROW - A ROW LEFT IN A YEAR BEFORE THE CLOSE
004170*  YEAR.  IF YTDHIST ALREADY HOLDS IT, THAT YEAR WAS CLOSED AND
004174*  THE ROW IS LEFT ALONE.  IF NOT, THE YEAR WAS NEVER CLOSED FOR
004178*  THIS EMPLOYEE (FIRST CLOSE AFTER GO-LIVE, OR A MISSED CLOSE),
004182*  AND PAYREG01 WILL REJECT EVERY POSTING FOR THEM UNTIL IT IS -
004186*  SO IT IS SNAPSHOT AND PRINTED NOW.  ONLY THE CLOSE YEAR'S
004190*  POSTINGS ARE LOADED, SO THE ROW CANNOT BE PROVED: IT GOES ON
004194*  FILE MISMATCHED WITH ZERO POSTINGS AND IS FLAGGED AS LATE.  IT
004198*  STAYS OUT OF THE CLOSE YEAR'S COMPANY TOTALS.
004202*****************************************************************
004206 2050-CLOSE-EARLIER-ROW.
004210     MOVE YTD-ANYO               TO YTH-ANYO
004214     MOVE YTD-EMP-ID             TO YTH-EMP-ID
004218     READ YTD-HIST-FILE
004222         INVALID KEY
004226             CONTINUE
004230         NOT INVALID KEY
004234             ADD 1 TO WS-PRIOR-CLOSED-COUNT
004238             GO TO 2050-CLOSE-EARLIER-ROW-EXIT
004242     END-READ
004246
004250     MOVE YTD-ANYO               TO YTH-ANYO
004254     MOVE YTD-EMP-ID             TO YTH-EMP-ID
004258     MOVE YTD-GROSS              TO YTH-GROSS
004262     MOVE YTD-DEDUCT             TO YTH-DEDUCT
004266     MOVE YTD-NET                TO YTH-NET
004270     MOVE ZERO                   TO YTH-POST-GROSS
004274     MOVE ZERO                   TO YTH-POST-DEDUCT
004278     MOVE ZERO                   TO YTH-POST-NET
004282     SET YTH-MISMATCHED          TO TRUE
004286     MOVE WS-TODAY-DATE          TO YTH-CLOSE-DATE
004290     WRITE YTH-HISTORY-RECORD
004294         INVALID KEY
004298             DISPLAY "YTDCLS01 - YTDHIST WRITE FAILED FOR "
004302                 YTD-EMP-ID
004306             GO TO 2050-CLOSE-EARLIER-ROW-EXIT
004310     END-WRITE
004314     ADD 1 TO WS-LATE-CLOSED-COUNT
004318
004322     SET WS-LATE-ROW TO TRUE
004326     PERFORM 2200-PRINT-STATEMENT
004330         THRU 2200-PRINT-STATEMENT-EXIT
004334     MOVE "N" TO WS-LATE-ROW-SW.
004338 2050-CLOSE-EARLIER-ROW-EXIT.
004342     EXIT.
004346
004350*****************************************************************
004354*  2060-RESUME-CLOSED-ROW - THE EMPLOYEE WAS CLOSED FOR THE CLOSE
004358*  YEAR BY A RUN THAT STOPPED PART WAY.  THE SNAPSHOT ON FILE
004362*  STANDS AS WRITTEN: ITS POSTINGS ENTRY IS MARKED USED, ITS
004366*  FIGURES GO INTO THE COMPANY TOTALS AND ITS STATEMENT IS
004370*  PRINTED AGAIN, SO THE RERUN'S YECRPT COVERS THE WHOLE YEAR.
004374*****************************************************************
004378 2060-RESUME-CLOSED-ROW.
004382     ADD 1 TO WS-RESUMED-COUNT
004386     IF WS-POST-SLOT NOT = ZERO
004390         SET WS-POST-USED(WS-POST-SLOT) TO TRUE
004394     END-IF
004398     IF YTH-MISMATCHED
004402         ADD 1 TO WS-FLAGGED-COUNT
004406     END-IF
004410     ADD YTH-GROSS               TO WS-CO-GROSS
004414     ADD YTH-DEDUCT              TO WS-CO-DEDUCT
004418     ADD YTH-NET                 TO WS-CO-NET
004422     ADD YTH-POST-GROSS          TO WS-CO-POST-GROSS
004426     ADD YTH-POST-DEDUCT         TO WS-CO-POST-DEDUCT
004430     ADD YTH-POST-NET            TO WS-CO-POST-NET
004434     PERFORM 2200-PRINT-STATEMENT
004438         THRU 2200-PRINT-STATEMENT-EXIT.
004442 2060-RESUME-CLOSED-ROW-EXIT.
004446     EXIT.
004450
004454*****************************************************************
004458*  2100-FIND-POSTING - WS-POST-SLOT COMES BACK POINTING AT THE
004462*  WS-POST-TABLE ENTRY FOR WS-SEARCH-EMP-ID, OR ZERO IF NONE.
004466*****************************************************************
004500 2100-FIND-POSTING.
004510     MOVE ZERO TO WS-POST-SLOT
004520     PERFORM 2110-MATCH-POSTING
004530         THRU 2110-MATCH-POSTING-EXIT
004540         VARYING WS-POST-IDX FROM 1 BY 1
004550         UNTIL WS-POST-IDX > WS-POST-COUNT
004560         OR WS-POST-SLOT NOT = ZERO.
004570 2100-FIND-POSTING-EXIT.
004580     EXIT.
004590
004600 2110-MATCH-POSTING.
004610     IF WS-POST-EMP-ID(WS-POST-IDX) = WS-SEARCH-EMP-ID
004620         MOVE WS-POST-IDX        TO WS-POST-SLOT
004630     END-IF.
004640 2110-MATCH-POSTING-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*  2200-PRINT-STATEMENT - THE EMPLOYEE'S ANNUAL EARNINGS
004690*  STATEMENT.  AN EMPLOYEE SINCE DELETED FROM THE MASTER STILL
004700*  GETS ONE - THE EARNINGS WERE PAID EITHER WAY.
004710*****************************************************************
004720 2200-PRINT-STATEMENT.
004730     MOVE YTD-EMP-ID             TO EMP-ID
004740     READ EMPLEADOS-MASTER
004750         INVALID KEY
004760             MOVE "** NOT ON FILE **" TO EMP-NOM
004770             MOVE SPACE          TO EMP-EST
004780     END-READ
004790     EVALUATE TRUE
004800         WHEN EMP-ACTIVE
004810             MOVE "ACTIVE"       TO WS-STATUS-TEXT
004820         WHEN EMP-INACTIVE
004830             MOVE "INACTIVE"     TO WS-STATUS-TEXT
004840         WHEN EMP-BLOCKED
004850             MOVE "BLOCKED"      TO WS-STATUS-TEXT
004860         WHEN OTHER
004870             MOVE "NOT ON MASTER" TO WS-STATUS-TEXT
004880     END-EVALUATE
004890
004900     WRITE YEC-RPT-LINE FROM WS-RPT-BLANK
004910     MOVE YTD-ANYO               TO STMT-ANYO
004920     WRITE YEC-RPT-LINE FROM WS-STMT-TITLE
004930     MOVE YTD-EMP-ID             TO STMT-EMP-ID
004940     MOVE EMP-NOM                TO STMT-EMP-NOM
004950     MOVE WS-STATUS-TEXT         TO STMT-STATUS
004960     WRITE YEC-RPT-LINE FROM WS-STMT-EMPLOYEE
004970     MOVE "GROSS EARNINGS"       TO STMT-AMT-LABEL
004980     MOVE YTD-GROSS              TO STMT-AMOUNT
004990     WRITE YEC-RPT-LINE FROM WS-STMT-AMOUNT
005000     MOVE "DEDUCTIONS"           TO STMT-AMT-LABEL
005010     MOVE YTD-DEDUCT             TO STMT-AMOUNT
005020     WRITE YEC-RPT-LINE FROM WS-STMT-AMOUNT
005030     MOVE "NET PAY"              TO STMT-AMT-LABEL
005040     MOVE YTD-NET                TO STMT-AMOUNT
005050     WRITE YEC-RPT-LINE FROM WS-STMT-AMOUNT
005060
005061     IF WS-LATE-ROW
005062         DISPLAY "YTDCLS01 - YEAR " YTD-ANYO
005063             " CLOSED LATE, NOT PROVED, FOR " YTD-EMP-ID
005064         WRITE YEC-RPT-LINE FROM WS-STMT-LATE-FLAG
005065         GO TO 2200-PRINT-STATEMENT-EXIT
005066     END-IF
005070     IF YTH-MISMATCHED
005080         DISPLAY "YTDCLS01 - YTD DOES NOT MATCH POSTINGS FOR "
005090             YTD-EMP-ID
005100         WRITE YEC-RPT-LINE FROM WS-STMT-FLAG
005110         MOVE YTH-POST-GROSS     TO STMT-PST-GROSS
005120         MOVE YTH-POST-DEDUCT    TO STMT-PST-DEDUCT
005130         MOVE YTH-POST-NET       TO STMT-PST-NET
005140         WRITE YEC-RPT-LINE FROM WS-STMT-POSTINGS
005150     END-IF.
005160 2200-PRINT-STATEMENT-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200*  3000-LIST-UNMATCHED-POSTING - A CLOSE-YEAR POSTING WHOSE
005210*  EMPLOYEE HAS NO CLOSE-YEAR YTD ROW IS MONEY THE YTD-MASTER
005220*  NEVER PICKED UP.  IT IS FLAGGED WITH ZERO YTD FIGURES.
005230*****************************************************************
005240 3000-LIST-UNMATCHED-POSTING.
005250     IF WS-POST-USED(WS-POST-IDX)
005260         GO TO 3000-LIST-UNMATCHED-POSTING-EXIT
005270     END-IF
005280     ADD 1 TO WS-ORPHAN-COUNT
005290     ADD WS-POST-GROSS(WS-POST-IDX)  TO WS-CO-POST-GROSS
005300     ADD WS-POST-DEDUCT(WS-POST-IDX) TO WS-CO-POST-DEDUCT
005310     ADD WS-POST-NET(WS-POST-IDX)    TO WS-CO-POST-NET
005320     DISPLAY "YTDCLS01 - POSTINGS WITH NO YTD ROW FOR "
005330         WS-POST-EMP-ID(WS-POST-IDX)
005340
005350     WRITE YEC-RPT-LINE FROM WS-RPT-BLANK
005360     MOVE WS-CLOSE-ANYO          TO STMT-ANYO
005370     WRITE YEC-RPT-LINE FROM WS-STMT-TITLE
005380     MOVE WS-POST-EMP-ID(WS-POST-IDX) TO STMT-EMP-ID
005390     MOVE "** NO YTD ROW **"     TO STMT-EMP-NOM
005400     MOVE SPACES                 TO STMT-STATUS
005410     WRITE YEC-RPT-LINE FROM WS-STMT-EMPLOYEE
005420     WRITE YEC-RPT-LINE FROM WS-STMT-FLAG
005430     MOVE WS-POST-GROSS(WS-POST-IDX)  TO STMT-PST-GROSS
005440     MOVE WS-POST-DEDUCT(WS-POST-IDX) TO STMT-PST-DEDUCT
005450     MOVE WS-POST-NET(WS-POST-IDX)    TO STMT-PST-NET
005460     WRITE YEC-RPT-LINE FROM WS-STMT-POSTINGS.
005470 3000-LIST-UNMATCHED-POSTING-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*  3100-PRINT-COMPANY-TOTALS - THE COMPANY TOTAL PAGE: ROWS
005520*  CLOSED BY THIS RUN AND BY ONE THAT STOPPED PART WAY, YTD
005522*  GROSS / DEDUCTIONS / NET, THE SAME FIGURES FROM THE REGISTER
005525*  POSTINGS, HOW MANY EMPLOYEES WERE FLAGGED, AND
005530*  THE ROWS LEFT IN EARLIER YEARS - CLOSED LATE BY THIS RUN, OR
005535*  ALREADY ON YTDHIST - APART FROM THOSE SKIPPED IN THE RUN YEAR.
005540*****************************************************************
005550 3100-PRINT-COMPANY-TOTALS.
005560     WRITE YEC-RPT-LINE FROM WS-RPT-BLANK
005570     WRITE YEC-RPT-LINE FROM WS-RPT-BLANK
005580     MOVE WS-CLOSE-ANYO          TO CO-ANYO
005590     WRITE YEC-RPT-LINE FROM WS-CO-TITLE
005600
005610     MOVE "EMPLOYEES CLOSED TO YTDHIST" TO CO-COUNT-LABEL
005620     MOVE WS-CLOSED-COUNT        TO CO-COUNT
005630     WRITE YEC-RPT-LINE FROM WS-CO-COUNT-LINE
005632     MOVE "EMPLOYEES CLOSED BY AN EARLIER RUN" TO CO-COUNT-LABEL
005634     MOVE WS-RESUMED-COUNT       TO CO-COUNT
005636     WRITE YEC-RPT-LINE FROM WS-CO-COUNT-LINE
005640     MOVE "GROSS EARNINGS"       TO CO-AMT-LABEL
005650     MOVE WS-CO-GROSS            TO CO-AMOUNT
005660     WRITE YEC-RPT-LINE FROM WS-CO-AMOUNT-LINE
005670     MOVE "DEDUCTIONS"           TO CO-AMT-LABEL
005680     MOVE WS-CO-DEDUCT           TO CO-AMOUNT
005690     WRITE YEC-RPT-LINE FROM WS-CO-AMOUNT-LINE
005700     MOVE "NET PAY"              TO CO-AMT-LABEL
005710     MOVE WS-CO-NET              TO CO-AMOUNT
005720     WRITE YEC-RPT-LINE FROM WS-CO-AMOUNT-LINE
005730
005740     MOVE "REGISTER POSTINGS - GROSS" TO CO-AMT-LABEL
005750     MOVE WS-CO-POST-GROSS       TO CO-AMOUNT
005760     WRITE YEC-RPT-LINE FROM WS-CO-AMOUNT-LINE
005770     MOVE "REGISTER POSTINGS - DEDUCT" TO CO-AMT-LABEL
005780     MOVE WS-CO-POST-DEDUCT      TO CO-AMOUNT
005790     WRITE YEC-RPT-LINE FROM WS-CO-AMOUNT-LINE
005800     MOVE "REGISTER POSTINGS - NET" TO CO-AMT-LABEL
005810     MOVE WS-CO-POST-NET         TO CO-AMOUNT
005820     WRITE YEC-RPT-LINE FROM WS-CO-AMOUNT-LINE
005830
005840     MOVE "EMPLOYEES FLAGGED - YTD VS POSTINGS" TO CO-COUNT-LABEL
005850     MOVE WS-FLAGGED-COUNT       TO CO-COUNT
005860     WRITE YEC-RPT-LINE FROM WS-CO-COUNT-LINE
005870     MOVE "POSTINGS WITH NO YTD ROW" TO CO-COUNT-LABEL
005880     MOVE WS-ORPHAN-COUNT        TO CO-COUNT
005890     WRITE YEC-RPT-LINE FROM WS-CO-COUNT-LINE
005892     MOVE "EARLIER-YEAR ROWS CLOSED LATE" TO CO-COUNT-LABEL
005894     MOVE WS-LATE-CLOSED-COUNT   TO CO-COUNT
005896     WRITE YEC-RPT-LINE FROM WS-CO-COUNT-LINE
005898     MOVE "EARLIER-YEAR ROWS ALREADY ON YTDHIST" TO CO-COUNT-LABEL
005900     MOVE WS-PRIOR-CLOSED-COUNT  TO CO-COUNT
005902     WRITE YEC-RPT-LINE FROM WS-CO-COUNT-LINE
005904     MOVE "ROWS SKIPPED - ALREADY IN RUN YEAR" TO CO-COUNT-LABEL
005910     MOVE WS-SKIPPED-COUNT       TO CO-COUNT
005920     WRITE YEC-RPT-LINE FROM WS-CO-COUNT-LINE.
005930 3100-PRINT-COMPANY-TOTALS-EXIT.
005940     EXIT.
005950
005960 9999-TERMINATE.
005970     DISPLAY "YTDCLS01 - YEAR CLOSED         " WS-CLOSE-ANYO
005980     DISPLAY "YTDCLS01 - EMPLOYEES CLOSED    " WS-CLOSED-COUNT
005990     DISPLAY "YTDCLS01 - EMPLOYEES FLAGGED   " WS-FLAGGED-COUNT
006000     DISPLAY "YTDCLS01 - ORPHAN POSTINGS     " WS-ORPHAN-COUNT
006003     DISPLAY "YTDCLS01 - CLOSED LATE         "
006006         WS-LATE-CLOSED-COUNT
006008     DISPLAY "YTDCLS01 - CLOSED EARLIER RUN  " WS-RESUMED-COUNT
006010
006020     SET RLP-EVENT-END TO TRUE
006030     MOVE WS-YTD-READ-COUNT      TO RLP-RECS-READ
006036     COMPUTE RLP-RECS-WRITTEN =
006042         WS-CLOSED-COUNT + WS-LATE-CLOSED-COUNT
006050     COMPUTE RLP-RECS-REJECTED =
006060         WS-FLAGGED-COUNT + WS-ORPHAN-COUNT + WS-LATE-CLOSED-COUNT
006063     PERFORM 9100-LOG-CLOSE
006066         THRU 9100-LOG-CLOSE-EXIT
006070     SET RLP-COMPLETED TO TRUE
006080     CALL "RUNLOG01" USING RUN-LOG-PARM
006090
006100     CLOSE YTD-MASTER
006110     CLOSE EMPLEADOS-MASTER
006120     CLOSE YTD-HIST-FILE
006130     CLOSE YEC-RPT-FILE.
006140 9999-TERMINATE-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180*  9100-LOG-CLOSE - ONE YTDCLOG ROW FOR THE YEAR JUST CLOSED, WITH
006190*  ITS COUNTS AND YTD TOTALS.  ONCE IT IS WRITTEN THE YEAR IS
006200*  REFUSED BY 1100.  YTDCLOG IS APPEND-ONLY, THE SAME AS THE OTHER
006210*  LOGS, AND IS CREATED ON FIRST USE.
006220*****************************************************************
006230 9100-LOG-CLOSE.
006240     OPEN EXTEND YTD-CLOSE-LOG
006250     IF NOT FS-YTDCLOG-OK
006260         OPEN OUTPUT YTD-CLOSE-LOG
006270         CLOSE YTD-CLOSE-LOG
006280         OPEN EXTEND YTD-CLOSE-LOG
006290     END-IF
006300     MOVE WS-CLOSE-ANYO          TO YCL-CLOSE-ANYO
006310     ACCEPT YCL-CLOSE-DATE       FROM DATE YYYYMMDD
006320     ACCEPT YCL-CLOSE-TIME       FROM TIME
006330     MOVE WS-CLOSED-COUNT        TO YCL-CLOSED-COUNT
006340     MOVE WS-RESUMED-COUNT       TO YCL-RESUMED-COUNT
006350     MOVE WS-LATE-CLOSED-COUNT   TO YCL-LATE-CLOSED-COUNT
006360     MOVE WS-FLAGGED-COUNT       TO YCL-FLAGGED-COUNT
006370     MOVE WS-ORPHAN-COUNT        TO YCL-ORPHAN-COUNT
006380     MOVE WS-CO-GROSS            TO YCL-GROSS
006390     MOVE WS-CO-DEDUCT           TO YCL-DEDUCT
006400     MOVE WS-CO-NET              TO YCL-NET
006410     WRITE YCL-RECORD
006420     CLOSE YTD-CLOSE-LOG.
006430 9100-LOG-CLOSE-EXIT.
006440     EXIT.
