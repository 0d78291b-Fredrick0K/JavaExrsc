000365*                   READ NOW RUNS FIRST AND THE DATE CHECK LAST,
000366*                   THE SAME ORDER PAYREG01 USES, SO ONLY CLEAN
000367*                   MEASUREMENTS ARE CARRIED FORWARD.
000368*  10/15/26   MH    THE AREA RATE BREAKS AND THE PERIMETER TRIM
000369*                   CHARGE NOW COME OFF THE PARM-MASTER (SEE
000370*                   PRMMNT01) INSTEAD OF MOVE STATEMENTS, AND EACH
000371*                   MEASUREMENT IS PRICED AT THE TIER SET IN
000372*                   EFFECT ON ITS OWN MEA-FECHA.  A MEASUREMENT
000373*                   DATED BEFORE ANY SET ON FILE REJECTS.  GLEXTR
000374*                   NOW CARRIES ONE LINE PER TIER OF EACH SET
000375*                   USED, WITH THE SET'S EFFECTIVE DATE ON IT.
000376*  10/15/26   MH    A FULL AREA OR TRIM RATE TABLE NOW ABENDS THE
000377*                   RUN; DROPPING THE NEWEST SETS PRICED CURRENT
000378*                   WORK AT SUPERSEDED RATES.
000348*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000458     SELECT OPTIONAL MEA-PEND-FILE ASSIGN TO "MEAPEND"
000459         ORGANIZATION IS LINE SEQUENTIAL
000461         FILE STATUS IS FS-MEAPEND.
000462
000463     SELECT PARM-MASTER ASSIGN TO "PARMMAST"
000464         ORGANIZATION IS INDEXED
000465         ACCESS MODE IS DYNAMIC
000466         RECORD KEY IS PRM-KEY
000467         FILE STATUS IS FS-PARMMAST.
000456
000460 DATA DIVISION.
000470 FILE SECTION.
000531
000532 FD  MEA-PEND-FILE.
000533 01  MEA-PEND-RECORD             PIC X(30).
000534
000535 FD  PARM-MASTER.
000536     COPY PRMREC.
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-SWITCHES.
000560     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000570         88  WS-EOF              VALUE "Y".
000571     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
000572         88  WS-PARM-EOF         VALUE "Y".
000580
000590 01  FS-MEATRAN                  PIC X(02).
000600     88  FS-MEATRAN-OK           VALUE "00".
000626     88  FS-RECVFILE-OK          VALUE "00".
000627 01  FS-MEAPEND                  PIC X(02).
000628     88  FS-MEAPEND-OK           VALUE "00".
000629 01  FS-PARMMAST                 PIC X(02).
000631     88  FS-PARMMAST-OK          VALUE "00".
000630
000640*****************************************************************
000650*  WS-AREA-SET-TABLE - EVERY "AREA" TIER SET ON THE PARM-MASTER,
000660*  ONE ENTRY PER EFFECTIVE DATE IN ASCENDING DATE ORDER (THE
000670*  MASTER'S KEY ORDER), EACH WITH UP TO THREE VOLUME-DISCOUNT
000680*  RATE BREAKS AND THE RUN'S GL ACCUMULATORS FOR THOSE TIERS.
000690*  THE LAST TIER OF A SET IS KEYED WITH A CEILING HIGH ENOUGH
000700*  TO CATCH ANY AREA THE TIERS BELOW IT DID NOT.
000710*****************************************************************
000720 01  WS-AREA-SET-COUNT           PIC 9(03)   COMP VALUE ZERO.
000730 01  WS-AREA-SET-IDX             PIC 9(03)   COMP.
000731 01  WS-AREA-SLOT                PIC 9(03)   COMP.
000732 01  WS-AREA-SET-TABLE.
000733     05  WS-AREA-SET OCCURS 20 TIMES.
000734         10  WS-AREA-EFF-DATE    PIC 9(08).
000735         10  WS-AREA-TIER-COUNT  PIC 9(01)   COMP.
000736         10  WS-AREA-SET-JOBS    PIC 9(05)   COMP.
000737         10  WS-RATE-ENTRY OCCURS 3 TIMES.
000738             15  WS-RATE-UPPER-AREA  PIC 9(07)V99.
000739             15  WS-RATE-PER-AREA    PIC 9(02)V99.
000741             15  WS-RATE-JOB-COUNT   PIC 9(05)   COMP.
000742             15  WS-RATE-TOT-AREA    PIC 9(09)V99.
000743             15  WS-RATE-TOT-AMOUNT  PIC 9(09)V99.
000744
000745*****************************************************************
000746*  WS-TRIM-SET-TABLE - EVERY "TRIM" PERIMETER CHARGE ON THE
000747*  PARM-MASTER, ONE ENTRY PER EFFECTIVE DATE, ASCENDING.
000748*****************************************************************
000749 01  WS-TRIM-SET-COUNT           PIC 9(03)   COMP VALUE ZERO.
000751 01  WS-TRIM-SET-IDX             PIC 9(03)   COMP.
000752 01  WS-TRIM-SLOT                PIC 9(03)   COMP.
000753 01  WS-TRIM-SET-TABLE.
000754     05  WS-TRIM-SET OCCURS 20 TIMES.
000755         10  WS-TRIM-EFF-DATE    PIC 9(08).
000756         10  WS-TRIM-RATE        PIC 9(02)V99.
000757
000750 01  WS-RATE-IDX                 PIC 9(01)   COMP.
000760 01  WS-AREA-RATE                PIC 9(02)V99.
000770
000780 01  WS-PERIMETER-RATE           PIC 9(02)V99.
000790
000800 01  WS-MEASUREMENT.
000810     05  WS-AREA                 PIC 9(08)V99.
001254     SET RLP-EVENT-START TO TRUE
001256     CALL "RUNLOG01" USING RUN-LOG-PARM
001258
001330     OPEN INPUT  MEA-TRAN-FILE
001332     IF NOT FS-MEATRAN-OK
001334         DISPLAY "OPSBIL01 - MEATRAN NOT FOUND, ABORTING"
001372         OPEN EXTEND RECV-FILE
001373     END-IF

001378     PERFORM 1200-LOAD-PARM-TABLES
001379         THRU 1200-LOAD-PARM-TABLES-EXIT
001374     PERFORM 1100-LOAD-PENDING-TABLE
001375         THRU 1100-LOAD-PENDING-TABLE-EXIT
001376     PERFORM 2095-GET-NEXT-MEASUREMENT
001439     CLOSE MEA-PEND-FILE.
001441 1100-LOAD-PENDING-TABLE-EXIT.
001442     EXIT.
001443
001444*****************************************************************
001445*  1200-LOAD-PARM-TABLES - ONE PASS OF THE PARM-MASTER IN KEY
001446*  SEQUENCE, KEEPING THE "AREA" AND "TRIM" ROWS.  THE MASTER IS
001447*  KEYED TABLE TYPE / EFFECTIVE DATE / TIER, SO EACH TABLE'S
001448*  SETS ARRIVE IN ASCENDING DATE ORDER WITH THEIR TIERS TOGETHER.
001449*  PAYREG01'S "DEDN" ROWS ARE SKIPPED.  NO PARM-MASTER AT ALL
001450*  MEANS NOTHING CAN BE PRICED, SO THE RUN STOPS.
001451*****************************************************************
001452 1200-LOAD-PARM-TABLES.
001453     OPEN INPUT PARM-MASTER
001454     IF NOT FS-PARMMAST-OK
001455         DISPLAY "OPSBIL01 - PARMMAST NOT FOUND, RUN PRMMNT01"
001456         CLOSE MEA-TRAN-FILE
001457         CLOSE MEA-RPT-FILE
001458         CLOSE GL-EXTRACT-FILE
001459         CLOSE CUST-MASTER
001461         CLOSE RECV-FILE
001462         STOP RUN
001463     END-IF
001464     READ PARM-MASTER NEXT RECORD
001465         AT END
001466             SET WS-PARM-EOF TO TRUE
001467     END-READ
001468     PERFORM 1210-LOAD-PARM-ROW
001469         THRU 1210-LOAD-PARM-ROW-EXIT
001471         UNTIL WS-PARM-EOF
001472     CLOSE PARM-MASTER.
001473 1200-LOAD-PARM-TABLES-EXIT.
001474     EXIT.
001475
001476 1210-LOAD-PARM-ROW.
001477     EVALUATE TRUE
001478         WHEN PRM-TYPE-AREA
001479             PERFORM 1220-LOAD-AREA-TIER
001481                 THRU 1220-LOAD-AREA-TIER-EXIT
001482         WHEN PRM-TYPE-TRIM
001483             PERFORM 1230-LOAD-TRIM-RATE
001484                 THRU 1230-LOAD-TRIM-RATE-EXIT
001485     END-EVALUATE.
001486 1210-LOAD-PARM-ROW-EXIT.
001487     READ PARM-MASTER NEXT RECORD
001488         AT END
001489             SET WS-PARM-EOF TO TRUE
001491     END-READ.
001492
001493*****************************************************************
001494*  1220-LOAD-AREA-TIER - A NEW EFFECTIVE DATE OPENS A NEW SET
001495*  WITH ZEROED GL ACCUMULATORS; THE ROW'S TIER NUMBER PLACES IT
001496*  WITHIN THE SET.  SETS ARRIVE OLDEST FIRST, SO A FULL TABLE
001497*  WOULD LOSE THE RATES NOW IN EFFECT - THE RUN ABENDS INSTEAD.
001498*****************************************************************
001499 1220-LOAD-AREA-TIER.
001501     IF WS-AREA-SET-COUNT = ZERO
001502     OR PRM-EFF-DATE NOT = WS-AREA-EFF-DATE(WS-AREA-SET-COUNT)
001503         IF WS-AREA-SET-COUNT >= 20
001504             DISPLAY "OPSBIL01 - AREA RATE TABLE FULL AT "
001505                 PRM-EFF-DATE ", WIDEN WS-AREA-SET-TABLE - "
001506                 "ABORTING"
001507             PERFORM 1290-ABORT-PARM-LOAD
001508                 THRU 1290-ABORT-PARM-LOAD-EXIT
001511         END-IF
001512         ADD 1 TO WS-AREA-SET-COUNT
001513         INITIALIZE WS-AREA-SET(WS-AREA-SET-COUNT)
001514         MOVE PRM-EFF-DATE TO WS-AREA-EFF-DATE(WS-AREA-SET-COUNT)
001515     END-IF
001516
001517     MOVE PRM-TIER-NO            TO WS-RATE-IDX
001518     MOVE PRM-UPPER-LIMIT
001519         TO WS-RATE-UPPER-AREA(WS-AREA-SET-COUNT, WS-RATE-IDX)
001521     MOVE PRM-RATE
001522         TO WS-RATE-PER-AREA(WS-AREA-SET-COUNT, WS-RATE-IDX)
001523     IF WS-RATE-IDX > WS-AREA-TIER-COUNT(WS-AREA-SET-COUNT)
001524         MOVE WS-RATE-IDX
001525             TO WS-AREA-TIER-COUNT(WS-AREA-SET-COUNT)
001526     END-IF.
001527 1220-LOAD-AREA-TIER-EXIT.
001528     EXIT.
001529
001531 1230-LOAD-TRIM-RATE.
001532     IF WS-TRIM-SET-COUNT >= 20
001533         DISPLAY "OPSBIL01 - TRIM RATE TABLE FULL AT "
001534             PRM-EFF-DATE ", WIDEN WS-TRIM-SET-TABLE - ABORTING"
001535         PERFORM 1290-ABORT-PARM-LOAD
001536             THRU 1290-ABORT-PARM-LOAD-EXIT
001539     END-IF
001541     ADD 1 TO WS-TRIM-SET-COUNT
001542     MOVE PRM-EFF-DATE      TO WS-TRIM-EFF-DATE(WS-TRIM-SET-COUNT)
001543     MOVE PRM-RATE          TO WS-TRIM-RATE(WS-TRIM-SET-COUNT).
001544 1230-LOAD-TRIM-RATE-EXIT.
001545     EXIT.
001546
001547 1290-ABORT-PARM-LOAD.
001548     CLOSE PARM-MASTER
001549     CLOSE MEA-TRAN-FILE
001550     CLOSE MEA-RPT-FILE
001551     CLOSE GL-EXTRACT-FILE
001552     CLOSE CUST-MASTER
001553     CLOSE RECV-FILE
001554     STOP RUN.
001555 1290-ABORT-PARM-LOAD-EXIT.
001556     EXIT.
001420
001430*****************************************************************
001440*  2000-PROCESS-MEASUREMENTS - SAME AREA/PERIMETER MATH
001523         GO TO 2090-READ-NEXT-MEASUREMENT
001524     END-IF
001525
001526     PERFORM 2050-SELECT-RATE-SET
001527         THRU 2050-SELECT-RATE-SET-EXIT
001528     IF WS-AREA-SLOT = ZERO OR WS-TRIM-SLOT = ZERO
001529         MOVE "REJECTED - NO RATES IN EFFECT" TO RPT-REJ-TEXT
001531         PERFORM 2200-REJECT-MEASUREMENT
001532             THRU 2200-REJECT-MEASUREMENT-EXIT
001533         GO TO 2090-READ-NEXT-MEASUREMENT
001534     END-IF
001535
001523     PERFORM 2100-LOOKUP-AREA-RATE
001524         THRU 2100-LOOKUP-AREA-RATE-EXIT
001530
001580     ADD 1 TO WS-INVOICE-COUNT
001590     ADD WS-INVOICE-AMOUNT TO WS-GRAND-TOTAL

001591     ADD 1 TO WS-AREA-SET-JOBS(WS-AREA-SLOT)
001592     ADD 1 TO WS-RATE-JOB-COUNT(WS-AREA-SLOT, WS-RATE-IDX)
001593     ADD WS-AREA TO WS-RATE-TOT-AREA(WS-AREA-SLOT, WS-RATE-IDX)
001594     ADD WS-INVOICE-AMOUNT
001595         TO WS-RATE-TOT-AMOUNT(WS-AREA-SLOT, WS-RATE-IDX)
001594
001595     PERFORM 2400-ACCUM-CUSTOMER
001596         THRU 2400-ACCUM-CUSTOMER-EXIT
001710 2000-PROCESS-MEASUREMENTS-EXIT.
001720     EXIT.

001681*****************************************************************
001682*  2050-SELECT-RATE-SET - THE AREA SET AND THE TRIM CHARGE IN
001683*  EFFECT ON MEA-FECHA - THE LATEST EFFECTIVE DATE NOT AFTER IT.
001684*  THE TABLES ARE IN ASCENDING DATE ORDER, SO THE LAST MATCH IN
001685*  THE SCAN WINS.  A SLOT LEFT AT ZERO MEANS NO SET WAS IN FORCE.
001686*****************************************************************
001687 2050-SELECT-RATE-SET.
001688     MOVE ZERO TO WS-AREA-SLOT
001689     PERFORM 2055-MATCH-AREA-SET
001690         THRU 2055-MATCH-AREA-SET-EXIT
001691         VARYING WS-AREA-SET-IDX FROM 1 BY 1
001692         UNTIL WS-AREA-SET-IDX > WS-AREA-SET-COUNT
001693     MOVE ZERO TO WS-TRIM-SLOT
001694     PERFORM 2056-MATCH-TRIM-SET
001695         THRU 2056-MATCH-TRIM-SET-EXIT
001696         VARYING WS-TRIM-SET-IDX FROM 1 BY 1
001697         UNTIL WS-TRIM-SET-IDX > WS-TRIM-SET-COUNT.
001698 2050-SELECT-RATE-SET-EXIT.
001699     EXIT.
001700
001701 2055-MATCH-AREA-SET.
001702     IF WS-AREA-EFF-DATE(WS-AREA-SET-IDX) NOT > MEA-FECHA
001703         MOVE WS-AREA-SET-IDX TO WS-AREA-SLOT
001704     END-IF.
001705 2055-MATCH-AREA-SET-EXIT.
001706     EXIT.
001707
001708 2056-MATCH-TRIM-SET.
001709     IF WS-TRIM-EFF-DATE(WS-TRIM-SET-IDX) NOT > MEA-FECHA
001711         MOVE WS-TRIM-SET-IDX TO WS-TRIM-SLOT
001712     END-IF.
001713 2056-MATCH-TRIM-SET-EXIT.
001714     EXIT.

001691*****************************************************************
001692*  2095-GET-NEXT-MEASUREMENT - THE CARRIED-FORWARD MEAPEND
001693*  ENTRIES ARE SERVED AHEAD OF THE FRESH MEATRAN FEED, SO A
001791     EXIT.
001792
001740*****************************************************************
001750*  2100-LOOKUP-AREA-RATE - FIRST TIER OF THE SELECTED SET WHOSE
001760*  UPPER LIMIT IS NOT LESS THAN THE MEASURED AREA.  AN AREA ABOVE
001770*  EVERY CEILING IN THE SET TAKES THE SET'S LAST TIER.  THE TRIM
001771*  CHARGE IN EFFECT ON THE SAME DATE RIDES ALONG.
001780*****************************************************************
001790 2100-LOOKUP-AREA-RATE.
001800     MOVE 1 TO WS-RATE-IDX
001810     PERFORM 2110-ADVANCE-RATE-TIER
001820         THRU 2110-ADVANCE-RATE-TIER-EXIT
001830         UNTIL WS-AREA NOT >
001831             WS-RATE-UPPER-AREA(WS-AREA-SLOT, WS-RATE-IDX)
001840         OR WS-RATE-IDX >= WS-AREA-TIER-COUNT(WS-AREA-SLOT)
001850
001860     MOVE WS-RATE-PER-AREA(WS-AREA-SLOT, WS-RATE-IDX)
001861         TO WS-AREA-RATE
001862     MOVE WS-TRIM-RATE(WS-TRIM-SLOT) TO WS-PERIMETER-RATE.
001870 2100-LOOKUP-AREA-RATE-EXIT.
001880     EXIT.
001890

002027     PERFORM 3100-WRITE-GL-EXTRACT
002028         THRU 3100-WRITE-GL-EXTRACT-EXIT
002029         VARYING WS-AREA-SET-IDX FROM 1 BY 1
002031         UNTIL WS-AREA-SET-IDX > WS-AREA-SET-COUNT.
002030 3000-PRINT-GRAND-TOTAL-EXIT.
002040     EXIT.

002068     EXIT.

002041*****************************************************************
002042*  3100-WRITE-GL-EXTRACT - ONE GL POSTING LINE PER RATE TIER OF
002043*  EVERY AREA SET THAT PRICED AT LEAST ONE JOB THIS RUN - JOB
002044*  COUNT, TOTAL AREA BILLED AND TOTAL INVOICE AMOUNT FOR THE
002045*  TIER, STAMPED WITH THE SET'S EFFECTIVE DATE.  A RUN THAT
002046*  STRADDLES A PRICE CHANGE GETS ONE BLOCK OF TIERS PER SET.
002047*****************************************************************
002048 3100-WRITE-GL-EXTRACT.
002049     IF WS-AREA-SET-JOBS(WS-AREA-SET-IDX) = ZERO
002050         GO TO 3100-WRITE-GL-EXTRACT-EXIT
002051     END-IF
002052     PERFORM 3110-WRITE-GL-TIER
002053         THRU 3110-WRITE-GL-TIER-EXIT
002054         VARYING WS-RATE-IDX FROM 1 BY 1
002055         UNTIL WS-RATE-IDX > WS-AREA-TIER-COUNT(WS-AREA-SET-IDX).
002056 3100-WRITE-GL-EXTRACT-EXIT.
002057     EXIT.
002058
002059 3110-WRITE-GL-TIER.
002061     MOVE WS-RATE-IDX              TO GL-TIER-NO
002062     MOVE WS-RATE-PER-AREA(WS-AREA-SET-IDX, WS-RATE-IDX)
002063         TO GL-RATE-PER-AREA
002064     MOVE WS-RATE-JOB-COUNT(WS-AREA-SET-IDX, WS-RATE-IDX)
002065         TO GL-JOB-COUNT
002066     MOVE WS-RATE-TOT-AREA(WS-AREA-SET-IDX, WS-RATE-IDX)
002067         TO GL-TOTAL-AREA
002068     MOVE WS-RATE-TOT-AMOUNT(WS-AREA-SET-IDX, WS-RATE-IDX)
002069         TO GL-TOTAL-AMOUNT
002071     MOVE WS-AREA-EFF-DATE(WS-AREA-SET-IDX) TO GL-EFF-DATE
002072     WRITE GL-EXTRACT-RECORD.
002073 3110-WRITE-GL-TIER-EXIT.
002074     EXIT.
002055
002056*****************************************************************
002057*  9999-TERMINATE - WS-CARRY-TABLE BECOMES THE NEXT RUN'S
