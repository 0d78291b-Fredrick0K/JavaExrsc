000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STMRPT01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  STMRPT01 - MONTHLY CUSTOMER STATEMENTS AND DUNNING NOTICES.
000180*
000190*  AGERPT01 GIVES COLLECTIONS ONE LINE PER ACCOUNT, BUT NOTHING
000200*  WENT TO THE CUSTOMER - STATEMENTS AND REMINDER LETTERS WERE
000210*  STILL TYPED FROM THE AGING SHEET.  THIS RUN WALKS THE
000220*  CUST-MASTER IN KEY SEQUENCE AND, FOR EVERY ACCOUNT WITH
000230*  ACTIVITY THIS MONTH OR A BALANCE STILL OPEN, PRINTS A
000240*  STATEMENT ON STMRPT - OPENING BALANCE, THE MONTH'S INVOICES
000250*  OFF RECVFILE, THE MONTH'S PAYMENTS OFF CASHAPL, THE CLOSING
000260*  BALANCE AND THE SAME CURRENT / 1-30 / 31-60 / OVER 60 SPLIT
000270*  AGERPT01 PRINTS.  THE STATEMENT MONTH IS THE MONTH OF THE RUN
000280*  DATE; THE OPENING BALANCE IS EVERYTHING INVOICED LESS
000290*  EVERYTHING RECEIVED BEFORE THE FIRST OF THAT MONTH.
000300*
000310*  AN ACCOUNT STILL OWING MONEY WHOSE OLDEST OPEN ITEM IS PAST
000320*  ITS CUS-TERMS-DAYS ALSO GETS A DUNNING NOTICE ON DUNRPT,
000330*  GRADED ON HOW FAR PAST DUE THAT OLDEST ITEM IS - 1-30 DAYS A
000340*  FIRST REMINDER, 31-60 A SECOND NOTICE, OVER 60 A FINAL
000350*  DEMAND - THE SAME BREAKS AS THE AGING BUCKETS.  DUNRPT ENDS
000360*  WITH A COUNT OF NOTICES AT EACH LEVEL.  AGE IN DAYS IS THE
000370*  SAME 30/360 CALENDAR AGERPT01 USES.
000380*-----------------------------------------------------------------
000390*  MODIFICATION HISTORY
000400*  DATE       INIT  DESCRIPTION
000410*  10/15/26   MH    ORIGINAL PROGRAM.
000412*  10/15/26   MH    A FULL OPEN ITEM OR CASH TABLE NOW ABENDS
000414*                   THE RUN INSTEAD OF DROPPING ROWS AND PRINTING
000416*                   WRONG STATEMENTS.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CUST-MASTER ASSIGN TO "CUSTMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CUS-KEY
000500         FILE STATUS IS FS-CUSTMAST.
000510
000520     SELECT OPTIONAL RECV-FILE ASSIGN TO "RECVFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-RECVFILE.
000550
000560     SELECT OPTIONAL CASH-APPL-FILE ASSIGN TO "CASHAPL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-CASHAPL.
000590
000600     SELECT STM-RPT-FILE ASSIGN TO "STMRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-STMRPT.
000630
000640     SELECT DUN-RPT-FILE ASSIGN TO "DUNRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-DUNRPT.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CUST-MASTER.
000710     COPY CUSTREC.
000720
000730 FD  RECV-FILE.
000740     COPY RECVREC.
000750
000760 FD  CASH-APPL-FILE.
000770     COPY CAPREC.
000780
000790 FD  STM-RPT-FILE.
000800 01  STM-RPT-LINE                PIC X(80).
000810
000820 FD  DUN-RPT-FILE.
000830 01  DUN-RPT-LINE                PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000880         88  WS-EOF              VALUE "Y".
000890     05  WS-RCV-EOF-SW           PIC X(01)   VALUE "N".
000900         88  WS-RCV-EOF          VALUE "Y".
000910     05  WS-CAP-EOF-SW           PIC X(01)   VALUE "N".
000920         88  WS-CAP-EOF          VALUE "Y".
000930     05  WS-ACTIVITY-SW          PIC X(01)   VALUE "N".
000940         88  WS-ACTIVITY         VALUE "Y".
000950
000960 01  FS-CUSTMAST                 PIC X(02).
000970     88  FS-CUSTMAST-OK          VALUE "00".
000980 01  FS-RECVFILE                 PIC X(02).
000990     88  FS-RECVFILE-OK          VALUE "00".
001000 01  FS-CASHAPL                  PIC X(02).
001010     88  FS-CASHAPL-OK           VALUE "00".
001020 01  FS-STMRPT                   PIC X(02).
001030     88  FS-STMRPT-OK            VALUE "00".
001040 01  FS-DUNRPT                   PIC X(02).
001050     88  FS-DUNRPT-OK            VALUE "00".
001060
001070 COPY RUNLPARM.
001080
001090 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001100 01  WS-TODAY-ANYO               PIC 9(04).
001110 01  WS-TODAY-MES                PIC 9(02).
001120 01  WS-TODAY-DIA                PIC 9(02).
001130 01  WS-PERIOD-YYYYMM            PIC 9(06).
001140 01  WS-RCV-ANYO                 PIC 9(04).
001150 01  WS-RCV-MES                  PIC 9(02).
001160 01  WS-RCV-DIA                  PIC 9(02).
001170 01  WS-AGE-DAYS                 PIC S9(05)  COMP.
001180 01  WS-PAST-DUE-DAYS            PIC S9(05)  COMP.
001190 01  WS-CAP-REMAIN               PIC 9(09)V99.
001200
001210*****************************************************************
001220*  WS-ITEM-TABLE - EVERY RECVFILE OPEN ITEM, WITH THE CASH
001230*  ALREADY APPLIED TO IT TAKEN OFF WS-ITEM-OPEN THE SAME WAY
001240*  CSHPST01 NETS ITS TABLE.  WS-CASH-TABLE IS EVERY CASHAPL ROW,
001250*  APPLIED OR ON ACCOUNT - THE PAYMENT SIDE OF THE STATEMENT.
001260*****************************************************************
001270 01  WS-ITEM-COUNT               PIC 9(04)   COMP VALUE ZERO.
001280 01  WS-ITEM-IDX                 PIC 9(04)   COMP.
001290 01  WS-ITEM-TABLE.
001300     05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
001310         10  WS-ITEM-CUST-ID     PIC 9(05).
001320         10  WS-ITEM-MEA-ID      PIC 9(05).
001330         10  WS-ITEM-FECHA       PIC 9(08).
001340         10  WS-ITEM-AMOUNT      PIC 9(09)V99.
001350         10  WS-ITEM-OPEN        PIC 9(09)V99.
001360
001370 01  WS-CASH-COUNT               PIC 9(04)   COMP VALUE ZERO.
001380 01  WS-CASH-IDX                 PIC 9(04)   COMP.
001390 01  WS-CASH-TABLE.
001400     05  WS-CASH-ENTRY OCCURS 1000 TIMES.
001410         10  WS-CASH-CUST-ID     PIC 9(05).
001420         10  WS-CASH-MEA-ID      PIC 9(05).
001430         10  WS-CASH-TYPE        PIC X(01).
001440         10  WS-CASH-PMT-DATE    PIC 9(08).
001450         10  WS-CASH-AMOUNT      PIC 9(09)V99.
001460
001470*****************************************************************
001480*  WS-ACCOUNT-TOTALS - ONE ACCOUNT'S STATEMENT FIGURES, CLEARED
001490*  FOR EACH CUST-MASTER RECORD.
001500*****************************************************************
001510 01  WS-ACCOUNT-TOTALS.
001520     05  WS-OPENING-BAL          PIC S9(09)V99.
001530     05  WS-MONTH-INVOICES       PIC S9(09)V99.
001540     05  WS-MONTH-PAYMENTS       PIC S9(09)V99.
001550     05  WS-CLOSING-BAL          PIC S9(09)V99.
001560     05  WS-ACCT-CURRENT         PIC 9(09)V99.
001570     05  WS-ACCT-B30             PIC 9(09)V99.
001580     05  WS-ACCT-B60             PIC 9(09)V99.
001590     05  WS-ACCT-B90             PIC 9(09)V99.
001600     05  WS-ACCT-PAST-DUE        PIC 9(09)V99.
001610     05  WS-OLDEST-PAST-DUE      PIC S9(05)  COMP.
001620     05  WS-OLDEST-MEA-ID        PIC 9(05).
001630     05  WS-OLDEST-FECHA         PIC 9(08).
001640
001650*****************************************************************
001660*  WS-DUN-TABLE - THE THREE DUNNING LEVELS, LOADED BY EXPLICIT
001670*  MOVE IN 1000-INITIALIZE, WITH THE NOTICES PRINTED PER LEVEL.
001680*****************************************************************
001690 01  WS-DUN-LEVEL                PIC 9(01)   COMP.
001700 01  WS-DUN-IDX                  PIC 9(01)   COMP.
001710 01  WS-DUN-TABLE.
001720     05  WS-DUN-ENTRY OCCURS 3 TIMES.
001730         10  WS-DUN-NAME         PIC X(20).
001740         10  WS-DUN-MESSAGE      PIC X(72).
001750         10  WS-DUN-COUNT        PIC 9(05)   COMP VALUE ZERO.
001760
001770 01  WS-STMT-COUNT               PIC 9(05)   COMP VALUE ZERO.
001780 01  WS-ACCT-READ-COUNT          PIC 9(05)   COMP VALUE ZERO.
001790 01  WS-NOTICE-COUNT             PIC 9(05)   COMP VALUE ZERO.
001800
001810 01  WS-STM-HEADING-1.
001820     05  FILLER                  PIC X(80)
001830         VALUE "STMRPT01 - MONTHLY CUSTOMER STATEMENTS".
001840
001850 01  WS-STM-TITLE.
001860     05  FILLER                  PIC X(22)
001870         VALUE "STATEMENT OF ACCOUNT".
001880     05  FILLER                  PIC X(05)   VALUE "ACCT ".
001890     05  RPT-STM-CUS-ID          PIC 9(05).
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
001910     05  RPT-STM-CUS-NOM         PIC X(20).
001920     05  FILLER                  PIC X(07)   VALUE "PERIOD ".
001930     05  RPT-STM-PERIOD          PIC 9999/99.
001940     05  FILLER                  PIC X(12)   VALUE SPACES.
001950
001960 01  WS-STM-TERMS.
001970     05  FILLER                  PIC X(04)   VALUE SPACES.
001980     05  FILLER                  PIC X(15)
001990         VALUE "STATEMENT DATE".
002000     05  RPT-STM-DATE            PIC 9999/99/99.
002010     05  FILLER                  PIC X(03)   VALUE SPACES.
002020     05  FILLER                  PIC X(06)   VALUE "TERMS".
002030     05  RPT-STM-TERMS           PIC ZZ9.
002040     05  FILLER                  PIC X(05)   VALUE " DAYS".
002050     05  FILLER                  PIC X(34)   VALUE SPACES.
002060
002070 01  WS-STM-BALANCE-LINE.
002080     05  FILLER                  PIC X(04)   VALUE SPACES.
002090     05  RPT-BAL-LABEL           PIC X(38).
002100     05  RPT-BAL-AMOUNT          PIC -ZZ,ZZZ,ZZ9.99.
002110     05  FILLER                  PIC X(24)   VALUE SPACES.
002120
002130 01  WS-STM-ACTIVITY-LINE.
002140     05  FILLER                  PIC X(06)   VALUE SPACES.
002150     05  RPT-ACT-TYPE            PIC X(10).
002160     05  FILLER                  PIC X(04)   VALUE "INV ".
002170     05  RPT-ACT-MEA-ID          PIC 9(05).
002180     05  FILLER                  PIC X(02)   VALUE SPACES.
002190     05  RPT-ACT-DATE            PIC 9999/99/99.
002200     05  FILLER                  PIC X(01)   VALUE SPACES.
002210     05  RPT-ACT-AMOUNT          PIC -ZZ,ZZZ,ZZ9.99.
002220     05  FILLER                  PIC X(24)   VALUE SPACES.
002230
002240 01  WS-STM-AGING-HEAD.
002250     05  FILLER                  PIC X(16)   VALUE SPACES.
002260     05  FILLER                  PIC X(13)
002270         VALUE "      CURRENT".
002280     05  FILLER                  PIC X(13)
002290         VALUE "         1-30".
002300     05  FILLER                  PIC X(13)
002310         VALUE "        31-60".
002320     05  FILLER                  PIC X(13)
002330         VALUE "      OVER 60".
002340     05  FILLER                  PIC X(12)   VALUE SPACES.
002350
002360 01  WS-STM-AGING-LINE.
002370     05  FILLER                  PIC X(04)   VALUE SPACES.
002380     05  FILLER                  PIC X(12)   VALUE "OPEN ITEMS".
002390     05  RPT-AGE-CURRENT         PIC ZZ,ZZZ,ZZ9.99.
002400     05  RPT-AGE-B30             PIC ZZ,ZZZ,ZZ9.99.
002410     05  RPT-AGE-B60             PIC ZZ,ZZZ,ZZ9.99.
002420     05  RPT-AGE-B90             PIC ZZ,ZZZ,ZZ9.99.
002430     05  FILLER                  PIC X(12)   VALUE SPACES.
002440
002450 01  WS-STM-DUN-LINE.
002460     05  FILLER                  PIC X(04)   VALUE SPACES.
002470     05  FILLER                  PIC X(15)
002480         VALUE "DUNNING LEVEL".
002490     05  RPT-STM-DUN-NAME        PIC X(20).
002500     05  FILLER                  PIC X(41)   VALUE SPACES.
002510
002520 01  WS-RPT-BLANK                PIC X(80)   VALUE SPACES.
002530
002540 01  WS-DUN-HEADING-1.
002550     05  FILLER                  PIC X(80)
002560         VALUE "STMRPT01 - DUNNING NOTICES".
002570
002580 01  WS-DUN-TITLE.
002590     05  FILLER                  PIC X(04)   VALUE SPACES.
002600     05  RPT-DUN-NAME            PIC X(20).
002610     05  FILLER                  PIC X(02)   VALUE SPACES.
002620     05  FILLER                  PIC X(05)   VALUE "ACCT ".
002630     05  RPT-DUN-CUS-ID          PIC 9(05).
002640     05  FILLER                  PIC X(02)   VALUE SPACES.
002650     05  RPT-DUN-CUS-NOM         PIC X(20).
002660     05  FILLER                  PIC X(22)   VALUE SPACES.
002670
002680 01  WS-DUN-TEXT.
002690     05  FILLER                  PIC X(08)   VALUE SPACES.
002700     05  RPT-DUN-MESSAGE         PIC X(72).
002710
002720 01  WS-DUN-OLDEST.
002730     05  FILLER                  PIC X(08)   VALUE SPACES.
002740     05  FILLER                  PIC X(16)
002750         VALUE "OLDEST ITEM INV".
002760     05  RPT-DUN-MEA-ID          PIC 9(05).
002770     05  FILLER                  PIC X(07)   VALUE " DATED ".
002780     05  RPT-DUN-FECHA           PIC 9999/99/99.
002790     05  FILLER                  PIC X(02)   VALUE SPACES.
002800     05  RPT-DUN-DAYS            PIC ZZZZ9.
002810     05  FILLER                  PIC X(14)
002820         VALUE " DAYS PAST DUE".
002830     05  FILLER                  PIC X(13)   VALUE SPACES.
002840
002850 01  WS-DUN-AMOUNTS.
002860     05  FILLER                  PIC X(08)   VALUE SPACES.
002870     05  FILLER                  PIC X(10)   VALUE "PAST DUE".
002880     05  RPT-DUN-PAST-DUE        PIC -ZZ,ZZZ,ZZ9.99.
002890     05  FILLER                  PIC X(03)   VALUE SPACES.
002900     05  FILLER                  PIC X(10)   VALUE "TOTAL DUE".
002910     05  RPT-DUN-TOTAL-DUE       PIC -ZZ,ZZZ,ZZ9.99.
002920     05  FILLER                  PIC X(21)   VALUE SPACES.
002930
002940 01  WS-RPT-SUMMARY.
002950     05  FILLER                  PIC X(04)   VALUE SPACES.
002960     05  RPT-SUM-LABEL           PIC X(20).
002970     05  RPT-SUM-COUNT           PIC ZZ,ZZ9.
002980     05  FILLER                  PIC X(50)   VALUE SPACES.
002990
003000 PROCEDURE DIVISION.
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE
003030         THRU 1000-INITIALIZE-EXIT.
003040     PERFORM 2000-PROCESS-ACCOUNT
003050         THRU 2000-PROCESS-ACCOUNT-EXIT
003060         UNTIL WS-EOF.
003070     PERFORM 3000-PRINT-SUMMARY
003080         THRU 3000-PRINT-SUMMARY-EXIT.
003090     PERFORM 9999-TERMINATE
003100         THRU 9999-TERMINATE-EXIT.
003110     STOP RUN.
003120
003130*****************************************************************
003140*  1000-INITIALIZE - LOAD THE DUNNING LEVELS, THE OPEN ITEMS AND
003150*  THE CASH, THEN POSITION ON THE FIRST CUST-MASTER ACCOUNT WITH
003160*  THE SAME START/READ NEXT WALK CUSMNT01 LISTS THE MASTER WITH.
003170*****************************************************************
003180 1000-INITIALIZE.
003190     MOVE "STMRPT01" TO RLP-PROGRAM-ID
003200     SET RLP-EVENT-START TO TRUE
003210     CALL "RUNLOG01" USING RUN-LOG-PARM
003220
003230     MOVE "FIRST REMINDER"       TO WS-DUN-NAME(1)
003240     MOVE "OUR RECORDS SHOW YOUR ACCOUNT PAST DUE - PLEASE REMIT."
003250                                 TO WS-DUN-MESSAGE(1)
003260     MOVE "SECOND NOTICE"        TO WS-DUN-NAME(2)
003270     MOVE "YOUR ACCOUNT IS OVER 30 DAYS PAST DUE - PAY AT ONCE."
003280                                 TO WS-DUN-MESSAGE(2)
003290     MOVE "FINAL DEMAND"         TO WS-DUN-NAME(3)
003300     MOVE "PAY IN FULL WITHIN 10 DAYS OR GO TO COLLECTION."
003310                                 TO WS-DUN-MESSAGE(3)
003320
003330     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
003340     MOVE WS-TODAY-DATE(1:4)     TO WS-TODAY-ANYO
003350     MOVE WS-TODAY-DATE(5:2)     TO WS-TODAY-MES
003360     MOVE WS-TODAY-DATE(7:2)     TO WS-TODAY-DIA
003370     MOVE WS-TODAY-DATE(1:6)     TO WS-PERIOD-YYYYMM
003380
003390     OPEN INPUT CUST-MASTER
003400     IF NOT FS-CUSTMAST-OK
003410         DISPLAY "STMRPT01 - CUSTMAST NOT FOUND, RUN CUSMNT01"
003420         STOP RUN
003430     END-IF
003440     OPEN OUTPUT STM-RPT-FILE
003450     IF NOT FS-STMRPT-OK
003460         DISPLAY "STMRPT01 - UNABLE TO OPEN STMRPT, ABORTING"
003470         CLOSE CUST-MASTER
003480         STOP RUN
003490     END-IF
003500     OPEN OUTPUT DUN-RPT-FILE
003510     IF NOT FS-DUNRPT-OK
003520         DISPLAY "STMRPT01 - UNABLE TO OPEN DUNRPT, ABORTING"
003530         CLOSE CUST-MASTER
003540         CLOSE STM-RPT-FILE
003550         STOP RUN
003560     END-IF
003570     WRITE STM-RPT-LINE FROM WS-STM-HEADING-1
003580     WRITE DUN-RPT-LINE FROM WS-DUN-HEADING-1
003590
003600     PERFORM 1100-LOAD-OPEN-ITEMS
003610         THRU 1100-LOAD-OPEN-ITEMS-EXIT
003620     PERFORM 1200-LOAD-CASH
003630         THRU 1200-LOAD-CASH-EXIT
003640
003650     MOVE ZERO TO CUS-ID
003660     START CUST-MASTER KEY IS NOT LESS THAN CUS-KEY
003670         INVALID KEY
003680             SET WS-EOF TO TRUE
003690     END-START
003700     IF NOT WS-EOF
003710         READ CUST-MASTER NEXT RECORD
003720             AT END
003730                 SET WS-EOF TO TRUE
003740         END-READ
003750     END-IF.
003760 1000-INITIALIZE-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*  1100-LOAD-OPEN-ITEMS - SELECT OPTIONAL: NO RECVFILE MEANS
003810*  NOTHING HAS BEEN BILLED YET, NOT AN ERROR.
003820*****************************************************************
003830 1100-LOAD-OPEN-ITEMS.
003840     OPEN INPUT RECV-FILE
003850     IF NOT FS-RECVFILE-OK
003860         CLOSE RECV-FILE
003870         GO TO 1100-LOAD-OPEN-ITEMS-EXIT
003880     END-IF
003890     READ RECV-FILE
003900         AT END
003910             SET WS-RCV-EOF TO TRUE
003920     END-READ
003930     PERFORM UNTIL WS-RCV-EOF
003940         IF WS-ITEM-COUNT >= 1000
003943             DISPLAY "STMRPT01 - OPEN ITEM TABLE FULL AT "
003946                 RCV-CUST-ID "/" RCV-MEA-ID
003949                 ", WIDEN WS-ITEM-TABLE - ABORTING"
003952             CLOSE RECV-FILE
003955             CLOSE CUST-MASTER
003958             CLOSE STM-RPT-FILE
003961             CLOSE DUN-RPT-FILE
003964             STOP RUN
003970         ELSE
003980             ADD 1 TO WS-ITEM-COUNT
003990             MOVE RCV-CUST-ID    TO WS-ITEM-CUST-ID(WS-ITEM-COUNT)
004000             MOVE RCV-MEA-ID     TO WS-ITEM-MEA-ID(WS-ITEM-COUNT)
004010             MOVE RCV-FECHA      TO WS-ITEM-FECHA(WS-ITEM-COUNT)
004020             MOVE RCV-AMOUNT     TO WS-ITEM-AMOUNT(WS-ITEM-COUNT)
004030             MOVE RCV-AMOUNT     TO WS-ITEM-OPEN(WS-ITEM-COUNT)
004040         END-IF
004050         READ RECV-FILE
004060             AT END
004070                 SET WS-RCV-EOF TO TRUE
004080         END-READ
004090     END-PERFORM
004100     CLOSE RECV-FILE.
004110 1100-LOAD-OPEN-ITEMS-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*  1200-LOAD-CASH - EVERY CASHAPL ROW GOES INTO WS-CASH-TABLE FOR
004160*  THE PAYMENT SIDE; THE "A" ROWS ARE ALSO NETTED OFF THEIR OPEN
004170*  ITEM SO THE AGING SPLIT COVERS ONLY WHAT IS STILL OWED.
004180*****************************************************************
004190 1200-LOAD-CASH.
004200     OPEN INPUT CASH-APPL-FILE
004210     IF NOT FS-CASHAPL-OK
004220         CLOSE CASH-APPL-FILE
004230         GO TO 1200-LOAD-CASH-EXIT
004240     END-IF
004250     READ CASH-APPL-FILE
004260         AT END
004270             SET WS-CAP-EOF TO TRUE
004280     END-READ
004290     PERFORM UNTIL WS-CAP-EOF
004300         IF WS-CASH-COUNT >= 1000
004303             DISPLAY "STMRPT01 - CASH TABLE FULL AT "
004306                 CAP-CUST-ID ", WIDEN WS-CASH-TABLE - ABORTING"
004309             CLOSE CASH-APPL-FILE
004312             CLOSE CUST-MASTER
004315             CLOSE STM-RPT-FILE
004318             CLOSE DUN-RPT-FILE
004321             STOP RUN
004330         ELSE
004340             ADD 1 TO WS-CASH-COUNT
004350             MOVE CAP-CUST-ID    TO WS-CASH-CUST-ID(WS-CASH-COUNT)
004360             MOVE CAP-MEA-ID     TO WS-CASH-MEA-ID(WS-CASH-COUNT)
004370             MOVE CAP-TYPE       TO WS-CASH-TYPE(WS-CASH-COUNT)
004380             MOVE CAP-PMT-DATE
004385                 TO WS-CASH-PMT-DATE(WS-CASH-COUNT)
004390             MOVE CAP-AMOUNT     TO WS-CASH-AMOUNT(WS-CASH-COUNT)
004400             IF CAP-APPLIED
004410                 MOVE CAP-AMOUNT TO WS-CAP-REMAIN
004420                 PERFORM 1210-NET-ONE-ITEM
004430                     THRU 1210-NET-ONE-ITEM-EXIT
004440                     VARYING WS-ITEM-IDX FROM 1 BY 1
004450                     UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
004460                     OR WS-CAP-REMAIN = ZERO
004470             END-IF
004480         END-IF
004490         READ CASH-APPL-FILE
004500             AT END
004510                 SET WS-CAP-EOF TO TRUE
004520         END-READ
004530     END-PERFORM
004540     CLOSE CASH-APPL-FILE.
004550 1200-LOAD-CASH-EXIT.
004560     EXIT.
004570
004580 1210-NET-ONE-ITEM.
004590     IF WS-ITEM-CUST-ID(WS-ITEM-IDX) NOT = CAP-CUST-ID
004600        OR WS-ITEM-MEA-ID(WS-ITEM-IDX) NOT = CAP-MEA-ID
004610        OR WS-ITEM-OPEN(WS-ITEM-IDX) = ZERO
004620         GO TO 1210-NET-ONE-ITEM-EXIT
004630     END-IF
004640     IF WS-CAP-REMAIN > WS-ITEM-OPEN(WS-ITEM-IDX)
004650         SUBTRACT WS-ITEM-OPEN(WS-ITEM-IDX) FROM WS-CAP-REMAIN
004660         MOVE ZERO TO WS-ITEM-OPEN(WS-ITEM-IDX)
004670     ELSE
004680         SUBTRACT WS-CAP-REMAIN FROM WS-ITEM-OPEN(WS-ITEM-IDX)
004690         MOVE ZERO TO WS-CAP-REMAIN
004700     END-IF.
004710 1210-NET-ONE-ITEM-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*  2000-PROCESS-ACCOUNT - BUILD ONE ACCOUNT'S FIGURES FROM THE
004760*  TWO TABLES.  AN ACCOUNT WITH NO ACTIVITY THIS MONTH, A ZERO
004770*  CLOSING BALANCE AND NOTHING OPEN GETS NO STATEMENT.
004780*****************************************************************
004790 2000-PROCESS-ACCOUNT.
004800     ADD 1 TO WS-ACCT-READ-COUNT
004810     INITIALIZE WS-ACCOUNT-TOTALS
004820     MOVE "N" TO WS-ACTIVITY-SW
004830     MOVE -1 TO WS-OLDEST-PAST-DUE
004840
004850     PERFORM 2100-ACCUM-ITEM
004860         THRU 2100-ACCUM-ITEM-EXIT
004870         VARYING WS-ITEM-IDX FROM 1 BY 1
004880         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
004890     PERFORM 2200-ACCUM-CASH
004900         THRU 2200-ACCUM-CASH-EXIT
004910         VARYING WS-CASH-IDX FROM 1 BY 1
004920         UNTIL WS-CASH-IDX > WS-CASH-COUNT
004930
004940     COMPUTE WS-CLOSING-BAL =
004950         WS-OPENING-BAL + WS-MONTH-INVOICES - WS-MONTH-PAYMENTS
004960     IF NOT WS-ACTIVITY
004970        AND WS-CLOSING-BAL = ZERO
004980        AND WS-OLDEST-PAST-DUE < ZERO
004990        AND WS-ACCT-CURRENT = ZERO
004995        AND WS-ACCT-PAST-DUE = ZERO
005000         GO TO 2000-PROCESS-ACCOUNT-EXIT
005010     END-IF
005020
005030     MOVE ZERO TO WS-DUN-LEVEL
005040     IF WS-OLDEST-PAST-DUE > ZERO
005050        AND WS-CLOSING-BAL > ZERO
005060         EVALUATE TRUE
005070             WHEN WS-OLDEST-PAST-DUE NOT > 30
005080                 MOVE 1 TO WS-DUN-LEVEL
005090             WHEN WS-OLDEST-PAST-DUE NOT > 60
005100                 MOVE 2 TO WS-DUN-LEVEL
005110             WHEN OTHER
005120                 MOVE 3 TO WS-DUN-LEVEL
005130         END-EVALUATE
005140     END-IF
005150
005160     PERFORM 2300-PRINT-STATEMENT
005170         THRU 2300-PRINT-STATEMENT-EXIT
005180     IF WS-DUN-LEVEL > ZERO
005190         PERFORM 2400-PRINT-DUNNING-NOTICE
005200             THRU 2400-PRINT-DUNNING-NOTICE-EXIT
005210     END-IF.
005220 2000-PROCESS-ACCOUNT-EXIT.
005230     READ CUST-MASTER NEXT RECORD
005240         AT END
005250             SET WS-EOF TO TRUE
005260     END-READ.
005270
005280*****************************************************************
005290*  2100-ACCUM-ITEM - AN INVOICE DATED BEFORE THE STATEMENT MONTH
005300*  IS IN THE OPENING BALANCE, ONE DATED IN IT IS THIS MONTH'S
005310*  ACTIVITY.  WHATEVER IS STILL OPEN IS AGED ON 30/360 AGAINST
005320*  TODAY AND BUCKETED PAST THE ACCOUNT'S OWN TERMS, AND THE MOST
005330*  PAST-DUE ITEM IS REMEMBERED FOR THE DUNNING GRADE.
005340*****************************************************************
005350 2100-ACCUM-ITEM.
005360     IF WS-ITEM-CUST-ID(WS-ITEM-IDX) NOT = CUS-ID
005370         GO TO 2100-ACCUM-ITEM-EXIT
005380     END-IF
005390     IF WS-ITEM-FECHA(WS-ITEM-IDX)(1:6) < WS-PERIOD-YYYYMM
005400         ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-OPENING-BAL
005410     ELSE
005420         ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-MONTH-INVOICES
005430         SET WS-ACTIVITY TO TRUE
005440     END-IF
005450     IF WS-ITEM-OPEN(WS-ITEM-IDX) = ZERO
005460         GO TO 2100-ACCUM-ITEM-EXIT
005470     END-IF
005480
005490     MOVE WS-ITEM-FECHA(WS-ITEM-IDX)(1:4) TO WS-RCV-ANYO
005500     MOVE WS-ITEM-FECHA(WS-ITEM-IDX)(5:2) TO WS-RCV-MES
005510     MOVE WS-ITEM-FECHA(WS-ITEM-IDX)(7:2) TO WS-RCV-DIA
005520     COMPUTE WS-AGE-DAYS =
005530         ((WS-TODAY-ANYO - WS-RCV-ANYO) * 360)
005540         + ((WS-TODAY-MES - WS-RCV-MES) * 30)
005550         + (WS-TODAY-DIA - WS-RCV-DIA)
005560     IF WS-AGE-DAYS < ZERO
005570         MOVE ZERO TO WS-AGE-DAYS
005580     END-IF
005590     COMPUTE WS-PAST-DUE-DAYS =
005600         WS-AGE-DAYS - CUS-TERMS-DAYS
005610     EVALUATE TRUE
005620         WHEN WS-PAST-DUE-DAYS NOT > ZERO
005630             ADD WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-ACCT-CURRENT
005640         WHEN WS-PAST-DUE-DAYS NOT > 30
005650             ADD WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-ACCT-B30
005660         WHEN WS-PAST-DUE-DAYS NOT > 60
005670             ADD WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-ACCT-B60
005680         WHEN OTHER
005690             ADD WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-ACCT-B90
005700     END-EVALUATE
005710     IF WS-PAST-DUE-DAYS > ZERO
005720         ADD WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-ACCT-PAST-DUE
005730     END-IF
005740     IF WS-PAST-DUE-DAYS > WS-OLDEST-PAST-DUE
005750         MOVE WS-PAST-DUE-DAYS   TO WS-OLDEST-PAST-DUE
005760         MOVE WS-ITEM-MEA-ID(WS-ITEM-IDX) TO WS-OLDEST-MEA-ID
005770         MOVE WS-ITEM-FECHA(WS-ITEM-IDX)  TO WS-OLDEST-FECHA
005780     END-IF.
005790 2100-ACCUM-ITEM-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*  2200-ACCUM-CASH - APPLIED AND ON-ACCOUNT CASH BOTH REDUCE
005840*  WHAT THE CUSTOMER OWES.  RECEIVED BEFORE THE MONTH IT COMES
005850*  OFF THE OPENING BALANCE; RECEIVED IN IT, IT IS A PAYMENT LINE.
005860*****************************************************************
005870 2200-ACCUM-CASH.
005880     IF WS-CASH-CUST-ID(WS-CASH-IDX) NOT = CUS-ID
005890         GO TO 2200-ACCUM-CASH-EXIT
005900     END-IF
005910     IF WS-CASH-PMT-DATE(WS-CASH-IDX)(1:6) < WS-PERIOD-YYYYMM
005920         SUBTRACT WS-CASH-AMOUNT(WS-CASH-IDX) FROM WS-OPENING-BAL
005930     ELSE
005940         ADD WS-CASH-AMOUNT(WS-CASH-IDX) TO WS-MONTH-PAYMENTS
005950         SET WS-ACTIVITY TO TRUE
005960     END-IF.
005970 2200-ACCUM-CASH-EXIT.
005980     EXIT.
005990
006000*****************************************************************
006010*  2300-PRINT-STATEMENT - TITLE, OPENING BALANCE, ONE LINE PER
006020*  INVOICE AND PAYMENT IN THE MONTH, CLOSING BALANCE, THEN THE
006030*  AGING SPLIT OF WHAT IS STILL OPEN.  PAYMENTS PRINT AS
006040*  CREDITS (NEGATIVE).
006050*****************************************************************
006060 2300-PRINT-STATEMENT.
006070     ADD 1 TO WS-STMT-COUNT
006080     MOVE CUS-ID                 TO RPT-STM-CUS-ID
006090     MOVE CUS-NOM                TO RPT-STM-CUS-NOM
006100     MOVE WS-PERIOD-YYYYMM       TO RPT-STM-PERIOD
006110     WRITE STM-RPT-LINE FROM WS-RPT-BLANK
006120     WRITE STM-RPT-LINE FROM WS-STM-TITLE
006130     MOVE WS-TODAY-DATE          TO RPT-STM-DATE
006140     MOVE CUS-TERMS-DAYS         TO RPT-STM-TERMS
006150     WRITE STM-RPT-LINE FROM WS-STM-TERMS
006160
006170     MOVE "OPENING BALANCE"      TO RPT-BAL-LABEL
006180     MOVE WS-OPENING-BAL         TO RPT-BAL-AMOUNT
006190     WRITE STM-RPT-LINE FROM WS-STM-BALANCE-LINE
006200
006210     PERFORM 2310-PRINT-INVOICE-LINE
006220         THRU 2310-PRINT-INVOICE-LINE-EXIT
006230         VARYING WS-ITEM-IDX FROM 1 BY 1
006240         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
006250     PERFORM 2320-PRINT-PAYMENT-LINE
006260         THRU 2320-PRINT-PAYMENT-LINE-EXIT
006270         VARYING WS-CASH-IDX FROM 1 BY 1
006280         UNTIL WS-CASH-IDX > WS-CASH-COUNT
006290
006300     MOVE "TOTAL INVOICED THIS MONTH" TO RPT-BAL-LABEL
006310     MOVE WS-MONTH-INVOICES      TO RPT-BAL-AMOUNT
006320     WRITE STM-RPT-LINE FROM WS-STM-BALANCE-LINE
006330     MOVE "TOTAL RECEIVED THIS MONTH" TO RPT-BAL-LABEL
006340     COMPUTE RPT-BAL-AMOUNT = ZERO - WS-MONTH-PAYMENTS
006350     WRITE STM-RPT-LINE FROM WS-STM-BALANCE-LINE
006360     MOVE "CLOSING BALANCE"      TO RPT-BAL-LABEL
006370     MOVE WS-CLOSING-BAL         TO RPT-BAL-AMOUNT
006380     WRITE STM-RPT-LINE FROM WS-STM-BALANCE-LINE
006390
006400     WRITE STM-RPT-LINE FROM WS-STM-AGING-HEAD
006410     MOVE WS-ACCT-CURRENT        TO RPT-AGE-CURRENT
006420     MOVE WS-ACCT-B30            TO RPT-AGE-B30
006430     MOVE WS-ACCT-B60            TO RPT-AGE-B60
006440     MOVE WS-ACCT-B90            TO RPT-AGE-B90
006450     WRITE STM-RPT-LINE FROM WS-STM-AGING-LINE
006460
006470     IF WS-DUN-LEVEL > ZERO
006480         MOVE WS-DUN-NAME(WS-DUN-LEVEL) TO RPT-STM-DUN-NAME
006490         WRITE STM-RPT-LINE FROM WS-STM-DUN-LINE
006500     END-IF.
006510 2300-PRINT-STATEMENT-EXIT.
006520     EXIT.
006530
006540 2310-PRINT-INVOICE-LINE.
006550     IF WS-ITEM-CUST-ID(WS-ITEM-IDX) NOT = CUS-ID
006560        OR WS-ITEM-FECHA(WS-ITEM-IDX)(1:6) < WS-PERIOD-YYYYMM
006570         GO TO 2310-PRINT-INVOICE-LINE-EXIT
006580     END-IF
006590     MOVE "INVOICE"              TO RPT-ACT-TYPE
006600     MOVE WS-ITEM-MEA-ID(WS-ITEM-IDX) TO RPT-ACT-MEA-ID
006610     MOVE WS-ITEM-FECHA(WS-ITEM-IDX)  TO RPT-ACT-DATE
006620     MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO RPT-ACT-AMOUNT
006630     WRITE STM-RPT-LINE FROM WS-STM-ACTIVITY-LINE.
006640 2310-PRINT-INVOICE-LINE-EXIT.
006650     EXIT.
006660
006670 2320-PRINT-PAYMENT-LINE.
006680     IF WS-CASH-CUST-ID(WS-CASH-IDX) NOT = CUS-ID
006690        OR WS-CASH-PMT-DATE(WS-CASH-IDX)(1:6) < WS-PERIOD-YYYYMM
006700         GO TO 2320-PRINT-PAYMENT-LINE-EXIT
006710     END-IF
006720     IF WS-CASH-TYPE(WS-CASH-IDX) = "A"
006730         MOVE "PAYMENT"          TO RPT-ACT-TYPE
006740     ELSE
006750         MOVE "ON ACCOUNT"       TO RPT-ACT-TYPE
006760     END-IF
006770     MOVE WS-CASH-MEA-ID(WS-CASH-IDX)   TO RPT-ACT-MEA-ID
006780     MOVE WS-CASH-PMT-DATE(WS-CASH-IDX) TO RPT-ACT-DATE
006790     COMPUTE RPT-ACT-AMOUNT = ZERO - WS-CASH-AMOUNT(WS-CASH-IDX)
006800     WRITE STM-RPT-LINE FROM WS-STM-ACTIVITY-LINE.
006810 2320-PRINT-PAYMENT-LINE-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850*  2400-PRINT-DUNNING-NOTICE - ONE NOTICE PER ACCOUNT AT THE
006860*  LEVEL ITS OLDEST PAST-DUE ITEM CALLS FOR, COUNTED BY LEVEL.
006870*****************************************************************
006880 2400-PRINT-DUNNING-NOTICE.
006890     ADD 1 TO WS-NOTICE-COUNT
006900     ADD 1 TO WS-DUN-COUNT(WS-DUN-LEVEL)
006910     MOVE WS-DUN-NAME(WS-DUN-LEVEL)    TO RPT-DUN-NAME
006920     MOVE CUS-ID                 TO RPT-DUN-CUS-ID
006930     MOVE CUS-NOM                TO RPT-DUN-CUS-NOM
006940     WRITE DUN-RPT-LINE FROM WS-RPT-BLANK
006950     WRITE DUN-RPT-LINE FROM WS-DUN-TITLE
006960     MOVE WS-DUN-MESSAGE(WS-DUN-LEVEL) TO RPT-DUN-MESSAGE
006970     WRITE DUN-RPT-LINE FROM WS-DUN-TEXT
006980     MOVE WS-OLDEST-MEA-ID       TO RPT-DUN-MEA-ID
006990     MOVE WS-OLDEST-FECHA        TO RPT-DUN-FECHA
007000     MOVE WS-OLDEST-PAST-DUE     TO RPT-DUN-DAYS
007010     WRITE DUN-RPT-LINE FROM WS-DUN-OLDEST
007020     MOVE WS-ACCT-PAST-DUE       TO RPT-DUN-PAST-DUE
007030     MOVE WS-CLOSING-BAL         TO RPT-DUN-TOTAL-DUE
007040     WRITE DUN-RPT-LINE FROM WS-DUN-AMOUNTS.
007050 2400-PRINT-DUNNING-NOTICE-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*  3000-PRINT-SUMMARY - STATEMENT COUNT ON STMRPT, NOTICE COUNT
007100*  PER DUNNING LEVEL ON DUNRPT.
007110*****************************************************************
007120 3000-PRINT-SUMMARY.
007130     WRITE STM-RPT-LINE FROM WS-RPT-BLANK
007140     MOVE "STATEMENTS PRINTED"   TO RPT-SUM-LABEL
007150     MOVE WS-STMT-COUNT          TO RPT-SUM-COUNT
007160     WRITE STM-RPT-LINE FROM WS-RPT-SUMMARY
007170
007180     WRITE DUN-RPT-LINE FROM WS-RPT-BLANK
007190     PERFORM 3100-PRINT-LEVEL-COUNT
007200         THRU 3100-PRINT-LEVEL-COUNT-EXIT
007210         VARYING WS-DUN-IDX FROM 1 BY 1
007220         UNTIL WS-DUN-IDX > 3
007230     MOVE "TOTAL NOTICES"        TO RPT-SUM-LABEL
007240     MOVE WS-NOTICE-COUNT        TO RPT-SUM-COUNT
007250     WRITE DUN-RPT-LINE FROM WS-RPT-SUMMARY.
007260 3000-PRINT-SUMMARY-EXIT.
007270     EXIT.
007280
007290 3100-PRINT-LEVEL-COUNT.
007300     MOVE WS-DUN-NAME(WS-DUN-IDX)  TO RPT-SUM-LABEL
007310     MOVE WS-DUN-COUNT(WS-DUN-IDX) TO RPT-SUM-COUNT
007320     WRITE DUN-RPT-LINE FROM WS-RPT-SUMMARY.
007330 3100-PRINT-LEVEL-COUNT-EXIT.
007340     EXIT.
007350
007360 9999-TERMINATE.
007370     SET RLP-EVENT-END TO TRUE
007380     MOVE WS-ACCT-READ-COUNT     TO RLP-RECS-READ
007390     MOVE WS-STMT-COUNT          TO RLP-RECS-WRITTEN
007400     MOVE ZERO                   TO RLP-RECS-REJECTED
007410     SET RLP-COMPLETED TO TRUE
007420     CALL "RUNLOG01" USING RUN-LOG-PARM
007430
007440     CLOSE CUST-MASTER
007450     CLOSE STM-RPT-FILE
007460     CLOSE DUN-RPT-FILE.
007470 9999-TERMINATE-EXIT.
007480     EXIT.
