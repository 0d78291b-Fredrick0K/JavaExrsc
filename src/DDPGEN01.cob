000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DDPGEN01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  DDPGEN01 - DIRECT-DEPOSIT PAYMENT FILE RUN.
000180*
000190*  PAYREG01 WORKS OUT EVERY EMPLOYEE'S NET PAY AND PRINTS IT ON
000200*  PAYRPT, BUT THE MONEY STILL HAD TO BE KEYED INTO THE BANK BY
000210*  HAND FROM THE PRINTOUT.  THIS RUN TAKES THE NETPAY EXTRACT
000220*  PAYREG01 WRITES ALONGSIDE PAYRPT, LOOKS UP EACH EMPLOYEE'S
000230*  BANK DETAILS ON THE BANK-MASTER (SEE BNKMNT01) AND BUILDS THE
000240*  DDFILE BANK-FORMAT PAYMENT FILE - A BATCH HEADER, ONE CREDIT
000250*  ENTRY PER EMPLOYEE AND A BATCH CONTROL RECORD CARRYING THE
000260*  ENTRY COUNT, THE ROUTING HASH TOTAL AND THE CREDIT TOTAL (SEE
000270*  DDPREC.CPY).  THE SETTLEMENT DATE IS THE NEXT BUSINESS DAY
000280*  AFTER THE RUN DATE (DATEVAL1 "N").
000290*
000300*  A NET PAY LINE FOR AN EMPLOYEE NOT ON EMPLEADOS-MASTER, NOT
000310*  EMP-ACTIVE, WITH NO BANK DETAILS ON FILE OR WITH NOTHING TO
000320*  PAY IS HELD OFF THE FILE AND LISTED ON THE DDPRPT EXCEPTIONS
000330*  REPORT FOR PAYROLL TO PAY BY CHECK.  THE CONTROL TOTALS AT
000340*  THE FOOT OF DDPRPT TIE THE NETPAY LINES READ BACK TO THE "NET
000350*  PAY TOTAL" LINE ON PAYRPT (READ BACK THE SAME WAY OPSCTL01
000360*  READS ITS TOTALS) AND PROVE PAID PLUS HELD EQUALS THAT TOTAL.
000370*  IF EITHER CHECK FAILS THE DDFILE IS EMPTIED, THE RUN ENDS NOT
000380*  COMPLETED ON RUNLOG, AND NOTHING GOES TO THE BANK.
000390*-----------------------------------------------------------------
000400*  MODIFICATION HISTORY
000410*  DATE       INIT  DESCRIPTION
000420*  10/15/26   MH    ORIGINAL PROGRAM.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-NETPAY.
000500
000510     SELECT EMPLEADOS-MASTER ASSIGN TO "EMPMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS EMP-KEY
000550         FILE STATUS IS FS-EMPMAST.
000560
000570     SELECT BANK-MASTER ASSIGN TO "BANKMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS BNK-KEY
000610         FILE STATUS IS FS-BANKMAST.
000620
000630     SELECT OPTIONAL PAY-RPT-FILE ASSIGN TO "PAYRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-PAYRPT.
000660
000670     SELECT DD-PAYMENT-FILE ASSIGN TO "DDFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-DDFILE.
000700
000710     SELECT DDP-RPT-FILE ASSIGN TO "DDPRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-DDPRPT.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  NET-PAY-FILE.
000780     COPY NETPREC.
000790
000800 FD  EMPLEADOS-MASTER.
000810     COPY EMPREC.
000820
000830 FD  BANK-MASTER.
000840     COPY BANKREC.
000850
000860 FD  PAY-RPT-FILE.
000870 01  PAY-RPT-LINE                PIC X(80).
000880
000890 FD  DD-PAYMENT-FILE.
000900     COPY DDPREC.
000910
000920 FD  DDP-RPT-FILE.
000930 01  DDP-RPT-LINE                PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-SWITCHES.
000970     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000980         88  WS-EOF              VALUE "Y".
000990     05  WS-PAY-EOF-SW           PIC X(01)   VALUE "N".
001000         88  WS-PAY-EOF          VALUE "Y".
001010     05  WS-PAY-FOUND-SW         PIC X(01)   VALUE "N".
001020         88  WS-PAY-FOUND        VALUE "Y".
001030     05  WS-BALANCED-SW          PIC X(01)   VALUE "N".
001040         88  WS-BALANCED         VALUE "Y".
001050
001060 01  FS-NETPAY                   PIC X(02).
001070     88  FS-NETPAY-OK            VALUE "00".
001080 01  FS-EMPMAST                  PIC X(02).
001090     88  FS-EMPMAST-OK           VALUE "00".
001100 01  FS-BANKMAST                 PIC X(02).
001110     88  FS-BANKMAST-OK          VALUE "00".
001120 01  FS-PAYRPT                   PIC X(02).
001130     88  FS-PAYRPT-OK            VALUE "00".
001140 01  FS-DDFILE                   PIC X(02).
001150     88  FS-DDFILE-OK            VALUE "00".
001160 01  FS-DDPRPT                   PIC X(02).
001170     88  FS-DDPRPT-OK            VALUE "00".
001180
001190*    ORIGINATOR IDENTIFICATION CARRIED ON THE BATCH HEADER AND
001200*    CONTROL RECORDS AND IN EVERY ENTRY'S TRACE NUMBER.
001210 01  WS-COMPANY-NAME             PIC X(16)
001220         VALUE "DATALINE SYSTEMS".
001230 01  WS-COMPANY-ID               PIC X(10)   VALUE "1000012345".
001240 01  WS-ORIGIN-DFI               PIC 9(08)   VALUE 01100001.
001250 01  WS-BATCH-NO                 PIC 9(07)   VALUE 1.
001260
001270 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001280 01  WS-EFF-DATE                 PIC 9(08)   VALUE ZERO.
001290 01  WS-REJECT-TEXT              PIC X(30).
001300 01  WS-ENTRY-HASH               PIC 9(12)   VALUE ZERO.
001310 01  WS-PAYRPT-NET               PIC 9(09)V99 VALUE ZERO.
001320
001330 01  WS-CONTROL-TOTALS.
001340     05  WS-READ-COUNT           PIC 9(05)   COMP VALUE ZERO.
001350     05  WS-PAID-COUNT           PIC 9(05)   COMP VALUE ZERO.
001360     05  WS-HELD-COUNT           PIC 9(05)   COMP VALUE ZERO.
001370     05  WS-READ-NET             PIC 9(09)V99 VALUE ZERO.
001380     05  WS-PAID-NET             PIC 9(09)V99 VALUE ZERO.
001390     05  WS-HELD-NET             PIC 9(09)V99 VALUE ZERO.
001400
001410*****************************************************************
001420*  WS-PAYRPT-NET-TOTAL MAPS THE COLUMNS PAYREG01 USES TO WRITE
001430*  ITS "NET PAY TOTAL" LINE (WS-RPT-NET-TOTAL), SO THE EDITED
001440*  NET FIGURE CAN BE READ BACK AND DE-EDITED FOR THE TIE-OUT.
001450*****************************************************************
001460 01  WS-PAYRPT-NET-TOTAL.
001470     05  FILLER                  PIC X(04).
001480     05  WS-PAY-NET-LABEL        PIC X(14).
001490     05  FILLER                  PIC X(14).
001500     05  FILLER                  PIC X(02).
001510     05  FILLER                  PIC X(14).
001520     05  FILLER                  PIC X(02).
001530     05  WS-PAY-NET-TXT          PIC ZZZ,ZZZ,ZZ9.99.
001540     05  FILLER                  PIC X(16).
001550
001560 01  WS-RPT-HEADING-1.
001570     05  FILLER                  PIC X(44)
001580         VALUE "DDPGEN01 - DIRECT DEPOSIT PAYMENT FILE RUN".
001590     05  FILLER                  PIC X(11)   VALUE "SETTLEMENT ".
001600     05  RPT-EFF-DATE            PIC 9(08).
001610     05  FILLER                  PIC X(17)   VALUE SPACES.
001620
001630 01  WS-RPT-HEADING-2.
001640     05  FILLER                  PIC X(80)
001650         VALUE "    EXCEPTIONS - HELD OFF THE DEPOSIT FILE".
001660
001670 01  WS-RPT-EXCEPTION.
001680     05  FILLER                  PIC X(04)   VALUE SPACES.
001690     05  RPT-EXC-EMP-ID          PIC 9(05).
001700     05  FILLER                  PIC X(02)   VALUE SPACES.
001710     05  RPT-EXC-NAME            PIC X(20).
001720     05  FILLER                  PIC X(02)   VALUE SPACES.
001730     05  RPT-EXC-NET             PIC ZZZ,ZZ9.99.
001740     05  FILLER                  PIC X(02)   VALUE SPACES.
001750     05  RPT-EXC-REASON          PIC X(30).
001760     05  FILLER                  PIC X(05)   VALUE SPACES.
001770
001780 01  WS-RPT-TOTAL-LINE.
001790     05  FILLER                  PIC X(04)   VALUE SPACES.
001800     05  RPT-TOT-LABEL           PIC X(30).
001810     05  RPT-TOT-COUNT           PIC ZZ,ZZ9.
001820     05  FILLER                  PIC X(03)   VALUE SPACES.
001830     05  RPT-TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
001840     05  FILLER                  PIC X(23)   VALUE SPACES.
001850
001860 01  WS-RPT-HASH-LINE.
001870     05  FILLER                  PIC X(04)   VALUE SPACES.
001880     05  FILLER                  PIC X(30)
001890         VALUE "BATCH ENTRY HASH".
001900     05  RPT-HASH                PIC 9(10).
001910     05  FILLER                  PIC X(36)   VALUE SPACES.
001920
001930 01  WS-RPT-STATUS-LINE.
001940     05  FILLER                  PIC X(04)   VALUE SPACES.
001950     05  FILLER                  PIC X(30)
001960         VALUE "DEPOSIT FILE STATUS".
001970     05  RPT-STATUS-TEXT         PIC X(46).
001980
001990 COPY DATEPARM.
002000
002010 COPY RUNLPARM.
002020
002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE
002060         THRU 1000-INITIALIZE-EXIT.
002070     PERFORM 2000-PROCESS-NET-PAY
002080         THRU 2000-PROCESS-NET-PAY-EXIT
002090         UNTIL WS-EOF.
002100     PERFORM 3000-WRITE-BATCH-CONTROL
002110         THRU 3000-WRITE-BATCH-CONTROL-EXIT.
002120     PERFORM 3100-PRINT-CONTROL-TOTALS
002130         THRU 3100-PRINT-CONTROL-TOTALS-EXIT.
002140     PERFORM 9999-TERMINATE
002150         THRU 9999-TERMINATE-EXIT.
002160     STOP RUN.
002170
002180*****************************************************************
002190*  1000-INITIALIZE - NETPAY, EMPLEADOS-MASTER AND BANK-MASTER
002200*  MUST ALL BE THERE.  THE SETTLEMENT DATE IS ROLLED FORWARD
002210*  FROM THE RUN DATE BEFORE THE BATCH HEADER IS WRITTEN, AND
002220*  PAYRPT'S NET PAY TOTAL IS PICKED UP BEFORE ANY ENTRY IS.
002230*****************************************************************
002240 1000-INITIALIZE.
002250     MOVE "DDPGEN01" TO RLP-PROGRAM-ID
002260     SET RLP-EVENT-START TO TRUE
002270     CALL "RUNLOG01" USING RUN-LOG-PARM
002280
002290     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
002300     MOVE WS-TODAY-DATE          TO DTP-YYYYMMDD
002310     SET DTP-NEXT-BUSINESS-DAY   TO TRUE
002320     CALL "DATEVAL1" USING DATE-PARM
002330     MOVE DTP-YYYYMMDD           TO WS-EFF-DATE
002340
002350     OPEN INPUT NET-PAY-FILE
002360     IF NOT FS-NETPAY-OK
002370         DISPLAY "DDPGEN01 - NETPAY NOT FOUND, RUN PAYREG01"
002380         STOP RUN
002390     END-IF
002400     OPEN INPUT EMPLEADOS-MASTER
002410     IF NOT FS-EMPMAST-OK
002420         DISPLAY "DDPGEN01 - EMPMAST NOT FOUND, RUN EMPMNT01"
002430         CLOSE NET-PAY-FILE
002440         STOP RUN
002450     END-IF
002460     OPEN INPUT BANK-MASTER
002470     IF NOT FS-BANKMAST-OK
002480         DISPLAY "DDPGEN01 - BANKMAST NOT FOUND, RUN BNKMNT01"
002490         CLOSE NET-PAY-FILE
002500         CLOSE EMPLEADOS-MASTER
002510         STOP RUN
002520     END-IF
002530     OPEN OUTPUT DD-PAYMENT-FILE
002540     IF NOT FS-DDFILE-OK
002550         DISPLAY "DDPGEN01 - UNABLE TO OPEN DDFILE, ABORTING"
002560         CLOSE NET-PAY-FILE
002570         CLOSE EMPLEADOS-MASTER
002580         CLOSE BANK-MASTER
002590         STOP RUN
002600     END-IF
002610     OPEN OUTPUT DDP-RPT-FILE
002620     IF NOT FS-DDPRPT-OK
002630         DISPLAY "DDPGEN01 - UNABLE TO OPEN DDPRPT, ABORTING"
002640         CLOSE NET-PAY-FILE
002650         CLOSE EMPLEADOS-MASTER
002660         CLOSE BANK-MASTER
002670         CLOSE DD-PAYMENT-FILE
002680         STOP RUN
002690     END-IF
002700
002710     PERFORM 1100-READ-PAYRPT-TOTAL
002720         THRU 1100-READ-PAYRPT-TOTAL-EXIT
002730
002740     MOVE SPACES                 TO DDH-HEADER-RECORD
002750     MOVE "5"                    TO DDH-RECORD-TYPE
002760     MOVE 220                    TO DDH-SERVICE-CLASS
002770     MOVE WS-COMPANY-NAME        TO DDH-COMPANY-NAME
002780     MOVE WS-COMPANY-ID          TO DDH-COMPANY-ID
002790     MOVE "PPD"                  TO DDH-ENTRY-CLASS
002800     MOVE "PAYROLL"              TO DDH-ENTRY-DESC
002810     MOVE WS-TODAY-DATE          TO DDH-CREATE-DATE
002820     MOVE WS-EFF-DATE            TO DDH-EFF-DATE
002830     MOVE WS-ORIGIN-DFI          TO DDH-ORIGIN-DFI
002840     MOVE WS-BATCH-NO            TO DDH-BATCH-NO
002850     WRITE DDH-HEADER-RECORD
002860
002870     MOVE WS-EFF-DATE            TO RPT-EFF-DATE
002880     WRITE DDP-RPT-LINE FROM WS-RPT-HEADING-1
002890     WRITE DDP-RPT-LINE FROM WS-RPT-HEADING-2
002900
002910     READ NET-PAY-FILE
002920         AT END
002930             SET WS-EOF TO TRUE
002940     END-READ.
002950 1000-INITIALIZE-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990*  1100-READ-PAYRPT-TOTAL - SCANS PAYRPT FOR ITS "NET PAY TOTAL"
003000*  LINE.  A MISSING PAYRPT, OR ONE WITH NO NET PAY TOTAL LINE,
003010*  LEAVES WS-PAY-FOUND OFF AND THE FILE CANNOT BE RELEASED.
003020*****************************************************************
003030 1100-READ-PAYRPT-TOTAL.
003040     MOVE "N" TO WS-PAY-FOUND-SW
003050     OPEN INPUT PAY-RPT-FILE
003060     IF NOT FS-PAYRPT-OK
003070         GO TO 1100-READ-PAYRPT-TOTAL-EXIT
003080     END-IF
003090
003100     MOVE "N" TO WS-PAY-EOF-SW
003110     READ PAY-RPT-FILE
003120         AT END
003130             SET WS-PAY-EOF TO TRUE
003140     END-READ
003150
003160     PERFORM UNTIL WS-PAY-EOF
003170         MOVE PAY-RPT-LINE TO WS-PAYRPT-NET-TOTAL
003180         IF WS-PAY-NET-LABEL = "NET PAY TOTAL"
003190             SET WS-PAY-FOUND TO TRUE
003200             MOVE WS-PAY-NET-TXT TO WS-PAYRPT-NET
003210         END-IF
003220         READ PAY-RPT-FILE
003230             AT END
003240                 SET WS-PAY-EOF TO TRUE
003250         END-READ
003260     END-PERFORM
003270
003280     CLOSE PAY-RPT-FILE.
003290 1100-READ-PAYRPT-TOTAL-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330*  2000-PROCESS-NET-PAY - ONE NETPAY LINE.  ANY LINE THAT CANNOT
003340*  BE PAID GOES TO 2900 WITH THE REASON; THE REST BECOME A CREDIT
003350*  ENTRY - TRANSACTION CODE FROM THE ACCOUNT TYPE, TRACE NUMBER
003360*  FROM THE ORIGINATING DFI AND THE ENTRY SEQUENCE.
003370*****************************************************************
003380 2000-PROCESS-NET-PAY.
003390     ADD 1 TO WS-READ-COUNT
003400     ADD NPY-NET                 TO WS-READ-NET
003410
003420     MOVE NPY-EMP-ID             TO EMP-ID
003430     READ EMPLEADOS-MASTER
003440         INVALID KEY
003450             MOVE "** NOT ON FILE **" TO EMP-NOM
003460             MOVE "UNKNOWN EMPLOYEE" TO WS-REJECT-TEXT
003470             PERFORM 2900-HOLD-NET-PAY
003480                 THRU 2900-HOLD-NET-PAY-EXIT
003490             GO TO 2000-PROCESS-NET-PAY-EXIT
003500     END-READ
003510     IF NOT EMP-ACTIVE
003520         MOVE "EMPLOYEE NOT ACTIVE" TO WS-REJECT-TEXT
003530         PERFORM 2900-HOLD-NET-PAY
003540             THRU 2900-HOLD-NET-PAY-EXIT
003550         GO TO 2000-PROCESS-NET-PAY-EXIT
003560     END-IF
003570     IF NPY-NET = ZERO
003580         MOVE "ZERO NET PAY" TO WS-REJECT-TEXT
003590         PERFORM 2900-HOLD-NET-PAY
003600             THRU 2900-HOLD-NET-PAY-EXIT
003610         GO TO 2000-PROCESS-NET-PAY-EXIT
003620     END-IF
003630
003640     MOVE NPY-EMP-ID             TO BNK-EMP-ID
003650     READ BANK-MASTER
003660         INVALID KEY
003670             MOVE "NO BANK DETAILS ON FILE" TO WS-REJECT-TEXT
003680             PERFORM 2900-HOLD-NET-PAY
003690                 THRU 2900-HOLD-NET-PAY-EXIT
003700             GO TO 2000-PROCESS-NET-PAY-EXIT
003710     END-READ
003720
003730     ADD 1 TO WS-PAID-COUNT
003740     ADD NPY-NET                 TO WS-PAID-NET
003750     ADD BNK-ROUTING-ID          TO WS-ENTRY-HASH
003760
003770     MOVE SPACES                 TO DDD-DETAIL-RECORD
003780     MOVE "6"                    TO DDD-RECORD-TYPE
003790     IF BNK-SAVINGS
003800         SET DDD-SAVINGS-CREDIT  TO TRUE
003810     ELSE
003820         SET DDD-CHECKING-CREDIT TO TRUE
003830     END-IF
003840     MOVE BNK-ROUTING-ID         TO DDD-ROUTING-ID
003850     MOVE BNK-ROUTING-CHECK      TO DDD-ROUTING-CHECK
003860     MOVE BNK-ACCOUNT-NO         TO DDD-ACCOUNT-NO
003870     MOVE NPY-NET                TO DDD-AMOUNT
003880     MOVE NPY-EMP-ID             TO DDD-EMP-ID
003890     MOVE EMP-NOM                TO DDD-EMP-NAME
003900     MOVE NPY-FECHA              TO DDD-PAY-DATE
003910     MOVE WS-ORIGIN-DFI          TO DDD-TRACE-DFI
003920     MOVE WS-PAID-COUNT          TO DDD-TRACE-SEQ
003930     WRITE DDD-DETAIL-RECORD.
003940 2000-PROCESS-NET-PAY-EXIT.
003950     READ NET-PAY-FILE
003960         AT END
003970             SET WS-EOF TO TRUE
003980     END-READ.
003990
004000*****************************************************************
004010*  2900-HOLD-NET-PAY - THE CALLER SETS WS-REJECT-TEXT TO SAY WHY.
004020*  THE LINE IS LISTED ON THE EXCEPTIONS REPORT AND COUNTED AS
004030*  HELD; NOTHING GOES TO THE DEPOSIT FILE FOR IT.
004040*****************************************************************
004050 2900-HOLD-NET-PAY.
004060     ADD 1 TO WS-HELD-COUNT
004070     ADD NPY-NET                 TO WS-HELD-NET
004080     MOVE NPY-EMP-ID             TO RPT-EXC-EMP-ID
004090     MOVE EMP-NOM                TO RPT-EXC-NAME
004100     MOVE NPY-NET                TO RPT-EXC-NET
004110     MOVE WS-REJECT-TEXT         TO RPT-EXC-REASON
004120     WRITE DDP-RPT-LINE FROM WS-RPT-EXCEPTION.
004130 2900-HOLD-NET-PAY-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*  3000-WRITE-BATCH-CONTROL - THE "8" RECORD.  THE ENTRY HASH IS
004180*  THE RIGHTMOST TEN DIGITS OF THE SUM OF THE ROUTING IDS, THE
004190*  WAY THE BANK RECOMPUTES IT ON RECEIPT.
004200*****************************************************************
004210 3000-WRITE-BATCH-CONTROL.
004220     MOVE SPACES                 TO DDT-CONTROL-RECORD
004230     MOVE "8"                    TO DDT-RECORD-TYPE
004240     MOVE 220                    TO DDT-SERVICE-CLASS
004250     MOVE WS-PAID-COUNT          TO DDT-ENTRY-COUNT
004260     MOVE WS-ENTRY-HASH          TO DDT-ENTRY-HASH
004270     MOVE ZERO                   TO DDT-TOTAL-DEBIT
004280     MOVE WS-PAID-NET            TO DDT-TOTAL-CREDIT
004290     MOVE WS-COMPANY-ID          TO DDT-COMPANY-ID
004300     MOVE WS-ORIGIN-DFI          TO DDT-ORIGIN-DFI
004310     MOVE WS-BATCH-NO            TO DDT-BATCH-NO
004320     WRITE DDT-CONTROL-RECORD.
004330 3000-WRITE-BATCH-CONTROL-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*  3100-PRINT-CONTROL-TOTALS - READ, PAID AND HELD COUNTS AND
004380*  AMOUNTS, THE PAYRPT NET PAY TOTAL AND THE BATCH HASH, THEN
004390*  THE TIE-OUT.  THE FILE IS RELEASED ONLY WHEN THE NETPAY LINES
004400*  ADD UP TO PAYRPT'S NET PAY TOTAL AND PAID PLUS HELD ADDS UP
004410*  TO THE NETPAY LINES.
004420*****************************************************************
004430 3100-PRINT-CONTROL-TOTALS.
004440     MOVE SPACES                 TO DDP-RPT-LINE
004450     WRITE DDP-RPT-LINE
004460
004470     MOVE "NETPAY LINES READ"    TO RPT-TOT-LABEL
004480     MOVE WS-READ-COUNT          TO RPT-TOT-COUNT
004490     MOVE WS-READ-NET            TO RPT-TOT-AMOUNT
004500     WRITE DDP-RPT-LINE FROM WS-RPT-TOTAL-LINE
004510     MOVE "PAID BY DIRECT DEPOSIT" TO RPT-TOT-LABEL
004520     MOVE WS-PAID-COUNT          TO RPT-TOT-COUNT
004530     MOVE WS-PAID-NET            TO RPT-TOT-AMOUNT
004540     WRITE DDP-RPT-LINE FROM WS-RPT-TOTAL-LINE
004550     MOVE "HELD - EXCEPTIONS"    TO RPT-TOT-LABEL
004560     MOVE WS-HELD-COUNT          TO RPT-TOT-COUNT
004570     MOVE WS-HELD-NET            TO RPT-TOT-AMOUNT
004580     WRITE DDP-RPT-LINE FROM WS-RPT-TOTAL-LINE
004590     MOVE "PAYRPT NET PAY TOTAL" TO RPT-TOT-LABEL
004600     MOVE ZERO                   TO RPT-TOT-COUNT
004610     MOVE WS-PAYRPT-NET          TO RPT-TOT-AMOUNT
004620     WRITE DDP-RPT-LINE FROM WS-RPT-TOTAL-LINE
004630     MOVE WS-ENTRY-HASH          TO RPT-HASH
004640     WRITE DDP-RPT-LINE FROM WS-RPT-HASH-LINE
004650
004660     MOVE "N" TO WS-BALANCED-SW
004670     EVALUATE TRUE
004680         WHEN NOT WS-PAY-FOUND
004690             MOVE "NOT RELEASED - NO PAYRPT NET PAY TOTAL"
004700                 TO RPT-STATUS-TEXT
004710         WHEN WS-READ-NET NOT = WS-PAYRPT-NET
004720             MOVE "NOT RELEASED - NETPAY DOES NOT TIE TO PAYRPT"
004730                 TO RPT-STATUS-TEXT
004740         WHEN WS-PAID-NET + WS-HELD-NET NOT = WS-READ-NET
004750             MOVE "NOT RELEASED - PAID PLUS HELD OUT OF BALANCE"
004760                 TO RPT-STATUS-TEXT
004770         WHEN OTHER
004780             SET WS-BALANCED TO TRUE
004790             MOVE "IN BALANCE - RELEASED" TO RPT-STATUS-TEXT
004800     END-EVALUATE
004810     WRITE DDP-RPT-LINE FROM WS-RPT-STATUS-LINE.
004820 3100-PRINT-CONTROL-TOTALS-EXIT.
004830     EXIT.
004840
004850*****************************************************************
004860*  9999-TERMINATE - AN OUT-OF-BALANCE RUN EMPTIES DDFILE SO A
004870*  PARTIAL OR UNPROVEN FILE CANNOT BE SENT, AND LEAVES THE RUNLOG
004880*  END ROW NOT COMPLETED.
004890*****************************************************************
004900 9999-TERMINATE.
004910     DISPLAY "DDPGEN01 - NET PAY LINES READ " WS-READ-COUNT
004920     DISPLAY "DDPGEN01 - DEPOSITS WRITTEN   " WS-PAID-COUNT
004930     DISPLAY "DDPGEN01 - LINES HELD         " WS-HELD-COUNT
004940
004950     CLOSE DD-PAYMENT-FILE
004960     IF NOT WS-BALANCED
004970         DISPLAY "DDPGEN01 - OUT OF BALANCE, DDFILE NOT RELEASED"
004980         OPEN OUTPUT DD-PAYMENT-FILE
004990         CLOSE DD-PAYMENT-FILE
005000     END-IF
005010
005020     SET RLP-EVENT-END TO TRUE
005030     MOVE WS-READ-COUNT          TO RLP-RECS-READ
005040     MOVE WS-PAID-COUNT          TO RLP-RECS-WRITTEN
005050     MOVE WS-HELD-COUNT          TO RLP-RECS-REJECTED
005060     IF WS-BALANCED
005070         SET RLP-COMPLETED TO TRUE
005080     END-IF
005090     CALL "RUNLOG01" USING RUN-LOG-PARM
005100
005110     CLOSE NET-PAY-FILE
005120     CLOSE EMPLEADOS-MASTER
005130     CLOSE BANK-MASTER
005140     CLOSE DDP-RPT-FILE.
005150 9999-TERMINATE-EXIT.
005160     EXIT.
