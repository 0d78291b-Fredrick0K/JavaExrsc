000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BNKMNT01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  BNKMNT01 - EMPLOYEE BANK-DETAILS MAINTENANCE RUN.
000180*
000190*  DDPGEN01 PAYS EACH EMPLOYEE'S NET PAY BY DIRECT DEPOSIT, SO
000200*  THE BANK ROUTING NUMBER, ACCOUNT NUMBER AND ACCOUNT TYPE HAVE
000210*  TO BE HELD AGAINST THE EMP-ID.  THEY LIVE ON THE BANK-MASTER
000220*  (SEE BANKREC.CPY) AND THIS RUN MAINTAINS IT FROM THE BNKTRAN
000230*  TRANSACTION FILE - "A" ADDS THE FIRST ACCOUNT FOR AN
000240*  EMPLOYEE, "C" REPLACES IT.
000250*
000260*  EVERY APPLIED ADD OR CHANGE IS WRITTEN TO THE BNKAUDT AUDIT
000270*  TRAIL WITH THE OLD DETAILS, THE NEW DETAILS AND THE USER ID -
000280*  THE SAME AUDIT SHAPE CMPMNT01 GIVES SALARY CHANGES ON RATAUDT.
000290*  A TRANSACTION IS REJECTED FOR AN EMP-ID THE EMPLEADOS-MASTER
000300*  DOES NOT KNOW, AN ADD FOR AN EMPLOYEE ALREADY ON FILE, A
000310*  CHANGE FOR ONE THAT IS NOT, A ROUTING NUMBER THAT FAILS ITS
000320*  CHECK DIGIT, A BLANK ACCOUNT NUMBER OR AN ACCOUNT TYPE OTHER
000330*  THAN C (CHECKING) OR S (SAVINGS) - A BAD ROUTING NUMBER HERE
000340*  IS A RETURNED DEPOSIT AND A LATE PAYCHECK LATER.
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY
000370*  DATE       INIT  DESCRIPTION
000380*  10/15/26   MH    ORIGINAL PROGRAM.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BNK-TRAN-FILE ASSIGN TO "BNKTRAN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-BNKTRAN.
000460
000470     SELECT EMPLEADOS-MASTER ASSIGN TO "EMPMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS EMP-KEY
000510         FILE STATUS IS FS-EMPMAST.
000520
000530     SELECT BANK-MASTER ASSIGN TO "BANKMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS BNK-KEY
000570         FILE STATUS IS FS-BANKMAST.
000580
000590     SELECT BNK-AUDIT-FILE ASSIGN TO "BNKAUDT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-BNKAUDT.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  BNK-TRAN-FILE.
000660     COPY BNKTREC.
000670
000680 FD  EMPLEADOS-MASTER.
000690     COPY EMPREC.
000700
000710 FD  BANK-MASTER.
000720     COPY BANKREC.
000730
000740 FD  BNK-AUDIT-FILE.
000750     COPY BAUDREC.
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-SWITCHES.
000790     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000800         88  WS-EOF              VALUE "Y".
000810     05  WS-ON-FILE-SW           PIC X(01)   VALUE "N".
000820         88  WS-ON-FILE          VALUE "Y".
000830     05  WS-TRAN-BAD-SW          PIC X(01)   VALUE "N".
000840         88  WS-TRAN-BAD         VALUE "Y".
000850
000860 01  FS-BNKTRAN                  PIC X(02).
000870     88  FS-BNKTRAN-OK           VALUE "00".
000880 01  FS-EMPMAST                  PIC X(02).
000890     88  FS-EMPMAST-OK           VALUE "00".
000900 01  FS-BANKMAST                 PIC X(02).
000910     88  FS-BANKMAST-OK          VALUE "00".
000920 01  FS-BNKAUDT                  PIC X(02).
000930     88  FS-BNKAUDT-OK           VALUE "00".
000940
000950 01  WS-OLD-ROUTING-NO           PIC 9(09).
000960 01  WS-OLD-ACCOUNT-NO           PIC X(17).
000970 01  WS-OLD-ACCT-TYPE            PIC X(01).
000980 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
000990 01  WS-REJECT-TEXT              PIC X(30).
001000
001010*    ROUTING NUMBER CHECK DIGIT - WEIGHTS 3 7 1 REPEATED ACROSS
001020*    THE NINE DIGITS, THE WEIGHTED SUM MUST BE A MULTIPLE OF 10.
001030 01  WS-ROUTING-NO               PIC 9(09).
001040 01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NO.
001050     05  WS-RTN-D1               PIC 9(01).
001060     05  WS-RTN-D2               PIC 9(01).
001070     05  WS-RTN-D3               PIC 9(01).
001080     05  WS-RTN-D4               PIC 9(01).
001090     05  WS-RTN-D5               PIC 9(01).
001100     05  WS-RTN-D6               PIC 9(01).
001110     05  WS-RTN-D7               PIC 9(01).
001120     05  WS-RTN-D8               PIC 9(01).
001130     05  WS-RTN-D9               PIC 9(01).
001140 01  WS-RTN-SUM                  PIC 9(04)   COMP.
001150 01  WS-RTN-QUOT                 PIC 9(04)   COMP.
001160 01  WS-RTN-REM                  PIC 9(02)   COMP.
001170
001180 01  WS-CONTROL-TOTALS.
001190     05  WS-READ-COUNT           PIC 9(05)   COMP VALUE ZERO.
001200     05  WS-ADDED-COUNT          PIC 9(05)   COMP VALUE ZERO.
001210     05  WS-CHANGED-COUNT        PIC 9(05)   COMP VALUE ZERO.
001220     05  WS-REJECT-COUNT         PIC 9(05)   COMP VALUE ZERO.
001230
001240 COPY RUNLPARM.
001250
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE
001290         THRU 1000-INITIALIZE-EXIT.
001300     PERFORM 2000-PROCESS-TRANSACTIONS
001310         THRU 2000-PROCESS-TRANSACTIONS-EXIT
001320         UNTIL WS-EOF.
001330     PERFORM 9999-TERMINATE
001340         THRU 9999-TERMINATE-EXIT.
001350     STOP RUN.
001360
001370*****************************************************************
001380*  1000-INITIALIZE - A MISSING BANK-MASTER IS CREATED EMPTY ON
001390*  FIRST RUN, SAME AS CMPMNT01 DOES FOR THE COMP-MASTER.  THE
001400*  BANK AUDIT TRAIL IS APPEND-ONLY, SAME AS RATAUDT.
001410*****************************************************************
001420 1000-INITIALIZE.
001430     MOVE "BNKMNT01" TO RLP-PROGRAM-ID
001440     SET RLP-EVENT-START TO TRUE
001450     CALL "RUNLOG01" USING RUN-LOG-PARM
001460
001470     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
001480     OPEN INPUT BNK-TRAN-FILE
001490     IF NOT FS-BNKTRAN-OK
001500         DISPLAY "BNKMNT01 - BNKTRAN NOT FOUND, ABORTING"
001510         STOP RUN
001520     END-IF
001530     OPEN INPUT EMPLEADOS-MASTER
001540     IF NOT FS-EMPMAST-OK
001550         DISPLAY "BNKMNT01 - EMPMAST NOT FOUND, RUN EMPMNT01"
001560         CLOSE BNK-TRAN-FILE
001570         STOP RUN
001580     END-IF
001590     OPEN I-O BANK-MASTER
001600     IF NOT FS-BANKMAST-OK
001610         DISPLAY "BNKMNT01 - BANK MASTER NOT FOUND, CREATING"
001620         CLOSE BANK-MASTER
001630         OPEN OUTPUT BANK-MASTER
001640         CLOSE BANK-MASTER
001650         OPEN I-O BANK-MASTER
001660     END-IF
001670     OPEN EXTEND BNK-AUDIT-FILE
001680     IF NOT FS-BNKAUDT-OK
001690         OPEN OUTPUT BNK-AUDIT-FILE
001700         CLOSE BNK-AUDIT-FILE
001710         OPEN EXTEND BNK-AUDIT-FILE
001720     END-IF
001730     READ BNK-TRAN-FILE
001740         AT END
001750             SET WS-EOF TO TRUE
001760     END-READ.
001770 1000-INITIALIZE-EXIT.
001780     EXIT.
001790
001800*****************************************************************
001810*  2000-PROCESS-TRANSACTIONS - EDIT THE TRANSACTION, THEN WRITE
001820*  THE NEW ACCOUNT (ADD - OLD DETAILS BLANK ON THE AUDIT ROW) OR
001830*  REWRITE THE EXISTING ONE (CHANGE).  A CHANGE THAT REPEATS
001840*  WHAT IS ALREADY ON FILE IS SKIPPED WITHOUT AN AUDIT ROW.
001850*****************************************************************
001860 2000-PROCESS-TRANSACTIONS.
001870     ADD 1 TO WS-READ-COUNT
001880     PERFORM 2100-EDIT-TRANSACTION
001890         THRU 2100-EDIT-TRANSACTION-EXIT
001900     IF WS-TRAN-BAD
001910         PERFORM 2900-REJECT-TRANSACTION
001920             THRU 2900-REJECT-TRANSACTION-EXIT
001930         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
001940     END-IF
001950
001960     IF  BKT-CHANGE
001970     AND WS-OLD-ROUTING-NO = BKT-ROUTING-NO
001980     AND WS-OLD-ACCOUNT-NO = BKT-ACCOUNT-NO
001990     AND WS-OLD-ACCT-TYPE  = BKT-ACCT-TYPE
002000         DISPLAY "BNKMNT01 - BANK DETAILS UNCHANGED FOR "
002010             BKT-EMP-ID
002020         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
002030     END-IF
002040
002050     MOVE BKT-EMP-ID             TO BNK-EMP-ID
002060     MOVE BKT-ROUTING-NO         TO BNK-ROUTING-NO
002070     MOVE BKT-ACCOUNT-NO         TO BNK-ACCOUNT-NO
002080     MOVE BKT-ACCT-TYPE          TO BNK-ACCT-TYPE
002090     MOVE BKT-USER-ID            TO BNK-USER-ID
002100     MOVE WS-TODAY-DATE          TO BNK-MAINT-DATE
002110     IF BKT-ADD
002120         WRITE BNK-MASTER-RECORD
002130             INVALID KEY
002140                 MOVE "WRITE FAILED" TO WS-REJECT-TEXT
002150                 PERFORM 2900-REJECT-TRANSACTION
002160                     THRU 2900-REJECT-TRANSACTION-EXIT
002170                 GO TO 2000-PROCESS-TRANSACTIONS-EXIT
002180         END-WRITE
002190         ADD 1 TO WS-ADDED-COUNT
002200     ELSE
002210         REWRITE BNK-MASTER-RECORD
002220             INVALID KEY
002230                 MOVE "REWRITE FAILED" TO WS-REJECT-TEXT
002240                 PERFORM 2900-REJECT-TRANSACTION
002250                     THRU 2900-REJECT-TRANSACTION-EXIT
002260                 GO TO 2000-PROCESS-TRANSACTIONS-EXIT
002270         END-REWRITE
002280         ADD 1 TO WS-CHANGED-COUNT
002290     END-IF
002300
002310     PERFORM 2500-WRITE-AUDIT-RECORD.
002320 2000-PROCESS-TRANSACTIONS-EXIT.
002330     READ BNK-TRAN-FILE
002340         AT END
002350             SET WS-EOF TO TRUE
002360     END-READ.
002370
002380*****************************************************************
002390*  2100-EDIT-TRANSACTION - ACTION CODE, EMPLOYEE ON FILE, ADD
002400*  VERSUS CHANGE AGAINST THE BANK-MASTER, THEN THE ACCOUNT
002410*  DETAILS THEMSELVES.  THE FIRST FAILURE SETS WS-TRAN-BAD AND
002420*  WS-REJECT-TEXT.  THE DETAILS ALREADY ON FILE ARE LEFT IN
002430*  WS-OLD-* FOR THE AUDIT ROW.
002440*****************************************************************
002450 2100-EDIT-TRANSACTION.
002460     MOVE "N" TO WS-TRAN-BAD-SW
002470     MOVE ZERO                   TO WS-OLD-ROUTING-NO
002480     MOVE SPACES                 TO WS-OLD-ACCOUNT-NO
002490     MOVE SPACES                 TO WS-OLD-ACCT-TYPE
002500     IF NOT BKT-ADD AND NOT BKT-CHANGE
002510         SET WS-TRAN-BAD TO TRUE
002520         MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
002530         GO TO 2100-EDIT-TRANSACTION-EXIT
002540     END-IF
002550
002560     MOVE BKT-EMP-ID             TO EMP-ID
002570     READ EMPLEADOS-MASTER
002580         INVALID KEY
002590             SET WS-TRAN-BAD TO TRUE
002600             MOVE "UNKNOWN EMPLOYEE" TO WS-REJECT-TEXT
002610             GO TO 2100-EDIT-TRANSACTION-EXIT
002620     END-READ
002630
002640     MOVE "N" TO WS-ON-FILE-SW
002650     MOVE BKT-EMP-ID             TO BNK-EMP-ID
002660     READ BANK-MASTER
002670         NOT INVALID KEY
002680             SET WS-ON-FILE TO TRUE
002690             MOVE BNK-ROUTING-NO TO WS-OLD-ROUTING-NO
002700             MOVE BNK-ACCOUNT-NO TO WS-OLD-ACCOUNT-NO
002710             MOVE BNK-ACCT-TYPE  TO WS-OLD-ACCT-TYPE
002720     END-READ
002730     IF BKT-ADD AND WS-ON-FILE
002740         SET WS-TRAN-BAD TO TRUE
002750         MOVE "BANK DETAILS ALREADY ON FILE" TO WS-REJECT-TEXT
002760         GO TO 2100-EDIT-TRANSACTION-EXIT
002770     END-IF
002780     IF BKT-CHANGE AND NOT WS-ON-FILE
002790         SET WS-TRAN-BAD TO TRUE
002800         MOVE "NO BANK DETAILS TO CHANGE" TO WS-REJECT-TEXT
002810         GO TO 2100-EDIT-TRANSACTION-EXIT
002820     END-IF
002830
002840     PERFORM 2200-CHECK-ROUTING-NO
002850         THRU 2200-CHECK-ROUTING-NO-EXIT
002860     IF WS-TRAN-BAD
002870         GO TO 2100-EDIT-TRANSACTION-EXIT
002880     END-IF
002890
002900     IF BKT-ACCOUNT-NO = SPACES
002910         SET WS-TRAN-BAD TO TRUE
002920         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-TEXT
002930         GO TO 2100-EDIT-TRANSACTION-EXIT
002940     END-IF
002950
002960     IF NOT BKT-CHECKING AND NOT BKT-SAVINGS
002970         SET WS-TRAN-BAD TO TRUE
002980         MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-TEXT
002990     END-IF.
003000 2100-EDIT-TRANSACTION-EXIT.
003010     EXIT.
003020
003030*****************************************************************
003040*  2200-CHECK-ROUTING-NO - 3 X (D1+D4+D7) + 7 X (D2+D5+D8) +
003050*  (D3+D6+D9) MUST DIVIDE EVENLY BY 10.  AN ALL-ZERO ROUTING
003060*  NUMBER PASSES THAT TEST, SO IT IS REFUSED SEPARATELY.
003070*****************************************************************
003080 2200-CHECK-ROUTING-NO.
003090     IF BKT-ROUTING-NO NOT NUMERIC OR BKT-ROUTING-NO = ZERO
003100         SET WS-TRAN-BAD TO TRUE
003110         MOVE "ROUTING NUMBER MISSING" TO WS-REJECT-TEXT
003120         GO TO 2200-CHECK-ROUTING-NO-EXIT
003130     END-IF
003140     MOVE BKT-ROUTING-NO         TO WS-ROUTING-NO
003150     COMPUTE WS-RTN-SUM =
003160         3 * (WS-RTN-D1 + WS-RTN-D4 + WS-RTN-D7)
003170       + 7 * (WS-RTN-D2 + WS-RTN-D5 + WS-RTN-D8)
003180       +     (WS-RTN-D3 + WS-RTN-D6 + WS-RTN-D9)
003190     DIVIDE WS-RTN-SUM BY 10 GIVING WS-RTN-QUOT
003200         REMAINDER WS-RTN-REM
003210     IF WS-RTN-REM NOT = ZERO
003220         SET WS-TRAN-BAD TO TRUE
003230         MOVE "ROUTING CHECK DIGIT INVALID" TO WS-REJECT-TEXT
003240     END-IF.
003250 2200-CHECK-ROUTING-NO-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290*  2500-WRITE-AUDIT-RECORD - ONE BNKAUDT ROW PER APPLIED ADD OR
003300*  CHANGE, OLD DETAILS / NEW DETAILS / USER.
003310*****************************************************************
003320 2500-WRITE-AUDIT-RECORD.
003330     ACCEPT BAUD-DATE            FROM DATE YYYYMMDD
003340     ACCEPT BAUD-TIME            FROM TIME
003350     MOVE BKT-EMP-ID             TO BAUD-EMP-ID
003360     MOVE BKT-ACTION             TO BAUD-ACTION
003370     MOVE WS-OLD-ROUTING-NO      TO BAUD-OLD-ROUTING-NO
003380     MOVE WS-OLD-ACCOUNT-NO      TO BAUD-OLD-ACCOUNT-NO
003390     MOVE WS-OLD-ACCT-TYPE       TO BAUD-OLD-ACCT-TYPE
003400     MOVE BKT-ROUTING-NO         TO BAUD-NEW-ROUTING-NO
003410     MOVE BKT-ACCOUNT-NO         TO BAUD-NEW-ACCOUNT-NO
003420     MOVE BKT-ACCT-TYPE          TO BAUD-NEW-ACCT-TYPE
003430     MOVE BKT-USER-ID            TO BAUD-USER-ID
003440     WRITE BAUD-RECORD.
003450
003460*****************************************************************
003470*  2900-REJECT-TRANSACTION - THE CALLER SETS WS-REJECT-TEXT TO
003480*  SAY WHY.  NOTHING IS WRITTEN TO THE MASTER OR THE AUDIT TRAIL.
003490*****************************************************************
003500 2900-REJECT-TRANSACTION.
003510     ADD 1 TO WS-REJECT-COUNT
003520     DISPLAY "BNKMNT01 - REJECTED " BKT-ACTION " " BKT-EMP-ID
003530         " - " WS-REJECT-TEXT.
003540 2900-REJECT-TRANSACTION-EXIT.
003550     EXIT.
003560
003570 9999-TERMINATE.
003580     DISPLAY "BNKMNT01 - ACCOUNTS ADDED    " WS-ADDED-COUNT
003590     DISPLAY "BNKMNT01 - ACCOUNTS CHANGED  " WS-CHANGED-COUNT
003600     DISPLAY "BNKMNT01 - ACCOUNTS REJECTED " WS-REJECT-COUNT
003610
003620     SET RLP-EVENT-END TO TRUE
003630     MOVE WS-READ-COUNT          TO RLP-RECS-READ
003640     COMPUTE RLP-RECS-WRITTEN =
003650         WS-ADDED-COUNT + WS-CHANGED-COUNT
003660     MOVE WS-REJECT-COUNT        TO RLP-RECS-REJECTED
003670     SET RLP-COMPLETED TO TRUE
003680     CALL "RUNLOG01" USING RUN-LOG-PARM
003690
003700     CLOSE BNK-TRAN-FILE
003710     CLOSE EMPLEADOS-MASTER
003720     CLOSE BANK-MASTER
003730     CLOSE BNK-AUDIT-FILE.
003740 9999-TERMINATE-EXIT.
003750     EXIT.
