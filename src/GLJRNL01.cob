000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GLJRNL01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  GLJRNL01 - GL JOURNAL INTERFACE RUN FOR BILLING AND PAYROLL.
000180*
000190*  OPSBIL01'S GLEXTR GAVE FINANCE A PER-TIER BILLING SUMMARY BUT
000200*  NOT IN JOURNAL FORM, AND PAYROLL POSTED NOTHING TO THE LEDGER
000210*  AT ALL - BOTH WERE KEYED INTO THE GL BY HAND FROM MEARPT AND
000220*  PAYRPT.  THIS RUN BUILDS TWO DOUBLE-ENTRY JOURNALS AND WRITES
000230*  THEM TO THE GLJRNL INTERFACE FILE (JRNREC.CPY):
000240*     BILL - ONE DEBIT TO RECEIVABLES AND ONE CREDIT TO REVENUE
000250*            FOR EVERY GLEXTR TIER LINE, CARRYING THE TIER AND THE
000260*            GL-EFF-DATE OF THE PRICE SET IT WAS BILLED AT.
000270*     PAYR - PAYREG01'S GROSS / DEDUCTION / NET TOTALS: GROSS PAY
000280*            DEBITED TO EXPENSE, DEDUCTIONS AND NET PAY CREDITED
000290*            TO THEIR PAYABLES.  THE FIGURES ARE ADDED UP OFF
000300*            NETPAY AND MUST TIE TO THE "NET PAY TOTAL" LINE ON
000310*            PAYRPT, READ BACK THE SAME WAY DDPGEN01 READS IT.
000320*  EVERY LINE TAKES ITS GL ACCOUNT FROM THE GL-MAP (GLMREC.CPY,
000330*  MAINTAINED BY GLMMNT01) - THE TIER'S OWN MAPPING IF THERE IS
000340*  ONE, OTHERWISE THE TIER-ZERO MAPPING FOR ITS LINE TYPE.  THE
000350*  POSTING DATE IS THE BUSINESS DATE: THE RUN DATE, OR THE NEXT
000360*  BUSINESS DAY IF THE RUN FALLS ON A WEEKEND OR HOLIDAY.
000370*
000380*  A JOURNAL WHOSE DEBITS DO NOT EQUAL ITS CREDITS - OR THAT HAS
000390*  A LINE WITH NO ACCOUNT MAPPED, OR PAYROLL FIGURES THAT DO NOT
000400*  TIE TO PAYRPT - IS NOT RELEASED: ITS LINES GO TO GLHOLD
000410*  INSTEAD OF GLJRNL AND THE RUNLOG END ROW IS LEFT NOT
000420*  COMPLETED.  THE GLPROOF LISTING SHOWS EVERY LINE OF BOTH
000430*  JOURNALS, EACH JOURNAL'S TOTALS AND WHETHER IT WAS RELEASED,
000440*  AND THE RELEASED DEBITS AND CREDITS TOTALLED BY ACCOUNT.
000450*-----------------------------------------------------------------
000460*  MODIFICATION HISTORY
000470*  DATE       INIT  DESCRIPTION
000480*  10/15/26   MH    ORIGINAL PROGRAM.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-GLEXTR.
000560
000570     SELECT OPTIONAL NET-PAY-FILE ASSIGN TO "NETPAY"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-NETPAY.
000600
000610     SELECT OPTIONAL PAY-RPT-FILE ASSIGN TO "PAYRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-PAYRPT.
000640
000650     SELECT GL-MAP ASSIGN TO "GLMAP"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS GLM-KEY
000690         FILE STATUS IS FS-GLMAP.
000700
000710     SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-GLJRNL.
000740
000750     SELECT GL-HOLD-FILE ASSIGN TO "GLHOLD"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-GLHOLD.
000780
000790     SELECT GL-PROOF-FILE ASSIGN TO "GLPROOF"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-GLPROOF.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  GL-EXTRACT-FILE.
000860     COPY GLEXREC.
000870
000880 FD  NET-PAY-FILE.
000890     COPY NETPREC.
000900
000910 FD  PAY-RPT-FILE.
000920 01  PAY-RPT-LINE                PIC X(80).
000930
000940 FD  GL-MAP.
000950     COPY GLMREC.
000960
000970 FD  GL-JRNL-FILE.
000980     COPY JRNREC.
000990
001000 FD  GL-HOLD-FILE.
001010 01  GL-HOLD-LINE                PIC X(75).
001020
001030 FD  GL-PROOF-FILE.
001040 01  GL-PROOF-LINE               PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-SWITCHES.
001080     05  WS-GLX-EOF-SW           PIC X(01)   VALUE "N".
001090         88  WS-GLX-EOF          VALUE "Y".
001100     05  WS-NPY-EOF-SW           PIC X(01)   VALUE "N".
001110         88  WS-NPY-EOF          VALUE "Y".
001120     05  WS-PAY-EOF-SW           PIC X(01)   VALUE "N".
001130         88  WS-PAY-EOF          VALUE "Y".
001140     05  WS-PAY-FOUND-SW         PIC X(01)   VALUE "N".
001150         88  WS-PAY-FOUND        VALUE "Y".
001160     05  WS-MAPPED-SW            PIC X(01)   VALUE "N".
001170         88  WS-MAPPED           VALUE "Y".
001180     05  WS-JOURNAL-SW           PIC X(01)   VALUE "R".
001190         88  WS-JOURNAL-RELEASED VALUE "R".
001200         88  WS-JOURNAL-HELD     VALUE "H".
001210
001220 01  FS-GLEXTR                   PIC X(02).
001230     88  FS-GLEXTR-OK            VALUE "00".
001240 01  FS-NETPAY                   PIC X(02).
001250     88  FS-NETPAY-OK            VALUE "00".
001260 01  FS-PAYRPT                   PIC X(02).
001270     88  FS-PAYRPT-OK            VALUE "00".
001280 01  FS-GLMAP                    PIC X(02).
001290     88  FS-GLMAP-OK             VALUE "00".
001300 01  FS-GLJRNL                   PIC X(02).
001310     88  FS-GLJRNL-OK            VALUE "00".
001320 01  FS-GLHOLD                   PIC X(02).
001330     88  FS-GLHOLD-OK            VALUE "00".
001340 01  FS-GLPROOF                  PIC X(02).
001350     88  FS-GLPROOF-OK           VALUE "00".
001360
001370 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001380 01  WS-POST-DATE                PIC 9(08)   VALUE ZERO.
001390
001400*****************************************************************
001410*  WS-JRN-TABLE - THE JOURNAL BEING BUILT.  EACH SOURCE FILLS IT
001420*  THROUGH 4000-ADD-LINE, THEN 5000-CLOSE-JOURNAL DECIDES WHETHER
001430*  THE WHOLE JOURNAL IS RELEASED OR HELD AND WRITES IT OUT.
001440*****************************************************************
001450 01  WS-JRN-IDX                  PIC 9(03)   COMP.
001460 01  WS-JRN-COUNT                PIC 9(03)   COMP VALUE ZERO.
001470 01  WS-JRN-TABLE.
001480     05  WS-JL-ENTRY OCCURS 200 TIMES.
001490         10  WS-JL-ACCOUNT       PIC X(10).
001500         10  WS-JL-DR-CR         PIC X(01).
001510             88  WS-JL-DEBIT     VALUE "D".
001520         10  WS-JL-AMOUNT        PIC 9(09)V99.
001530         10  WS-JL-LINE-TYPE     PIC X(04).
001540         10  WS-JL-TIER-NO       PIC 9(01).
001550         10  WS-JL-SOURCE-DATE   PIC 9(08).
001560         10  WS-JL-DESC          PIC X(24).
001570         10  WS-JL-ACCT-DESC     PIC X(20).
001580
001590 01  WS-CUR-SOURCE               PIC X(04).
001600 01  WS-CUR-TITLE                PIC X(50).
001610 01  WS-CUR-DEBITS               PIC 9(11)V99 VALUE ZERO.
001620 01  WS-CUR-CREDITS              PIC 9(11)V99 VALUE ZERO.
001630 01  WS-CUR-OVERFLOW             PIC 9(05)   COMP VALUE ZERO.
001640 01  WS-CUR-UNMAPPED             PIC 9(05)   COMP VALUE ZERO.
001650 01  WS-HOLD-REASON              PIC X(40).
001660
001670*    4000-ADD-LINE TAKES ITS LINE FROM THESE.
001680 01  WS-NEW-LINE-TYPE            PIC X(04).
001690 01  WS-NEW-TIER-NO              PIC 9(01).
001700 01  WS-NEW-DR-CR                PIC X(01).
001710 01  WS-NEW-AMOUNT               PIC 9(09)V99.
001720 01  WS-NEW-SOURCE-DATE          PIC 9(08).
001730 01  WS-NEW-DESC                 PIC X(24).
001740
001750*****************************************************************
001760*  WS-ACT-TABLE - RELEASED DEBITS AND CREDITS BY GL ACCOUNT, KEPT
001770*  IN ACCOUNT ORDER AS THEY ARE ADDED SO THE PROOF PRINTS IN
001780*  ACCOUNT SEQUENCE.
001790*****************************************************************
001800 01  WS-ACT-IDX                  PIC 9(02)   COMP.
001810 01  WS-ACT-SLOT                 PIC 9(02)   COMP.
001820 01  WS-ACT-COUNT                PIC 9(02)   COMP VALUE ZERO.
001830 01  WS-ACT-TABLE.
001840     05  WS-ACT-ENTRY OCCURS 50 TIMES.
001850         10  WS-ACT-ACCOUNT      PIC X(10).
001860         10  WS-ACT-DESC         PIC X(20).
001870         10  WS-ACT-DEBITS       PIC 9(11)V99.
001880         10  WS-ACT-CREDITS      PIC 9(11)V99.
001890
001900*****************************************************************
001910*  PAYROLL FIGURES - NETPAY ADDED UP, AND PAYRPT'S NET PAY TOTAL
001920*  LINE READ BACK.  WS-PAYRPT-NET-TOTAL MAPS THE COLUMNS PAYREG01
001930*  WRITES THAT LINE IN (WS-RPT-NET-TOTAL), SO THE EDITED FIGURES
001940*  CAN BE DE-EDITED FOR THE TIE-OUT.
001950*****************************************************************
001960 01  WS-NPY-GROSS                PIC 9(09)V99 VALUE ZERO.
001970 01  WS-NPY-DEDUCT               PIC 9(09)V99 VALUE ZERO.
001980 01  WS-NPY-NET                  PIC 9(09)V99 VALUE ZERO.
001990 01  WS-NPY-LAST-FECHA           PIC 9(08)   VALUE ZERO.
002000 01  WS-PAYRPT-GROSS             PIC 9(09)V99 VALUE ZERO.
002010 01  WS-PAYRPT-DEDUCT            PIC 9(09)V99 VALUE ZERO.
002020 01  WS-PAYRPT-NET               PIC 9(09)V99 VALUE ZERO.
002030
002040 01  WS-PAYRPT-NET-TOTAL.
002050     05  FILLER                  PIC X(04).
002060     05  WS-PAY-NET-LABEL        PIC X(14).
002070     05  WS-PAY-GROSS-TXT        PIC ZZZ,ZZZ,ZZ9.99.
002080     05  FILLER                  PIC X(02).
002090     05  WS-PAY-DEDUCT-TXT       PIC ZZZ,ZZZ,ZZ9.99.
002100     05  FILLER                  PIC X(02).
002110     05  WS-PAY-NET-TXT          PIC ZZZ,ZZZ,ZZ9.99.
002120     05  FILLER                  PIC X(16).
002130
002140 01  WS-CONTROL-TOTALS.
002150     05  WS-GLX-READ             PIC 9(05)   COMP VALUE ZERO.
002160     05  WS-NPY-READ             PIC 9(05)   COMP VALUE ZERO.
002170     05  WS-LINES-RELEASED       PIC 9(05)   COMP VALUE ZERO.
002180     05  WS-LINES-HELD           PIC 9(05)   COMP VALUE ZERO.
002190     05  WS-JOURNALS-RELEASED    PIC 9(01)   COMP VALUE ZERO.
002200     05  WS-JOURNALS-HELD        PIC 9(01)   COMP VALUE ZERO.
002210     05  WS-REL-DEBITS           PIC 9(11)V99 VALUE ZERO.
002220     05  WS-REL-CREDITS          PIC 9(11)V99 VALUE ZERO.
002230     05  WS-HELD-DEBITS          PIC 9(11)V99 VALUE ZERO.
002240     05  WS-HELD-CREDITS         PIC 9(11)V99 VALUE ZERO.
002250
002260 01  WS-RPT-HEADING.
002270     05  FILLER                  PIC X(36)
002280         VALUE "GLJRNL01 - GL JOURNAL PROOF LISTING".
002290     05  FILLER                  PIC X(13)
002300         VALUE "POSTING DATE ".
002310     05  RPT-HDG-POST-DATE       PIC 9(08).
002320     05  FILLER                  PIC X(11)   VALUE "  RUN DATE ".
002330     05  RPT-HDG-RUN-DATE        PIC 9(08).
002340     05  FILLER                  PIC X(04)   VALUE SPACES.
002350
002360 01  WS-RPT-TEXT                 PIC X(80).
002370 01  WS-RPT-BLANK                PIC X(80)   VALUE SPACES.
002380
002390 01  WS-RPT-LINE-COLUMNS.
002400     05  FILLER                  PIC X(40)   VALUE
002410         "LINE ACCOUNT    TYPE T SRC DATE DESCRIPT".
002420     05  FILLER                  PIC X(40)   VALUE
002430         "ION                 DEBIT         CREDIT".
002440
002450 01  WS-RPT-LINE-DETAIL.
002460     05  RPT-DTL-LINE-NO         PIC 9(04).
002470     05  FILLER                  PIC X(01)   VALUE SPACES.
002480     05  RPT-DTL-ACCOUNT         PIC X(10).
002490     05  FILLER                  PIC X(01)   VALUE SPACES.
002500     05  RPT-DTL-LINE-TYPE       PIC X(04).
002510     05  FILLER                  PIC X(01)   VALUE SPACES.
002520     05  RPT-DTL-TIER-NO         PIC 9(01).
002530     05  FILLER                  PIC X(01)   VALUE SPACES.
002540     05  RPT-DTL-SOURCE-DATE     PIC 9(08).
002550     05  FILLER                  PIC X(01)   VALUE SPACES.
002560     05  RPT-DTL-DESC            PIC X(18).
002570     05  FILLER                  PIC X(01)   VALUE SPACES.
002580     05  RPT-DTL-DEBIT           PIC ZZZ,ZZZ,ZZ9.99.
002590     05  FILLER                  PIC X(01)   VALUE SPACES.
002600     05  RPT-DTL-CREDIT          PIC ZZZ,ZZZ,ZZ9.99.
002610
002620 01  WS-RPT-JRN-TOTAL.
002630     05  FILLER                  PIC X(19)   VALUE SPACES.
002640     05  RPT-JTL-LABEL           PIC X(32).
002650     05  RPT-JTL-DEBIT           PIC ZZZ,ZZZ,ZZ9.99.
002660     05  FILLER                  PIC X(01)   VALUE SPACES.
002670     05  RPT-JTL-CREDIT          PIC ZZZ,ZZZ,ZZ9.99.
002680
002690 01  WS-RPT-ACT-COLUMNS.
002700     05  FILLER                  PIC X(40)   VALUE
002710         "  ACCOUNT     DESCRIPTION               ".
002720     05  FILLER                  PIC X(40)   VALUE
002730         "      DEBIT             CREDIT".
002740
002750 01  WS-RPT-ACT-DETAIL.
002760     05  FILLER                  PIC X(02)   VALUE SPACES.
002770     05  RPT-ACT-ACCOUNT         PIC X(10).
002780     05  FILLER                  PIC X(02)   VALUE SPACES.
002790     05  RPT-ACT-DESC            PIC X(20).
002800     05  RPT-ACT-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002810     05  FILLER                  PIC X(02)   VALUE SPACES.
002820     05  RPT-ACT-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002830     05  FILLER                  PIC X(10)   VALUE SPACES.
002840
002850 COPY DATEPARM.
002860
002870 COPY RUNLPARM.
002880
002890 PROCEDURE DIVISION.
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE
002920         THRU 1000-INITIALIZE-EXIT.
002930     PERFORM 2000-BUILD-BILLING-JOURNAL
002940         THRU 2000-BUILD-BILLING-JOURNAL-EXIT.
002950     PERFORM 5000-CLOSE-JOURNAL
002960         THRU 5000-CLOSE-JOURNAL-EXIT.
002970     PERFORM 3000-BUILD-PAYROLL-JOURNAL
002980         THRU 3000-BUILD-PAYROLL-JOURNAL-EXIT.
002990     PERFORM 5000-CLOSE-JOURNAL
003000         THRU 5000-CLOSE-JOURNAL-EXIT.
003010     PERFORM 6000-PRINT-ACCOUNT-TOTALS
003020         THRU 6000-PRINT-ACCOUNT-TOTALS-EXIT.
003030     PERFORM 9999-TERMINATE
003040         THRU 9999-TERMINATE-EXIT.
003050     STOP RUN.
003060
003070*****************************************************************
003080*  1000-INITIALIZE - THE GL-MAP MUST BE THERE; THE SOURCE FILES
003090*  ARE SELECT OPTIONAL, SINCE A DAY WITH NO BILLING OR NO PAYROLL
003100*  JUST HAS NOTHING TO JOURNAL.  THE POSTING DATE IS SETTLED
003110*  BEFORE ANY LINE IS BUILT.
003120*****************************************************************
003130 1000-INITIALIZE.
003140     MOVE "GLJRNL01" TO RLP-PROGRAM-ID
003150     SET RLP-EVENT-START TO TRUE
003160     CALL "RUNLOG01" USING RUN-LOG-PARM
003170
003180     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
003190     PERFORM 1100-SET-POSTING-DATE
003200         THRU 1100-SET-POSTING-DATE-EXIT
003210
003220     OPEN INPUT GL-MAP
003230     IF NOT FS-GLMAP-OK
003240         DISPLAY "GLJRNL01 - GLMAP NOT FOUND, RUN GLMMNT01"
003250         STOP RUN
003260     END-IF
003270     OPEN OUTPUT GL-JRNL-FILE
003280     OPEN OUTPUT GL-HOLD-FILE
003290     OPEN OUTPUT GL-PROOF-FILE
003300     IF NOT FS-GLJRNL-OK OR NOT FS-GLHOLD-OK
003310         OR NOT FS-GLPROOF-OK
003320         DISPLAY "GLJRNL01 - UNABLE TO OPEN OUTPUT FILES, "
003330             "ABORTING"
003340         CLOSE GL-MAP
003350         STOP RUN
003360     END-IF
003370
003380     MOVE WS-POST-DATE           TO RPT-HDG-POST-DATE
003390     MOVE WS-TODAY-DATE          TO RPT-HDG-RUN-DATE
003400     WRITE GL-PROOF-LINE FROM WS-RPT-HEADING.
003410 1000-INITIALIZE-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450*  1100-SET-POSTING-DATE - THE BUSINESS DATE.  A RUN ON A WEEKEND
003460*  OR HOLIDAY POSTS TO THE NEXT BUSINESS DAY, ROLLED FORWARD BY
003470*  DATEVAL1 THE SAME WAY OPSBIL01 AND PAYREG01 RE-DATE A DEFERRED
003480*  TRANSACTION.
003490*****************************************************************
003500 1100-SET-POSTING-DATE.
003510     MOVE WS-TODAY-DATE          TO WS-POST-DATE
003520     MOVE WS-TODAY-DATE          TO DTP-YYYYMMDD
003530     SET DTP-BUSINESS-DAY-CHK    TO TRUE
003540     CALL "DATEVAL1" USING DATE-PARM
003550     IF DTP-NOT-BUSINESS-DAY
003560         SET DTP-NEXT-BUSINESS-DAY TO TRUE
003570         CALL "DATEVAL1" USING DATE-PARM
003580         MOVE DTP-YYYYMMDD       TO WS-POST-DATE
003590     END-IF.
003600 1100-SET-POSTING-DATE-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640*  2000-BUILD-BILLING-JOURNAL - A RECEIVABLE DEBIT AND A REVENUE
003650*  CREDIT FOR EACH GLEXTR TIER LINE THAT BILLED ANYTHING.
003660*****************************************************************
003670 2000-BUILD-BILLING-JOURNAL.
003680     MOVE "BILL"                 TO WS-CUR-SOURCE
003690     MOVE "BILLING - OPSBIL01 GLEXTR TIER TOTALS" TO WS-CUR-TITLE
003700     PERFORM 4900-CLEAR-JOURNAL
003710         THRU 4900-CLEAR-JOURNAL-EXIT
003720     OPEN INPUT GL-EXTRACT-FILE
003730     READ GL-EXTRACT-FILE
003740         AT END
003750             SET WS-GLX-EOF TO TRUE
003760     END-READ
003770     PERFORM 2100-BILL-TIER-LINE
003780         THRU 2100-BILL-TIER-LINE-EXIT
003790         UNTIL WS-GLX-EOF
003800     CLOSE GL-EXTRACT-FILE.
003810 2000-BUILD-BILLING-JOURNAL-EXIT.
003820     EXIT.
003830
003840 2100-BILL-TIER-LINE.
003850     ADD 1 TO WS-GLX-READ
003860     IF GL-TOTAL-AMOUNT = ZERO
003870         GO TO 2100-BILL-TIER-LINE-EXIT
003880     END-IF
003890     MOVE GL-TIER-NO             TO WS-NEW-TIER-NO
003900     MOVE GL-TOTAL-AMOUNT        TO WS-NEW-AMOUNT
003910     MOVE GL-EFF-DATE            TO WS-NEW-SOURCE-DATE
003920
003930     MOVE "RECV"                 TO WS-NEW-LINE-TYPE
003940     MOVE "D"                    TO WS-NEW-DR-CR
003950     MOVE SPACES                 TO WS-NEW-DESC
003960     STRING "TIER " GL-TIER-NO " RECEIVABLE"
003970         DELIMITED BY SIZE INTO WS-NEW-DESC
003980     PERFORM 4000-ADD-LINE
003990         THRU 4000-ADD-LINE-EXIT
004000
004010     MOVE "REVN"                 TO WS-NEW-LINE-TYPE
004020     MOVE "C"                    TO WS-NEW-DR-CR
004030     MOVE SPACES                 TO WS-NEW-DESC
004040     STRING "TIER " GL-TIER-NO " REVENUE"
004050         DELIMITED BY SIZE INTO WS-NEW-DESC
004060     PERFORM 4000-ADD-LINE
004070         THRU 4000-ADD-LINE-EXIT.
004080 2100-BILL-TIER-LINE-EXIT.
004090     READ GL-EXTRACT-FILE
004100         AT END
004110             SET WS-GLX-EOF TO TRUE
004120     END-READ.
004130
004140*****************************************************************
004150*  3000-BUILD-PAYROLL-JOURNAL - NETPAY ADDED UP INTO ONE GROSS
004160*  DEBIT AND DEDUCTION AND NET CREDITS, DATED WITH THE LATEST
004170*  PAY DATE ON THE FILE.  NETPAY HAS TO AGREE WITH PAYRPT'S NET
004180*  PAY TOTAL LINE OR THE JOURNAL IS HELD.
004190*****************************************************************
004200 3000-BUILD-PAYROLL-JOURNAL.
004210     MOVE "PAYR"                 TO WS-CUR-SOURCE
004220     MOVE "PAYROLL - PAYREG01 GROSS / DEDUCTIONS / NET"
004230         TO WS-CUR-TITLE
004240     PERFORM 4900-CLEAR-JOURNAL
004250         THRU 4900-CLEAR-JOURNAL-EXIT
004260     OPEN INPUT NET-PAY-FILE
004270     READ NET-PAY-FILE
004280         AT END
004290             SET WS-NPY-EOF TO TRUE
004300     END-READ
004310     PERFORM 3100-ADD-NET-PAY
004320         THRU 3100-ADD-NET-PAY-EXIT
004330         UNTIL WS-NPY-EOF
004340     CLOSE NET-PAY-FILE
004350     IF WS-NPY-READ = ZERO
004360         GO TO 3000-BUILD-PAYROLL-JOURNAL-EXIT
004370     END-IF
004380
004390     PERFORM 3200-READ-PAYRPT-TOTAL
004400         THRU 3200-READ-PAYRPT-TOTAL-EXIT
004410     EVALUATE TRUE
004420         WHEN NOT WS-PAY-FOUND
004430             MOVE "NO NET PAY TOTAL LINE ON PAYRPT"
004440                 TO WS-HOLD-REASON
004450         WHEN WS-NPY-GROSS  NOT = WS-PAYRPT-GROSS
004460           OR WS-NPY-DEDUCT NOT = WS-PAYRPT-DEDUCT
004470           OR WS-NPY-NET    NOT = WS-PAYRPT-NET
004480             MOVE "NETPAY DOES NOT TIE TO PAYRPT"
004490                 TO WS-HOLD-REASON
004500     END-EVALUATE
004510
004520     MOVE ZERO                   TO WS-NEW-TIER-NO
004530     MOVE WS-NPY-LAST-FECHA      TO WS-NEW-SOURCE-DATE
004540     MOVE "GROS"                 TO WS-NEW-LINE-TYPE
004550     MOVE "D"                    TO WS-NEW-DR-CR
004560     MOVE WS-NPY-GROSS           TO WS-NEW-AMOUNT
004570     MOVE "PAYROLL GROSS PAY"    TO WS-NEW-DESC
004580     PERFORM 4000-ADD-LINE
004590         THRU 4000-ADD-LINE-EXIT
004600     MOVE "DEDN"                 TO WS-NEW-LINE-TYPE
004610     MOVE "C"                    TO WS-NEW-DR-CR
004620     MOVE WS-NPY-DEDUCT          TO WS-NEW-AMOUNT
004630     MOVE "PAYROLL DEDUCTIONS"   TO WS-NEW-DESC
004640     PERFORM 4000-ADD-LINE
004650         THRU 4000-ADD-LINE-EXIT
004660     MOVE "NETP"                 TO WS-NEW-LINE-TYPE
004670     MOVE "C"                    TO WS-NEW-DR-CR
004680     MOVE WS-NPY-NET             TO WS-NEW-AMOUNT
004690     MOVE "PAYROLL NET PAY"      TO WS-NEW-DESC
004700     PERFORM 4000-ADD-LINE
004710         THRU 4000-ADD-LINE-EXIT.
004720 3000-BUILD-PAYROLL-JOURNAL-EXIT.
004730     EXIT.
004740
004750 3100-ADD-NET-PAY.
004760     ADD 1 TO WS-NPY-READ
004770     ADD NPY-GROSS               TO WS-NPY-GROSS
004780     ADD NPY-DEDUCT              TO WS-NPY-DEDUCT
004790     ADD NPY-NET                 TO WS-NPY-NET
004800     IF NPY-FECHA > WS-NPY-LAST-FECHA
004810         MOVE NPY-FECHA          TO WS-NPY-LAST-FECHA
004820     END-IF.
004830 3100-ADD-NET-PAY-EXIT.
004840     READ NET-PAY-FILE
004850         AT END
004860             SET WS-NPY-EOF TO TRUE
004870     END-READ.
004880
004890*****************************************************************
004900*  3200-READ-PAYRPT-TOTAL - SCANS PAYRPT FOR ITS "NET PAY TOTAL"
004910*  LINE.  A MISSING PAYRPT, OR ONE WITH NO NET PAY TOTAL LINE,
004920*  LEAVES WS-PAY-FOUND OFF.
004930*****************************************************************
004940 3200-READ-PAYRPT-TOTAL.
004950     MOVE "N" TO WS-PAY-FOUND-SW
004960     OPEN INPUT PAY-RPT-FILE
004970     IF NOT FS-PAYRPT-OK
004980         GO TO 3200-READ-PAYRPT-TOTAL-EXIT
004990     END-IF
005000     READ PAY-RPT-FILE
005010         AT END
005020             SET WS-PAY-EOF TO TRUE
005030     END-READ
005040     PERFORM 3210-CHECK-PAYRPT-LINE
005050         THRU 3210-CHECK-PAYRPT-LINE-EXIT
005060         UNTIL WS-PAY-EOF
005070     CLOSE PAY-RPT-FILE.
005080 3200-READ-PAYRPT-TOTAL-EXIT.
005090     EXIT.
005100
005110 3210-CHECK-PAYRPT-LINE.
005120     MOVE PAY-RPT-LINE           TO WS-PAYRPT-NET-TOTAL
005130     IF WS-PAY-NET-LABEL = "NET PAY TOTAL"
005140         SET WS-PAY-FOUND TO TRUE
005150         MOVE WS-PAY-GROSS-TXT   TO WS-PAYRPT-GROSS
005160         MOVE WS-PAY-DEDUCT-TXT  TO WS-PAYRPT-DEDUCT
005170         MOVE WS-PAY-NET-TXT     TO WS-PAYRPT-NET
005180     END-IF.
005190 3210-CHECK-PAYRPT-LINE-EXIT.
005200     READ PAY-RPT-FILE
005210         AT END
005220             SET WS-PAY-EOF TO TRUE
005230     END-READ.
005240
005250*****************************************************************
005260*  4000-ADD-LINE - THE CALLER FILLS WS-NEW-*.  THE LINE IS
005270*  MAPPED TO ITS GL ACCOUNT, ADDED TO THE JOURNAL'S DEBIT OR
005280*  CREDIT TOTAL AND TABLED.  A LINE WITH NO MAPPING IS STILL
005290*  TABLED, WITH A BLANK ACCOUNT, SO THE PROOF SHOWS IT.
005300*****************************************************************
005310 4000-ADD-LINE.
005320     IF WS-NEW-DR-CR = "D"
005330         ADD WS-NEW-AMOUNT       TO WS-CUR-DEBITS
005340     ELSE
005350         ADD WS-NEW-AMOUNT       TO WS-CUR-CREDITS
005360     END-IF
005370     IF WS-JRN-COUNT >= 200
005380         ADD 1 TO WS-CUR-OVERFLOW
005390         GO TO 4000-ADD-LINE-EXIT
005400     END-IF
005410
005420     PERFORM 4100-MAP-ACCOUNT
005430         THRU 4100-MAP-ACCOUNT-EXIT
005440     ADD 1 TO WS-JRN-COUNT
005450     MOVE WS-JRN-COUNT           TO WS-JRN-IDX
005460     IF WS-MAPPED
005470         MOVE GLM-GL-ACCOUNT     TO WS-JL-ACCOUNT(WS-JRN-IDX)
005480         MOVE GLM-ACCT-DESC      TO WS-JL-ACCT-DESC(WS-JRN-IDX)
005490     ELSE
005500         ADD 1 TO WS-CUR-UNMAPPED
005510         MOVE SPACES             TO WS-JL-ACCOUNT(WS-JRN-IDX)
005520         MOVE SPACES             TO WS-JL-ACCT-DESC(WS-JRN-IDX)
005530     END-IF
005540     MOVE WS-NEW-DR-CR           TO WS-JL-DR-CR(WS-JRN-IDX)
005550     MOVE WS-NEW-AMOUNT          TO WS-JL-AMOUNT(WS-JRN-IDX)
005560     MOVE WS-NEW-LINE-TYPE       TO WS-JL-LINE-TYPE(WS-JRN-IDX)
005570     MOVE WS-NEW-TIER-NO         TO WS-JL-TIER-NO(WS-JRN-IDX)
005580     MOVE WS-NEW-SOURCE-DATE     TO WS-JL-SOURCE-DATE(WS-JRN-IDX)
005590     MOVE WS-NEW-DESC            TO WS-JL-DESC(WS-JRN-IDX).
005600 4000-ADD-LINE-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*  4100-MAP-ACCOUNT - THE TIER'S OWN GL-MAP ROW FIRST, THEN THE
005650*  TIER-ZERO ROW FOR THE LINE TYPE.  WS-MAPPED SAYS WHETHER
005660*  EITHER WAS FOUND; GLM-MAP-RECORD HOLDS IT IF SO.
005670*****************************************************************
005680 4100-MAP-ACCOUNT.
005690     MOVE "Y" TO WS-MAPPED-SW
005700     MOVE WS-CUR-SOURCE          TO GLM-SOURCE
005710     MOVE WS-NEW-LINE-TYPE       TO GLM-LINE-TYPE
005720     MOVE WS-NEW-TIER-NO         TO GLM-TIER-NO
005730     READ GL-MAP
005740         INVALID KEY
005750             MOVE "N" TO WS-MAPPED-SW
005760     END-READ
005770     IF WS-MAPPED OR WS-NEW-TIER-NO = ZERO
005780         GO TO 4100-MAP-ACCOUNT-EXIT
005790     END-IF
005800     MOVE "Y" TO WS-MAPPED-SW
005810     MOVE ZERO                   TO GLM-TIER-NO
005820     READ GL-MAP
005830         INVALID KEY
005840             MOVE "N" TO WS-MAPPED-SW
005850     END-READ.
005860 4100-MAP-ACCOUNT-EXIT.
005870     EXIT.
005880
005890 4900-CLEAR-JOURNAL.
005900     MOVE ZERO                   TO WS-JRN-COUNT
005910     MOVE ZERO                   TO WS-CUR-DEBITS
005920     MOVE ZERO                   TO WS-CUR-CREDITS
005930     MOVE ZERO                   TO WS-CUR-OVERFLOW
005940     MOVE ZERO                   TO WS-CUR-UNMAPPED
005950     MOVE SPACES                 TO WS-HOLD-REASON.
005960 4900-CLEAR-JOURNAL-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000*  5000-CLOSE-JOURNAL - DECIDE RELEASE OR HOLD FOR THE JOURNAL
006010*  JUST BUILT, THEN WRITE EVERY LINE TO GLJRNL OR GLHOLD AND THE
006020*  PROOF, AND FOOT IT.  THE FIRST REASON FOUND IS THE ONE SHOWN.
006030*****************************************************************
006040 5000-CLOSE-JOURNAL.
006050     WRITE GL-PROOF-LINE FROM WS-RPT-BLANK
006060     MOVE SPACES TO WS-RPT-TEXT
006070     STRING "JOURNAL " WS-CUR-SOURCE "  " WS-CUR-TITLE
006080         DELIMITED BY SIZE INTO WS-RPT-TEXT
006090     WRITE GL-PROOF-LINE FROM WS-RPT-TEXT
006100     IF WS-JRN-COUNT = ZERO AND WS-CUR-OVERFLOW = ZERO
006110         MOVE "    NO ACTIVITY - NOTHING TO POST" TO WS-RPT-TEXT
006120         WRITE GL-PROOF-LINE FROM WS-RPT-TEXT
006130         GO TO 5000-CLOSE-JOURNAL-EXIT
006140     END-IF
006150
006160     EVALUATE TRUE
006170         WHEN WS-HOLD-REASON NOT = SPACES
006180             CONTINUE
006190         WHEN WS-CUR-DEBITS NOT = WS-CUR-CREDITS
006200             MOVE "DEBITS DO NOT EQUAL CREDITS" TO WS-HOLD-REASON
006210         WHEN WS-CUR-UNMAPPED > ZERO
006220             MOVE "LINE WITH NO GL ACCOUNT MAPPED"
006230                 TO WS-HOLD-REASON
006240         WHEN WS-CUR-OVERFLOW > ZERO
006250             MOVE "MORE THAN 200 JOURNAL LINES" TO WS-HOLD-REASON
006260     END-EVALUATE
006270     IF WS-HOLD-REASON = SPACES
006280         SET WS-JOURNAL-RELEASED TO TRUE
006290         ADD 1 TO WS-JOURNALS-RELEASED
006300         ADD WS-CUR-DEBITS       TO WS-REL-DEBITS
006310         ADD WS-CUR-CREDITS      TO WS-REL-CREDITS
006320     ELSE
006330         SET WS-JOURNAL-HELD TO TRUE
006340         ADD 1 TO WS-JOURNALS-HELD
006350         ADD WS-CUR-DEBITS       TO WS-HELD-DEBITS
006360         ADD WS-CUR-CREDITS      TO WS-HELD-CREDITS
006370     END-IF
006380
006390     WRITE GL-PROOF-LINE FROM WS-RPT-LINE-COLUMNS
006400     PERFORM 5100-WRITE-LINE
006410         THRU 5100-WRITE-LINE-EXIT
006420         VARYING WS-JRN-IDX FROM 1 BY 1
006430         UNTIL WS-JRN-IDX > WS-JRN-COUNT
006440
006450     MOVE "JOURNAL TOTALS"       TO RPT-JTL-LABEL
006460     MOVE WS-CUR-DEBITS          TO RPT-JTL-DEBIT
006470     MOVE WS-CUR-CREDITS         TO RPT-JTL-CREDIT
006480     WRITE GL-PROOF-LINE FROM WS-RPT-JRN-TOTAL
006490     MOVE SPACES TO WS-RPT-TEXT
006500     IF WS-JOURNAL-RELEASED
006510         STRING "    JOURNAL " WS-CUR-SOURCE
006520             " BALANCED - RELEASED TO GLJRNL"
006530             DELIMITED BY SIZE INTO WS-RPT-TEXT
006540     ELSE
006550         STRING "    *** JOURNAL " WS-CUR-SOURCE
006560             " HELD ON GLHOLD - " WS-HOLD-REASON
006570             DELIMITED BY SIZE INTO WS-RPT-TEXT
006580         DISPLAY "GLJRNL01 - JOURNAL " WS-CUR-SOURCE " HELD - "
006590             WS-HOLD-REASON
006600     END-IF
006610     WRITE GL-PROOF-LINE FROM WS-RPT-TEXT.
006620 5000-CLOSE-JOURNAL-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*  5100-WRITE-LINE - ONE TABLED LINE TO GLJRNL OR GLHOLD AND THE
006670*  PROOF.  A RELEASED LINE ALSO ROLLS INTO ITS ACCOUNT'S TOTALS.
006680*****************************************************************
006690 5100-WRITE-LINE.
006700     MOVE WS-CUR-SOURCE          TO JRN-SOURCE
006710     MOVE WS-POST-DATE           TO JRN-POST-DATE
006720     MOVE WS-JRN-IDX             TO JRN-LINE-NO
006730     MOVE WS-JL-ACCOUNT(WS-JRN-IDX)     TO JRN-GL-ACCOUNT
006740     MOVE WS-JL-DR-CR(WS-JRN-IDX)       TO JRN-DR-CR
006750     MOVE WS-JL-AMOUNT(WS-JRN-IDX)      TO JRN-AMOUNT
006760     MOVE WS-JL-LINE-TYPE(WS-JRN-IDX)   TO JRN-LINE-TYPE
006770     MOVE WS-JL-TIER-NO(WS-JRN-IDX)     TO JRN-TIER-NO
006780     MOVE WS-JL-SOURCE-DATE(WS-JRN-IDX) TO JRN-SOURCE-DATE
006790     MOVE WS-JL-DESC(WS-JRN-IDX)        TO JRN-DESC
006800     IF WS-JOURNAL-RELEASED
006810         WRITE JRN-RECORD
006820         ADD 1 TO WS-LINES-RELEASED
006830         PERFORM 5200-ADD-ACCOUNT-TOTAL
006840             THRU 5200-ADD-ACCOUNT-TOTAL-EXIT
006850     ELSE
006860         WRITE GL-HOLD-LINE FROM JRN-RECORD
006870         ADD 1 TO WS-LINES-HELD
006880     END-IF
006890
006900     MOVE WS-JRN-IDX             TO RPT-DTL-LINE-NO
006910     IF JRN-GL-ACCOUNT = SPACES
006920         MOVE "*UNMAPPED*"       TO RPT-DTL-ACCOUNT
006930     ELSE
006940         MOVE JRN-GL-ACCOUNT     TO RPT-DTL-ACCOUNT
006950     END-IF
006960     MOVE JRN-LINE-TYPE          TO RPT-DTL-LINE-TYPE
006970     MOVE JRN-TIER-NO            TO RPT-DTL-TIER-NO
006980     MOVE JRN-SOURCE-DATE        TO RPT-DTL-SOURCE-DATE
006990     MOVE JRN-DESC               TO RPT-DTL-DESC
007000     MOVE ZERO                   TO RPT-DTL-DEBIT
007010     MOVE ZERO                   TO RPT-DTL-CREDIT
007020     IF JRN-DEBIT
007030         MOVE JRN-AMOUNT         TO RPT-DTL-DEBIT
007040     ELSE
007050         MOVE JRN-AMOUNT         TO RPT-DTL-CREDIT
007060     END-IF
007070     WRITE GL-PROOF-LINE FROM WS-RPT-LINE-DETAIL.
007080 5100-WRITE-LINE-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*  5200-ADD-ACCOUNT-TOTAL - FIND JRN-GL-ACCOUNT IN WS-ACT-TABLE,
007130*  OR OPEN A SLOT FOR IT IN ACCOUNT ORDER BY MOVING THE HIGHER
007140*  ACCOUNTS DOWN ONE.  A FULL TABLE FOLDS ANY FURTHER ACCOUNT
007150*  INTO THE LAST SLOT SO THE GRAND TOTAL STILL ADDS UP.
007160*****************************************************************
007170 5200-ADD-ACCOUNT-TOTAL.
007180     MOVE ZERO TO WS-ACT-SLOT
007190     PERFORM 5210-FIND-ACCOUNT-SLOT
007200         THRU 5210-FIND-ACCOUNT-SLOT-EXIT
007210         VARYING WS-ACT-IDX FROM 1 BY 1
007220         UNTIL WS-ACT-IDX > WS-ACT-COUNT OR WS-ACT-SLOT NOT = ZERO
007230     IF WS-ACT-SLOT = ZERO
007240         COMPUTE WS-ACT-SLOT = WS-ACT-COUNT + 1
007250     END-IF
007260     IF WS-ACT-SLOT > WS-ACT-COUNT
007270        OR WS-ACT-ACCOUNT(WS-ACT-SLOT) NOT = JRN-GL-ACCOUNT
007280         IF WS-ACT-COUNT >= 50
007290             MOVE 50 TO WS-ACT-SLOT
007300             MOVE "MORE ACCOUNTS"  TO WS-ACT-DESC(50)
007310             DISPLAY "GLJRNL01 - ACCOUNT TABLE FULL, WIDEN "
007320                 "WS-ACT-TABLE"
007330         ELSE
007340             PERFORM 5220-SHIFT-ACCOUNT-DOWN
007350                 THRU 5220-SHIFT-ACCOUNT-DOWN-EXIT
007360                 VARYING WS-ACT-IDX FROM WS-ACT-COUNT BY -1
007370                 UNTIL WS-ACT-IDX < WS-ACT-SLOT
007380             ADD 1 TO WS-ACT-COUNT
007390             MOVE JRN-GL-ACCOUNT TO WS-ACT-ACCOUNT(WS-ACT-SLOT)
007400             MOVE WS-JL-ACCT-DESC(WS-JRN-IDX)
007410                 TO WS-ACT-DESC(WS-ACT-SLOT)
007420             MOVE ZERO           TO WS-ACT-DEBITS(WS-ACT-SLOT)
007430             MOVE ZERO           TO WS-ACT-CREDITS(WS-ACT-SLOT)
007440         END-IF
007450     END-IF
007460     IF JRN-DEBIT
007470         ADD JRN-AMOUNT          TO WS-ACT-DEBITS(WS-ACT-SLOT)
007480     ELSE
007490         ADD JRN-AMOUNT          TO WS-ACT-CREDITS(WS-ACT-SLOT)
007500     END-IF.
007510 5200-ADD-ACCOUNT-TOTAL-EXIT.
007520     EXIT.
007530
007540*    THE FIRST ENTRY NOT BELOW THE ACCOUNT IS WHERE IT GOES -
007550*    EITHER ITS OWN ENTRY OR THE ONE IT IS INSERTED AHEAD OF.
007560 5210-FIND-ACCOUNT-SLOT.
007570     IF WS-ACT-ACCOUNT(WS-ACT-IDX) NOT < JRN-GL-ACCOUNT
007580         MOVE WS-ACT-IDX         TO WS-ACT-SLOT
007590     END-IF.
007600 5210-FIND-ACCOUNT-SLOT-EXIT.
007610     EXIT.
007620
007630 5220-SHIFT-ACCOUNT-DOWN.
007640     MOVE WS-ACT-ENTRY(WS-ACT-IDX)
007650         TO WS-ACT-ENTRY(WS-ACT-IDX + 1).
007660 5220-SHIFT-ACCOUNT-DOWN-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700*  6000-PRINT-ACCOUNT-TOTALS - WHAT WENT TO THE LEDGER, BY
007710*  ACCOUNT, THEN THE RELEASED AND HELD GRAND TOTALS.
007720*****************************************************************
007730 6000-PRINT-ACCOUNT-TOTALS.
007740     WRITE GL-PROOF-LINE FROM WS-RPT-BLANK
007750     MOVE "TOTALS BY ACCOUNT - RELEASED JOURNALS" TO WS-RPT-TEXT
007760     WRITE GL-PROOF-LINE FROM WS-RPT-TEXT
007770     WRITE GL-PROOF-LINE FROM WS-RPT-ACT-COLUMNS
007780     PERFORM 6100-PRINT-ACCOUNT
007790         THRU 6100-PRINT-ACCOUNT-EXIT
007800         VARYING WS-ACT-IDX FROM 1 BY 1
007810         UNTIL WS-ACT-IDX > WS-ACT-COUNT
007820
007830     WRITE GL-PROOF-LINE FROM WS-RPT-BLANK
007840     MOVE "TOTAL RELEASED"       TO RPT-JTL-LABEL
007850     MOVE WS-REL-DEBITS          TO RPT-JTL-DEBIT
007860     MOVE WS-REL-CREDITS         TO RPT-JTL-CREDIT
007870     WRITE GL-PROOF-LINE FROM WS-RPT-JRN-TOTAL
007880     MOVE "TOTAL HELD - NOT POSTED" TO RPT-JTL-LABEL
007890     MOVE WS-HELD-DEBITS         TO RPT-JTL-DEBIT
007900     MOVE WS-HELD-CREDITS        TO RPT-JTL-CREDIT
007910     WRITE GL-PROOF-LINE FROM WS-RPT-JRN-TOTAL.
007920 6000-PRINT-ACCOUNT-TOTALS-EXIT.
007930     EXIT.
007940
007950 6100-PRINT-ACCOUNT.
007960     MOVE WS-ACT-ACCOUNT(WS-ACT-IDX) TO RPT-ACT-ACCOUNT
007970     MOVE WS-ACT-DESC(WS-ACT-IDX)    TO RPT-ACT-DESC
007980     MOVE WS-ACT-DEBITS(WS-ACT-IDX)  TO RPT-ACT-DEBIT
007990     MOVE WS-ACT-CREDITS(WS-ACT-IDX) TO RPT-ACT-CREDIT
008000     WRITE GL-PROOF-LINE FROM WS-RPT-ACT-DETAIL.
008010 6100-PRINT-ACCOUNT-EXIT.
008020     EXIT.
008030
008040 9999-TERMINATE.
008050     DISPLAY "GLJRNL01 - POSTING DATE        " WS-POST-DATE
008060     DISPLAY "GLJRNL01 - JOURNALS RELEASED   "
008070         WS-JOURNALS-RELEASED
008080     DISPLAY "GLJRNL01 - JOURNALS HELD       " WS-JOURNALS-HELD
008090     DISPLAY "GLJRNL01 - LINES RELEASED      " WS-LINES-RELEASED
008100     DISPLAY "GLJRNL01 - LINES HELD          " WS-LINES-HELD
008110
008120     SET RLP-EVENT-END TO TRUE
008130     COMPUTE RLP-RECS-READ = WS-GLX-READ + WS-NPY-READ
008140     MOVE WS-LINES-RELEASED      TO RLP-RECS-WRITTEN
008150     MOVE WS-LINES-HELD          TO RLP-RECS-REJECTED
008160     IF WS-JOURNALS-HELD = ZERO
008170         SET RLP-COMPLETED TO TRUE
008180     END-IF
008190     CALL "RUNLOG01" USING RUN-LOG-PARM
008200
008210     CLOSE GL-MAP
008220     CLOSE GL-JRNL-FILE
008230     CLOSE GL-HOLD-FILE
008240     CLOSE GL-PROOF-FILE.
008250 9999-TERMINATE-EXIT.
008260     EXIT.
