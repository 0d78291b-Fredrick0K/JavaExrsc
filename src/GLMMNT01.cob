000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GLMMNT01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  GLMMNT01 - GL CHART-OF-ACCOUNTS MAPPING MAINTENANCE RUN.
000180*
000190*  GLJRNL01 POSTS BILLING AND PAYROLL TO THE LEDGER THROUGH THE
000200*  GL-MAP (SEE GLMREC.CPY), WHICH SAYS WHICH GL ACCOUNT EACH
000210*  JOURNAL LINE TYPE GOES TO, SO A NEW OR RENUMBERED ACCOUNT IS
000220*  A TRANSACTION HERE RATHER THAN A PROGRAM CHANGE.  THIS RUN
000230*  MAINTAINS THE GL-MAP FROM THE GLMTRAN TRANSACTION FILE - ADD,
000240*  CHANGE OR DELETE ONE MAPPING PER TRANSACTION.
000250*
000260*  EVERY APPLIED TRANSACTION IS WRITTEN TO THE GLMAUDT AUDIT
000270*  TRAIL WITH THE OLD ACCOUNT, THE NEW ACCOUNT AND THE USER ID -
000280*  THE SAME AUDIT SHAPE BNKMNT01 GIVES BANK DETAILS ON BNKAUDT.
000290*  A TRANSACTION IS REJECTED FOR AN UNKNOWN ACTION, SOURCE OR
000300*  LINE TYPE, A TIER OTHER THAN ZERO ON A PAYROLL LINE OR ABOVE
000310*  3 ON A BILLING LINE, A BLANK ACCOUNT ON AN ADD OR CHANGE, AN
000320*  ADD FOR A MAPPING ALREADY ON FILE, OR A CHANGE OR DELETE FOR
000330*  ONE THAT IS NOT.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  10/15/26   MH    ORIGINAL PROGRAM.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT GLM-TRAN-FILE ASSIGN TO "GLMTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-GLMTRAN.
000450
000460     SELECT GL-MAP ASSIGN TO "GLMAP"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS GLM-KEY
000500         FILE STATUS IS FS-GLMAP.
000510
000520     SELECT GLM-AUDIT-FILE ASSIGN TO "GLMAUDT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-GLMAUDT.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  GLM-TRAN-FILE.
000590     COPY GLMTREC.
000600
000610 FD  GL-MAP.
000620     COPY GLMREC.
000630
000640 FD  GLM-AUDIT-FILE.
000650     COPY GAUDREC.
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000700         88  WS-EOF              VALUE "Y".
000710     05  WS-ON-FILE-SW           PIC X(01)   VALUE "N".
000720         88  WS-ON-FILE          VALUE "Y".
000730     05  WS-TRAN-BAD-SW          PIC X(01)   VALUE "N".
000740         88  WS-TRAN-BAD         VALUE "Y".
000750
000760 01  FS-GLMTRAN                  PIC X(02).
000770     88  FS-GLMTRAN-OK           VALUE "00".
000780 01  FS-GLMAP                    PIC X(02).
000790     88  FS-GLMAP-OK             VALUE "00".
000800 01  FS-GLMAUDT                  PIC X(02).
000810     88  FS-GLMAUDT-OK           VALUE "00".
000820
000830 01  WS-OLD-GL-ACCOUNT           PIC X(10).
000840 01  WS-OLD-ACCT-DESC            PIC X(20).
000850 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
000860 01  WS-REJECT-TEXT              PIC X(30).
000870
000880 01  WS-CONTROL-TOTALS.
000890     05  WS-READ-COUNT           PIC 9(05)   COMP VALUE ZERO.
000900     05  WS-ADDED-COUNT          PIC 9(05)   COMP VALUE ZERO.
000910     05  WS-CHANGED-COUNT        PIC 9(05)   COMP VALUE ZERO.
000920     05  WS-DELETED-COUNT        PIC 9(05)   COMP VALUE ZERO.
000930     05  WS-REJECT-COUNT         PIC 9(05)   COMP VALUE ZERO.
000940
000950 COPY RUNLPARM.
000960
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE
001000         THRU 1000-INITIALIZE-EXIT.
001010     PERFORM 2000-PROCESS-TRANSACTIONS
001020         THRU 2000-PROCESS-TRANSACTIONS-EXIT
001030         UNTIL WS-EOF.
001040     PERFORM 9999-TERMINATE
001050         THRU 9999-TERMINATE-EXIT.
001060     STOP RUN.
001070
001080*****************************************************************
001090*  1000-INITIALIZE - A MISSING GL-MAP IS CREATED EMPTY ON FIRST
001100*  RUN, SAME AS CMPMNT01 DOES FOR THE COMP-MASTER - THE FIRST
001110*  GLMTRAN FILE IS WHAT SEEDS IT.  THE MAPPING AUDIT TRAIL IS
001120*  APPEND-ONLY, SAME AS RATAUDT.
001130*****************************************************************
001140 1000-INITIALIZE.
001150     MOVE "GLMMNT01" TO RLP-PROGRAM-ID
001160     SET RLP-EVENT-START TO TRUE
001170     CALL "RUNLOG01" USING RUN-LOG-PARM
001180
001190     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
001200     OPEN INPUT GLM-TRAN-FILE
001210     IF NOT FS-GLMTRAN-OK
001220         DISPLAY "GLMMNT01 - GLMTRAN NOT FOUND, ABORTING"
001230         STOP RUN
001240     END-IF
001250     OPEN I-O GL-MAP
001260     IF NOT FS-GLMAP-OK
001270         DISPLAY "GLMMNT01 - GL MAP NOT FOUND, CREATING"
001280         CLOSE GL-MAP
001290         OPEN OUTPUT GL-MAP
001300         CLOSE GL-MAP
001310         OPEN I-O GL-MAP
001320     END-IF
001330     OPEN EXTEND GLM-AUDIT-FILE
001340     IF NOT FS-GLMAUDT-OK
001350         OPEN OUTPUT GLM-AUDIT-FILE
001360         CLOSE GLM-AUDIT-FILE
001370         OPEN EXTEND GLM-AUDIT-FILE
001380     END-IF
001390     READ GLM-TRAN-FILE
001400         AT END
001410             SET WS-EOF TO TRUE
001420     END-READ.
001430 1000-INITIALIZE-EXIT.
001440     EXIT.
001450
001460*****************************************************************
001470*  2000-PROCESS-TRANSACTIONS - EDIT THE TRANSACTION, THEN WRITE
001480*  THE NEW MAPPING (ADD), REWRITE THE ONE ON FILE (CHANGE) OR
001490*  REMOVE IT (DELETE).  A CHANGE THAT REPEATS WHAT IS ALREADY ON
001500*  FILE IS SKIPPED WITHOUT AN AUDIT ROW.
001510*****************************************************************
001520 2000-PROCESS-TRANSACTIONS.
001530     ADD 1 TO WS-READ-COUNT
001540     PERFORM 2100-EDIT-TRANSACTION
001550         THRU 2100-EDIT-TRANSACTION-EXIT
001560     IF WS-TRAN-BAD
001570         PERFORM 2900-REJECT-TRANSACTION
001580             THRU 2900-REJECT-TRANSACTION-EXIT
001590         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
001600     END-IF
001610
001620     IF GMT-DELETE
001630         DELETE GL-MAP
001640             INVALID KEY
001650                 MOVE "DELETE FAILED" TO WS-REJECT-TEXT
001660                 PERFORM 2900-REJECT-TRANSACTION
001670                     THRU 2900-REJECT-TRANSACTION-EXIT
001680                 GO TO 2000-PROCESS-TRANSACTIONS-EXIT
001690         END-DELETE
001700         ADD 1 TO WS-DELETED-COUNT
001710         PERFORM 2500-WRITE-AUDIT-RECORD
001720             THRU 2500-WRITE-AUDIT-RECORD-EXIT
001730         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
001740     END-IF
001750
001760     IF GMT-ACCT-DESC = SPACES
001770         MOVE WS-OLD-ACCT-DESC   TO GMT-ACCT-DESC
001780     END-IF
001790     IF  GMT-CHANGE
001800     AND WS-OLD-GL-ACCOUNT = GMT-GL-ACCOUNT
001810     AND WS-OLD-ACCT-DESC  = GMT-ACCT-DESC
001820         DISPLAY "GLMMNT01 - MAPPING UNCHANGED FOR " GMT-SOURCE
001830             " " GMT-LINE-TYPE " " GMT-TIER-NO
001840         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
001850     END-IF
001860
001870     MOVE GMT-SOURCE             TO GLM-SOURCE
001880     MOVE GMT-LINE-TYPE          TO GLM-LINE-TYPE
001890     MOVE GMT-TIER-NO            TO GLM-TIER-NO
001900     MOVE GMT-GL-ACCOUNT         TO GLM-GL-ACCOUNT
001910     MOVE GMT-ACCT-DESC          TO GLM-ACCT-DESC
001920     MOVE GMT-USER-ID            TO GLM-USER-ID
001930     MOVE WS-TODAY-DATE          TO GLM-MAINT-DATE
001940     IF GMT-ADD
001950         WRITE GLM-MAP-RECORD
001960             INVALID KEY
001970                 MOVE "WRITE FAILED" TO WS-REJECT-TEXT
001980                 PERFORM 2900-REJECT-TRANSACTION
001990                     THRU 2900-REJECT-TRANSACTION-EXIT
002000                 GO TO 2000-PROCESS-TRANSACTIONS-EXIT
002010         END-WRITE
002020         ADD 1 TO WS-ADDED-COUNT
002030     ELSE
002040         REWRITE GLM-MAP-RECORD
002050             INVALID KEY
002060                 MOVE "REWRITE FAILED" TO WS-REJECT-TEXT
002070                 PERFORM 2900-REJECT-TRANSACTION
002080                     THRU 2900-REJECT-TRANSACTION-EXIT
002090                 GO TO 2000-PROCESS-TRANSACTIONS-EXIT
002100         END-REWRITE
002110         ADD 1 TO WS-CHANGED-COUNT
002120     END-IF
002130
002140     PERFORM 2500-WRITE-AUDIT-RECORD
002150         THRU 2500-WRITE-AUDIT-RECORD-EXIT.
002160 2000-PROCESS-TRANSACTIONS-EXIT.
002170     READ GLM-TRAN-FILE
002180         AT END
002190             SET WS-EOF TO TRUE
002200     END-READ.
002210
002220*****************************************************************
002230*  2100-EDIT-TRANSACTION - ACTION CODE, SOURCE, LINE TYPE AND
002240*  TIER, THEN ADD / CHANGE / DELETE AGAINST THE GL-MAP, THEN THE
002250*  ACCOUNT ITSELF.  THE FIRST FAILURE SETS WS-TRAN-BAD AND
002260*  WS-REJECT-TEXT.  THE MAPPING ALREADY ON FILE IS LEFT IN
002270*  WS-OLD-* FOR THE AUDIT ROW.
002280*****************************************************************
002290 2100-EDIT-TRANSACTION.
002300     MOVE "N" TO WS-TRAN-BAD-SW
002310     MOVE SPACES                 TO WS-OLD-GL-ACCOUNT
002320     MOVE SPACES                 TO WS-OLD-ACCT-DESC
002330     IF NOT GMT-ADD AND NOT GMT-CHANGE AND NOT GMT-DELETE
002340         SET WS-TRAN-BAD TO TRUE
002350         MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
002360         GO TO 2100-EDIT-TRANSACTION-EXIT
002370     END-IF
002380
002390     EVALUATE TRUE
002400         WHEN GMT-SOURCE-BILL
002410             IF NOT GMT-BILL-LINE
002420                 SET WS-TRAN-BAD TO TRUE
002430                 MOVE "UNKNOWN BILLING LINE TYPE"
002440                     TO WS-REJECT-TEXT
002450                 GO TO 2100-EDIT-TRANSACTION-EXIT
002460             END-IF
002470             IF GMT-TIER-NO NOT NUMERIC OR GMT-TIER-NO > 3
002480                 SET WS-TRAN-BAD TO TRUE
002490                 MOVE "TIER OUT OF RANGE" TO WS-REJECT-TEXT
002500                 GO TO 2100-EDIT-TRANSACTION-EXIT
002510             END-IF
002520         WHEN GMT-SOURCE-PAYR
002530             IF NOT GMT-PAYR-LINE
002540                 SET WS-TRAN-BAD TO TRUE
002550                 MOVE "UNKNOWN PAYROLL LINE TYPE"
002560                     TO WS-REJECT-TEXT
002570                 GO TO 2100-EDIT-TRANSACTION-EXIT
002580             END-IF
002590             IF GMT-TIER-NO NOT = ZERO
002600                 SET WS-TRAN-BAD TO TRUE
002610                 MOVE "PAYROLL LINES ARE TIER ZERO"
002620                     TO WS-REJECT-TEXT
002630                 GO TO 2100-EDIT-TRANSACTION-EXIT
002640             END-IF
002650         WHEN OTHER
002660             SET WS-TRAN-BAD TO TRUE
002670             MOVE "UNKNOWN JOURNAL SOURCE" TO WS-REJECT-TEXT
002680             GO TO 2100-EDIT-TRANSACTION-EXIT
002690     END-EVALUATE
002700
002710     MOVE "N" TO WS-ON-FILE-SW
002720     MOVE GMT-SOURCE             TO GLM-SOURCE
002730     MOVE GMT-LINE-TYPE          TO GLM-LINE-TYPE
002740     MOVE GMT-TIER-NO            TO GLM-TIER-NO
002750     READ GL-MAP
002760         NOT INVALID KEY
002770             SET WS-ON-FILE TO TRUE
002780             MOVE GLM-GL-ACCOUNT TO WS-OLD-GL-ACCOUNT
002790             MOVE GLM-ACCT-DESC  TO WS-OLD-ACCT-DESC
002800     END-READ
002810     IF GMT-ADD AND WS-ON-FILE
002820         SET WS-TRAN-BAD TO TRUE
002830         MOVE "MAPPING ALREADY ON FILE" TO WS-REJECT-TEXT
002840         GO TO 2100-EDIT-TRANSACTION-EXIT
002850     END-IF
002860     IF NOT GMT-ADD AND NOT WS-ON-FILE
002870         SET WS-TRAN-BAD TO TRUE
002880         MOVE "NO MAPPING ON FILE" TO WS-REJECT-TEXT
002890         GO TO 2100-EDIT-TRANSACTION-EXIT
002900     END-IF
002910
002920     IF NOT GMT-DELETE AND GMT-GL-ACCOUNT = SPACES
002930         SET WS-TRAN-BAD TO TRUE
002940         MOVE "GL ACCOUNT MISSING" TO WS-REJECT-TEXT
002950     END-IF.
002960 2100-EDIT-TRANSACTION-EXIT.
002970     EXIT.
002980
002990*****************************************************************
003000*  2500-WRITE-AUDIT-RECORD - ONE GLMAUDT ROW PER APPLIED ADD,
003010*  CHANGE OR DELETE, OLD ACCOUNT / NEW ACCOUNT / USER.
003020*****************************************************************
003030 2500-WRITE-AUDIT-RECORD.
003040     ACCEPT GAUD-DATE            FROM DATE YYYYMMDD
003050     ACCEPT GAUD-TIME            FROM TIME
003060     MOVE GMT-ACTION             TO GAUD-ACTION
003070     MOVE GMT-SOURCE             TO GAUD-SOURCE
003080     MOVE GMT-LINE-TYPE          TO GAUD-LINE-TYPE
003090     MOVE GMT-TIER-NO            TO GAUD-TIER-NO
003100     MOVE WS-OLD-GL-ACCOUNT      TO GAUD-OLD-GL-ACCOUNT
003110     IF GMT-DELETE
003120         MOVE SPACES             TO GAUD-NEW-GL-ACCOUNT
003130     ELSE
003140         MOVE GMT-GL-ACCOUNT     TO GAUD-NEW-GL-ACCOUNT
003150     END-IF
003160     MOVE GMT-USER-ID            TO GAUD-USER-ID
003170     WRITE GAUD-RECORD.
003180 2500-WRITE-AUDIT-RECORD-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220*  2900-REJECT-TRANSACTION - THE CALLER SETS WS-REJECT-TEXT TO
003230*  SAY WHY.  NOTHING IS WRITTEN TO THE MAP OR THE AUDIT TRAIL.
003240*****************************************************************
003250 2900-REJECT-TRANSACTION.
003260     ADD 1 TO WS-REJECT-COUNT
003270     DISPLAY "GLMMNT01 - REJECTED " GMT-ACTION " " GMT-SOURCE " "
003280         GMT-LINE-TYPE " " GMT-TIER-NO " - " WS-REJECT-TEXT.
003290 2900-REJECT-TRANSACTION-EXIT.
003300     EXIT.
003310
003320 9999-TERMINATE.
003330     DISPLAY "GLMMNT01 - MAPPINGS ADDED    " WS-ADDED-COUNT
003340     DISPLAY "GLMMNT01 - MAPPINGS CHANGED  " WS-CHANGED-COUNT
003350     DISPLAY "GLMMNT01 - MAPPINGS DELETED  " WS-DELETED-COUNT
003360     DISPLAY "GLMMNT01 - MAPPINGS REJECTED " WS-REJECT-COUNT
003370
003380     SET RLP-EVENT-END TO TRUE
003390     MOVE WS-READ-COUNT          TO RLP-RECS-READ
003400     COMPUTE RLP-RECS-WRITTEN =
003410         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-DELETED-COUNT
003420     MOVE WS-REJECT-COUNT        TO RLP-RECS-REJECTED
003430     SET RLP-COMPLETED TO TRUE
003440     CALL "RUNLOG01" USING RUN-LOG-PARM
003450
003460     CLOSE GLM-TRAN-FILE
003470     CLOSE GL-MAP
003480     CLOSE GLM-AUDIT-FILE.
003490 9999-TERMINATE-EXIT.
003500     EXIT.
