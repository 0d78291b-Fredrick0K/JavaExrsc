000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRMMNT01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  PRMMNT01 - PRICING AND DEDUCTION PARAMETER MAINTENANCE RUN.
000180*
000190*  OPSBIL01'S AREA RATE BREAKS AND PERIMETER TRIM CHARGE, AND
000200*  PAYREG01'S DEDUCTION BRACKETS, WERE LOADED BY MOVE STATEMENTS
000210*  IN THE PROGRAMS, SO EVERY PRICE CHANGE WAS A PROGRAM CHANGE
000220*  AND AN OLD PERIOD COULD NEVER BE RERUN AT THE RATES IN FORCE
000230*  AT THE TIME.  THE TIERS NOW LIVE ON THE PARM-MASTER (SEE
000240*  PRMREC.CPY), KEYED BY TABLE TYPE, EFFECTIVE DATE AND TIER,
000250*  AND THIS RUN MAINTAINS IT FROM THE PRMTRAN TRANSACTION FILE.
000260*  A NEW PRICE LIST IS KEYED AS A NEW EFFECTIVE DATE - THE OLD
000270*  SET STAYS ON FILE FOR ANY TRANSACTION DATED BEFORE IT.
000280*
000290*  EVERY APPLIED ADD OR CHANGE IS WRITTEN TO THE PRMAUDT AUDIT
000300*  TRAIL WITH THE OLD VALUES, THE NEW VALUES, THE EFFECTIVE DATE
000310*  AND THE USER ID - THE SAME AUDIT SHAPE CMPMNT01 GIVES SALARY
000320*  CHANGES ON RATAUDT.  A TRANSACTION IS REJECTED FOR AN UNKNOWN
000330*  TABLE TYPE, A TIER OUT OF RANGE, A BAD EFFECTIVE DATE, OR A
000340*  LIMIT THAT WOULD PUT THE TIERS OF ONE SET OUT OF ORDER - THE
000350*  FIRST-FIT LOOKUPS IN OPSBIL01 AND PAYREG01 DEPEND ON EACH
000360*  TIER'S CEILING BEING ABOVE THE ONE BEFORE IT.
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY
000390*  DATE       INIT  DESCRIPTION
000400*  10/15/26   MH    ORIGINAL PROGRAM.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PRM-TRAN-FILE ASSIGN TO "PRMTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-PRMTRAN.
000480
000490     SELECT PARM-MASTER ASSIGN TO "PARMMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS PRM-KEY
000530         FILE STATUS IS FS-PARMMAST.
000540
000550     SELECT PRM-AUDIT-FILE ASSIGN TO "PRMAUDT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-PRMAUDT.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PRM-TRAN-FILE.
000620     COPY PRMTREC.
000630
000640 FD  PARM-MASTER.
000650     COPY PRMREC.
000660
000670 FD  PRM-AUDIT-FILE.
000680     COPY PAUDREC.
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000730         88  WS-EOF              VALUE "Y".
000740     05  WS-NEW-TIER-SW          PIC X(01)   VALUE "N".
000750         88  WS-NEW-TIER         VALUE "Y".
000760     05  WS-TRAN-BAD-SW          PIC X(01)   VALUE "N".
000770         88  WS-TRAN-BAD         VALUE "Y".
000780
000790 01  FS-PRMTRAN                  PIC X(02).
000800     88  FS-PRMTRAN-OK           VALUE "00".
000810 01  FS-PARMMAST                 PIC X(02).
000820     88  FS-PARMMAST-OK          VALUE "00".
000830 01  FS-PRMAUDT                  PIC X(02).
000840     88  FS-PRMAUDT-OK           VALUE "00".
000850
000860 01  WS-OLD-UPPER-LIMIT          PIC 9(07)V99.
000870 01  WS-OLD-RATE                 PIC 9(02)V99.
000880 01  WS-MAX-TIER                 PIC 9(01).
000890 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
000900 01  WS-REJECT-TEXT              PIC X(30).
000910
000920 01  WS-CONTROL-TOTALS.
000930     05  WS-READ-COUNT           PIC 9(05)   COMP VALUE ZERO.
000940     05  WS-ADDED-COUNT          PIC 9(05)   COMP VALUE ZERO.
000950     05  WS-CHANGED-COUNT        PIC 9(05)   COMP VALUE ZERO.
000960     05  WS-REJECT-COUNT         PIC 9(05)   COMP VALUE ZERO.
000970
000980 COPY DATEPARM.
000990
001000 COPY RUNLPARM.
001010
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE
001050         THRU 1000-INITIALIZE-EXIT.
001060     PERFORM 2000-PROCESS-TRANSACTIONS
001070         THRU 2000-PROCESS-TRANSACTIONS-EXIT
001080         UNTIL WS-EOF.
001090     PERFORM 9999-TERMINATE
001100         THRU 9999-TERMINATE-EXIT.
001110     STOP RUN.
001120
001130*****************************************************************
001140*  1000-INITIALIZE - A MISSING PARM-MASTER IS CREATED EMPTY ON
001150*  FIRST RUN, SAME AS CMPMNT01 DOES FOR THE COMP-MASTER - THE
001160*  FIRST PRMTRAN FILE IS WHAT SEEDS IT.  THE PARAMETER AUDIT
001170*  TRAIL IS APPEND-ONLY, SAME AS RATAUDT.
001180*****************************************************************
001190 1000-INITIALIZE.
001200     MOVE "PRMMNT01" TO RLP-PROGRAM-ID
001210     SET RLP-EVENT-START TO TRUE
001220     CALL "RUNLOG01" USING RUN-LOG-PARM
001230
001240     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
001250     OPEN INPUT PRM-TRAN-FILE
001260     IF NOT FS-PRMTRAN-OK
001270         DISPLAY "PRMMNT01 - PRMTRAN NOT FOUND, ABORTING"
001280         STOP RUN
001290     END-IF
001300     OPEN I-O PARM-MASTER
001310     IF NOT FS-PARMMAST-OK
001320         DISPLAY "PRMMNT01 - PARM MASTER NOT FOUND, CREATING"
001330         CLOSE PARM-MASTER
001340         OPEN OUTPUT PARM-MASTER
001350         CLOSE PARM-MASTER
001360         OPEN I-O PARM-MASTER
001370     END-IF
001380     OPEN EXTEND PRM-AUDIT-FILE
001390     IF NOT FS-PRMAUDT-OK
001400         OPEN OUTPUT PRM-AUDIT-FILE
001410         CLOSE PRM-AUDIT-FILE
001420         OPEN EXTEND PRM-AUDIT-FILE
001430     END-IF
001440     READ PRM-TRAN-FILE
001450         AT END
001460             SET WS-EOF TO TRUE
001470     END-READ.
001480 1000-INITIALIZE-EXIT.
001490     EXIT.
001500
001510*****************************************************************
001520*  2000-PROCESS-TRANSACTIONS - EDIT THE TRANSACTION, THEN WRITE
001530*  A NEW TIER (OLD VALUES ZERO ON THE AUDIT ROW) OR REWRITE AN
001540*  EXISTING ONE.  EITHER WAY THE CHANGE GOES TO PRMAUDT.
001550*****************************************************************
001560 2000-PROCESS-TRANSACTIONS.
001570     ADD 1 TO WS-READ-COUNT
001580     PERFORM 2100-EDIT-TRANSACTION
001590         THRU 2100-EDIT-TRANSACTION-EXIT
001600     IF WS-TRAN-BAD
001610         PERFORM 2900-REJECT-TRANSACTION
001620             THRU 2900-REJECT-TRANSACTION-EXIT
001630         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
001640     END-IF
001650
001660     MOVE "N" TO WS-NEW-TIER-SW
001670     MOVE ZERO                   TO WS-OLD-UPPER-LIMIT
001680     MOVE ZERO                   TO WS-OLD-RATE
001690     MOVE PRT-TABLE-TYPE         TO PRM-TABLE-TYPE
001700     MOVE PRT-EFF-DATE           TO PRM-EFF-DATE
001710     MOVE PRT-TIER-NO            TO PRM-TIER-NO
001720     READ PARM-MASTER
001730         INVALID KEY
001740             SET WS-NEW-TIER TO TRUE
001750     END-READ
001760     IF NOT WS-NEW-TIER
001770         MOVE PRM-UPPER-LIMIT    TO WS-OLD-UPPER-LIMIT
001780         MOVE PRM-RATE           TO WS-OLD-RATE
001790     END-IF
001800
001810     IF  WS-OLD-UPPER-LIMIT = PRT-NEW-UPPER-LIMIT
001820     AND WS-OLD-RATE        = PRT-NEW-RATE
001830     AND NOT WS-NEW-TIER
001840         DISPLAY "PRMMNT01 - TIER UNCHANGED FOR " PRT-TABLE-TYPE
001850             " " PRT-EFF-DATE " " PRT-TIER-NO
001860         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
001870     END-IF
001880
001890     MOVE PRT-TABLE-TYPE         TO PRM-TABLE-TYPE
001900     MOVE PRT-EFF-DATE           TO PRM-EFF-DATE
001910     MOVE PRT-TIER-NO            TO PRM-TIER-NO
001920     MOVE PRT-NEW-UPPER-LIMIT    TO PRM-UPPER-LIMIT
001930     MOVE PRT-NEW-RATE           TO PRM-RATE
001940     MOVE PRT-USER-ID            TO PRM-USER-ID
001950     MOVE WS-TODAY-DATE          TO PRM-MAINT-DATE
001960     IF WS-NEW-TIER
001970         WRITE PRM-MASTER-RECORD
001980             INVALID KEY
001990                 MOVE "WRITE FAILED" TO WS-REJECT-TEXT
002000                 PERFORM 2900-REJECT-TRANSACTION
002010                     THRU 2900-REJECT-TRANSACTION-EXIT
002020                 GO TO 2000-PROCESS-TRANSACTIONS-EXIT
002030         END-WRITE
002040         ADD 1 TO WS-ADDED-COUNT
002050     ELSE
002060         REWRITE PRM-MASTER-RECORD
002070             INVALID KEY
002080                 MOVE "REWRITE FAILED" TO WS-REJECT-TEXT
002090                 PERFORM 2900-REJECT-TRANSACTION
002100                     THRU 2900-REJECT-TRANSACTION-EXIT
002110                 GO TO 2000-PROCESS-TRANSACTIONS-EXIT
002120         END-REWRITE
002130         ADD 1 TO WS-CHANGED-COUNT
002140     END-IF
002150
002160     PERFORM 2500-WRITE-AUDIT-RECORD.
002170 2000-PROCESS-TRANSACTIONS-EXIT.
002180     READ PRM-TRAN-FILE
002190         AT END
002200             SET WS-EOF TO TRUE
002210     END-READ.
002220
002230*****************************************************************
002240*  2100-EDIT-TRANSACTION - TABLE TYPE, TIER RANGE AND EFFECTIVE
002250*  DATE FIRST, THEN THE TIER-ORDER CHECK AGAINST THE NEIGHBOURING
002260*  TIERS OF THE SAME SET.  THE FIRST FAILURE SETS WS-TRAN-BAD
002270*  AND WS-REJECT-TEXT.
002280*****************************************************************
002290 2100-EDIT-TRANSACTION.
002300     MOVE "N" TO WS-TRAN-BAD-SW
002310     EVALUATE TRUE
002320         WHEN PRT-TYPE-AREA
002330             MOVE 3 TO WS-MAX-TIER
002340         WHEN PRT-TYPE-DEDN
002350             MOVE 3 TO WS-MAX-TIER
002360         WHEN PRT-TYPE-TRIM
002370             MOVE 1 TO WS-MAX-TIER
002380         WHEN OTHER
002390             SET WS-TRAN-BAD TO TRUE
002400             MOVE "UNKNOWN TABLE TYPE" TO WS-REJECT-TEXT
002410             GO TO 2100-EDIT-TRANSACTION-EXIT
002420     END-EVALUATE
002430
002440     IF PRT-TIER-NO < 1 OR PRT-TIER-NO > WS-MAX-TIER
002450         SET WS-TRAN-BAD TO TRUE
002460         MOVE "TIER OUT OF RANGE" TO WS-REJECT-TEXT
002470         GO TO 2100-EDIT-TRANSACTION-EXIT
002480     END-IF
002490
002500     MOVE PRT-EFF-DATE           TO DTP-YYYYMMDD
002510     SET DTP-TO-DDMMYYYY         TO TRUE
002520     CALL "DATEVAL1" USING DATE-PARM
002530     SET DTP-VALIDATE            TO TRUE
002540     CALL "DATEVAL1" USING DATE-PARM
002550     IF DTP-INVALID
002560         SET WS-TRAN-BAD TO TRUE
002570         MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-TEXT
002580         GO TO 2100-EDIT-TRANSACTION-EXIT
002590     END-IF
002600
002610     IF NOT PRT-TYPE-TRIM
002620         PERFORM 2200-CHECK-TIER-ORDER
002630             THRU 2200-CHECK-TIER-ORDER-EXIT
002640     END-IF.
002650 2100-EDIT-TRANSACTION-EXIT.
002660     EXIT.
002670
002680*****************************************************************
002690*  2200-CHECK-TIER-ORDER - TIER N OF A SET NEEDS TIER N-1 OF THE
002700*  SAME SET ON FILE WITH A LOWER CEILING, AND MUST STAY BELOW
002710*  TIER N+1'S CEILING IF THAT TIER IS ALREADY ON FILE - A GAP OR
002720*  AN INVERTED PAIR WOULD SEND THE FIRST-FIT LOOKUP TO THE WRONG
002730*  RATE WITHOUT ANY WARNING.
002740*****************************************************************
002750 2200-CHECK-TIER-ORDER.
002760     IF PRT-TIER-NO > 1
002770         MOVE PRT-TABLE-TYPE     TO PRM-TABLE-TYPE
002780         MOVE PRT-EFF-DATE       TO PRM-EFF-DATE
002790         COMPUTE PRM-TIER-NO = PRT-TIER-NO - 1
002800         READ PARM-MASTER
002810             INVALID KEY
002820                 SET WS-TRAN-BAD TO TRUE
002830                 MOVE "PRIOR TIER NOT ON FILE" TO WS-REJECT-TEXT
002840                 GO TO 2200-CHECK-TIER-ORDER-EXIT
002850         END-READ
002860         IF PRT-NEW-UPPER-LIMIT NOT > PRM-UPPER-LIMIT
002870             SET WS-TRAN-BAD TO TRUE
002880             MOVE "LIMIT NOT ABOVE PRIOR TIER" TO WS-REJECT-TEXT
002890             GO TO 2200-CHECK-TIER-ORDER-EXIT
002900         END-IF
002910     END-IF
002920
002930     IF PRT-TIER-NO < WS-MAX-TIER
002940         MOVE PRT-TABLE-TYPE     TO PRM-TABLE-TYPE
002950         MOVE PRT-EFF-DATE       TO PRM-EFF-DATE
002960         COMPUTE PRM-TIER-NO = PRT-TIER-NO + 1
002970         READ PARM-MASTER
002980             INVALID KEY
002990                 GO TO 2200-CHECK-TIER-ORDER-EXIT
003000         END-READ
003010         IF PRT-NEW-UPPER-LIMIT NOT < PRM-UPPER-LIMIT
003020             SET WS-TRAN-BAD TO TRUE
003030             MOVE "LIMIT NOT BELOW NEXT TIER" TO WS-REJECT-TEXT
003040         END-IF
003050     END-IF.
003060 2200-CHECK-TIER-ORDER-EXIT.
003070     EXIT.
003080
003090*****************************************************************
003100*  2500-WRITE-AUDIT-RECORD - ONE PRMAUDT ROW PER APPLIED TIER
003110*  ADD OR CHANGE, OLD VALUES / NEW VALUES / EFFECTIVE DATE / USER.
003120*****************************************************************
003130 2500-WRITE-AUDIT-RECORD.
003140     ACCEPT PAUD-DATE            FROM DATE YYYYMMDD
003150     ACCEPT PAUD-TIME            FROM TIME
003160     MOVE PRT-TABLE-TYPE         TO PAUD-TABLE-TYPE
003170     MOVE PRT-TIER-NO            TO PAUD-TIER-NO
003180     MOVE WS-OLD-UPPER-LIMIT     TO PAUD-OLD-UPPER-LIMIT
003190     MOVE PRT-NEW-UPPER-LIMIT    TO PAUD-NEW-UPPER-LIMIT
003200     MOVE WS-OLD-RATE            TO PAUD-OLD-RATE
003210     MOVE PRT-NEW-RATE           TO PAUD-NEW-RATE
003220     MOVE PRT-EFF-DATE           TO PAUD-EFF-DATE
003230     MOVE PRT-USER-ID            TO PAUD-USER-ID
003240     WRITE PAUD-RECORD.
003250
003260*****************************************************************
003270*  2900-REJECT-TRANSACTION - THE CALLER SETS WS-REJECT-TEXT TO
003280*  SAY WHY.  NOTHING IS WRITTEN TO THE MASTER OR THE AUDIT TRAIL.
003290*****************************************************************
003300 2900-REJECT-TRANSACTION.
003310     ADD 1 TO WS-REJECT-COUNT
003320     DISPLAY "PRMMNT01 - REJECTED " PRT-TABLE-TYPE " "
003330         PRT-EFF-DATE " " PRT-TIER-NO " - " WS-REJECT-TEXT.
003340 2900-REJECT-TRANSACTION-EXIT.
003350     EXIT.
003360
003370 9999-TERMINATE.
003380     DISPLAY "PRMMNT01 - TIERS ADDED    " WS-ADDED-COUNT
003390     DISPLAY "PRMMNT01 - TIERS CHANGED  " WS-CHANGED-COUNT
003400     DISPLAY "PRMMNT01 - TIERS REJECTED " WS-REJECT-COUNT
003410
003420     SET RLP-EVENT-END TO TRUE
003430     MOVE WS-READ-COUNT          TO RLP-RECS-READ
003440     COMPUTE RLP-RECS-WRITTEN =
003450         WS-ADDED-COUNT + WS-CHANGED-COUNT
003460     MOVE WS-REJECT-COUNT        TO RLP-RECS-REJECTED
003470     SET RLP-COMPLETED TO TRUE
003480     CALL "RUNLOG01" USING RUN-LOG-PARM
003490
003500     CLOSE PRM-TRAN-FILE
003510     CLOSE PARM-MASTER
003520     CLOSE PRM-AUDIT-FILE.
003530 9999-TERMINATE-EXIT.
003540     EXIT.
