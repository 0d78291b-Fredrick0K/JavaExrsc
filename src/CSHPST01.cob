000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CSHPST01.
000120 AUTHOR. M. HARGROVE.
000130 INSTALLATION. DATALINE SYSTEMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  CSHPST01 - DAILY CASH RECEIPTS POSTING RUN.
000180*
000190*  RECVFILE ONLY EVER GREW - OPSBIL01 APPENDS AN OPEN ITEM PER
000200*  INVOICE AND NOTHING TOOK ONE OFF WHEN THE CUSTOMER PAID, SO
000210*  AGERPT01 KEPT CHASING MONEY THAT WAS ALREADY IN THE BANK.
000220*  THIS RUN READS THE DAILY PMTTRAN DEPOSIT FILE AND APPLIES
000230*  EACH PAYMENT TO THE RECVFILE OPEN ITEM ITS CUSTOMER AND
000240*  MEA-ID NAME.  A PAYMENT SHORT OF THE OPEN BALANCE LEAVES THE
000250*  ITEM PART-PAID; THE EXCESS OF AN OVERPAYMENT, AND ANY PAYMENT
000260*  THAT MATCHES NO OPEN ITEM, IS PARKED AS UNAPPLIED CASH ON THE
000270*  CUSTOMER'S ACCOUNT.  EVERY SLICE POSTED GOES TO THE
000280*  APPEND-ONLY CASHAPL FILE - RECVFILE ITSELF IS NEVER
000290*  REWRITTEN - AND AGERPT01 NETS CASHAPL AGAINST RECVFILE SO IT
000300*  AGES ONLY WHAT IS STILL OWED.
000310*
000320*  A PAYMENT FOR AN ACCOUNT THE CUST-MASTER DOES NOT KNOW, FOR
000330*  ZERO, WITH A BAD RECEIVED DATE, OR NAMING AN INVOICE BILLED
000340*  TO A DIFFERENT ACCOUNT IS REJECTED.  THE CSHRPT REGISTER
000350*  PRINTS ONE LINE PER PAYMENT AND CONTROL TOTALS - APPLIED,
000354*  UNAPPLIED AND REJECTED - PROVED BACK TO THE BANK'S OWN DEPOSIT
000355*  COUNT AND TOTAL ON THE PMTTRAN TRAILER.
000356*
000357*  THE WHOLE DEPOSIT FILE IS PROVED AGAINST THAT TRAILER, AND
000358*  AGAINST THE DEPLOG OF DEPOSITS ALREADY POSTED, BEFORE ANY OF
000359*  IT IS POSTED.  A DEPOSIT THAT DOES NOT PROVE, OR THAT HAS BEEN
000360*  POSTED BEFORE, WRITES NOTHING TO CASHAPL; THE REGISTER PRINTS
000361*  IT OUT OF BALANCE WITH THE REASON AND THE RUNLOG END ROW IS
000362*  LEFT NOT COMPLETED.  EACH DEPOSIT POSTED IS LOGGED ON DEPLOG.
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY
000390*  DATE       INIT  DESCRIPTION
000400*  10/15/26   MH    ORIGINAL PROGRAM.
000401*  10/15/26   MH    THE DEPOSIT PROOF NOW TIES TO THE BANK'S TRAIL
000402*                   ROW ON PMTTRAN INSTEAD OF THE SUM OF THE SAME
000403*                   PAYMENTS, AND A FULL OPEN ITEM TABLE ABENDS
000404*                   THE RUN INSTEAD OF PARKING THOSE INVOICES'
000405*                   PAYMENTS UNAPPLIED.
000406*  10/15/26   MH    THE DEPOSIT IS PROVED IN A FIRST PASS BEFORE
000407*                   CASHAPL IS OPENED, SO ONE THAT DOES NOT PROVE
000408*                   POSTS NOTHING.  POSTED DEPOSITS ARE LOGGED ON
000409*                   THE NEW DEPLOG (DPLREC) AND ONE ALREADY THERE
000410*                   IS REJECTED, SO A RERUN OR A RESENT FILE
000411*                   CANNOT POST THE SAME MONEY TWICE.
000412*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PMT-TRAN-FILE ASSIGN TO "PMTTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-PMTTRAN.
000480
000490     SELECT RECV-FILE ASSIGN TO "RECVFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-RECVFILE.
000520
000530     SELECT CASH-APPL-FILE ASSIGN TO "CASHAPL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-CASHAPL.
000560
000570     SELECT CUST-MASTER ASSIGN TO "CUSTMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CUS-KEY
000610         FILE STATUS IS FS-CUSTMAST.
000620
000630     SELECT CSH-RPT-FILE ASSIGN TO "CSHRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-CSHRPT.
000660
000662     SELECT OPTIONAL DEP-LOG-FILE ASSIGN TO "DEPLOG"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS FS-DEPLOG.
000668
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PMT-TRAN-FILE.
000700     COPY PMTREC.
000710
000720 FD  RECV-FILE.
000730     COPY RECVREC.
000740
000750 FD  CASH-APPL-FILE.
000760     COPY CAPREC.
000770
000780 FD  CUST-MASTER.
000790     COPY CUSTREC.
000800
000810 FD  CSH-RPT-FILE.
000820 01  CSH-RPT-LINE                PIC X(80).
000830
000832 FD  DEP-LOG-FILE.
000834     COPY DPLREC.
000836
000840 WORKING-STORAGE SECTION.
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000870         88  WS-EOF              VALUE "Y".
000880     05  WS-RCV-EOF-SW           PIC X(01)   VALUE "N".
000890         88  WS-RCV-EOF          VALUE "Y".
000900     05  WS-CAP-EOF-SW           PIC X(01)   VALUE "N".
000910         88  WS-CAP-EOF          VALUE "Y".
000920     05  WS-OTHER-ACCT-SW        PIC X(01)   VALUE "N".
000930         88  WS-OTHER-ACCT       VALUE "Y".
000940     05  WS-OWN-ITEM-SW          PIC X(01)   VALUE "N".
000950         88  WS-OWN-ITEM         VALUE "Y".
000952     05  WS-BALANCE-SW           PIC X(01)   VALUE "Y".
000954         88  WS-IN-BALANCE       VALUE "Y".
000956         88  WS-OUT-OF-BALANCE   VALUE "N".
000958     05  WS-DEPOSIT-SW           PIC X(01)   VALUE "N".
000960         88  WS-DEPOSIT-ACCEPTED VALUE "Y".
000962     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
000964         88  WS-LOG-EOF          VALUE "Y".
000966
000970 01  FS-PMTTRAN                  PIC X(02).
000980     88  FS-PMTTRAN-OK           VALUE "00".
000990 01  FS-RECVFILE                 PIC X(02).
001000     88  FS-RECVFILE-OK          VALUE "00".
001010 01  FS-CASHAPL                  PIC X(02).
001020     88  FS-CASHAPL-OK           VALUE "00".
001030 01  FS-CUSTMAST                 PIC X(02).
001040     88  FS-CUSTMAST-OK          VALUE "00".
001050 01  FS-CSHRPT                   PIC X(02).
001060     88  FS-CSHRPT-OK            VALUE "00".
001063 01  FS-DEPLOG                   PIC X(02).
001066     88  FS-DEPLOG-OK            VALUE "00".
001070
001080 COPY DATEPARM.
001090
001100 COPY RUNLPARM.
001110
001120 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001130
001140*****************************************************************
001150*  WS-ITEM-TABLE - EVERY RECVFILE OPEN ITEM WITH ITS REMAINING
001160*  BALANCE.  LOADED AT FULL RCV-AMOUNT, THEN EVERY "A" ROW ALREADY
001170*  ON CASHAPL IS TAKEN OFF THE MATCHING ITEM, SO A PAYMENT POSTED
001180*  YESTERDAY IS NOT APPLIED A SECOND TIME TODAY.  SAME LINEAR
001190*  SCAN SHAPE AS THE PER-CUSTOMER TABLES IN OPSBIL01/AGERPT01.
001200*****************************************************************
001210 01  WS-ITEM-COUNT               PIC 9(04)   COMP VALUE ZERO.
001220 01  WS-ITEM-IDX                 PIC 9(04)   COMP.
001230 01  WS-ITEM-TABLE.
001240     05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
001250         10  WS-ITEM-CUST-ID     PIC 9(05).
001260         10  WS-ITEM-MEA-ID      PIC 9(05).
001270         10  WS-ITEM-OPEN        PIC 9(09)V99.
001280
001290 01  WS-CAP-REMAIN               PIC 9(09)V99.
001300 01  WS-PMT-REMAIN               PIC 9(09)V99.
001310 01  WS-PMT-APPLIED              PIC 9(09)V99.
001320 01  WS-PMT-UNAPPLIED            PIC 9(09)V99.
001330 01  WS-SLICE-AMOUNT             PIC 9(09)V99.
001340 01  WS-PMT-RESULT               PIC X(27).
001345 01  WS-DEPOSIT-REASON           PIC X(40)   VALUE SPACES.
001350
001360 01  WS-CONTROL-TOTALS.
001370     05  WS-PMT-COUNT            PIC 9(05)   COMP VALUE ZERO.
001380     05  WS-APPLIED-COUNT        PIC 9(05)   COMP VALUE ZERO.
001390     05  WS-UNAPPLIED-COUNT      PIC 9(05)   COMP VALUE ZERO.
001400     05  WS-REJECT-COUNT         PIC 9(05)   COMP VALUE ZERO.
001410     05  WS-CAP-WRITTEN          PIC 9(05)   COMP VALUE ZERO.
001420     05  WS-DEPOSIT-TOTAL        PIC 9(09)V99 VALUE ZERO.
001430     05  WS-APPLIED-TOTAL        PIC 9(09)V99 VALUE ZERO.
001440     05  WS-UNAPPLIED-TOTAL      PIC 9(09)V99 VALUE ZERO.
001450     05  WS-REJECT-TOTAL         PIC 9(09)V99 VALUE ZERO.
001460     05  WS-PROOF-TOTAL          PIC 9(09)V99 VALUE ZERO.
001470     05  WS-PROOF-DIFF           PIC S9(09)V99 VALUE ZERO.
001472     05  WS-TRL-COUNT            PIC 9(05)   COMP VALUE ZERO.
001474     05  WS-AFTER-TRL-COUNT      PIC 9(05)   COMP VALUE ZERO.
001476     05  WS-BANK-COUNT           PIC 9(05)   VALUE ZERO.
001478     05  WS-BANK-TOTAL           PIC 9(09)V99 VALUE ZERO.
001479     05  WS-BANK-DATE            PIC 9(08)   VALUE ZERO.
001480
001490 01  WS-RPT-HEADING-1.
001500     05  FILLER                  PIC X(80)
001510         VALUE "CSHPST01 - CASH RECEIPTS POSTING REGISTER".
001520
001530 01  WS-RPT-HEADING-2.
001540     05  FILLER                  PIC X(02)   VALUE SPACES.
001550     05  FILLER                  PIC X(06)   VALUE "ACCT".
001560     05  FILLER                  PIC X(05)   VALUE "INV".
001570     05  FILLER                  PIC X(13)
001580         VALUE "     RECEIVED".
001590     05  FILLER                  PIC X(13)
001600         VALUE "      APPLIED".
001610     05  FILLER                  PIC X(13)
001620         VALUE "    UNAPPLIED".
001630     05  FILLER                  PIC X(01)   VALUE SPACES.
001640     05  FILLER                  PIC X(27)   VALUE "RESULT".
001650
001660 01  WS-RPT-DETAIL.
001670     05  FILLER                  PIC X(02)   VALUE SPACES.
001680     05  RPT-CUST-ID             PIC 9(05).
001690     05  FILLER                  PIC X(01)   VALUE SPACES.
001700     05  RPT-MEA-ID              PIC 9(05).
001710     05  RPT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
001720     05  RPT-APPLIED             PIC ZZ,ZZZ,ZZ9.99.
001730     05  RPT-UNAPPLIED           PIC ZZ,ZZZ,ZZ9.99.
001740     05  FILLER                  PIC X(01)   VALUE SPACES.
001750     05  RPT-RESULT              PIC X(27).
001760
001770 01  WS-RPT-CONTROL-TOTAL.
001780     05  FILLER                  PIC X(04)   VALUE SPACES.
001790     05  RPT-CTL-LABEL           PIC X(20).
001800     05  RPT-CTL-COUNT           PIC ZZ,ZZ9.
001810     05  FILLER                  PIC X(03)   VALUE SPACES.
001820     05  RPT-CTL-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
001830     05  FILLER                  PIC X(34)   VALUE SPACES.
001840
001850 01  WS-RPT-PROOF.
001860     05  FILLER                  PIC X(04)   VALUE SPACES.
001870     05  FILLER                  PIC X(20)
001880         VALUE "DEPOSIT PROOF".
001890     05  RPT-PRF-RESULT          PIC X(15).
001900     05  FILLER                  PIC X(05)   VALUE "DIFF ".
001910     05  RPT-PRF-DIFF            PIC -Z,ZZZ,ZZ9.99.
001920     05  FILLER                  PIC X(23)   VALUE SPACES.
001921
001922 01  WS-RPT-PROOF-REASON.
001923     05  FILLER                  PIC X(24)   VALUE SPACES.
001924     05  RPT-PRF-REASON          PIC X(40).
001925     05  FILLER                  PIC X(16)   VALUE SPACES.
001930
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE
001970         THRU 1000-INITIALIZE-EXIT.
001980     PERFORM 2000-POST-PAYMENT
001990         THRU 2000-POST-PAYMENT-EXIT
002000         UNTIL WS-EOF.
002010     PERFORM 3000-PRINT-CONTROL-TOTALS
002020         THRU 3000-PRINT-CONTROL-TOTALS-EXIT.
002030     PERFORM 9999-TERMINATE
002040         THRU 9999-TERMINATE-EXIT.
002050     STOP RUN.
002060
002070*****************************************************************
002075*  1000-INITIALIZE - PROVE THE DEPOSIT FIRST; ONE THAT DOES NOT
002080*  PROVE STOPS HERE WITH ONLY THE REGISTER OPEN FOR OUTPUT.
002085*  OTHERWISE LOAD THE OPEN ITEMS AND NET OFF WHAT EARLIER RUNS
002090*  ALREADY APPLIED, THEN REOPEN CASHAPL FOR APPEND, SAME
002100*  OPEN-EXTEND-OR-CREATE SHAPE AS OPSBIL01'S RECVFILE.  A MISSING
002110*  RECVFILE IS NOT FATAL - EVERY PAYMENT SIMPLY PARKS UNAPPLIED.
002120*****************************************************************
002130 1000-INITIALIZE.
002140     MOVE "CSHPST01" TO RLP-PROGRAM-ID
002150     SET RLP-EVENT-START TO TRUE
002160     CALL "RUNLOG01" USING RUN-LOG-PARM
002170
002180     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
002190
002200     OPEN INPUT PMT-TRAN-FILE
002210     IF NOT FS-PMTTRAN-OK
002220         DISPLAY "CSHPST01 - PMTTRAN NOT FOUND, ABORTING"
002230         STOP RUN
002240     END-IF
002250     OPEN INPUT CUST-MASTER
002260     IF NOT FS-CUSTMAST-OK
002270         DISPLAY "CSHPST01 - CUSTMAST NOT FOUND, RUN CUSMNT01"
002280         CLOSE PMT-TRAN-FILE
002290         STOP RUN
002300     END-IF
002310     OPEN OUTPUT CSH-RPT-FILE
002320     IF NOT FS-CSHRPT-OK
002330         DISPLAY "CSHPST01 - UNABLE TO OPEN CSHRPT, ABORTING"
002340         CLOSE PMT-TRAN-FILE
002350         CLOSE CUST-MASTER
002360         STOP RUN
002370     END-IF
002380     WRITE CSH-RPT-LINE FROM WS-RPT-HEADING-1
002390     WRITE CSH-RPT-LINE FROM WS-RPT-HEADING-2
002391
002392     PERFORM 1300-PROVE-DEPOSIT
002393         THRU 1300-PROVE-DEPOSIT-EXIT
002394     IF NOT WS-DEPOSIT-ACCEPTED
002395         GO TO 1000-INITIALIZE-EXIT
002396     END-IF
002400
002410     PERFORM 1100-LOAD-OPEN-ITEMS
002420         THRU 1100-LOAD-OPEN-ITEMS-EXIT
002430     PERFORM 1200-NET-PRIOR-APPLICATIONS
002440         THRU 1200-NET-PRIOR-APPLICATIONS-EXIT
002450
002460     OPEN EXTEND CASH-APPL-FILE
002470     IF NOT FS-CASHAPL-OK
002480         OPEN OUTPUT CASH-APPL-FILE
002490         CLOSE CASH-APPL-FILE
002500         OPEN EXTEND CASH-APPL-FILE
002510     END-IF
002520
002530     READ PMT-TRAN-FILE
002540         AT END
002550             SET WS-EOF TO TRUE
002560     END-READ.
002570 1000-INITIALIZE-EXIT.
002580     EXIT.
002590
002600 1100-LOAD-OPEN-ITEMS.
002610     OPEN INPUT RECV-FILE
002620     IF NOT FS-RECVFILE-OK
002630         DISPLAY "CSHPST01 - RECVFILE NOT FOUND, NO OPEN ITEMS"
002640         GO TO 1100-LOAD-OPEN-ITEMS-EXIT
002650     END-IF
002660     READ RECV-FILE
002670         AT END
002680             SET WS-RCV-EOF TO TRUE
002690     END-READ
002700     PERFORM UNTIL WS-RCV-EOF
002710         IF WS-ITEM-COUNT >= 1000
002718             DISPLAY "CSHPST01 - OPEN ITEM TABLE FULL AT "
002726                 RCV-CUST-ID "/" RCV-MEA-ID
002734                 ", WIDEN WS-ITEM-TABLE - ABORTING"
002742             CLOSE RECV-FILE
002750             CLOSE PMT-TRAN-FILE
002758             CLOSE CUST-MASTER
002766             CLOSE CSH-RPT-FILE
002774             STOP RUN
002790         END-IF
002792         ADD 1 TO WS-ITEM-COUNT
002794         MOVE RCV-CUST-ID        TO WS-ITEM-CUST-ID(WS-ITEM-COUNT)
002796         MOVE RCV-MEA-ID         TO WS-ITEM-MEA-ID(WS-ITEM-COUNT)
002798         MOVE RCV-AMOUNT         TO WS-ITEM-OPEN(WS-ITEM-COUNT)
002800         READ RECV-FILE
002810             AT END
002820                 SET WS-RCV-EOF TO TRUE
002830         END-READ
002840     END-PERFORM
002850     CLOSE RECV-FILE.
002860 1100-LOAD-OPEN-ITEMS-EXIT.
002870     EXIT.
002880
002890*****************************************************************
002900*  1200-NET-PRIOR-APPLICATIONS - TAKE EVERY "A" ROW ALREADY ON
002910*  CASHAPL OFF THE OPEN ITEM IT WAS APPLIED TO.  THE "U" ROWS
002920*  NEVER TOUCHED AN ITEM AND ARE SKIPPED.
002930*****************************************************************
002940 1200-NET-PRIOR-APPLICATIONS.
002950     OPEN INPUT CASH-APPL-FILE
002960     IF NOT FS-CASHAPL-OK
002970         GO TO 1200-NET-PRIOR-APPLICATIONS-EXIT
002980     END-IF
002990     READ CASH-APPL-FILE
003000         AT END
003010             SET WS-CAP-EOF TO TRUE
003020     END-READ
003030     PERFORM UNTIL WS-CAP-EOF
003040         IF CAP-APPLIED
003050             MOVE CAP-AMOUNT     TO WS-CAP-REMAIN
003060             PERFORM 1210-NET-ONE-ITEM
003070                 THRU 1210-NET-ONE-ITEM-EXIT
003080                 VARYING WS-ITEM-IDX FROM 1 BY 1
003090                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
003100                 OR WS-CAP-REMAIN = ZERO
003110         END-IF
003120         READ CASH-APPL-FILE
003130             AT END
003140                 SET WS-CAP-EOF TO TRUE
003150         END-READ
003160     END-PERFORM
003170     CLOSE CASH-APPL-FILE.
003180 1200-NET-PRIOR-APPLICATIONS-EXIT.
003190     EXIT.
003200
003210 1210-NET-ONE-ITEM.
003220     IF WS-ITEM-CUST-ID(WS-ITEM-IDX) NOT = CAP-CUST-ID
003230        OR WS-ITEM-MEA-ID(WS-ITEM-IDX) NOT = CAP-MEA-ID
003240        OR WS-ITEM-OPEN(WS-ITEM-IDX) = ZERO
003250         GO TO 1210-NET-ONE-ITEM-EXIT
003260     END-IF
003270     IF WS-CAP-REMAIN > WS-ITEM-OPEN(WS-ITEM-IDX)
003280         SUBTRACT WS-ITEM-OPEN(WS-ITEM-IDX) FROM WS-CAP-REMAIN
003290         MOVE ZERO TO WS-ITEM-OPEN(WS-ITEM-IDX)
003300     ELSE
003310         SUBTRACT WS-CAP-REMAIN FROM WS-ITEM-OPEN(WS-ITEM-IDX)
003320         MOVE ZERO TO WS-CAP-REMAIN
003330     END-IF.
003340 1210-NET-ONE-ITEM-EXIT.
003350     EXIT.
003351
003352*****************************************************************
003353*  1300-PROVE-DEPOSIT - FIRST PASS.  READ THE WHOLE DEPOSIT FILE
003354*  ONCE, COUNTING ITS PAYMENTS AND ADDING UP THEIR AMOUNTS, THEN
003355*  PROVE THOSE FIGURES AGAINST THE BANK'S TRAILER AND THE DEPOSIT
003356*  AGAINST DEPLOG - SAME SHAPE AS FEEDGW01'S 1100-PROVE-BATCH.
003357*  ANY FAILURE REJECTS THE WHOLE DEPOSIT AND WS-EOF IS LEFT SET
003358*  SO NOTHING IS POSTED.  A PROVEN DEPOSIT IS REOPENED FOR THE
003359*  POSTING PASS.  THE FIRST REASON FOUND IS THE ONE KEPT.
003360*****************************************************************
003361 1300-PROVE-DEPOSIT.
003362     READ PMT-TRAN-FILE
003363         AT END
003364             SET WS-EOF TO TRUE
003365     END-READ
003366     PERFORM 1310-PROVE-PAYMENT
003367         THRU 1310-PROVE-PAYMENT-EXIT
003368         UNTIL WS-EOF
003369     CLOSE PMT-TRAN-FILE
003370
003371     EVALUATE TRUE
003372         WHEN WS-TRL-COUNT = ZERO
003373             MOVE "NO BANK TRAILER ON PMTTRAN"
003374                 TO WS-DEPOSIT-REASON
003375         WHEN WS-TRL-COUNT > 1
003376             MOVE "MORE THAN ONE BANK TRAILER"
003377                 TO WS-DEPOSIT-REASON
003378         WHEN WS-AFTER-TRL-COUNT > ZERO
003379             MOVE "PAYMENTS AFTER THE BANK TRAILER"
003380                 TO WS-DEPOSIT-REASON
003381         WHEN WS-BANK-DATE = ZERO
003382             MOVE "NO DEPOSIT DATE ON BANK TRAILER"
003383                 TO WS-DEPOSIT-REASON
003384         WHEN WS-PMT-COUNT NOT = WS-BANK-COUNT
003385             MOVE "PAYMENT COUNT DOES NOT MATCH BANK"
003386                 TO WS-DEPOSIT-REASON
003387         WHEN WS-DEPOSIT-TOTAL NOT = WS-BANK-TOTAL
003388             MOVE "PAYMENT TOTAL DOES NOT MATCH BANK"
003389                 TO WS-DEPOSIT-REASON
003390     END-EVALUATE
003391     IF WS-DEPOSIT-REASON = SPACES
003392         PERFORM 1350-CHECK-DEPOSIT-LOG
003393             THRU 1350-CHECK-DEPOSIT-LOG-EXIT
003394     END-IF
003395     IF WS-DEPOSIT-REASON NOT = SPACES
003396         GO TO 1300-PROVE-DEPOSIT-EXIT
003397     END-IF
003398
003399     SET WS-DEPOSIT-ACCEPTED TO TRUE
003400     MOVE "N" TO WS-EOF-SW
003401     OPEN INPUT PMT-TRAN-FILE.
003402 1300-PROVE-DEPOSIT-EXIT.
003403     EXIT.
003404
003405*****************************************************************
003406*  1310-PROVE-PAYMENT - THE BANK'S TRAIL ROW IS NOT A PAYMENT -
003407*  ITS FIGURES ARE KEPT FOR THE PROOF.  A PAYMENT AFTER THE
003408*  TRAILER IS COUNTED SO THE PROOF CAN SAY THE FILE WAS OUT OF
003409*  ORDER.
003410*****************************************************************
003411 1310-PROVE-PAYMENT.
003412     IF PMT-TRAILER
003413         ADD 1 TO WS-TRL-COUNT
003414         MOVE PMT-TRL-COUNT      TO WS-BANK-COUNT
003415         MOVE PMT-TRL-AMOUNT     TO WS-BANK-TOTAL
003416         MOVE PMT-TRL-DATE       TO WS-BANK-DATE
003417         GO TO 1310-PROVE-PAYMENT-EXIT
003418     END-IF
003419     IF WS-TRL-COUNT > ZERO
003420         ADD 1 TO WS-AFTER-TRL-COUNT
003421     END-IF
003422     ADD 1 TO WS-PMT-COUNT
003423     ADD PMT-AMOUNT              TO WS-DEPOSIT-TOTAL.
003424 1310-PROVE-PAYMENT-EXIT.
003425     READ PMT-TRAN-FILE
003426         AT END
003427             SET WS-EOF TO TRUE
003428     END-READ.
003429
003430*****************************************************************
003431*  1350-CHECK-DEPOSIT-LOG - A DEPOSIT WHOSE DATE, COUNT AND TOTAL
003432*  ARE ALREADY ON DEPLOG HAS BEEN POSTED BEFORE; POSTING IT AGAIN
003433*  WOULD PARK EVERY PAYMENT A SECOND TIME AS UNAPPLIED CASH.
003434*  SELECT OPTIONAL - NO DEPLOG YET MEANS NOTHING HAS BEEN POSTED.
003435*****************************************************************
003436 1350-CHECK-DEPOSIT-LOG.
003437     MOVE "N" TO WS-LOG-EOF-SW
003438     OPEN INPUT DEP-LOG-FILE
003439     READ DEP-LOG-FILE
003440         AT END
003441             SET WS-LOG-EOF TO TRUE
003442     END-READ
003443     PERFORM 1360-MATCH-DEPOSIT-LOG
003444         THRU 1360-MATCH-DEPOSIT-LOG-EXIT
003445         UNTIL WS-LOG-EOF
003446     CLOSE DEP-LOG-FILE.
003447 1350-CHECK-DEPOSIT-LOG-EXIT.
003448     EXIT.
003449
003450 1360-MATCH-DEPOSIT-LOG.
003451     IF DPL-DEPOSIT-DATE = WS-BANK-DATE
003452        AND DPL-PMT-COUNT = WS-BANK-COUNT
003453        AND DPL-DEPOSIT-TOTAL = WS-BANK-TOTAL
003454         MOVE "DEPOSIT ALREADY POSTED" TO WS-DEPOSIT-REASON
003455         DISPLAY "CSHPST01 - DEPOSIT OF " WS-BANK-DATE
003456             " WAS POSTED ON " DPL-ACCEPT-DATE
003457     END-IF.
003458 1360-MATCH-DEPOSIT-LOG-EXIT.
003459     READ DEP-LOG-FILE
003460         AT END
003461             SET WS-LOG-EOF TO TRUE
003462     END-READ.
003463
003522*****************************************************************
003523*  2000-POST-PAYMENT - EDIT THE PAYMENT, APPLY WHAT MATCHES AN
003524*  OPEN ITEM, PARK THE REST ON ACCOUNT, THEN ONE REGISTER LINE
003525*  NAMING THE OUTCOME - SAME ONE-LINE-PER-TRANSACTION SHAPE AS
003526*  THE EMPMNT01 MAINTENANCE REGISTER.  THE BANK'S TRAIL ROW WAS
003527*  PROVED IN 1300 AND IS PASSED OVER HERE.
003528*****************************************************************
003529 2000-POST-PAYMENT.
003530     IF PMT-TRAILER
003531         GO TO 2000-POST-PAYMENT-EXIT
003532     END-IF
003533     MOVE PMT-AMOUNT             TO WS-PMT-REMAIN
003534     MOVE ZERO                   TO WS-PMT-APPLIED
003535     MOVE ZERO                   TO WS-PMT-UNAPPLIED
003536     MOVE SPACES                 TO WS-PMT-RESULT
003537
003538     IF PMT-AMOUNT = ZERO
003539         MOVE "REJECTED - ZERO AMOUNT" TO WS-PMT-RESULT
003540         PERFORM 2900-REJECT-PAYMENT
003541             THRU 2900-REJECT-PAYMENT-EXIT
003550         GO TO 2090-WRITE-REGISTER-LINE
003560     END-IF
003570
003580     MOVE PMT-FECHA              TO DTP-YYYYMMDD
003590     SET DTP-TO-DDMMYYYY         TO TRUE
003600     CALL "DATEVAL1" USING DATE-PARM
003610     SET DTP-VALIDATE            TO TRUE
003620     CALL "DATEVAL1" USING DATE-PARM
003630     IF DTP-INVALID
003640         MOVE "REJECTED - BAD DATE" TO WS-PMT-RESULT
003650         PERFORM 2900-REJECT-PAYMENT
003660             THRU 2900-REJECT-PAYMENT-EXIT
003670         GO TO 2090-WRITE-REGISTER-LINE
003680     END-IF
003690
003700     MOVE PMT-CUST-ID            TO CUS-ID
003710     READ CUST-MASTER
003720         INVALID KEY
003730             MOVE "REJECTED - UNKNOWN CUSTOMER" TO WS-PMT-RESULT
003740             PERFORM 2900-REJECT-PAYMENT
003750                 THRU 2900-REJECT-PAYMENT-EXIT
003760             GO TO 2090-WRITE-REGISTER-LINE
003770     END-READ
003780
003790     IF PMT-MEA-ID = ZERO
003800         MOVE "UNAPPLIED - NO INVOICE REF" TO WS-PMT-RESULT
003810         PERFORM 2300-PARK-UNAPPLIED
003820             THRU 2300-PARK-UNAPPLIED-EXIT
003830         GO TO 2090-WRITE-REGISTER-LINE
003840     END-IF
003850
003860     PERFORM 2100-CHECK-INVOICE-OWNER
003870         THRU 2100-CHECK-INVOICE-OWNER-EXIT
003880     IF WS-OTHER-ACCT AND NOT WS-OWN-ITEM
003890         MOVE "REJECTED - OTHER ACCOUNT" TO WS-PMT-RESULT
003900         PERFORM 2900-REJECT-PAYMENT
003910             THRU 2900-REJECT-PAYMENT-EXIT
003920         GO TO 2090-WRITE-REGISTER-LINE
003930     END-IF
003940
003950     PERFORM 2200-APPLY-TO-ITEM
003960         THRU 2200-APPLY-TO-ITEM-EXIT
003970         VARYING WS-ITEM-IDX FROM 1 BY 1
003980         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
003990         OR WS-PMT-REMAIN = ZERO
004000
004010     EVALUATE TRUE
004020         WHEN WS-PMT-APPLIED = ZERO
004030             MOVE "UNAPPLIED - NO OPEN ITEM" TO WS-PMT-RESULT
004040             PERFORM 2300-PARK-UNAPPLIED
004050                 THRU 2300-PARK-UNAPPLIED-EXIT
004060         WHEN WS-PMT-REMAIN > ZERO
004070             MOVE "APPLIED - OVERPAID TO ACCT" TO WS-PMT-RESULT
004080             PERFORM 2300-PARK-UNAPPLIED
004090                 THRU 2300-PARK-UNAPPLIED-EXIT
004100         WHEN OTHER
004110             PERFORM 2250-CHECK-ITEM-CLEARED
004120                 THRU 2250-CHECK-ITEM-CLEARED-EXIT
004130     END-EVALUATE.
004140
004150 2090-WRITE-REGISTER-LINE.
004160     MOVE PMT-CUST-ID            TO RPT-CUST-ID
004170     MOVE PMT-MEA-ID             TO RPT-MEA-ID
004180     MOVE PMT-AMOUNT             TO RPT-AMOUNT
004190     MOVE WS-PMT-APPLIED         TO RPT-APPLIED
004200     MOVE WS-PMT-UNAPPLIED       TO RPT-UNAPPLIED
004210     MOVE WS-PMT-RESULT          TO RPT-RESULT
004220     WRITE CSH-RPT-LINE FROM WS-RPT-DETAIL.
004230 2000-POST-PAYMENT-EXIT.
004240     READ PMT-TRAN-FILE
004250         AT END
004260             SET WS-EOF TO TRUE
004270     END-READ.
004280
004290*****************************************************************
004300*  2100-CHECK-INVOICE-OWNER - AN MEA-ID BILLED TO SOME OTHER
004310*  ACCOUNT, AND NEVER TO THIS ONE, IS A MIS-KEYED REMITTANCE -
004320*  POSTING IT ON ACCOUNT WOULD HIDE THE ERROR, SO IT REJECTS.
004330*****************************************************************
004340 2100-CHECK-INVOICE-OWNER.
004350     MOVE "N" TO WS-OTHER-ACCT-SW
004360     MOVE "N" TO WS-OWN-ITEM-SW
004370     PERFORM 2110-MATCH-INVOICE-OWNER
004380         THRU 2110-MATCH-INVOICE-OWNER-EXIT
004390         VARYING WS-ITEM-IDX FROM 1 BY 1
004400         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
004410         OR WS-OWN-ITEM.
004420 2100-CHECK-INVOICE-OWNER-EXIT.
004430     EXIT.
004440
004450 2110-MATCH-INVOICE-OWNER.
004460     IF WS-ITEM-MEA-ID(WS-ITEM-IDX) = PMT-MEA-ID
004470         IF WS-ITEM-CUST-ID(WS-ITEM-IDX) = PMT-CUST-ID
004480             SET WS-OWN-ITEM TO TRUE
004490         ELSE
004500             SET WS-OTHER-ACCT TO TRUE
004510         END-IF
004520     END-IF.
004530 2110-MATCH-INVOICE-OWNER-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*  2200-APPLY-TO-ITEM - APPLY AS MUCH OF THE PAYMENT AS THE OPEN
004580*  ITEM STILL OWES.  ONE CASHAPL "A" ROW PER ITEM TOUCHED.
004590*****************************************************************
004600 2200-APPLY-TO-ITEM.
004610     IF WS-ITEM-CUST-ID(WS-ITEM-IDX) NOT = PMT-CUST-ID
004620        OR WS-ITEM-MEA-ID(WS-ITEM-IDX) NOT = PMT-MEA-ID
004630        OR WS-ITEM-OPEN(WS-ITEM-IDX) = ZERO
004640         GO TO 2200-APPLY-TO-ITEM-EXIT
004650     END-IF
004660     IF WS-PMT-REMAIN > WS-ITEM-OPEN(WS-ITEM-IDX)
004670         MOVE WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-SLICE-AMOUNT
004680     ELSE
004690         MOVE WS-PMT-REMAIN      TO WS-SLICE-AMOUNT
004700     END-IF
004710     SUBTRACT WS-SLICE-AMOUNT FROM WS-ITEM-OPEN(WS-ITEM-IDX)
004720     SUBTRACT WS-SLICE-AMOUNT FROM WS-PMT-REMAIN
004730     ADD WS-SLICE-AMOUNT         TO WS-PMT-APPLIED
004740     ADD WS-SLICE-AMOUNT         TO WS-APPLIED-TOTAL
004750
004760     MOVE PMT-CUST-ID            TO CAP-CUST-ID
004770     MOVE PMT-MEA-ID             TO CAP-MEA-ID
004780     SET CAP-APPLIED             TO TRUE
004790     MOVE PMT-FECHA              TO CAP-PMT-DATE
004800     MOVE WS-TODAY-DATE          TO CAP-POST-DATE
004810     MOVE WS-SLICE-AMOUNT        TO CAP-AMOUNT
004820     WRITE CAP-RECORD
004830     ADD 1 TO WS-CAP-WRITTEN.
004840 2200-APPLY-TO-ITEM-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880*  2250-CHECK-ITEM-CLEARED - THE WHOLE PAYMENT WENT ON; SAY
004890*  WHETHER IT CLEARED THE INVOICE OR LEFT IT PART-PAID.
004900*****************************************************************
004910 2250-CHECK-ITEM-CLEARED.
004920     ADD 1 TO WS-APPLIED-COUNT
004930     MOVE "APPLIED - INVOICE PAID" TO WS-PMT-RESULT
004940     PERFORM 2260-TEST-ITEM-OPEN
004950         THRU 2260-TEST-ITEM-OPEN-EXIT
004960         VARYING WS-ITEM-IDX FROM 1 BY 1
004970         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
004980 2250-CHECK-ITEM-CLEARED-EXIT.
004990     EXIT.
005000
005010 2260-TEST-ITEM-OPEN.
005020     IF WS-ITEM-CUST-ID(WS-ITEM-IDX) = PMT-CUST-ID
005030        AND WS-ITEM-MEA-ID(WS-ITEM-IDX) = PMT-MEA-ID
005040        AND WS-ITEM-OPEN(WS-ITEM-IDX) > ZERO
005050         MOVE "APPLIED - PARTIAL PAYMENT" TO WS-PMT-RESULT
005060     END-IF.
005070 2260-TEST-ITEM-OPEN-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110*  2300-PARK-UNAPPLIED - WHATEVER IS LEFT OF THE PAYMENT GOES ON
005120*  THE CUSTOMER'S ACCOUNT AS A CASHAPL "U" ROW.  THE MEA-ID THE
005130*  REMITTANCE QUOTED RIDES ALONG SO COLLECTIONS CAN SEE WHAT THE
005140*  CUSTOMER THOUGHT THEY WERE PAYING.
005150*****************************************************************
005160 2300-PARK-UNAPPLIED.
005170     IF WS-PMT-APPLIED > ZERO
005180         ADD 1 TO WS-APPLIED-COUNT
005190     END-IF
005200     ADD 1 TO WS-UNAPPLIED-COUNT
005210     MOVE WS-PMT-REMAIN          TO WS-PMT-UNAPPLIED
005220     ADD WS-PMT-REMAIN           TO WS-UNAPPLIED-TOTAL
005230
005240     MOVE PMT-CUST-ID            TO CAP-CUST-ID
005250     MOVE PMT-MEA-ID             TO CAP-MEA-ID
005260     SET CAP-UNAPPLIED           TO TRUE
005270     MOVE PMT-FECHA              TO CAP-PMT-DATE
005280     MOVE WS-TODAY-DATE          TO CAP-POST-DATE
005290     MOVE WS-PMT-REMAIN          TO CAP-AMOUNT
005300     WRITE CAP-RECORD
005310     ADD 1 TO WS-CAP-WRITTEN
005320     MOVE ZERO                   TO WS-PMT-REMAIN.
005330 2300-PARK-UNAPPLIED-EXIT.
005340     EXIT.
005350
005360 2900-REJECT-PAYMENT.
005370     ADD 1 TO WS-REJECT-COUNT
005380     ADD PMT-AMOUNT              TO WS-REJECT-TOTAL.
005390 2900-REJECT-PAYMENT-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430*  3000-PRINT-CONTROL-TOTALS - APPLIED PLUS UNAPPLIED PLUS
005435*  REJECTED MUST COME BACK TO THE BANK DEPOSIT TOTAL ON THE
005442*  PMTTRAN TRAILER TO THE CENT.  AN OVERPAYMENT COUNTS ONCE UNDER
005450*  APPLIED AND ONCE UNDER UNAPPLIED, SO THE APPLIED / UNAPPLIED
005455*  COUNTS NEED NOT ADD UP - THE MONEY MUST.  A DEPOSIT REJECTED
005460*  BY 1300 POSTED NOTHING, SO IT PRINTS WITH ITS 1300 REASON AND
005465*  THE WHOLE BANK TOTAL AS THE DIFFERENCE.
005470*****************************************************************
005480 3000-PRINT-CONTROL-TOTALS.
005482     MOVE "BANK DEPOSIT TOTAL"   TO RPT-CTL-LABEL
005484     MOVE WS-BANK-COUNT          TO RPT-CTL-COUNT
005486     MOVE WS-BANK-TOTAL          TO RPT-CTL-AMOUNT
005488     WRITE CSH-RPT-LINE FROM WS-RPT-CONTROL-TOTAL
005490
005492     MOVE "PAYMENTS READ"        TO RPT-CTL-LABEL
005500     MOVE WS-PMT-COUNT           TO RPT-CTL-COUNT
005510     MOVE WS-DEPOSIT-TOTAL       TO RPT-CTL-AMOUNT
005520     WRITE CSH-RPT-LINE FROM WS-RPT-CONTROL-TOTAL
005530
005540     MOVE "APPLIED TO INVOICES"  TO RPT-CTL-LABEL
005550     MOVE WS-APPLIED-COUNT       TO RPT-CTL-COUNT
005560     MOVE WS-APPLIED-TOTAL       TO RPT-CTL-AMOUNT
005570     WRITE CSH-RPT-LINE FROM WS-RPT-CONTROL-TOTAL
005580
005590     MOVE "UNAPPLIED ON ACCOUNT" TO RPT-CTL-LABEL
005600     MOVE WS-UNAPPLIED-COUNT     TO RPT-CTL-COUNT
005610     MOVE WS-UNAPPLIED-TOTAL     TO RPT-CTL-AMOUNT
005620     WRITE CSH-RPT-LINE FROM WS-RPT-CONTROL-TOTAL
005630
005640     MOVE "REJECTED"             TO RPT-CTL-LABEL
005650     MOVE WS-REJECT-COUNT        TO RPT-CTL-COUNT
005660     MOVE WS-REJECT-TOTAL        TO RPT-CTL-AMOUNT
005670     WRITE CSH-RPT-LINE FROM WS-RPT-CONTROL-TOTAL
005680
005690     COMPUTE WS-PROOF-TOTAL =
005700         WS-APPLIED-TOTAL + WS-UNAPPLIED-TOTAL + WS-REJECT-TOTAL
005701     COMPUTE WS-PROOF-DIFF = WS-BANK-TOTAL - WS-PROOF-TOTAL
005703     MOVE WS-DEPOSIT-REASON      TO RPT-PRF-REASON
005705     IF RPT-PRF-REASON = SPACES
005707        AND WS-PROOF-DIFF NOT = ZERO
005709         MOVE "POSTED TOTAL DOES NOT MATCH BANK"
005711             TO RPT-PRF-REASON
005713     END-IF
005718     IF RPT-PRF-REASON = SPACES
005730         MOVE "IN BALANCE"       TO RPT-PRF-RESULT
005740     ELSE
005745         SET WS-OUT-OF-BALANCE   TO TRUE
005750         MOVE "OUT OF BALANCE"   TO RPT-PRF-RESULT
005760         DISPLAY "CSHPST01 - DEPOSIT OUT OF BALANCE - "
005770             RPT-PRF-REASON
005780     END-IF
005790     MOVE WS-PROOF-DIFF          TO RPT-PRF-DIFF
005794     WRITE CSH-RPT-LINE FROM WS-RPT-PROOF
005798     IF WS-OUT-OF-BALANCE
005802         WRITE CSH-RPT-LINE FROM WS-RPT-PROOF-REASON
005806     END-IF.
005810 3000-PRINT-CONTROL-TOTALS-EXIT.
005820     EXIT.
005830
005840 9999-TERMINATE.
005850     SET RLP-EVENT-END TO TRUE
005860     MOVE WS-PMT-COUNT           TO RLP-RECS-READ
005870     MOVE WS-CAP-WRITTEN         TO RLP-RECS-WRITTEN
005880     MOVE WS-REJECT-COUNT        TO RLP-RECS-REJECTED
005881     IF WS-DEPOSIT-ACCEPTED
005882         PERFORM 9100-LOG-DEPOSIT
005883             THRU 9100-LOG-DEPOSIT-EXIT
005884         CLOSE PMT-TRAN-FILE
005885         CLOSE CASH-APPL-FILE
005886     END-IF
005887     IF WS-IN-BALANCE
005890         SET RLP-COMPLETED TO TRUE
005895     END-IF
005900     CALL "RUNLOG01" USING RUN-LOG-PARM
005910
005930     CLOSE CUST-MASTER
005950     CLOSE CSH-RPT-FILE.
005960 9999-TERMINATE-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000*  9100-LOG-DEPOSIT - ONE DEPLOG ROW FOR THE DEPOSIT JUST POSTED,
006010*  WITH THE BANK FIGURES IT PROVED TO AND HOW THE MONEY WENT.
006020*  DEPLOG IS APPEND-ONLY, THE SAME AS FEEDLOG, AND IS CREATED ON
006030*  FIRST USE.
006040*****************************************************************
006050 9100-LOG-DEPOSIT.
006060     OPEN EXTEND DEP-LOG-FILE
006070     IF NOT FS-DEPLOG-OK
006080         OPEN OUTPUT DEP-LOG-FILE
006090         CLOSE DEP-LOG-FILE
006100         OPEN EXTEND DEP-LOG-FILE
006110     END-IF
006120     MOVE WS-BANK-DATE           TO DPL-DEPOSIT-DATE
006130     MOVE WS-BANK-COUNT          TO DPL-PMT-COUNT
006140     MOVE WS-BANK-TOTAL          TO DPL-DEPOSIT-TOTAL
006150     ACCEPT DPL-ACCEPT-DATE      FROM DATE YYYYMMDD
006160     ACCEPT DPL-ACCEPT-TIME      FROM TIME
006170     MOVE WS-APPLIED-TOTAL       TO DPL-APPLIED-TOTAL
006180     MOVE WS-UNAPPLIED-TOTAL     TO DPL-UNAPPLIED-TOTAL
006190     MOVE WS-REJECT-TOTAL        TO DPL-REJECT-TOTAL
006200     WRITE DPL-RECORD
006210     CLOSE DEP-LOG-FILE.
006220 9100-LOG-DEPOSIT-EXIT.
006230     EXIT.
