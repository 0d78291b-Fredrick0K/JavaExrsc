000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  09/02/26   MH    ORIGINAL PROGRAM.
000361*  10/15/26   MH    AGES ONLY THE REMAINING OPEN BALANCE - THE
000362*                   CASHAPL ROWS CSHPST01 POSTS ARE NETTED OFF
000363*                   EACH RECVFILE ITEM, A FULLY PAID ITEM DROPS
000364*                   OUT, AND UNAPPLIED CASH PRINTS AS A CREDIT
000365*                   LINE UNDER ITS ACCOUNT AND IN THE TOTALS.
000366*  10/15/26   MH    START/END STAMPS ON RUNLOG THROUGH RUNLOG01 SO
000367*                   THE JOB-STREAM DRIVER CAN SEE THE STEP RAN.
000369*  10/15/26   MH    A FULL APPLIED OR UNAPPLIED CASH TABLE NOW
000371*                   ABENDS THE RUN INSTEAD OF AGEING PAID ITEMS AS
000373*                   STILL OPEN.
000375*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-RECVFILE.
000440
000441     SELECT OPTIONAL CASH-APPL-FILE ASSIGN TO "CASHAPL"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS FS-CASHAPL.
000444
000450     SELECT CUST-MASTER ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000570 FD  RECV-FILE.
000580     COPY RECVREC.
000590
000591 FD  CASH-APPL-FILE.
000592     COPY CAPREC.
000593
000600 FD  CUST-MASTER.
000610     COPY CUSTREC.
000620
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000690         88  WS-EOF              VALUE "Y".
000691     05  WS-CAP-EOF-SW           PIC X(01)   VALUE "N".
000692         88  WS-CAP-EOF          VALUE "Y".
000700
000710 01  FS-RECVFILE                 PIC X(02).
000720     88  FS-RECVFILE-OK          VALUE "00".
000730 01  FS-CUSTMAST                 PIC X(02).
000740     88  FS-CUSTMAST-OK          VALUE "00".
000741 01  FS-CASHAPL                  PIC X(02).
000742     88  FS-CASHAPL-OK           VALUE "00".
000750 01  FS-AGERPT                   PIC X(02).
000760     88  FS-AGERPT-OK            VALUE "00".
000770
000840 01  WS-RCV-DIA                  PIC 9(02).
000850 01  WS-AGE-DAYS                 PIC S9(05)  COMP.
000860 01  WS-PAST-DUE-DAYS            PIC S9(05)  COMP.
000861 01  WS-OPEN-AMOUNT              PIC 9(09)V99.
000862 01  WS-SEEK-CUST-ID             PIC 9(05).
000863
000864*****************************************************************
000865*  WS-APL-TABLE - CASH ALREADY APPLIED PER CUSTOMER/INVOICE, OFF
000866*  THE CASHAPL "A" ROWS.  EACH RECVFILE ITEM DRAWS DOWN ITS OWN
000867*  ENTRY AS IT AGES, SO ONLY THE REMAINING BALANCE IS BUCKETED.
000868*  WS-UNAP-TABLE HOLDS THE "U" ROWS - CASH ON ACCOUNT WITH NO
000869*  INVOICE TO SIT AGAINST - TOTALED PER CUSTOMER.
000870*****************************************************************
000871 01  WS-APL-COUNT                PIC 9(04)   COMP VALUE ZERO.
000872 01  WS-APL-IDX                  PIC 9(04)   COMP.
000873 01  WS-APL-SLOT                 PIC 9(04)   COMP.
000874 01  WS-APL-TABLE.
000875     05  WS-APL-ENTRY OCCURS 1000 TIMES.
000876         10  WS-APL-CUST-ID      PIC 9(05).
000877         10  WS-APL-MEA-ID       PIC 9(05).
000878         10  WS-APL-AMOUNT       PIC 9(09)V99.
000879 01  WS-UNAP-COUNT               PIC 9(03)   COMP VALUE ZERO.
000880 01  WS-UNAP-IDX                 PIC 9(03)   COMP.
000881 01  WS-UNAP-SLOT                PIC 9(03)   COMP.
000882 01  WS-UNAP-TABLE.
000883     05  WS-UNAP-ENTRY OCCURS 100 TIMES.
000884         10  WS-UNAP-CUST-ID     PIC 9(05).
000885         10  WS-UNAP-AMOUNT      PIC 9(09)V99.
000886
000887*****************************************************************
000890*  WS-AGE-TOTALS - ONE ENTRY PER CUSTOMER WITH AT LEAST ONE OPEN
000900*  ITEM, IN FIRST-SEEN ORDER, SAME LINEAR-SCAN SHAPE AS THE
000910*  PER-CUSTOMER SUBTOTAL TABLE IN OPSBIL01.  AN ACCOUNT RECVFILE
001040         10  WS-AGE-B30          PIC 9(09)V99.
001050         10  WS-AGE-B60          PIC 9(09)V99.
001060         10  WS-AGE-B90          PIC 9(09)V99.
001061         10  WS-AGE-UNAPPLIED    PIC 9(09)V99.
001070
001080 01  WS-GRAND-CURRENT            PIC 9(09)V99 VALUE ZERO.
001090 01  WS-GRAND-B30                PIC 9(09)V99 VALUE ZERO.
001100 01  WS-GRAND-B60                PIC 9(09)V99 VALUE ZERO.
001110 01  WS-GRAND-B90                PIC 9(09)V99 VALUE ZERO.
001111 01  WS-GRAND-UNAPPLIED          PIC 9(09)V99 VALUE ZERO.
001120
001130 01  WS-RPT-HEADING-1.
001140     05  FILLER                  PIC X(80)
001440     05  RPT-GRD-B60             PIC ZZ,ZZZ,ZZ9.99.
001450     05  RPT-GRD-B90             PIC ZZ,ZZZ,ZZ9.99.
001460     05  FILLER                  PIC X(02)   VALUE SPACES.
001461
001462 01  WS-RPT-UNAPPLIED.
001463     05  FILLER                  PIC X(08)   VALUE SPACES.
001464     05  RPT-UNAP-LABEL          PIC X(26)
001465         VALUE "UNAPPLIED CASH ON ACCOUNT".
001466     05  RPT-UNAP-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
001467     05  FILLER                  PIC X(33)   VALUE SPACES.
001470
001471 01  WS-CONTROL-TOTALS.
001472     05  WS-ITEMS-READ           PIC 9(05)   COMP VALUE ZERO.
001473     05  WS-ITEMS-AGED           PIC 9(05)   COMP VALUE ZERO.
001474
001475 COPY RUNLPARM.
001477
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE
001590     STOP RUN.
001600
001610 1000-INITIALIZE.
001612     MOVE "AGERPT01" TO RLP-PROGRAM-ID
001614     SET RLP-EVENT-START TO TRUE
001616     CALL "RUNLOG01" USING RUN-LOG-PARM
001618
001620     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
001630     MOVE WS-TODAY-DATE(1:4)     TO WS-TODAY-ANYO
001640     MOVE WS-TODAY-DATE(5:2)     TO WS-TODAY-MES
001820         CLOSE CUST-MASTER
001830         STOP RUN
001840     END-IF
001841     PERFORM 1100-LOAD-CASH-APPLIED
001842         THRU 1100-LOAD-CASH-APPLIED-EXIT
001850     WRITE AGE-RPT-LINE FROM WS-RPT-HEADING-1
001860     WRITE AGE-RPT-LINE FROM WS-RPT-HEADING-2
001870
001910     END-READ.
001920 1000-INITIALIZE-EXIT.
001930     EXIT.
001931
001932*****************************************************************
001933*  1100-LOAD-CASH-APPLIED - SUM THE CASHAPL ROWS INTO THE APPLIED
001934*  AND UNAPPLIED TABLES.  SELECT OPTIONAL MEANS A MISSING CASHAPL
001935*  IS NOT AN ERROR - NO CASH HAS BEEN POSTED YET.
001936*****************************************************************
001937 1100-LOAD-CASH-APPLIED.
001938     OPEN INPUT CASH-APPL-FILE
001939     IF NOT FS-CASHAPL-OK
001940         CLOSE CASH-APPL-FILE
001941         GO TO 1100-LOAD-CASH-APPLIED-EXIT
001942     END-IF
001943     READ CASH-APPL-FILE
001944         AT END
001945             SET WS-CAP-EOF TO TRUE
001946     END-READ
001947     PERFORM UNTIL WS-CAP-EOF
001948         IF CAP-APPLIED
001949             PERFORM 1110-ADD-APPLIED
001950                 THRU 1110-ADD-APPLIED-EXIT
001951         ELSE
001952             PERFORM 1120-ADD-UNAPPLIED
001953                 THRU 1120-ADD-UNAPPLIED-EXIT
001954         END-IF
001955         READ CASH-APPL-FILE
001956             AT END
001957                 SET WS-CAP-EOF TO TRUE
001958         END-READ
001959     END-PERFORM
001960     CLOSE CASH-APPL-FILE.
001961 1100-LOAD-CASH-APPLIED-EXIT.
001962     EXIT.
001963
001964 1110-ADD-APPLIED.
001965     MOVE ZERO TO WS-APL-SLOT
001966     PERFORM 1111-MATCH-APPLIED
001967         THRU 1111-MATCH-APPLIED-EXIT
001968         VARYING WS-APL-IDX FROM 1 BY 1
001969         UNTIL WS-APL-IDX > WS-APL-COUNT
001970         OR WS-APL-SLOT > ZERO
001971     IF WS-APL-SLOT = ZERO
001972         IF WS-APL-COUNT >= 1000
001973             DISPLAY "AGERPT01 - APPLIED CASH TABLE FULL AT "
001974                 CAP-CUST-ID "/" CAP-MEA-ID
001975                 ", WIDEN WS-APL-TABLE - ABORTING"
001976             CLOSE CASH-APPL-FILE
001977             CLOSE RECV-FILE
001978             CLOSE CUST-MASTER
001979             CLOSE AGE-RPT-FILE
001980             STOP RUN
001981         END-IF
001982         ADD 1 TO WS-APL-COUNT
001983         MOVE WS-APL-COUNT       TO WS-APL-SLOT
001984         MOVE CAP-CUST-ID        TO WS-APL-CUST-ID(WS-APL-SLOT)
001985         MOVE CAP-MEA-ID         TO WS-APL-MEA-ID(WS-APL-SLOT)
001986         MOVE ZERO               TO WS-APL-AMOUNT(WS-APL-SLOT)
001987     END-IF
001988     ADD CAP-AMOUNT              TO WS-APL-AMOUNT(WS-APL-SLOT).
001989 1110-ADD-APPLIED-EXIT.
001990     EXIT.
001991
001992 1111-MATCH-APPLIED.
001993     IF WS-APL-CUST-ID(WS-APL-IDX) = CAP-CUST-ID
001994        AND WS-APL-MEA-ID(WS-APL-IDX) = CAP-MEA-ID
001995         MOVE WS-APL-IDX TO WS-APL-SLOT
001996     END-IF.
001997 1111-MATCH-APPLIED-EXIT.
001998     EXIT.
001999
002000 1120-ADD-UNAPPLIED.
002001     MOVE ZERO TO WS-UNAP-SLOT
002002     PERFORM 1121-MATCH-UNAPPLIED
002003         THRU 1121-MATCH-UNAPPLIED-EXIT
002004         VARYING WS-UNAP-IDX FROM 1 BY 1
002005         UNTIL WS-UNAP-IDX > WS-UNAP-COUNT
002006         OR WS-UNAP-SLOT > ZERO
002007     IF WS-UNAP-SLOT = ZERO
002008         IF WS-UNAP-COUNT >= 100
002009             DISPLAY "AGERPT01 - UNAPPLIED CASH TABLE FULL AT "
002010                 CAP-CUST-ID ", WIDEN WS-UNAP-TABLE - ABORTING"
002011             CLOSE CASH-APPL-FILE
002012             CLOSE RECV-FILE
002013             CLOSE CUST-MASTER
002014             CLOSE AGE-RPT-FILE
002015             STOP RUN
002016         END-IF
002017         ADD 1 TO WS-UNAP-COUNT
002018         MOVE WS-UNAP-COUNT      TO WS-UNAP-SLOT
002019         MOVE CAP-CUST-ID        TO WS-UNAP-CUST-ID(WS-UNAP-SLOT)
002020         MOVE ZERO               TO WS-UNAP-AMOUNT(WS-UNAP-SLOT)
002021     END-IF
002022     ADD CAP-AMOUNT              TO WS-UNAP-AMOUNT(WS-UNAP-SLOT).
002023 1120-ADD-UNAPPLIED-EXIT.
002024     EXIT.
002025
002026 1121-MATCH-UNAPPLIED.
002027     IF WS-UNAP-CUST-ID(WS-UNAP-IDX) = CAP-CUST-ID
002028         MOVE WS-UNAP-IDX TO WS-UNAP-SLOT
002029     END-IF.
002030 1121-MATCH-UNAPPLIED-EXIT.
002031     EXIT.
002032
002033*****************************************************************
002034*  2000-AGE-RECEIVABLE - AGE ONE OPEN ITEM AGAINST TODAY ON THE
002035*  30/360 CALENDAR, THEN DROP THE AMOUNT INTO THE BUCKET ITS
002036*  PAST-DUE DAYS CALL FOR.  "CURRENT" MEANS WITHIN THE ACCOUNT'S
002037*  OWN CUS-TERMS-DAYS; PAST-DUE DAYS COUNT FROM THE DAY AFTER
002038*  TERMS RAN OUT.  ONLY WHAT IS LEFT AFTER THE CASH APPLIED TO
002039*  THE ITEM IS AGED; A FULLY PAID ITEM IS SKIPPED ENTIRELY.
002040*****************************************************************
002041 2000-AGE-RECEIVABLE.
002042     ADD 1 TO WS-ITEMS-READ
002043     PERFORM 2050-NET-APPLIED-CASH
002044         THRU 2050-NET-APPLIED-CASH-EXIT
002045     IF WS-OPEN-AMOUNT = ZERO
002046         GO TO 2000-AGE-RECEIVABLE-EXIT
002047     END-IF
002048     ADD 1 TO WS-ITEMS-AGED
002049
002050     MOVE RCV-FECHA(1:4)         TO WS-RCV-ANYO
002051     MOVE RCV-FECHA(5:2)         TO WS-RCV-MES
002052     MOVE RCV-FECHA(7:2)         TO WS-RCV-DIA
002060     COMPUTE WS-AGE-DAYS =
002070         ((WS-TODAY-ANYO - WS-RCV-ANYO) * 360)
002080         + ((WS-TODAY-MES - WS-RCV-MES) * 30)
002110         MOVE ZERO TO WS-AGE-DAYS
002120     END-IF
002130
002139     MOVE RCV-CUST-ID            TO WS-SEEK-CUST-ID
002140     PERFORM 2100-FIND-CUSTOMER-SLOT
002150         THRU 2100-FIND-CUSTOMER-SLOT-EXIT
002160     IF WS-AGE-SLOT = ZERO
002210         WS-AGE-DAYS - CUS-TERMS-DAYS
002220     EVALUATE TRUE
002230         WHEN WS-PAST-DUE-DAYS NOT > ZERO
002240             ADD WS-OPEN-AMOUNT TO WS-AGE-CURRENT(WS-AGE-SLOT)
002250             ADD WS-OPEN-AMOUNT TO WS-GRAND-CURRENT
002260         WHEN WS-PAST-DUE-DAYS NOT > 30
002270             ADD WS-OPEN-AMOUNT TO WS-AGE-B30(WS-AGE-SLOT)
002280             ADD WS-OPEN-AMOUNT TO WS-GRAND-B30
002290         WHEN WS-PAST-DUE-DAYS NOT > 60
002300             ADD WS-OPEN-AMOUNT TO WS-AGE-B60(WS-AGE-SLOT)
002310             ADD WS-OPEN-AMOUNT TO WS-GRAND-B60
002320         WHEN OTHER
002330             ADD WS-OPEN-AMOUNT TO WS-AGE-B90(WS-AGE-SLOT)
002340             ADD WS-OPEN-AMOUNT TO WS-GRAND-B90
002350     END-EVALUATE.
002360
002370 2000-AGE-RECEIVABLE-EXIT.
002400             SET WS-EOF TO TRUE
002410     END-READ.
002420
002421*****************************************************************
002422*  2050-NET-APPLIED-CASH - DRAW THIS ITEM'S APPLIED CASH DOWN OFF
002423*  WS-APL-TABLE.  WHATEVER IS LEFT OVER STAYS IN THE TABLE FOR A
002424*  LATER RECVFILE ROW CARRYING THE SAME CUSTOMER AND MEA-ID.
002425*****************************************************************
002426 2050-NET-APPLIED-CASH.
002427     MOVE RCV-AMOUNT             TO WS-OPEN-AMOUNT
002428     MOVE ZERO TO WS-APL-SLOT
002429     PERFORM 2060-MATCH-ITEM-CASH
002430         THRU 2060-MATCH-ITEM-CASH-EXIT
002431         VARYING WS-APL-IDX FROM 1 BY 1
002432         UNTIL WS-APL-IDX > WS-APL-COUNT
002433         OR WS-APL-SLOT > ZERO
002434     IF WS-APL-SLOT = ZERO
002435         GO TO 2050-NET-APPLIED-CASH-EXIT
002436     END-IF
002437     IF WS-APL-AMOUNT(WS-APL-SLOT) > WS-OPEN-AMOUNT
002438         SUBTRACT WS-OPEN-AMOUNT FROM WS-APL-AMOUNT(WS-APL-SLOT)
002439         MOVE ZERO TO WS-OPEN-AMOUNT
002440     ELSE
002441         SUBTRACT WS-APL-AMOUNT(WS-APL-SLOT) FROM WS-OPEN-AMOUNT
002442         MOVE ZERO TO WS-APL-AMOUNT(WS-APL-SLOT)
002443     END-IF.
002444 2050-NET-APPLIED-CASH-EXIT.
002445     EXIT.
002446
002447 2060-MATCH-ITEM-CASH.
002448     IF WS-APL-CUST-ID(WS-APL-IDX) = RCV-CUST-ID
002449        AND WS-APL-MEA-ID(WS-APL-IDX) = RCV-MEA-ID
002450        AND WS-APL-AMOUNT(WS-APL-IDX) > ZERO
002451         MOVE WS-APL-IDX TO WS-APL-SLOT
002452     END-IF.
002453 2060-MATCH-ITEM-CASH-EXIT.
002454     EXIT.
002455
002456*****************************************************************
002457*  2100-FIND-CUSTOMER-SLOT - FIND (OR OPEN) THE WS-AGE-TOTALS
002458*  ENTRY FOR WS-SEEK-CUST-ID.  A NEW ENTRY PICKS UP THE NAME AND
002460*  TERMS OFF THE CUST-MASTER; AN ACCOUNT THE MASTER NO LONGER
002470*  KNOWS AGES AS "UNKNOWN ACCOUNT" ON 30-DAY TERMS.  CUS-ID AND
002480*  CUS-TERMS-DAYS ARE LEFT SET FOR THE CALLER'S BUCKET MATH.
002550         UNTIL WS-AGE-IDX > WS-AGE-COUNT
002560         OR WS-AGE-SLOT > ZERO
002570
002580     MOVE WS-SEEK-CUST-ID        TO CUS-ID
002590     READ CUST-MASTER
002600         INVALID KEY
002610             MOVE "UNKNOWN ACCOUNT"   TO CUS-NOM
002650     IF WS-AGE-SLOT = ZERO
002660         IF WS-AGE-COUNT >= 100
002670             DISPLAY "AGERPT01 - CUSTOMER TABLE FULL, ITEM "
002680                 "DROPPED FOR " WS-SEEK-CUST-ID
002690             GO TO 2100-FIND-CUSTOMER-SLOT-EXIT
002700         END-IF
002710         ADD 1 TO WS-AGE-COUNT
002720         MOVE WS-AGE-COUNT       TO WS-AGE-SLOT
002730         MOVE WS-SEEK-CUST-ID    TO WS-AGE-CUST-ID(WS-AGE-SLOT)
002740         MOVE CUS-NOM            TO WS-AGE-NOM(WS-AGE-SLOT)
002750         MOVE ZERO               TO WS-AGE-CURRENT(WS-AGE-SLOT)
002760         MOVE ZERO               TO WS-AGE-B30(WS-AGE-SLOT)
002770         MOVE ZERO               TO WS-AGE-B60(WS-AGE-SLOT)
002780         MOVE ZERO               TO WS-AGE-B90(WS-AGE-SLOT)
002785         MOVE ZERO               TO WS-AGE-UNAPPLIED(WS-AGE-SLOT)
002790     END-IF.
002800 2100-FIND-CUSTOMER-SLOT-EXIT.
002810     EXIT.
002820
002830 2110-MATCH-AGE-ENTRY.
002840     IF WS-AGE-CUST-ID(WS-AGE-IDX) = WS-SEEK-CUST-ID
002850         MOVE WS-AGE-IDX TO WS-AGE-SLOT
002860     END-IF.
002870 2110-MATCH-AGE-ENTRY-EXIT.
002900*****************************************************************
002910*  3000-PRINT-AGING - ONE LINE PER CUSTOMER IN FIRST-SEEN ORDER,
002920*  THEN THE GRAND TOTAL COLLECTIONS BALANCES THE LEDGER AGAINST.
002921*  UNAPPLIED CASH IS POSTED TO ITS ACCOUNT FIRST, SO AN ACCOUNT
002922*  WHOSE ONLY BALANCE IS A CREDIT STILL GETS A LINE.
002930*****************************************************************
002940 3000-PRINT-AGING.
002941     PERFORM 3050-POST-UNAPPLIED
002942         THRU 3050-POST-UNAPPLIED-EXIT
002943         VARYING WS-UNAP-IDX FROM 1 BY 1
002944         UNTIL WS-UNAP-IDX > WS-UNAP-COUNT
002945
002950     PERFORM 3100-PRINT-ONE-CUSTOMER
002960         THRU 3100-PRINT-ONE-CUSTOMER-EXIT
002970         VARYING WS-AGE-IDX FROM 1 BY 1
003010     MOVE WS-GRAND-B30           TO RPT-GRD-B30
003020     MOVE WS-GRAND-B60           TO RPT-GRD-B60
003030     MOVE WS-GRAND-B90           TO RPT-GRD-B90
003040     WRITE AGE-RPT-LINE FROM WS-RPT-GRAND-TOTAL
003041
003042     IF WS-GRAND-UNAPPLIED > ZERO
003043         MOVE "TOTAL UNAPPLIED CASH"  TO RPT-UNAP-LABEL
003044         MOVE WS-GRAND-UNAPPLIED      TO RPT-UNAP-AMOUNT
003045         WRITE AGE-RPT-LINE FROM WS-RPT-UNAPPLIED
003046     END-IF.
003050 3000-PRINT-AGING-EXIT.
003060     EXIT.
003061
003062 3050-POST-UNAPPLIED.
003063     IF WS-UNAP-AMOUNT(WS-UNAP-IDX) = ZERO
003064         GO TO 3050-POST-UNAPPLIED-EXIT
003065     END-IF
003066     MOVE WS-UNAP-CUST-ID(WS-UNAP-IDX) TO WS-SEEK-CUST-ID
003067     PERFORM 2100-FIND-CUSTOMER-SLOT
003068         THRU 2100-FIND-CUSTOMER-SLOT-EXIT
003069     IF WS-AGE-SLOT = ZERO
003070         GO TO 3050-POST-UNAPPLIED-EXIT
003071     END-IF
003072     ADD WS-UNAP-AMOUNT(WS-UNAP-IDX)
003073         TO WS-AGE-UNAPPLIED(WS-AGE-SLOT)
003074     ADD WS-UNAP-AMOUNT(WS-UNAP-IDX) TO WS-GRAND-UNAPPLIED.
003075 3050-POST-UNAPPLIED-EXIT.
003076     EXIT.
003078
003080 3100-PRINT-ONE-CUSTOMER.
003090     MOVE WS-AGE-CUST-ID(WS-AGE-IDX) TO RPT-CUS-ID
003100     MOVE WS-AGE-NOM(WS-AGE-IDX)     TO RPT-CUS-NOM
003120     MOVE WS-AGE-B30(WS-AGE-IDX)     TO RPT-B30
003130     MOVE WS-AGE-B60(WS-AGE-IDX)     TO RPT-B60
003140     MOVE WS-AGE-B90(WS-AGE-IDX)     TO RPT-B90
003150     WRITE AGE-RPT-LINE FROM WS-RPT-DETAIL
003151     IF WS-AGE-UNAPPLIED(WS-AGE-IDX) > ZERO
003152         MOVE "UNAPPLIED CASH ON ACCOUNT" TO RPT-UNAP-LABEL
003153         MOVE WS-AGE-UNAPPLIED(WS-AGE-IDX) TO RPT-UNAP-AMOUNT
003154         WRITE AGE-RPT-LINE FROM WS-RPT-UNAPPLIED
003155     END-IF.
003160 3100-PRINT-ONE-CUSTOMER-EXIT.
003170     EXIT.
003180
003190 9999-TERMINATE.
003191     SET RLP-EVENT-END TO TRUE
003192     MOVE WS-ITEMS-READ          TO RLP-RECS-READ
003193     MOVE WS-ITEMS-AGED          TO RLP-RECS-WRITTEN
003194     MOVE ZERO                   TO RLP-RECS-REJECTED
003195     SET RLP-COMPLETED TO TRUE
003196     CALL "RUNLOG01" USING RUN-LOG-PARM
003200     CLOSE RECV-FILE
003210     CLOSE CUST-MASTER
003220     CLOSE AGE-RPT-FILE.
