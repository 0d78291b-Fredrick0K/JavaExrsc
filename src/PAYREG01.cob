000353*                   CARRIED FORWARD ON THE PAYPEND PENDING FILE,
000354*                   WHICH THE NEXT RUN WORKS AHEAD OF THE FRESH
000355*                   PAYTRAN FEED.
000356*  10/15/26   MH    THE DEDUCTION BRACKETS NOW COME OFF THE
000357*                   PARM-MASTER "DEDN" TABLE (SEE PRMMNT01)
000358*                   INSTEAD OF MOVE STATEMENTS, AND EACH
000359*                   TRANSACTION IS DEDUCTED AT THE BRACKET SET IN
000360*                   EFFECT ON ITS OWN PAY-FECHA.  A TRANSACTION
000361*                   DATED BEFORE ANY SET ON FILE REJECTS.
000362*  10/15/26   MH    EVERY NET PAY LINE IS ALSO WRITTEN TO THE
000363*                   NETPAY EXTRACT (NETPREC.CPY) SO DDPGEN01 CAN
000364*                   BUILD THE DIRECT-DEPOSIT FILE FROM THE SAME
000365*                   FIGURES PAYRPT PRINTS.
000366*  10/15/26   MH    EVERY POSTING IS APPENDED TO THE PAYHIST
000367*                   REGISTER HISTORY (PAYHREC.CPY) FOR THE
000368*                   YTDCLS01 YEAR-END PROOF, AND A POSTING THAT
000369*                   WOULD ROLL AN EMPLOYEE'S YTD-MASTER ROW INTO
000370*                   A NEW YEAR REJECTS UNTIL YTDCLS01 HAS CLOSED
000371*                   THE OLD ONE TO YTDHIST.  A POSTING DATED INTO
000372*                   A YEAR THE ROW HAS ALREADY LEFT REJECTS TOO.
000373*  10/15/26   MH    A POSTING DATED INTO THE YEAR AN EMPLOYEE'S
000374*                   YTD-MASTER ROW IS STILL IN NOW REJECTS AS YEAR
000375*                   ALREADY CLOSED WHEN YTDHIST HOLDS THAT YEAR'S
000376*                   SNAPSHOT, SO A FINAL SNAPSHOT IS NEVER LEFT
000377*                   BEHIND THE YTD-MASTER.
000378*  10/15/26   MH    A FULL DEDUCTION TABLE NOW ABENDS THE RUN;
000379*                   DROPPING THE NEWEST SETS WORKED NET PAY OUT
000380*                   AT SUPERSEDED BRACKETS.
000348*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000446         ORGANIZATION IS LINE SEQUENTIAL
000447         FILE STATUS IS FS-PAYPEND.
000448
000449     SELECT PARM-MASTER ASSIGN TO "PARMMAST"
000450         ORGANIZATION IS INDEXED
000451         ACCESS MODE IS DYNAMIC
000452         RECORD KEY IS PRM-KEY
000453         FILE STATUS IS FS-PARMMAST.
000454
000455     SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
000456         ORGANIZATION IS LINE SEQUENTIAL
000457         FILE STATUS IS FS-NETPAY.
000458
000459     SELECT YTD-HIST-FILE ASSIGN TO "YTDHIST"
000460         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS RANDOM
000462         RECORD KEY IS YTH-KEY
000463         FILE STATUS IS FS-YTDHIST.
000464
000465     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
000466         ORGANIZATION IS LINE SEQUENTIAL
000467         FILE STATUS IS FS-PAYHIST.
000468
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PAY-TRAN-FILE.
000516
000517 FD  PAY-PEND-FILE.
000518 01  PAY-PEND-RECORD             PIC X(24).
000519
000521 FD  PARM-MASTER.
000522     COPY PRMREC.
000523
000524 FD  NET-PAY-FILE.
000525     COPY NETPREC.
000526
000527 FD  YTD-HIST-FILE.
000528     COPY YTDHREC.
000529
000530 FD  PAY-HIST-FILE.
000531     COPY PAYHREC.
000515
000520 WORKING-STORAGE SECTION.
000530 01  WS-SWITCHES.
000540     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000550         88  WS-EOF              VALUE "Y".
000551     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
000552         88  WS-PARM-EOF         VALUE "Y".
000555     05  WS-YTDHIST-OPEN-SW      PIC X(01)   VALUE "N".
000556         88  WS-YTDHIST-OPEN     VALUE "Y".
000560
000570 01  FS-PAYTRAN                  PIC X(02).
000580     88  FS-PAYTRAN-OK           VALUE "00".
000611     88  FS-YTDMAST-OK           VALUE "00".
000615 01  FS-PAYPEND                  PIC X(02).
000616     88  FS-PAYPEND-OK           VALUE "00".
000617 01  FS-PARMMAST                 PIC X(02).
000618     88  FS-PARMMAST-OK          VALUE "00".
000619 01  FS-NETPAY                   PIC X(02).
000620     88  FS-NETPAY-OK            VALUE "00".
000621 01  FS-YTDHIST                  PIC X(02).
000622     88  FS-YTDHIST-OK           VALUE "00".
000623 01  FS-PAYHIST                  PIC X(02).
000624     88  FS-PAYHIST-OK           VALUE "00".
000625
000626 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
000612
000613 01  WS-NEW-YTD-SW               PIC X(01)   VALUE "N".
000614     88  WS-NEW-YTD              VALUE "Y".
000760 01  WS-GRAND-SALARIO            PIC 9(09)V99 VALUE ZERO.
000761
000762*****************************************************************
000763*  WS-DEDUCT-TABLE - BRACKETED DEDUCTION RATES ON GROSS PAY, ONE
000764*  SET PER "DEDN" EFFECTIVE DATE ON THE PARM-MASTER, LOADED IN
000765*  ASCENDING DATE ORDER (THE MASTER'S KEY ORDER) THE SAME WAY
000766*  OPSBIL01 LOADS ITS AREA RATE SETS.  THE LAST BRACKET OF A SET
000767*  IS KEYED WITH A CEILING HIGH ENOUGH TO CATCH ANY GROSS.
000768*****************************************************************
000769 01  WS-DEDUCT-SET-COUNT         PIC 9(03)   COMP VALUE ZERO.
000770 01  WS-DEDUCT-SET-IDX           PIC 9(03)   COMP.
000771 01  WS-DEDUCT-SLOT              PIC 9(03)   COMP.
000772 01  WS-DEDUCT-TABLE.
000773     05  WS-DEDUCT-SET OCCURS 20 TIMES.
000774         10  WS-DEDUCT-EFF-DATE  PIC 9(08).
000775         10  WS-DEDUCT-TIER-COUNT PIC 9(01)  COMP.
000776         10  WS-DEDUCT-ENTRY OCCURS 3 TIMES.
000777             15  WS-DEDUCT-UPPER-SAL PIC 9(07)V99.
000778             15  WS-DEDUCT-PCT       PIC 9(02)V99.
000779
000780 01  WS-DEDUCT-IDX               PIC 9(01)   COMP.
000775 01  WS-DEDUCT-AMOUNT            PIC 9(06)V99.
000776 01  WS-NET-PAY                  PIC 9(06)V99.
000777 01  WS-TRAN-ANYO                PIC 9(04).
001226     MOVE "PAYREG01" TO RLP-PROGRAM-ID
001227     SET RLP-EVENT-START TO TRUE
001228     CALL "RUNLOG01" USING RUN-LOG-PARM
001229     ACCEPT WS-TODAY-DATE        FROM DATE YYYYMMDD
001230
001240     OPEN INPUT  PAY-TRAN-FILE
001241     IF NOT FS-PAYTRAN-OK
001242         DISPLAY "PAYREG01 - PAYTRAN NOT FOUND, ABORTING"
001265         STOP RUN
001267     END-IF
001266     WRITE PAY-RPT-LINE FROM WS-RPT-HEADING-1
001267     OPEN OUTPUT NET-PAY-FILE
001268     IF NOT FS-NETPAY-OK
001269         DISPLAY "PAYREG01 - UNABLE TO OPEN NETPAY, ABORTING"
001270         CLOSE PAY-TRAN-FILE
001271         CLOSE EMPLEADOS-MASTER
001272         CLOSE COMP-MASTER
001273         CLOSE YTD-MASTER
001274         CLOSE PAY-RPT-FILE
001275         STOP RUN
001276     END-IF
001277     OPEN EXTEND PAY-HIST-FILE
001278     IF NOT FS-PAYHIST-OK
001279         OPEN OUTPUT PAY-HIST-FILE
001280         CLOSE PAY-HIST-FILE
001281         OPEN EXTEND PAY-HIST-FILE
001282     END-IF
001283     OPEN INPUT YTD-HIST-FILE
001284     IF FS-YTDHIST-OK
001285         SET WS-YTDHIST-OPEN TO TRUE
001286     END-IF
001267     PERFORM 1200-LOAD-DEDUCT-TABLE
001268         THRU 1200-LOAD-DEDUCT-TABLE-EXIT
001268     PERFORM 1100-LOAD-PENDING-TABLE
001269         THRU 1100-LOAD-PENDING-TABLE-EXIT
001270     PERFORM 2095-GET-NEXT-TRANSACTION
001359 1100-LOAD-PENDING-TABLE-EXIT.
001361     EXIT.
001362
001363*****************************************************************
001364*  1200-LOAD-DEDUCT-TABLE - ONE PASS OF THE PARM-MASTER IN KEY
001365*  SEQUENCE, KEEPING ONLY THE "DEDN" ROWS - OPSBIL01'S PRICING
001366*  ROWS ARE SKIPPED.  NO PARM-MASTER AT ALL MEANS NO NET PAY CAN
001367*  BE WORKED OUT, SO THE RUN STOPS.
001368*****************************************************************
001369 1200-LOAD-DEDUCT-TABLE.
001370     OPEN INPUT PARM-MASTER
001371     IF NOT FS-PARMMAST-OK
001372         DISPLAY "PAYREG01 - PARMMAST NOT FOUND, RUN PRMMNT01"
001373         CLOSE PAY-TRAN-FILE
001374         CLOSE EMPLEADOS-MASTER
001375         CLOSE COMP-MASTER
001376         CLOSE YTD-MASTER
001377         CLOSE PAY-RPT-FILE
001378         CLOSE NET-PAY-FILE
001379         CLOSE PAY-HIST-FILE
001380         IF WS-YTDHIST-OPEN
001381             CLOSE YTD-HIST-FILE
001382         END-IF
001383         STOP RUN
001379     END-IF
001380     READ PARM-MASTER NEXT RECORD
001381         AT END
001382             SET WS-PARM-EOF TO TRUE
001383     END-READ
001384     PERFORM 1210-LOAD-DEDUCT-ROW
001385         THRU 1210-LOAD-DEDUCT-ROW-EXIT
001386         UNTIL WS-PARM-EOF
001387     CLOSE PARM-MASTER.
001388 1200-LOAD-DEDUCT-TABLE-EXIT.
001389     EXIT.
001390
001391*****************************************************************
001392*  1210-LOAD-DEDUCT-ROW - A NEW EFFECTIVE DATE OPENS A NEW SET;
001393*  THE ROW'S TIER NUMBER PLACES THE BRACKET WITHIN IT.  SETS
001394*  ARRIVE OLDEST FIRST, SO A FULL TABLE WOULD LOSE THE BRACKETS
001394*  NOW IN EFFECT - THE RUN ABENDS INSTEAD.
001395*****************************************************************
001396 1210-LOAD-DEDUCT-ROW.
001397     IF NOT PRM-TYPE-DEDN
001398         GO TO 1210-LOAD-DEDUCT-ROW-EXIT
001399     END-IF
001401     IF WS-DEDUCT-SET-COUNT = ZERO
001402     OR PRM-EFF-DATE NOT = WS-DEDUCT-EFF-DATE(WS-DEDUCT-SET-COUNT)
001403         IF WS-DEDUCT-SET-COUNT >= 20
001404             DISPLAY "PAYREG01 - DEDUCTION TABLE FULL AT "
001405                 PRM-EFF-DATE ", WIDEN WS-DEDUCT-TABLE - ABORTING"
001406             PERFORM 1290-ABORT-PARM-LOAD
001407                 THRU 1290-ABORT-PARM-LOAD-EXIT
001411         END-IF
001412         ADD 1 TO WS-DEDUCT-SET-COUNT
001413         INITIALIZE WS-DEDUCT-SET(WS-DEDUCT-SET-COUNT)
001414         MOVE PRM-EFF-DATE
001415             TO WS-DEDUCT-EFF-DATE(WS-DEDUCT-SET-COUNT)
001416     END-IF
001417
001418     MOVE PRM-TIER-NO            TO WS-DEDUCT-IDX
001419     MOVE PRM-UPPER-LIMIT        TO WS-DEDUCT-UPPER-SAL
001421                             (WS-DEDUCT-SET-COUNT, WS-DEDUCT-IDX)
001422     MOVE PRM-RATE               TO WS-DEDUCT-PCT
001423                             (WS-DEDUCT-SET-COUNT, WS-DEDUCT-IDX)
001424     IF WS-DEDUCT-IDX > WS-DEDUCT-TIER-COUNT(WS-DEDUCT-SET-COUNT)
001425         MOVE WS-DEDUCT-IDX
001426             TO WS-DEDUCT-TIER-COUNT(WS-DEDUCT-SET-COUNT)
001427     END-IF.
001428 1210-LOAD-DEDUCT-ROW-EXIT.
001429     READ PARM-MASTER NEXT RECORD
001431         AT END
001432             SET WS-PARM-EOF TO TRUE
001433     END-READ.
001434
001435 1290-ABORT-PARM-LOAD.
001436     CLOSE PARM-MASTER
001437     CLOSE PAY-TRAN-FILE
001438     CLOSE EMPLEADOS-MASTER
001439     CLOSE COMP-MASTER
001440     CLOSE YTD-MASTER
001441     CLOSE PAY-RPT-FILE
001442     CLOSE NET-PAY-FILE
001443     CLOSE PAY-HIST-FILE
001444     IF WS-YTDHIST-OPEN
001445         CLOSE YTD-HIST-FILE
001446     END-IF
001447     STOP RUN.
001448 1290-ABORT-PARM-LOAD-EXIT.
001449     EXIT.
001362
001340*****************************************************************
001341*  2000-PROCESS-TRANSACTIONS - SAME THREE-WAY CLASSIFICATION
001342*  SALARIO-Y-EDAD USED TO RUN ONCE, NOW APPLIED RECORD BY RECORD,
001366         GO TO 2080-WRITE-DETAIL
001367     END-IF
001368
001369     PERFORM 2067-CHECK-YEAR-OPEN
001370         THRU 2067-CHECK-YEAR-OPEN-EXIT
001371
001372     IF WS-CLASS-REJECT
001373         GO TO 2080-WRITE-DETAIL
001374     END-IF
001375
001376     PERFORM 2068-SELECT-DEDUCT-SET
001370         THRU 2068-SELECT-DEDUCT-SET-EXIT
001371
001372     IF WS-CLASS-REJECT
001373         GO TO 2080-WRITE-DETAIL
001374     END-IF
001375
001380     IF PAY-EDAD > 18 AND PAY-SALARIO > 2000
001390         SET WS-CLASS-ALTO TO TRUE
001400     ELSE
001929 2065-DEFER-TRANSACTION-EXIT.
001931     EXIT.
001932
001933*****************************************************************
001934*  2067-CHECK-YEAR-OPEN - 2075 RESETS AN EMPLOYEE'S YTD-MASTER
001935*  ROW THE FIRST TIME A NEW YEAR POSTS TO IT, SO THE OLD YEAR'S
001936*  FIGURES MUST ALREADY BE SNAPSHOT ON YTDHIST BY YTDCLS01 - NO
001937*  HISTORY ROW FOR THE ROW'S YEAR (OR NO YTDHIST AT ALL) MEANS
001938*  THE TRANSACTION REJECTS AND IS RE-FED AFTER THE CLOSE.  A
001939*  TRANSACTION DATED BEFORE THE ROW'S YEAR WOULD WIPE THE NEWER
001940*  YEAR'S FIGURES, SO IT REJECTS AS WELL, AND SO DOES ONE DATED
001941*  INTO THE ROW'S OWN YEAR ONCE THAT YEAR HAS A YTDHIST ROW -
001942*  THE SNAPSHOT IS FINAL AND YTDCLS01 WILL NOT CLOSE IT AGAIN.
001943*****************************************************************
001944 2067-CHECK-YEAR-OPEN.
001945     MOVE PAY-FECHA(1:4)         TO WS-TRAN-ANYO
001946     MOVE PAY-EMP-ID             TO YTD-EMP-ID
001947     READ YTD-MASTER
001948         INVALID KEY
001949             GO TO 2067-CHECK-YEAR-OPEN-EXIT
001950     END-READ
001951
001952     IF YTD-ANYO > WS-TRAN-ANYO
001953         SET WS-CLASS-REJECT TO TRUE
001954         ADD 1 TO WS-REJECT-COUNT
001955         ADD PAY-SALARIO TO WS-REJECT-SALARIO
001956         MOVE "REJECTED - YEAR ALREADY CLOSED" TO RPT-CLASS-TEXT
001957         GO TO 2067-CHECK-YEAR-OPEN-EXIT
001958     END-IF
001959     IF YTD-ANYO = WS-TRAN-ANYO
001960         IF NOT WS-YTDHIST-OPEN
001961             GO TO 2067-CHECK-YEAR-OPEN-EXIT
001962         END-IF
001963         MOVE YTD-ANYO           TO YTH-ANYO
001964         MOVE YTD-EMP-ID         TO YTH-EMP-ID
001965         READ YTD-HIST-FILE
001966             INVALID KEY
001967                 GO TO 2067-CHECK-YEAR-OPEN-EXIT
001968         END-READ
001969         SET WS-CLASS-REJECT TO TRUE
001970         ADD 1 TO WS-REJECT-COUNT
001971         ADD PAY-SALARIO TO WS-REJECT-SALARIO
001972         MOVE "REJECTED - YEAR ALREADY CLOSED" TO RPT-CLASS-TEXT
001973         GO TO 2067-CHECK-YEAR-OPEN-EXIT
001974     END-IF
001975
001976     IF WS-YTDHIST-OPEN
001977         MOVE YTD-ANYO           TO YTH-ANYO
001978         MOVE YTD-EMP-ID         TO YTH-EMP-ID
001979         READ YTD-HIST-FILE
001980             INVALID KEY
001981                 CONTINUE
001982             NOT INVALID KEY
001983                 GO TO 2067-CHECK-YEAR-OPEN-EXIT
001984         END-READ
001985     END-IF
001986
001987     SET WS-CLASS-REJECT TO TRUE
001988     ADD 1 TO WS-REJECT-COUNT
001989     ADD PAY-SALARIO TO WS-REJECT-SALARIO
001990     MOVE "REJECTED - YEAR NOT CLOSED" TO RPT-CLASS-TEXT.
001991 2067-CHECK-YEAR-OPEN-EXIT.
001992     EXIT.
001978
001979*****************************************************************
001980*  2068-SELECT-DEDUCT-SET - THE DEDUCTION BRACKET SET IN EFFECT
001935*  ON PAY-FECHA - THE LATEST EFFECTIVE DATE NOT AFTER IT.  THE
001936*  TABLE IS IN ASCENDING DATE ORDER, SO THE LAST MATCH WINS.  A
001937*  TRANSACTION DATED BEFORE EVERY SET ON FILE CANNOT BE NETTED
001938*  AND REJECTS BEFORE IT REACHES THE CLASSIFICATION SUBTOTALS.
001939*****************************************************************
001941 2068-SELECT-DEDUCT-SET.
001942     MOVE ZERO TO WS-DEDUCT-SLOT
001943     PERFORM 2069-MATCH-DEDUCT-SET
001944         THRU 2069-MATCH-DEDUCT-SET-EXIT
001945         VARYING WS-DEDUCT-SET-IDX FROM 1 BY 1
001946         UNTIL WS-DEDUCT-SET-IDX > WS-DEDUCT-SET-COUNT
001947
001948     IF WS-DEDUCT-SLOT = ZERO
001949         SET WS-CLASS-REJECT TO TRUE
001951         ADD 1 TO WS-REJECT-COUNT
001952         ADD PAY-SALARIO TO WS-REJECT-SALARIO
001953         MOVE "REJECTED - NO DEDUCTION TABLE"
001954             TO RPT-CLASS-TEXT
001955     END-IF.
001956 2068-SELECT-DEDUCT-SET-EXIT.
001957     EXIT.
001958
001959 2069-MATCH-DEDUCT-SET.
001961     IF WS-DEDUCT-EFF-DATE(WS-DEDUCT-SET-IDX) NOT > PAY-FECHA
001962         MOVE WS-DEDUCT-SET-IDX  TO WS-DEDUCT-SLOT
001963     END-IF.
001964 2069-MATCH-DEDUCT-SET-EXIT.
001965     EXIT.
001966
001831*****************************************************************
001832*  2070-COMPUTE-NET-PAY - FIRST BRACKET OF THE SELECTED SET WHOSE
001833*  UPPER LIMIT IS NOT LESS THAN THE GROSS (SAME FIRST-FIT LOOKUP
001834*  AS OPSBIL01'S RATE TIERS), APPLIED TO THE GROSS THE RUN ALREADY
001835*  VERIFIED AGAINST THE AUTHORIZED RATE.  ROLLS THE YTD-MASTER
001836*  FORWARD AND PRINTS THE GROSS/DEDUCTIONS/NET LINE UNDER THE
001837*  CLASSIFICATION LINE - THE FIGURES THAT USED TO COME OFF A
001842     MOVE 1 TO WS-DEDUCT-IDX
001843     PERFORM 2071-ADVANCE-DEDUCT-TIER
001844         THRU 2071-ADVANCE-DEDUCT-TIER-EXIT
001845         UNTIL PAY-SALARIO NOT >
001846             WS-DEDUCT-UPPER-SAL(WS-DEDUCT-SLOT, WS-DEDUCT-IDX)
001847         OR WS-DEDUCT-IDX >= WS-DEDUCT-TIER-COUNT(WS-DEDUCT-SLOT)
001848
001849     COMPUTE WS-DEDUCT-AMOUNT ROUNDED =
001851         PAY-SALARIO
001852             * WS-DEDUCT-PCT(WS-DEDUCT-SLOT, WS-DEDUCT-IDX)
001852     COMPUTE WS-NET-PAY =
001853         PAY-SALARIO - WS-DEDUCT-AMOUNT
001854
001865     MOVE WS-DEDUCT-AMOUNT       TO NET-DEDUCT
001866     MOVE WS-NET-PAY             TO NET-NET
001867     MOVE YTD-NET                TO NET-YTD-NET
001868     WRITE PAY-RPT-LINE FROM WS-RPT-NET-DETAIL
001869
001870     MOVE PAY-EMP-ID             TO NPY-EMP-ID
001871     MOVE PAY-FECHA              TO NPY-FECHA
001872     MOVE PAY-SALARIO            TO NPY-GROSS
001873     MOVE WS-DEDUCT-AMOUNT       TO NPY-DEDUCT
001874     MOVE WS-NET-PAY             TO NPY-NET
001875     WRITE NPY-RECORD
001876
001877     MOVE PAY-EMP-ID             TO PHS-EMP-ID
001878     MOVE PAY-FECHA              TO PHS-FECHA
001879     MOVE PAY-SALARIO            TO PHS-GROSS
001880     MOVE WS-DEDUCT-AMOUNT       TO PHS-DEDUCT
001881     MOVE WS-NET-PAY             TO PHS-NET
001882     MOVE WS-TODAY-DATE          TO PHS-RUN-DATE
001883     WRITE PHS-RECORD.
001869 2070-COMPUTE-NET-PAY-EXIT.
001871     EXIT.
001872
002156
002150     CLOSE PAY-TRAN-FILE
002160     CLOSE PAY-RPT-FILE
002161     CLOSE NET-PAY-FILE
002162     CLOSE PAY-HIST-FILE
002163     IF WS-YTDHIST-OPEN
002164         CLOSE YTD-HIST-FILE
002165     END-IF
002165     CLOSE COMP-MASTER
002167     CLOSE YTD-MASTER
002170     CLOSE EMPLEADOS-MASTER.
