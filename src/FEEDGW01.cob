000350*     PAY;EMPID(5);EDAD(3);SALARIO(8);FECHA(8)
000360*     APP;APPID(5);NOMBRE(1-20);EDAD(3);EST(1);INGRESO(9)
000370*     MEA;MEAID(5);B(6);H(6);FECHA(8);CUST(5)
000371*  EVERY BATCH OPENS WITH ONE HEADER LINE AND CLOSES WITH ONE
000372*  TRAILER LINE:
000373*     HDR;BATCHID(1-10);CREATED(8)
000374*     TRL;PAYLINES(5);APPLINES(5);MEALINES(5);HASH(12)
000375*  THE HASH IS THE SUM OF EVERY AMOUNT FIELD ON THE BATCH -
000376*  SALARIO, INGRESO, B AND H - AT TWO IMPLIED DECIMALS.
000380*-----------------------------------------------------------------
000390*  MODIFICATION HISTORY
000400*  DATE       INIT  DESCRIPTION
000412*  09/02/26   MH    MEA LINES NOW CARRY THE CUST(5) ACCOUNT FIELD
000414*                   THAT LANDS ON MEA-CUST-ID, SO THE BILLING RUN
000416*                   KNOWS WHO EACH MEASUREMENT BILLS TO.
000417*  10/15/26   MH    START/END STAMPS ON RUNLOG THROUGH RUNLOG01 SO
000418*                   THE JOB-STREAM DRIVER CAN SEE THE STEP RAN.
000419*  10/15/26   MH    FEEDIN NOW CARRIES A HDR HEADER (VENDOR BATCH
000420*                   ID, CREATION DATE) AND A TRL TRAILER (PAY/APP/
000421*                   MEA LINE COUNTS, AMOUNT HASH).  A FIRST PASS
000422*                   PROVES THE BATCH AGAINST ITS TRAILER AND THE
000423*                   FEEDLOG OF BATCHES ALREADY ACCEPTED; A BATCH
000424*                   THAT FAILS EITHER IS REJECTED WHOLE.  ACCEPTED
000425*                   BATCHES ARE LOGGED ON FEEDLOG WITH TOTALS.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-MEATRAN.
000650
000652     SELECT OPTIONAL FEED-LOG-FILE ASSIGN TO "FEEDLOG"
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS FS-FEEDLOG.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  FEED-IN-FILE.
000800 FD  MEA-TRAN-FILE.
000810     COPY MEASREC.
000820
000823 FD  FEED-LOG-FILE.
000826     COPY FBLREC.
000830 WORKING-STORAGE SECTION.
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000870     05  WS-LINE-OK-SW           PIC X(01)   VALUE "Y".
000880         88  WS-LINE-OK          VALUE "Y".
000890         88  WS-LINE-BAD         VALUE "N".
000891     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
000892         88  WS-LOG-EOF          VALUE "Y".
000893     05  WS-BATCH-SW             PIC X(01)   VALUE "N".
000894         88  WS-BATCH-ACCEPTED   VALUE "Y".
000895         88  WS-BATCH-REJECTED   VALUE "N".
000900
000910 01  FS-FEEDIN                   PIC X(02).
000920     88  FS-FEEDIN-OK            VALUE "00".
000980     88  FS-APPTRAN-OK           VALUE "00".
000990 01  FS-MEATRAN                  PIC X(02).
001000     88  FS-MEATRAN-OK           VALUE "00".
001003 01  FS-FEEDLOG                  PIC X(02).
001006     88  FS-FEEDLOG-OK           VALUE "00".
001010
001020*****************************************************************
001030*  REDEFINES WORK FIELDS - AN AMOUNT ARRIVES AS AN UNSIGNED
001240     05  WS-MEA-WRITTEN          PIC 9(05)   COMP VALUE ZERO.
001250     05  WS-SUSPENSE-COUNT       PIC 9(05)   COMP VALUE ZERO.
001260
001261*****************************************************************
001262*  WS-BATCH-CONTROL - WHAT THE FIRST PASS FOUND ON THE BATCH, TO
001263*  BE PROVED AGAINST THE HEADER AND TRAILER BEFORE ANY LINE OF IT
001264*  IS RELEASED.  THE TRAILER FIGURES ARE THE VENDOR'S OWN, PICKED
001265*  UP AS TEXT AND READ BACK THROUGH THE REDEFINES LIKE THE AMOUNT
001266*  FIELDS ABOVE.  WS-REJECT-REASON STAYS SPACES WHILE THE BATCH
001267*  IS STILL GOOD.
001268*****************************************************************
001269 01  WS-BATCH-CONTROL.
001270     05  WS-BATCH-ID             PIC X(10)   VALUE SPACES.
001271     05  WS-BATCH-DATE           PIC 9(08)   VALUE ZERO.
001272     05  WS-PROVE-LINES          PIC 9(05)   COMP VALUE ZERO.
001273     05  WS-HDR-COUNT            PIC 9(05)   COMP VALUE ZERO.
001274     05  WS-TRL-COUNT            PIC 9(05)   COMP VALUE ZERO.
001275     05  WS-AFTER-TRL-COUNT      PIC 9(05)   COMP VALUE ZERO.
001276     05  WS-PAY-LINES            PIC 9(05)   COMP VALUE ZERO.
001277     05  WS-APP-LINES            PIC 9(05)   COMP VALUE ZERO.
001278     05  WS-MEA-LINES            PIC 9(05)   COMP VALUE ZERO.
001279     05  WS-HASH-TOTAL           PIC 9(10)V99 VALUE ZERO.
001280
001281 01  WS-TRL-PAY                  PIC X(05)   VALUE ZERO.
001282 01  WS-TRL-PAY-N REDEFINES WS-TRL-PAY
001283                                 PIC 9(05).
001284 01  WS-TRL-APP                  PIC X(05)   VALUE ZERO.
001285 01  WS-TRL-APP-N REDEFINES WS-TRL-APP
001286                                 PIC 9(05).
001287 01  WS-TRL-MEA                  PIC X(05)   VALUE ZERO.
001288 01  WS-TRL-MEA-N REDEFINES WS-TRL-MEA
001289                                 PIC 9(05).
001290 01  WS-TRL-HASH                 PIC X(12)   VALUE ZERO.
001291 01  WS-TRL-HASH-N REDEFINES WS-TRL-HASH
001292                                 PIC 9(10)V99.
001293
001294 01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
001295 01  WS-EDIT-HASH                PIC Z,ZZZ,ZZZ,ZZ9.99.
001296
001270 COPY FEEDPARM.
001280
001290 COPY DATEPARM.
001293
001296 COPY RUNLPARM.
001300
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001400     STOP RUN.
001410
001420 1000-INITIALIZE.
001422     MOVE "FEEDGW01" TO RLP-PROGRAM-ID
001424     SET RLP-EVENT-START TO TRUE
001426     CALL "RUNLOG01" USING RUN-LOG-PARM
001428
001430     OPEN INPUT FEED-IN-FILE
001440     IF NOT FS-FEEDIN-OK
001450         DISPLAY "FEEDGW01 - FEEDIN NOT FOUND, ABORTING"
001460         STOP RUN
001470     END-IF
001473     PERFORM 1100-PROVE-BATCH
001476         THRU 1100-PROVE-BATCH-EXIT
001480     OPEN OUTPUT FEED-SUSPENSE-FILE
001490     IF NOT FS-FEEDSUS-OK
001500         DISPLAY "FEEDGW01 - UNABLE TO OPEN FEEDSUS, ABORTING"
001620         CLOSE FEED-SUSPENSE-FILE
001630         STOP RUN
001640     END-IF
001650     IF WS-BATCH-ACCEPTED
001660         READ FEED-IN-FILE
001670             AT END
001680                 SET WS-EOF TO TRUE
001682         END-READ
001684     END-IF.
001690 1000-INITIALIZE-EXIT.
001700     EXIT.
001710
001711*****************************************************************
001712*  1100-PROVE-BATCH - FIRST PASS.  READ THE WHOLE BATCH ONCE,
001713*  COUNTING ITS PAY/APP/MEA LINES AND ADDING UP EVERY AMOUNT
001714*  FIELD, THEN PROVE THOSE FIGURES AGAINST THE VENDOR'S TRAILER
001715*  AND THE BATCH ID AGAINST FEEDLOG.  ANY FAILURE REJECTS THE
001716*  WHOLE BATCH - NOT ONE LINE OF IT GOES DOWNSTREAM, THE RUN LOG
001717*  END ROW IS LEFT NOT COMPLETED SO THE STREAM STOPS HERE, AND
001718*  FEEDIN IS LEFT AS IT CAME FOR THE VENDOR TO CORRECT AND SEND
001719*  AGAIN.  A PROVEN BATCH IS REOPENED FOR THE SECOND PASS, WHICH
001720*  DOES THE LINE-BY-LINE WORK AS BEFORE.
001721*****************************************************************
001722 1100-PROVE-BATCH.
001723     READ FEED-IN-FILE
001724         AT END
001725             SET WS-EOF TO TRUE
001726     END-READ
001727     PERFORM 1110-PROVE-LINE
001728         THRU 1110-PROVE-LINE-EXIT
001729         UNTIL WS-EOF
001730     CLOSE FEED-IN-FILE
001731
001732     EVALUATE TRUE
001733         WHEN WS-REJECT-REASON NOT = SPACES
001734             CONTINUE
001735         WHEN WS-HDR-COUNT = ZERO
001736             MOVE "NO HEADER RECORD"      TO WS-REJECT-REASON
001737         WHEN WS-HDR-COUNT > 1
001738             MOVE "MORE THAN ONE HEADER"  TO WS-REJECT-REASON
001739         WHEN WS-TRL-COUNT = ZERO
001740             MOVE "NO TRAILER RECORD"     TO WS-REJECT-REASON
001741         WHEN WS-TRL-COUNT > 1
001742             MOVE "MORE THAN ONE TRAILER" TO WS-REJECT-REASON
001743         WHEN WS-AFTER-TRL-COUNT > ZERO
001744             MOVE "RECORDS AFTER TRAILER" TO WS-REJECT-REASON
001745         WHEN WS-PAY-LINES NOT = WS-TRL-PAY-N
001746             MOVE "PAY LINE COUNT OUT OF BALANCE"
001747                                          TO WS-REJECT-REASON
001748         WHEN WS-APP-LINES NOT = WS-TRL-APP-N
001749             MOVE "APP LINE COUNT OUT OF BALANCE"
001750                                          TO WS-REJECT-REASON
001751         WHEN WS-MEA-LINES NOT = WS-TRL-MEA-N
001752             MOVE "MEA LINE COUNT OUT OF BALANCE"
001753                                          TO WS-REJECT-REASON
001754         WHEN WS-HASH-TOTAL NOT = WS-TRL-HASH-N
001755             MOVE "HASH TOTAL OUT OF BALANCE"
001756                                          TO WS-REJECT-REASON
001757     END-EVALUATE
001758     IF WS-REJECT-REASON = SPACES
001759         PERFORM 1150-CHECK-BATCH-LOG
001760             THRU 1150-CHECK-BATCH-LOG-EXIT
001761     END-IF
001762
001763     MOVE WS-HASH-TOTAL          TO WS-EDIT-HASH
001764     DISPLAY "FEEDGW01 - BATCH " WS-BATCH-ID " CREATED "
001765         WS-BATCH-DATE
001766     DISPLAY "FEEDGW01 - PAY/APP/MEA LINES " WS-PAY-LINES "/"
001767         WS-APP-LINES "/" WS-MEA-LINES " HASH " WS-EDIT-HASH
001768     IF WS-REJECT-REASON NOT = SPACES
001769         SET WS-BATCH-REJECTED TO TRUE
001770         DISPLAY "FEEDGW01 - BATCH REJECTED - " WS-REJECT-REASON
001771         GO TO 1100-PROVE-BATCH-EXIT
001772     END-IF
001773
001774     SET WS-BATCH-ACCEPTED TO TRUE
001775     MOVE "N" TO WS-EOF-SW
001776     OPEN INPUT FEED-IN-FILE.
001777 1100-PROVE-BATCH-EXIT.
001778     EXIT.
001779
001780*****************************************************************
001781*  1110-PROVE-LINE - THE HEADER MUST BE THE FIRST LINE AND THE
001782*  TRAILER THE LAST.  PAY/APP/MEA LINES ARE COUNTED WHETHER OR
001783*  NOT THEY WILL PASS THEIR EDITS IN THE SECOND PASS - THE
001784*  TRAILER COUNTS WHAT THE VENDOR SENT, NOT WHAT WE KEEP.
001785*****************************************************************
001786 1110-PROVE-LINE.
001787     ADD 1 TO WS-PROVE-LINES
001788     IF WS-TRL-COUNT > ZERO
001789         ADD 1 TO WS-AFTER-TRL-COUNT
001790     END-IF
001791     IF WS-PROVE-LINES = 1
001792         AND FEED-INPUT-RECORD(1:4) NOT = "HDR;"
001793         MOVE "FIRST RECORD IS NOT A HEADER" TO WS-REJECT-REASON
001794     END-IF
001795     MOVE FEED-INPUT-RECORD      TO FDP-INPUT-LINE
001796     MOVE 150                    TO FDP-LINE-LENGTH
001797     MOVE ";"                    TO FDP-DELIMITER
001798
001799     EVALUATE FEED-INPUT-RECORD(1:4)
001800         WHEN "HDR;"
001801             ADD 1 TO WS-HDR-COUNT
001802             PERFORM 1120-PROVE-HEADER
001803                 THRU 1120-PROVE-HEADER-EXIT
001804         WHEN "TRL;"
001805             ADD 1 TO WS-TRL-COUNT
001806             PERFORM 1130-PROVE-TRAILER
001807                 THRU 1130-PROVE-TRAILER-EXIT
001808         WHEN "PAY;"
001809             ADD 1 TO WS-PAY-LINES
001810             MOVE 5 TO FDP-MAX-FIELDS
001811             MOVE 5 TO FDP-EXPECTED-FIELDS
001812             PERFORM 1140-HASH-AMOUNTS
001813                 THRU 1140-HASH-AMOUNTS-EXIT
001814         WHEN "APP;"
001815             ADD 1 TO WS-APP-LINES
001816             MOVE 6 TO FDP-MAX-FIELDS
001817             MOVE 6 TO FDP-EXPECTED-FIELDS
001818             PERFORM 1140-HASH-AMOUNTS
001819                 THRU 1140-HASH-AMOUNTS-EXIT
001820         WHEN "MEA;"
001821             ADD 1 TO WS-MEA-LINES
001822             MOVE 6 TO FDP-MAX-FIELDS
001823             MOVE 6 TO FDP-EXPECTED-FIELDS
001824             PERFORM 1140-HASH-AMOUNTS
001825                 THRU 1140-HASH-AMOUNTS-EXIT
001826     END-EVALUATE.
001827 1110-PROVE-LINE-EXIT.
001828     READ FEED-IN-FILE
001829         AT END
001830             SET WS-EOF TO TRUE
001831     END-READ.
001832
001833*****************************************************************
001834*  1120-PROVE-HEADER - HDR;BATCHID;CREATED.  THE BATCH ID IS UP
001835*  TO TEN CHARACTERS AND MUST BE THERE; THE CREATION DATE MUST
001836*  CLEAR DATEVAL1 LIKE ANY OTHER FEED DATE.  ONLY THE HEADER ON
001837*  THE FIRST LINE IS EDITED - ANY OTHER IS AN ERROR IN ITSELF.
001838*****************************************************************
001839 1120-PROVE-HEADER.
001840     IF WS-PROVE-LINES NOT = 1
001841         GO TO 1120-PROVE-HEADER-EXIT
001842     END-IF
001843     MOVE 3 TO FDP-MAX-FIELDS
001844     MOVE 3 TO FDP-EXPECTED-FIELDS
001845     CALL "PARSFD01" USING FEED-PARM
001846     IF FDP-ERROR
001847         MOVE "HEADER FAILS EDIT"    TO WS-REJECT-REASON
001848         GO TO 1120-PROVE-HEADER-EXIT
001849     END-IF
001850     MOVE FDP-FIELD(2)(1:10)     TO WS-BATCH-ID
001851     IF WS-BATCH-ID = SPACES
001852         OR FDP-FIELD(2)(11:70) NOT = SPACES
001853         MOVE "HEADER BATCH ID INVALID" TO WS-REJECT-REASON
001854         GO TO 1120-PROVE-HEADER-EXIT
001855     END-IF
001856     SET WS-LINE-OK TO TRUE
001857     MOVE FDP-FIELD(3)(1:8)      TO WS-EDIT-DATE
001858     PERFORM 2800-VALIDATE-DATE
001859         THRU 2800-VALIDATE-DATE-EXIT
001860     IF WS-LINE-BAD
001861         MOVE "HEADER CREATION DATE INVALID" TO WS-REJECT-REASON
001862         GO TO 1120-PROVE-HEADER-EXIT
001863     END-IF
001864     MOVE WS-EDIT-DATE           TO WS-BATCH-DATE.
001865 1120-PROVE-HEADER-EXIT.
001866     EXIT.
001867
001868*****************************************************************
001869*  1130-PROVE-TRAILER - TRL;PAYLINES;APPLINES;MEALINES;HASH, ALL
001870*  NUMERIC AT FULL WIDTH.  A SECOND TRAILER IS CAUGHT BY THE
001871*  COUNT IN 1100 AND IS NOT EDITED.
001872*****************************************************************
001873 1130-PROVE-TRAILER.
001874     IF WS-TRL-COUNT NOT = 1
001875         GO TO 1130-PROVE-TRAILER-EXIT
001876     END-IF
001877     MOVE 5 TO FDP-MAX-FIELDS
001878     MOVE 5 TO FDP-EXPECTED-FIELDS
001879     CALL "PARSFD01" USING FEED-PARM
001880     IF FDP-ERROR
001881         IF WS-REJECT-REASON = SPACES
001882             MOVE "TRAILER FAILS EDIT" TO WS-REJECT-REASON
001883         END-IF
001884         GO TO 1130-PROVE-TRAILER-EXIT
001885     END-IF
001886     MOVE FDP-FIELD(2)(1:5)      TO WS-TRL-PAY
001887     MOVE FDP-FIELD(3)(1:5)      TO WS-TRL-APP
001888     MOVE FDP-FIELD(4)(1:5)      TO WS-TRL-MEA
001889     MOVE FDP-FIELD(5)(1:12)     TO WS-TRL-HASH
001890     IF WS-TRL-PAY NOT NUMERIC
001891         OR WS-TRL-APP NOT NUMERIC
001892         OR WS-TRL-MEA NOT NUMERIC
001893         OR WS-TRL-HASH NOT NUMERIC
001894         IF WS-REJECT-REASON = SPACES
001895             MOVE "TRAILER FAILS EDIT" TO WS-REJECT-REASON
001896         END-IF
001897     END-IF.
001898 1130-PROVE-TRAILER-EXIT.
001899     EXIT.
001900
001901*****************************************************************
001902*  1140-HASH-AMOUNTS - ADD THE LINE'S AMOUNT FIELDS TO THE HASH.
001903*  A LINE THAT WILL NOT SPLIT, OR AN AMOUNT THAT IS NOT NUMERIC,
001904*  ADDS NOTHING - THE TRAILER WILL NOT BALANCE AND THE BATCH
001905*  GOES BACK TO THE VENDOR, WHICH IS RIGHT FOR A GARBLED AMOUNT.
001906*****************************************************************
001907 1140-HASH-AMOUNTS.
001908     CALL "PARSFD01" USING FEED-PARM
001909     IF FDP-ERROR
001910         GO TO 1140-HASH-AMOUNTS-EXIT
001911     END-IF
001912     EVALUATE FEED-INPUT-RECORD(1:4)
001913         WHEN "PAY;"
001914             MOVE FDP-FIELD(4)(1:8)  TO WS-AMOUNT-8
001915             IF WS-AMOUNT-8 NUMERIC
001916                 ADD WS-AMOUNT-8-N   TO WS-HASH-TOTAL
001917             END-IF
001918         WHEN "APP;"
001919             MOVE FDP-FIELD(6)(1:9)  TO WS-AMOUNT-9
001920             IF WS-AMOUNT-9 NUMERIC
001921                 ADD WS-AMOUNT-9-N   TO WS-HASH-TOTAL
001922             END-IF
001923         WHEN "MEA;"
001924             MOVE FDP-FIELD(3)(1:6)  TO WS-AMOUNT-6
001925             IF WS-AMOUNT-6 NUMERIC
001926                 ADD WS-AMOUNT-6-N   TO WS-HASH-TOTAL
001927             END-IF
001928             MOVE FDP-FIELD(4)(1:6)  TO WS-AMOUNT-6
001929             IF WS-AMOUNT-6 NUMERIC
001930                 ADD WS-AMOUNT-6-N   TO WS-HASH-TOTAL
001931             END-IF
001932     END-EVALUATE.
001933 1140-HASH-AMOUNTS-EXIT.
001934     EXIT.
001935
001936*****************************************************************
001937*  1150-CHECK-BATCH-LOG - A BATCH ID ALREADY ON FEEDLOG HAS BEEN
001938*  ACCEPTED BEFORE; TAKING IT AGAIN WOULD POST EVERY LINE TWICE.
001939*  SELECT OPTIONAL - NO FEEDLOG YET MEANS NO BATCH HAS BEEN TAKEN.
001940*****************************************************************
001941 1150-CHECK-BATCH-LOG.
001942     MOVE "N" TO WS-LOG-EOF-SW
001943     OPEN INPUT FEED-LOG-FILE
001944     READ FEED-LOG-FILE
001945         AT END
001946             SET WS-LOG-EOF TO TRUE
001947     END-READ
001948     PERFORM 1160-MATCH-BATCH-LOG
001949         THRU 1160-MATCH-BATCH-LOG-EXIT
001950         UNTIL WS-LOG-EOF
001951     CLOSE FEED-LOG-FILE.
001952 1150-CHECK-BATCH-LOG-EXIT.
001953     EXIT.
001954
001955 1160-MATCH-BATCH-LOG.
001956     IF FBL-BATCH-ID = WS-BATCH-ID
001957         MOVE "BATCH ID ALREADY ACCEPTED" TO WS-REJECT-REASON
001958         DISPLAY "FEEDGW01 - BATCH " WS-BATCH-ID
001959             " WAS ACCEPTED ON " FBL-ACCEPT-DATE
001960     END-IF.
001961 1160-MATCH-BATCH-LOG-EXIT.
001962     READ FEED-LOG-FILE
001963         AT END
001964             SET WS-LOG-EOF TO TRUE
001965     END-READ.
001966
001720*****************************************************************
001730*  2000-PROCESS-FEED-LINE - THE RECORD TYPE IS THE FIRST FIELD
001740*  ON THE LINE, SO IT CAN BE RECOGNIZED BEFORE PARSFD01 IS TOLD
001830     MOVE FEED-INPUT-RECORD      TO FDP-INPUT-LINE
001840     MOVE 150                    TO FDP-LINE-LENGTH
001850     MOVE ";"                    TO FDP-DELIMITER
001851
001852     IF FEED-INPUT-RECORD(1:4) = "HDR;" OR "TRL;"
001853         GO TO 2090-READ-NEXT-LINE
001854     END-IF
001860
001870     EVALUATE FEED-INPUT-RECORD(1:4)
001880         WHEN "PAY;"
003740     DISPLAY "FEEDGW01 - APP WRITTEN   " WS-APP-WRITTEN
003750     DISPLAY "FEEDGW01 - MEA WRITTEN   " WS-MEA-WRITTEN
003760     DISPLAY "FEEDGW01 - SUSPENSED     " WS-SUSPENSE-COUNT
003761     IF WS-BATCH-ACCEPTED
003762         PERFORM 9100-LOG-BATCH
003763             THRU 9100-LOG-BATCH-EXIT
003764     END-IF
003765     SET RLP-EVENT-END TO TRUE
003766     MOVE WS-LINES-READ          TO RLP-RECS-READ
003767     COMPUTE RLP-RECS-WRITTEN = WS-PAY-WRITTEN + WS-APP-WRITTEN
003768                              + WS-MEA-WRITTEN
003769     MOVE WS-SUSPENSE-COUNT      TO RLP-RECS-REJECTED
003770     IF WS-BATCH-ACCEPTED
003771         SET RLP-COMPLETED TO TRUE
003772         CLOSE FEED-IN-FILE
003773     END-IF
003774     CALL "RUNLOG01" USING RUN-LOG-PARM
003780     CLOSE FEED-SUSPENSE-FILE
003790     CLOSE PAY-TRAN-FILE
003800     CLOSE APP-TRAN-FILE
003810     CLOSE MEA-TRAN-FILE.
003820 9999-TERMINATE-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860*  9100-LOG-BATCH - ONE FEEDLOG ROW FOR THE BATCH JUST ACCEPTED,
003870*  WITH THE TOTALS IT PROVED TO.  FEEDLOG IS APPEND-ONLY, THE
003880*  SAME AS THE OTHER LOGS, AND IS CREATED ON FIRST USE.
003890*****************************************************************
003900 9100-LOG-BATCH.
003910     OPEN EXTEND FEED-LOG-FILE
003920     IF NOT FS-FEEDLOG-OK
003930         OPEN OUTPUT FEED-LOG-FILE
003940         CLOSE FEED-LOG-FILE
003950         OPEN EXTEND FEED-LOG-FILE
003960     END-IF
003970     MOVE WS-BATCH-ID            TO FBL-BATCH-ID
003980     MOVE WS-BATCH-DATE          TO FBL-CREATE-DATE
003990     ACCEPT FBL-ACCEPT-DATE      FROM DATE YYYYMMDD
004000     ACCEPT FBL-ACCEPT-TIME      FROM TIME
004010     MOVE WS-PAY-LINES           TO FBL-PAY-COUNT
004020     MOVE WS-APP-LINES           TO FBL-APP-COUNT
004030     MOVE WS-MEA-LINES           TO FBL-MEA-COUNT
004040     MOVE WS-HASH-TOTAL          TO FBL-HASH-TOTAL
004050     MOVE WS-SUSPENSE-COUNT      TO FBL-SUSPENSE-COUNT
004060     WRITE FBL-RECORD
004070     CLOSE FEED-LOG-FILE.
004080 9100-LOG-BATCH-EXIT.
004090     EXIT.
