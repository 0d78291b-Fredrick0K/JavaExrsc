000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  08/21/26   MH    ORIGINAL PROGRAM.
000363*  10/15/26   MH    START/END STAMPS ON RUNLOG THROUGH RUNLOG01 SO
000366*                   THE JOB-STREAM DRIVER CAN SEE THE STEP RAN.
000367*  10/15/26   MH    RUNLOG READ/WRITTEN COUNTS ARE NOW THE LINES
000368*                   ACTUALLY READ AND WRITTEN, NOT A FIXED 5.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
001170     88  FS-CTLRPT-OK            VALUE "00".
001180
001190 01  WS-AUD-COUNT                PIC 9(07)   COMP VALUE ZERO.
001193 01  WS-RECS-READ                PIC 9(07)   COMP VALUE ZERO.
001196 01  WS-RECS-WRITTEN             PIC 9(07)   COMP VALUE ZERO.
001200
001210*****************************************************************
001220*  EACH WS-xxxRPT-GRAND-TOTAL/SUMMARY LAYOUT BELOW MAPS THE SAME
002190     05  CTL-AUD-COUNT           PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER                  PIC X(03)   VALUE SPACES.
002210     05  CTL-AUD-STATUS          PIC X(10)   VALUE SPACES.
002213
002216 COPY RUNLPARM.
002220
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002410     STOP RUN.
002420
002430 1000-INITIALIZE.
002432     MOVE "OPSCTL01" TO RLP-PROGRAM-ID
002434     SET RLP-EVENT-START TO TRUE
002436     CALL "RUNLOG01" USING RUN-LOG-PARM
002438
002440     OPEN OUTPUT CTL-RPT-FILE
002450     IF NOT FS-CTLRPT-OK
002460         DISPLAY "OPSCTL01 - UNABLE TO OPEN CTLRPT, ABORTING"
002489     MOVE ZERO TO CTL-EXC-EXCEPTIONS
002490     MOVE ZERO TO CTL-EXC-ENROLLED
002491     MOVE ZERO TO CTL-AUD-COUNT
002492     WRITE CTL-RPT-LINE FROM WS-CTL-HEADING-1
002494     ADD 1 TO WS-RECS-WRITTEN.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520
002720     END-READ
002730
002740     PERFORM UNTIL WS-PAY-EOF
002745         ADD 1 TO WS-RECS-READ
002750         MOVE PAY-RPT-LINE TO WS-PAYRPT-GRAND-TOTAL
002760         IF WS-PAY-LABEL = "GRAND TOTAL"
002770             SET WS-PAY-FOUND TO TRUE
003120     END-READ
003130
003140     PERFORM UNTIL WS-ACT-EOF
003145         ADD 1 TO WS-RECS-READ
003150         MOVE ACT-RPT-LINE TO WS-ACTRPT-GRAND-TOTAL
003160         IF WS-ACT-LABEL = "WEEK TOTAL"
003170             SET WS-ACT-FOUND TO TRUE
003520     END-READ
003530
003540     PERFORM UNTIL WS-MEA-EOF
003545         ADD 1 TO WS-RECS-READ
003550         MOVE MEA-RPT-LINE TO WS-MEARPT-GRAND-TOTAL
003560         IF WS-MEA-LABEL = "INVOICE GRAND TOTAL"
003570             SET WS-MEA-FOUND TO TRUE
003920     END-READ
003930
003940     PERFORM UNTIL WS-EXC-EOF
003945         ADD 1 TO WS-RECS-READ
003950         MOVE EXC-RPT-LINE TO WS-EXCRPT-SUMMARY
003960         IF WS-EXC-LABEL1 = "APPLICANTS PROCESSED"
003970             SET WS-EXC-FOUND TO TRUE
004340
004350     PERFORM UNTIL WS-AUD-EOF
004360         ADD 1 TO WS-AUD-COUNT
004365         ADD 1 TO WS-RECS-READ
004370         READ AUD-TRAIL-FILE
004380             AT END
004390                 SET WS-AUD-EOF TO TRUE
004510*****************************************************************
004520 3000-PRINT-CONTROL-REPORT.
004530     WRITE CTL-RPT-LINE FROM WS-CTL-PAYROLL-LINE
004535     ADD 1 TO WS-RECS-WRITTEN
004540     WRITE CTL-RPT-LINE FROM WS-CTL-ACTIVITY-LINE
004545     ADD 1 TO WS-RECS-WRITTEN
004550     WRITE CTL-RPT-LINE FROM WS-CTL-BILLING-LINE
004555     ADD 1 TO WS-RECS-WRITTEN
004560     WRITE CTL-RPT-LINE FROM WS-CTL-APPLICANT-LINE
004565     ADD 1 TO WS-RECS-WRITTEN
004570     WRITE CTL-RPT-LINE FROM WS-CTL-AUDIT-LINE
004575     ADD 1 TO WS-RECS-WRITTEN.
004580 3000-PRINT-CONTROL-REPORT-EXIT.
004590     EXIT.
004600
004610 9999-TERMINATE.
004611     SET RLP-EVENT-END TO TRUE
004612     MOVE WS-RECS-READ           TO RLP-RECS-READ
004613     MOVE WS-RECS-WRITTEN        TO RLP-RECS-WRITTEN
004614     MOVE ZERO                   TO RLP-RECS-REJECTED
004615     SET RLP-COMPLETED TO TRUE
004616     CALL "RUNLOG01" USING RUN-LOG-PARM
004620     CLOSE CTL-RPT-FILE.
004630 9999-TERMINATE-EXIT.
004640     EXIT.
