000100*****************************************************************
000110*  YCLREC.CPY
000120*  YEAR-END CLOSE LOG RECORD - ONE ROW PER PAYROLL YEAR YTDCLS01
000130*  HAS FINISHED CLOSING, WRITTEN TO THE APPEND-ONLY YTDCLOG FILE
000140*  WITH THE DATE AND TIME THE CLOSE FINISHED, HOW MANY EMPLOYEES
000150*  IT CLOSED (BY THAT RUN AND BY ANY EARLIER RUN THAT STOPPED
000160*  PART WAY), HOW MANY WERE FLAGGED, AND THE YEAR'S YTD TOTALS.
000170*  A YEAR ALREADY ON THIS FILE IS NEVER CLOSED A SECOND TIME.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  YCL-RECORD.
000240     05  YCL-CLOSE-ANYO          PIC 9(04).
000250     05  YCL-CLOSE-DATE          PIC 9(08).
000260     05  YCL-CLOSE-TIME          PIC 9(08).
000270     05  YCL-CLOSED-COUNT        PIC 9(05).
000280     05  YCL-RESUMED-COUNT       PIC 9(05).
000290     05  YCL-LATE-CLOSED-COUNT   PIC 9(05).
000300     05  YCL-FLAGGED-COUNT       PIC 9(05).
000310     05  YCL-ORPHAN-COUNT        PIC 9(05).
000320     05  YCL-GROSS               PIC 9(11)V99.
000330     05  YCL-DEDUCT              PIC 9(11)V99.
000340     05  YCL-NET                 PIC 9(11)V99.
