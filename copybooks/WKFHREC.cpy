000100*****************************************************************
000110*  WKFHREC.CPY
000120*  WORKFORCE HEADCOUNT SNAPSHOT RECORD - ONE ROW APPENDED TO THE
000130*  WKFHIST FILE EVERY TIME WKFRPT01 RUNS, CARRYING THE CLOSING
000140*  HEADCOUNT BY STATUS IT COUNTED ON THE LIVE EMPLEADOS-MASTER.
000150*  THE LAST ROW FOR A MONTH IS THAT MONTH'S CLOSING FIGURE AND
000160*  THE NEXT MONTH'S OPENING FIGURE.  WKH-OTHER-COUNT HOLDS ANY
000170*  EMPLOYEE WHOSE EMP-EST IS NOT A, I OR B.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  WKH-SNAP-RECORD.
000240     05  WKH-MONTH               PIC 9(06).
000250     05  WKH-RUN-DATE            PIC 9(08).
000260     05  WKH-RUN-TIME            PIC 9(08).
000270     05  WKH-ACTIVE-COUNT        PIC 9(05).
000280     05  WKH-INACTIVE-COUNT      PIC 9(05).
000290     05  WKH-BLOCKED-COUNT       PIC 9(05).
000300     05  WKH-OTHER-COUNT         PIC 9(05).
000310     05  WKH-TOTAL-COUNT         PIC 9(05).
