000100*****************************************************************
000110*  YTDHREC.CPY
000120*  RECORD LAYOUT FOR THE YTD-HISTORY INDEXED FILE (YTDHIST) -
000130*  THE PERMANENT ANNUAL SNAPSHOT OF EVERY YTD-MASTER ROW, TAKEN
000140*  BY THE YTDCLS01 YEAR-END CLOSE.  KEYED BY YEAR THEN EMPLOYEE,
000150*  SO ONE YEAR'S ROWS READ BACK TOGETHER.  A ROW ON FILE FOR A
000160*  YEAR MEANS THAT YEAR IS CLOSED FOR THAT EMPLOYEE - PAYREG01
000170*  WILL NOT RESET AN EMPLOYEE'S YTD-MASTER ROW INTO A NEW YEAR
000180*  UNTIL IT IS.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  10/15/26   MH    ORIGINAL COPYBOOK.
000230*****************************************************************
000240 01  YTH-HISTORY-RECORD.
000250     05  YTH-KEY.
000260         10  YTH-ANYO            PIC 9(04).
000270         10  YTH-EMP-ID          PIC 9(05).
000280     05  YTH-GROSS               PIC 9(09)V99.
000290     05  YTH-DEDUCT              PIC 9(09)V99.
000300     05  YTH-NET                 PIC 9(09)V99.
000310     05  YTH-POST-GROSS          PIC 9(09)V99.
000320     05  YTH-POST-DEDUCT         PIC 9(09)V99.
000330     05  YTH-POST-NET            PIC 9(09)V99.
000340     05  YTH-MATCH-SW            PIC X(01).
000350         88  YTH-MATCHED         VALUE "Y".
000360         88  YTH-MISMATCHED      VALUE "N".
000370     05  YTH-CLOSE-DATE          PIC 9(08).
