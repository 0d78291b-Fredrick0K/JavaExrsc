000100*****************************************************************
000110*  PAYHREC.CPY
000120*  PAYROLL REGISTER POSTING HISTORY RECORD (PAYHIST) - ONE ROW
000130*  PER TRANSACTION PAYREG01 POSTS TO THE YTD-MASTER, WITH THE
000140*  GROSS, DEDUCTION AND NET IT POSTED AND THE DATE OF THE RUN.
000150*  UNLIKE PAYRPT AND NETPAY, WHICH ARE REWRITTEN EVERY RUN,
000160*  PAYHIST IS APPEND-ONLY, SO A YEAR'S POSTINGS CAN BE ADDED BACK
000170*  UP AND PROVED AGAINST THE YTD-MASTER AT YEAR END (YTDCLS01).
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  PHS-RECORD.
000240     05  PHS-EMP-ID              PIC 9(05).
000250     05  PHS-FECHA               PIC 9(08).
000260     05  PHS-FECHA-PARTS REDEFINES PHS-FECHA.
000270         10  PHS-ANYO            PIC 9(04).
000280         10  PHS-MMDD            PIC 9(04).
000290     05  PHS-GROSS               PIC 9(06)V99.
000300     05  PHS-DEDUCT              PIC 9(06)V99.
000310     05  PHS-NET                 PIC 9(06)V99.
000320     05  PHS-RUN-DATE            PIC 9(08).
