000100*****************************************************************
000110*  NETPREC.CPY
000120*  NET PAY EXTRACT RECORD - ONE ROW PER TRANSACTION PAYREG01
000130*  NETS IN 2070-COMPUTE-NET-PAY, CARRYING THE SAME GROSS,
000140*  DEDUCTION AND NET FIGURES AS THE "NET" LINE ON PAYRPT.  THE
000150*  NETPAY FILE IS REWRITTEN EVERY PAYREG01 RUN, SO IT ALWAYS
000160*  HOLDS EXACTLY THE LINES BEHIND PAYRPT'S NET PAY TOTAL - IT IS
000170*  WHAT DDPGEN01 BUILDS THE DIRECT-DEPOSIT FILE FROM.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  NPY-RECORD.
000240     05  NPY-EMP-ID              PIC 9(05).
000250     05  NPY-FECHA               PIC 9(08).
000260     05  NPY-GROSS               PIC 9(06)V99.
000270     05  NPY-DEDUCT              PIC 9(06)V99.
000280     05  NPY-NET                 PIC 9(06)V99.
