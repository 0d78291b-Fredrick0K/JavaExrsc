000100*****************************************************************
000110*  CAPREC.CPY
000120*  CASH APPLICATION RECORD - ONE ROW PER SLICE OF A PAYMENT
000130*  CSHPST01 POSTS.  AN "A" ROW IS CASH APPLIED TO THE RECVFILE
000140*  OPEN ITEM CAP-CUST-ID/CAP-MEA-ID NAMES; A "U" ROW IS CASH
000150*  PARKED UNAPPLIED ON THE CUSTOMER'S ACCOUNT (NO MATCHING OPEN
000160*  ITEM, OR THE EXCESS OF AN OVERPAYMENT).  THE FILE IS
000170*  APPEND-ONLY, SAME AS RECVFILE, SO AN OPEN ITEM'S REMAINING
000180*  BALANCE IS ALWAYS RCV-AMOUNT LESS THE "A" ROWS AGAINST IT.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  10/15/26   MH    ORIGINAL COPYBOOK.
000230*****************************************************************
000240 01  CAP-RECORD.
000250     05  CAP-CUST-ID             PIC 9(05).
000260     05  CAP-MEA-ID              PIC 9(05).
000270     05  CAP-TYPE                PIC X(01).
000280         88  CAP-APPLIED         VALUE "A".
000290         88  CAP-UNAPPLIED       VALUE "U".
000300     05  CAP-PMT-DATE            PIC 9(08).
000310     05  CAP-POST-DATE           PIC 9(08).
000320     05  CAP-AMOUNT              PIC 9(09)V99.
