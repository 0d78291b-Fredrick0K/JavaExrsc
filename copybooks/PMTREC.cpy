000100*****************************************************************
000110*  PMTREC.CPY
000120*  CASH RECEIPT TRANSACTION - ONE ROW PER CUSTOMER PAYMENT ON
000130*  THE DAILY PMTTRAN DEPOSIT FILE, NAMING THE CUSTOMER ACCOUNT,
000140*  THE MEASUREMENT (MEA-ID) OF THE INVOICE BEING PAID, THE
000150*  AMOUNT AND THE DATE THE MONEY WAS RECEIVED.  A ZERO
000160*  PMT-MEA-ID IS A PAYMENT ON ACCOUNT WITH NO INVOICE NAMED.
000162*  THE BANK CLOSES THE FILE WITH ONE "TRAIL" ROW CARRYING THE
000164*  NUMBER OF PAYMENTS, THE DEPOSIT TOTAL IT CREDITED AND THE
000166*  DEPOSIT DATE, WHICH CSHPST01 PROVES THE FILE AGAINST BEFORE
000168*  POSTING ANY OF IT.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/26   MH    ORIGINAL COPYBOOK.
000203*  10/15/26   MH    ADDED PMT-TRAILER-RECORD, THE BANK'S DEPOSIT
000206*                   COUNT AND TOTAL.
000207*  10/15/26   MH    ADDED PMT-TRL-DATE, THE DEPOSIT DATE.
000210*****************************************************************
000220 01  PMT-TRAN-RECORD.
000230     05  PMT-CUST-ID             PIC 9(05).
000240     05  PMT-MEA-ID              PIC 9(05).
000250     05  PMT-AMOUNT              PIC 9(09)V99.
000260     05  PMT-FECHA               PIC 9(08).
000270
000280 01  PMT-TRAILER-RECORD.
000290     05  PMT-TRL-TAG             PIC X(05).
000300         88  PMT-TRAILER         VALUE "TRAIL".
000310     05  PMT-TRL-COUNT           PIC 9(05).
000320     05  PMT-TRL-AMOUNT          PIC 9(09)V99.
000330     05  PMT-TRL-DATE            PIC 9(08).
