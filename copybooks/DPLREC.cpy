000100*****************************************************************
000110*  DPLREC.CPY
000120*  DEPOSIT LOG RECORD - ONE ROW PER BANK DEPOSIT CSHPST01 HAS
000130*  PROVED AND POSTED, WRITTEN TO THE APPEND-ONLY DEPLOG FILE
000140*  WITH THE PMTTRAN TRAILER'S DEPOSIT DATE, PAYMENT COUNT AND
000150*  DEPOSIT TOTAL, AND HOW THE MONEY WAS POSTED.  A DEPOSIT WHOSE
000160*  DATE, COUNT AND TOTAL ARE ALREADY ON THIS FILE IS NEVER
000170*  POSTED A SECOND TIME.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  DPL-RECORD.
000240     05  DPL-DEPOSIT-DATE        PIC 9(08).
000250     05  DPL-PMT-COUNT           PIC 9(05).
000260     05  DPL-DEPOSIT-TOTAL       PIC 9(09)V99.
000270     05  DPL-ACCEPT-DATE         PIC 9(08).
000280     05  DPL-ACCEPT-TIME         PIC 9(08).
000290     05  DPL-APPLIED-TOTAL       PIC 9(09)V99.
000300     05  DPL-UNAPPLIED-TOTAL     PIC 9(09)V99.
000310     05  DPL-REJECT-TOTAL        PIC 9(09)V99.
