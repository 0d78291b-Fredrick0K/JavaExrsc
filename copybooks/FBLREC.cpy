000100*****************************************************************
000110*  FBLREC.CPY
000120*  FEED BATCH LOG RECORD - ONE ROW PER VENDOR FEED BATCH
000130*  FEEDGW01 HAS ACCEPTED, WRITTEN TO THE APPEND-ONLY FEEDLOG FILE
000140*  WITH THE HEADER'S BATCH ID AND CREATION DATE, THE TRAILER'S
000150*  LINE COUNTS AND AMOUNT HASH TOTAL THE BATCH PROVED TO, AND HOW
000160*  MANY OF ITS LINES STILL WENT TO SUSPENSE.  A BATCH ID ALREADY
000170*  ON THIS FILE IS NEVER ACCEPTED A SECOND TIME.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  FBL-RECORD.
000240     05  FBL-BATCH-ID            PIC X(10).
000250     05  FBL-CREATE-DATE         PIC 9(08).
000260     05  FBL-ACCEPT-DATE         PIC 9(08).
000270     05  FBL-ACCEPT-TIME         PIC 9(08).
000280     05  FBL-PAY-COUNT           PIC 9(05).
000290     05  FBL-APP-COUNT           PIC 9(05).
000300     05  FBL-MEA-COUNT           PIC 9(05).
000310     05  FBL-HASH-TOTAL          PIC 9(10)V99.
000320     05  FBL-SUSPENSE-COUNT      PIC 9(05).
