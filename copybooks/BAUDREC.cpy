000100*****************************************************************
000110*  BAUDREC.CPY
000120*  BANK-DETAILS AUDIT TRAIL RECORD - ONE ROW PER ADD OR CHANGE
000130*  BNKMNT01 APPLIES TO THE BANK-MASTER, WITH THE OLD ROUTING /
000140*  ACCOUNT / TYPE, THE NEW ONES AND THE USER THAT KEYED IT - THE
000150*  SAME OLD/NEW/WHO SHAPE RAUDREC GIVES SALARY CHANGES ON
000160*  RATAUDT.  AN ADD CARRIES ZERO/SPACE OLD VALUES.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/26   MH    ORIGINAL COPYBOOK.
000210*****************************************************************
000220 01  BAUD-RECORD.
000230     05  BAUD-DATE               PIC 9(08).
000240     05  BAUD-TIME               PIC 9(08).
000250     05  BAUD-EMP-ID             PIC 9(05).
000260     05  BAUD-ACTION             PIC X(01).
000270     05  BAUD-OLD-ROUTING-NO     PIC 9(09).
000280     05  BAUD-OLD-ACCOUNT-NO     PIC X(17).
000290     05  BAUD-OLD-ACCT-TYPE      PIC X(01).
000300     05  BAUD-NEW-ROUTING-NO     PIC 9(09).
000310     05  BAUD-NEW-ACCOUNT-NO     PIC X(17).
000320     05  BAUD-NEW-ACCT-TYPE      PIC X(01).
000330     05  BAUD-USER-ID            PIC X(08).
