000100*****************************************************************
000110*  PAUDREC.CPY
000120*  PARAMETER AUDIT TRAIL RECORD - ONE ROW PER TIER PRMMNT01
000130*  ADDS OR CHANGES ON THE PARM-MASTER, WITH THE OLD LIMIT AND
000140*  RATE, THE NEW LIMIT AND RATE, THE EFFECTIVE DATE AND THE
000150*  USER THAT KEYED IT - THE SAME OLD/NEW/WHO SHAPE RAUDREC GIVES
000160*  SALARY CHANGES ON RATAUDT.  AN ADDED TIER CARRIES ZERO OLD
000170*  VALUES.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  PAUD-RECORD.
000240     05  PAUD-DATE               PIC 9(08).
000250     05  PAUD-TIME               PIC 9(08).
000260     05  PAUD-TABLE-TYPE         PIC X(04).
000270     05  PAUD-TIER-NO            PIC 9(01).
000280     05  PAUD-OLD-UPPER-LIMIT    PIC 9(07)V99.
000290     05  PAUD-NEW-UPPER-LIMIT    PIC 9(07)V99.
000300     05  PAUD-OLD-RATE           PIC 9(02)V99.
000310     05  PAUD-NEW-RATE           PIC 9(02)V99.
000320     05  PAUD-EFF-DATE           PIC 9(08).
000330     05  PAUD-USER-ID            PIC X(08).
