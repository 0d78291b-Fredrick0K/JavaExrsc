000100*****************************************************************
000110*  BNKTREC.CPY
000120*  BANK-DETAILS TRANSACTION RECORD FOR BNKMNT01.  ONE RECORD PER
000130*  ADD ("A") OR CHANGE ("C") OF AN EMPLOYEE'S DIRECT-DEPOSIT
000140*  ACCOUNT ON THE BANK-MASTER, WITH THE USER THAT KEYED IT - SAME
000150*  ACTION-CODE SHAPE AS THE EMPTREC EMPLOYEE TRANSACTION.
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  10/15/26   MH    ORIGINAL COPYBOOK.
000200*****************************************************************
000210 01  BKT-TRAN-RECORD.
000220     05  BKT-ACTION              PIC X(01).
000230         88  BKT-ADD             VALUE "A".
000240         88  BKT-CHANGE          VALUE "C".
000250     05  BKT-EMP-ID              PIC 9(05).
000260     05  BKT-ROUTING-NO          PIC 9(09).
000270     05  BKT-ACCOUNT-NO          PIC X(17).
000280     05  BKT-ACCT-TYPE           PIC X(01).
000290         88  BKT-CHECKING        VALUE "C".
000300         88  BKT-SAVINGS         VALUE "S".
000310     05  BKT-USER-ID             PIC X(08).
