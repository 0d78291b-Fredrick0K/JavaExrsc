000100*****************************************************************
000110*  BANKREC.CPY
000120*  RECORD LAYOUT FOR THE BANK-MASTER INDEXED FILE - ONE
000130*  DIRECT-DEPOSIT ACCOUNT PER EMPLOYEE, KEYED BY BNK-EMP-ID, THE
000140*  SAME 5-DIGIT EMPLOYEE KEY AS EMPLEADOS-MASTER.  CARRIES THE
000150*  BANK ROUTING NUMBER (8-DIGIT INSTITUTION ID PLUS CHECK DIGIT),
000160*  THE ACCOUNT NUMBER AND WHETHER IT IS A CHECKING OR SAVINGS
000170*  ACCOUNT.  MAINTAINED ONLY BY BNKMNT01; READ BY DDPGEN01.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  BNK-MASTER-RECORD.
000240     05  BNK-KEY.
000250         10  BNK-EMP-ID          PIC 9(05).
000260     05  BNK-ROUTING-NO          PIC 9(09).
000270     05  BNK-ROUTING-PARTS REDEFINES BNK-ROUTING-NO.
000280         10  BNK-ROUTING-ID      PIC 9(08).
000290         10  BNK-ROUTING-CHECK   PIC 9(01).
000300     05  BNK-ACCOUNT-NO          PIC X(17).
000310     05  BNK-ACCT-TYPE           PIC X(01).
000320         88  BNK-CHECKING        VALUE "C".
000330         88  BNK-SAVINGS         VALUE "S".
000340     05  BNK-USER-ID             PIC X(08).
000350     05  BNK-MAINT-DATE          PIC 9(08).
