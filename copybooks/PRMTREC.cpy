000100*****************************************************************
000110*  PRMTREC.CPY
000120*  PARAMETER TRANSACTION RECORD FOR PRMMNT01.  ONE RECORD PER
000130*  TIER TO ADD OR CHANGE ON THE PARM-MASTER - TABLE TYPE,
000140*  EFFECTIVE DATE AND TIER NUMBER NAME THE ROW, FOLLOWED BY THE
000150*  NEW LIMIT, THE NEW RATE AND THE USER THAT KEYED IT - SAME
000160*  SHAPE AS THE RATREC RATE-CHANGE TRANSACTION.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/26   MH    ORIGINAL COPYBOOK.
000210*****************************************************************
000220 01  PRT-TRAN-RECORD.
000230     05  PRT-TABLE-TYPE          PIC X(04).
000240         88  PRT-TYPE-AREA       VALUE "AREA".
000250         88  PRT-TYPE-TRIM       VALUE "TRIM".
000260         88  PRT-TYPE-DEDN       VALUE "DEDN".
000270     05  PRT-EFF-DATE            PIC 9(08).
000280     05  PRT-TIER-NO             PIC 9(01).
000290     05  PRT-NEW-UPPER-LIMIT     PIC 9(07)V99.
000300     05  PRT-NEW-RATE            PIC 9(02)V99.
000310     05  PRT-USER-ID             PIC X(08).
