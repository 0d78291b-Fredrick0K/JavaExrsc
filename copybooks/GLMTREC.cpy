000100*****************************************************************
000110*  GLMTREC.CPY
000120*  GL MAPPING TRANSACTION RECORD FOR GLMMNT01 - AN ACTION CODE
000130*  PLUS THE GLMREC KEY, ACCOUNT AND DESCRIPTION.  "A" ADDS A
000140*  MAPPING, "C" CHANGES THE ACCOUNT OR DESCRIPTION OF ONE ON
000150*  FILE (A SPACE DESCRIPTION MEANS LEAVE IT AS IT IS), "D"
000160*  DELETES ONE - USED TO DROP A TIER OVERRIDE SO THE TIER FALLS
000170*  BACK TO THE TIER-ZERO ACCOUNT.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  GMT-TRAN-RECORD.
000240     05  GMT-ACTION              PIC X(01).
000250         88  GMT-ADD             VALUE "A".
000260         88  GMT-CHANGE          VALUE "C".
000270         88  GMT-DELETE          VALUE "D".
000280     05  GMT-SOURCE              PIC X(04).
000290         88  GMT-SOURCE-BILL     VALUE "BILL".
000300         88  GMT-SOURCE-PAYR     VALUE "PAYR".
000310     05  GMT-LINE-TYPE           PIC X(04).
000320         88  GMT-BILL-LINE       VALUE "RECV" "REVN".
000330         88  GMT-PAYR-LINE       VALUE "GROS" "DEDN" "NETP".
000340     05  GMT-TIER-NO             PIC 9(01).
000350     05  GMT-GL-ACCOUNT          PIC X(10).
000360     05  GMT-ACCT-DESC           PIC X(20).
000370     05  GMT-USER-ID             PIC X(08).
