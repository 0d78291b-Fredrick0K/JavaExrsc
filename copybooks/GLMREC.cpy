000100*****************************************************************
000110*  GLMREC.CPY
000120*  RECORD LAYOUT FOR THE GL-MAP INDEXED FILE - THE CHART-OF-
000130*  ACCOUNTS MAPPING GLJRNL01 POSTS THROUGH.  ONE ROW PER JOURNAL
000140*  SOURCE AND LINE TYPE, CARRYING THE GL ACCOUNT THAT LINE IS
000150*  POSTED TO.  MAINTAINED ONLY BY GLMMNT01.
000160*
000170*    BILL RECV - OPSBIL01 BILLING, RECEIVABLE DEBIT.
000180*    BILL REVN - OPSBIL01 BILLING, REVENUE CREDIT.
000190*    PAYR GROS - PAYREG01 PAYROLL, GROSS PAY EXPENSE DEBIT.
000200*    PAYR DEDN - PAYREG01 PAYROLL, DEDUCTIONS PAYABLE CREDIT.
000210*    PAYR NETP - PAYREG01 PAYROLL, NET PAY PAYABLE CREDIT.
000220*
000230*  GLM-TIER-NO ZERO IS THE ACCOUNT FOR EVERY RATE TIER.  A BILL
000240*  ROW KEYED WITH TIER 1-3 OVERRIDES IT FOR THAT TIER'S LINES
000250*  ONLY.  PAYROLL ROWS ARE ALWAYS TIER ZERO.
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  10/15/26   MH    ORIGINAL COPYBOOK.
000300*****************************************************************
000310 01  GLM-MAP-RECORD.
000320     05  GLM-KEY.
000330         10  GLM-SOURCE          PIC X(04).
000340             88  GLM-SOURCE-BILL VALUE "BILL".
000350             88  GLM-SOURCE-PAYR VALUE "PAYR".
000360         10  GLM-LINE-TYPE       PIC X(04).
000370         10  GLM-TIER-NO         PIC 9(01).
000380     05  GLM-GL-ACCOUNT          PIC X(10).
000390     05  GLM-ACCT-DESC           PIC X(20).
000400     05  GLM-USER-ID             PIC X(08).
000410     05  GLM-MAINT-DATE          PIC 9(08).
