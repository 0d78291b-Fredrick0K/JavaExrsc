000100*****************************************************************
000110*  JRNREC.CPY
000120*  GL JOURNAL LINE RECORD WRITTEN BY GLJRNL01 - ONE DEBIT OR
000130*  CREDIT LINE OF A BALANCED JOURNAL ON GLJRNL (RELEASED TO THE
000140*  LEDGER), OR OF A JOURNAL HELD BACK ON GLHOLD.  THE JOURNAL
000150*  IS NAMED BY ITS SOURCE (BILL OR PAYR) AND POSTING DATE.
000160*  JRN-SOURCE-DATE IS THE DATE THE SOURCE FIGURE CARRIES - THE
000170*  PARM-MASTER SET A BILLING TIER WAS PRICED AT - OR ZERO.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  JRN-RECORD.
000240     05  JRN-SOURCE              PIC X(04).
000250     05  JRN-POST-DATE           PIC 9(08).
000260     05  JRN-LINE-NO             PIC 9(04).
000270     05  JRN-GL-ACCOUNT          PIC X(10).
000280     05  JRN-DR-CR               PIC X(01).
000290         88  JRN-DEBIT           VALUE "D".
000300         88  JRN-CREDIT          VALUE "C".
000310     05  JRN-AMOUNT              PIC 9(09)V99.
000320     05  JRN-LINE-TYPE           PIC X(04).
000330     05  JRN-TIER-NO             PIC 9(01).
000340     05  JRN-SOURCE-DATE         PIC 9(08).
000350     05  JRN-DESC                PIC X(24).
