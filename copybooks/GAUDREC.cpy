000100*****************************************************************
000110*  GAUDREC.CPY
000120*  GL MAPPING AUDIT TRAIL RECORD - ONE ROW PER MAPPING GLMMNT01
000130*  ADDS, CHANGES OR DELETES ON THE GL-MAP, WITH THE OLD AND NEW
000140*  ACCOUNT AND THE USER THAT KEYED IT - THE SAME OLD/NEW/WHO
000150*  SHAPE BAUDREC GIVES BANK DETAILS ON BNKAUDT.  AN ADD CARRIES
000160*  A BLANK OLD ACCOUNT, A DELETE A BLANK NEW ONE.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/26   MH    ORIGINAL COPYBOOK.
000210*****************************************************************
000220 01  GAUD-RECORD.
000230     05  GAUD-DATE               PIC 9(08).
000240     05  GAUD-TIME               PIC 9(08).
000250     05  GAUD-ACTION             PIC X(01).
000260     05  GAUD-SOURCE             PIC X(04).
000270     05  GAUD-LINE-TYPE          PIC X(04).
000280     05  GAUD-TIER-NO            PIC 9(01).
000290     05  GAUD-OLD-GL-ACCOUNT     PIC X(10).
000300     05  GAUD-NEW-GL-ACCOUNT     PIC X(10).
000310     05  GAUD-USER-ID            PIC X(08).
