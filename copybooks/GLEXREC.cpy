000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  08/21/26   MH    ORIGINAL COPYBOOK.
000181*  10/15/26   MH    ADDED GL-EFF-DATE - THE EFFECTIVE DATE OF THE
000182*                   PARM-MASTER TIER SET THE LINE WAS PRICED AT.
000190*****************************************************************
000200 01  GL-EXTRACT-RECORD.
000210     05  GL-TIER-NO              PIC 9(01).
000230     05  GL-JOB-COUNT            PIC 9(05).
000240     05  GL-TOTAL-AREA           PIC 9(09)V99.
000250     05  GL-TOTAL-AMOUNT         PIC 9(09)V99.
000260     05  GL-EFF-DATE             PIC 9(08).
