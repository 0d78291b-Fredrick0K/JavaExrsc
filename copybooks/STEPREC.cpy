000100*****************************************************************
000110*  STEPREC.CPY
000120*  JOB-STREAM STEP-CONTROL RECORD FOR JOBDRV01.  ONE RECORD PER
000130*  STEP OF THE NIGHTLY STREAM: THE STEP NUMBER IT PRINTS UNDER,
000140*  THE PROGRAM-ID IT STAMPS ON RUNLOG, UP TO FIVE PREDECESSOR
000150*  PROGRAM-IDS THAT MUST HAVE COMPLETED BEFORE IT IS RELEASED,
000160*  AND THE COMMAND THAT STARTS IT.  A BLANK COMMAND MEANS THE
000170*  LOAD MODULE IS RUN UNDER ITS OWN PROGRAM-ID.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  10/15/26   MH    ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  STC-STEP-RECORD.
000240     05  STC-STEP-NO             PIC 9(02).
000250     05  STC-PROGRAM-ID          PIC X(08).
000260     05  STC-PRED-ID OCCURS 5 TIMES
000265                                 PIC X(08).
000270     05  STC-COMMAND             PIC X(60).
