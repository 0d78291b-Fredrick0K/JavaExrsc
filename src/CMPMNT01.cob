000320*  MODIFICATION HISTORY
000330*  DATE       INIT  DESCRIPTION
000340*  09/02/26   MH    ORIGINAL PROGRAM.
000343*  10/15/26   MH    START/END STAMPS ON RUNLOG THROUGH RUNLOG01 SO
000346*                   THE JOB-STREAM DRIVER CAN SEE THE STEP RAN.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000920     05  WS-APPLIED-COUNT        PIC 9(05)   COMP VALUE ZERO.
000930     05  WS-REJECT-COUNT         PIC 9(05)   COMP VALUE ZERO.
000940
000945 COPY RUNLPARM.
000947
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE
001090*  RATE AUDIT TRAIL IS APPEND-ONLY, SAME AS STSMNT01'S AUDTRL.
001100*****************************************************************
001110 1000-INITIALIZE.
001112     MOVE "CMPMNT01" TO RLP-PROGRAM-ID
001114     SET RLP-EVENT-START TO TRUE
001116     CALL "RUNLOG01" USING RUN-LOG-PARM
001118
001120     OPEN INPUT RAT-TRAN-FILE
001130     IF NOT FS-RATTRAN-OK
001140         DISPLAY "CMPMNT01 - RATTRAN NOT FOUND, ABORTING"
002190 9999-TERMINATE.
002200     DISPLAY "CMPMNT01 - RATES APPLIED  " WS-APPLIED-COUNT
002210     DISPLAY "CMPMNT01 - RATES REJECTED " WS-REJECT-COUNT
002211     SET RLP-EVENT-END TO TRUE
002212     COMPUTE RLP-RECS-READ = WS-APPLIED-COUNT + WS-REJECT-COUNT
002213     MOVE WS-APPLIED-COUNT       TO RLP-RECS-WRITTEN
002214     MOVE WS-REJECT-COUNT        TO RLP-RECS-REJECTED
002215     SET RLP-COMPLETED TO TRUE
002216     CALL "RUNLOG01" USING RUN-LOG-PARM
002220     CLOSE RAT-TRAN-FILE
002230     CLOSE EMPLEADOS-MASTER
002240     CLOSE COMP-MASTER
