000485*                   NOW PROBES WITH THE SAME START/READ NEXT
000486*                   WALK 3000-LIST-MASTER USES, SO EMPTY MEANS
000487*                   NO RECORDS AT ALL, NOT NO RECORD 00001.
000488*  10/15/26   MH    START/END STAMPS ON RUNLOG THROUGH RUNLOG01 SO
000489*                   THE JOB-STREAM DRIVER CAN SEE THE STEP RAN.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
001410     05  MNT-SUM-REJECTED        PIC ZZ,ZZ9.
001420     05  FILLER                  PIC X(44)   VALUE SPACES.
001430
001435 COPY RUNLPARM.
001437
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE
001670*  EMPHIST ARCHIVE IS APPEND-ONLY, SAME AS STSMNT01'S AUDTRL.
001680*****************************************************************
001690 1000-INITIALIZE.
001692     MOVE "EMPMNT01" TO RLP-PROGRAM-ID
001694     SET RLP-EVENT-START TO TRUE
001696     CALL "RUNLOG01" USING RUN-LOG-PARM
001698
001700     MOVE "BOB"                  TO WS-SEED-NOM(1)
001710     MOVE 27                     TO WS-SEED-EDA(1)
001720     MOVE "A"                    TO WS-SEED-EST(1)
004480     EXIT.
004490
004500 9999-TERMINATE.
004501     SET RLP-EVENT-END TO TRUE
004502     COMPUTE RLP-RECS-READ = WS-APPLIED-COUNT + WS-REJECTED-COUNT
004503     MOVE WS-APPLIED-COUNT       TO RLP-RECS-WRITTEN
004504     MOVE WS-REJECTED-COUNT      TO RLP-RECS-REJECTED
004505     SET RLP-COMPLETED TO TRUE
004506     CALL "RUNLOG01" USING RUN-LOG-PARM
004510     CLOSE EMP-MNT-FILE
004520     CLOSE EMP-HIST-FILE
004530     CLOSE MNT-RPT-FILE
