       77  AMOUNT-ED-1 PIC ZZZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZZZ9.99.
       77  CHANGE-ED PIC +ZZZZZZZZ9.99.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM FIND-REPORT-YEAR.
               AT END MOVE "YYY" TO MTD-EOF
           END-READ.
       REWRITE-MASTER-FROM-WORK.
           MOVE "RENTMTD-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT MTD-FILE.
           MOVE SPACES TO WORK-EOF.
           OPEN INPUT WORK-FILE.
           READ WORK-FILE
               AT END MOVE "YYY" TO WORK-EOF
           END-READ.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "YEAREND" TO BKR-PROGRAM.
           MOVE RETURN-CODE TO BACKUP-SAVED-RC.
           CALL "MSTBKUP" USING BACKUP-REQUEST
               ON EXCEPTION
                   MOVE "16" TO BKR-RESULT
           END-CALL.
           MOVE BACKUP-SAVED-RC TO RETURN-CODE.
           IF BKR-RESULT = "16"
               DISPLAY "WARNING: NO BACKUP GENERATION TAKEN OF "
                   BKR-MASTER-NAME " - REWRITE NOT PROTECTED"
           END-IF.
       END PROGRAM YEAREND.
