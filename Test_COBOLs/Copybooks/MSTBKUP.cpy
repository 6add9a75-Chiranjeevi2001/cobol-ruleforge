           01 BACKUP-REQUEST.
             02 BKR-FUNCTION PIC X(1).
             02 BKR-MASTER-NAME PIC X(20).
             02 BKR-PROGRAM PIC X(20).
             02 BKR-ROLLBACK-DATE PIC 9(8).
             02 BKR-GEN-DATE PIC 9(8).
             02 BKR-GEN-FILE-NAME PIC X(30).
             02 BKR-RECORD-COUNT PIC 9(7).
             02 BKR-GENS-REMOVED PIC 9(3).
             02 BKR-RESULT PIC X(2).
