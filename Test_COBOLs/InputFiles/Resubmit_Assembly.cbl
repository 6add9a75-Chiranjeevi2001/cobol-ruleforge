           02 TRL-RECORD-COUNT PIC 9(7).
           02 TRL-KM-HASH PIC 9(9).
       FD REPAIRED-IN.
       01 REPAIRED-REC PIC X(100).
       FD WORK-FILE.
       01 WORK-REC PIC X(100).
       FD SUSPENSE-KEEP-IN.
       01 SUSPENSE-KEEP-REC PIC X(120).
       FD RENTAL-SUSPENSE.
