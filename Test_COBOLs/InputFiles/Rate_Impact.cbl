           02 RH-BILLED-DATE PIC 9(8).
           02 RH-NUM-DAYS PIC 9(3).
           02 RH-CONTRACT-NUMBER PIC 9(8).
           02 FILLER PIC X(32).
       FD PARAM-FILE.
       01 PARAM-REC.
           02 PARAM-FREE-KM-THRESHOLD PIC 9(3).
