           05  JRN-TIME                PIC 9(8).
           05  JRN-BATCH-ID            PIC 9(6).
           05  JRN-ACC-NUM             PIC 9(6).
           05  JRN-BEFORE-IMAGE        PIC x(95).
           05  JRN-AFTER-IMAGE         PIC x(95).
