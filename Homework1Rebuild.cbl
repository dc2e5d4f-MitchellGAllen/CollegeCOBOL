           COPY CUSTMAS.

           FD AUDIT-JOURNAL-FILE
           RECORD CONTAINS 217 CHARACTERS
           DATA RECORD IS AUDIT-JOURNAL-RECORD.
           COPY AUDITJRN.

           05  RB-MASTER-IMAGE.
               10  FILLER              PIC x(54).
               10  RB-ACC-NUM          PIC 9(6).
               10  FILLER              PIC x(35).
      *Same 95-byte layout as CUSTOMER-MASTER-RECORD, carried as an
      *image so a journal after-image can be dropped in whole; only
      *the embedded ACC-NUM needs naming here for the record key

