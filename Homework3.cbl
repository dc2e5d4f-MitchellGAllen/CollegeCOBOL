           COPY STUMAST.

       FD  GRADE-HISTORY-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS GRADE-HISTORY-RECORD.
           COPY GRDHIST.

           MOVE BANNER-SECTION-OUT TO GH-SECTION-ID.
           MOVE AVG(COUNTER) TO GH-RAW-AVG.
           MOVE C-AVG-OUT TO GH-CURVED-AVG.
           MOVE SPACE TO GH-CHANGE-CODE GH-CHANGE-REASON.
           MOVE ZEROS TO GH-CHANGE-DATE.
           WRITE GRADE-HISTORY-RECORD.

       GENERATE-CLASS-STATISTICS.
