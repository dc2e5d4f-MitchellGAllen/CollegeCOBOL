      *MTD/YTD summary passes read it back filtered on the current
      *period from PERIODCT.TXT, and the duplicate-sale check uses
      *it as the record of prior days' sales. Homework2Close rolls
      *the period at month end. SH-STOCK-NUMBER and SH-VEHICLE-COST
      *carry the car sold and its inventory cost, so the sale's gross
      *profit is SH-SALE-AMOUNT less the cost (zero cost when the car
      *was not on the inventory master). Homework2Cancel marks a sale
      *that fell through after it was reported: a cancelled sale stays
      *on file (so a re-transmission is still caught as a duplicate)
      *but drops out of the MTD/YTD figures.
       01  SALES-HISTORY-RECORD.
           05  SH-BRANCH           PIC 9(4).
           05  SH-SALESPERSON      PIC x(10).
           05  SH-COMMISSION-AMT   PIC 9(6)V99.
           05  SH-CAR-MODEL        PIC x(13).
           05  SH-CAR-YEAR         PIC 9(4).
           05  SH-STOCK-NUMBER     PIC x(10).
           05  SH-VEHICLE-COST     PIC 9(6)V99.
           05  SH-CANCEL-CODE      PIC x.
               88  SH-CANCELLED                VALUE 'C'.
           05  SH-CANCEL-DATE      PIC 9(6).
           05  SH-CANCEL-REASON    PIC x.
      *Business date (YYMMDD) of the cancellation and why - 'F'
      *financing denied, 'R' returned in the rescission window, 'O'
      *other. Blank on a sale that stands
