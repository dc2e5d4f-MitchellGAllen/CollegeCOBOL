      *VEHINV.CPY - vehicle inventory master, one record per car on
      *the lot, keyed on the dealership stock number tagged on the
      *car. Homework2InvMaint adds each car as it is received and
      *moves it between branches; Homework2 rejects a sale of a car
      *not in stock at the selling branch and relieves the car from
      *inventory when the sale is good. A sold car stays on file
      *marked sold, carrying the sale that relieved it, so its cost
      *is still there for the sale's gross profit.
       01  VEHICLE-INVENTORY-RECORD.
           05  VI-STOCK-NUMBER         PIC x(10).
           05  VI-VIN                  PIC x(17).
           05  VI-BRANCH               PIC 9(4).
      *Branch the car is on the lot at
           05  VI-CAR-MODEL            PIC x(13).
           05  VI-CAR-YEAR             PIC 9(4).
           05  VI-COST                 PIC 9(6)V99.
           05  VI-DATE-RECEIVED        PIC 9(6).
      *Business date (YYMMDD) the car arrived - what it ages from
           05  VI-STATUS               PIC x.
               88  VI-IN-STOCK                       VALUE 'I'.
               88  VI-SOLD                           VALUE 'S'.
           05  VI-SOLD-DATE            PIC 9(6).
           05  VI-SOLD-CUSTOMER        PIC x(10).
           05  VI-SALE-AMOUNT          PIC 9(6).
      *Sale date (MMDDYY as keyed), customer and amount of the sale
      *that relieved the car - zeros and spaces while in stock
