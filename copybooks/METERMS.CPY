      *METERMS.CPY - meter master, keyed on the meter serial number
      *stamped on the meter, one record per meter the utility has
      *ever set. MT-ACC-NUM links the meter to the premise account
      *it is (or was last) set on. Written by Homework1Readings as
      *meter-exchange records come in on the route upload; a meter
      *that predates the master is added when it comes off a premise.
       01  METER-MASTER-RECORD.
           05  MT-METER-SERIAL         PIC x(10).
           05  MT-ACC-NUM              PIC 9(6).
           05  MT-METER-STATUS         PIC x.
               88  METER-INSTALLED                   VALUE 'I'.
               88  METER-REMOVED                     VALUE 'R'.
           05  MT-SET-DATE             PIC 9(6).
           05  MT-SET-READ             PIC 9(5).
      *Date the meter was set on the account and its dial reading
      *then - zeros when the meter predates the master
           05  MT-REMOVED-DATE         PIC 9(6).
           05  MT-FINAL-READ           PIC 9(5).
      *Date the meter came off the premise and its final reading;
      *zeros while it is still installed
