      *                          VSCBEX13 passed-equals-read
      *                          rules failed on any night the
      *                          directory caught a record.
      * 2026-10-14 dscobol       TRAN records carry the TRANORIG
      *                          origin trailer (161 -> 174);
      *                          it passes through, and rides
      *                          ahead of the reason on the
      *                          repair file as on RFILE2.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
               88  FD-CheckIn-Tran-Delete        VALUE "D".
           02  FD-CheckIn-Tran-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==ChkTran==.
           02  FD-CheckIn-Tran-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==ChkTran==.

       FD  CheckOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CheckOut-Load-Record           PIC X(160).
       01  FD-CheckOut-Tran-Record           PIC X(174).

      ***********************************************************
      * The repair file mirrors the RFILE1/RFILE2 reject
           02  FD-RepairFile-Trans-Code      PIC X(01).
           02  FD-RepairFile-Tran-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==RepTran==.
           02  FD-RepairFile-Tran-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==RepTran==.
           02  FD-RepairFile-Tran-Reason     PIC X(02).

       FD  ReportFile
                   FD-RepairFile-Trans-Code
              MOVE FD-CheckIn-Tran-Customer TO
                   FD-RepairFile-Tran-Customer
              MOVE FD-CheckIn-Tran-Origin   TO
                   FD-RepairFile-Tran-Origin
              MOVE WS-Record-Reason         TO
                   FD-RepairFile-Tran-Reason
              WRITE FD-RepairFile-Tran-Record
