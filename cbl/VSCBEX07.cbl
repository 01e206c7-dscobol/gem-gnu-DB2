      *     the journal is written oldest-to-newest.  A change
      *     writes two journal records (before and after); only
      *     the before-image is tabled, the after-image is just
      *     the proof of what the run did.  Each entry backed
      *     out is listed on the job log with the origin the
      *     journal header carries (region/branch/operator), so
      *     the record of what was undone says whose change it
      *     was.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-21 dscobol       Created: journal backout.
      * 2026-10-14 dscobol       List every backed-out entry
      *                          with its journal origin
      *                          (region/branch/operator).
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
                 88 WS-JT-Change                 VALUE "C".
                 88 WS-JT-Delete                 VALUE "D".
              16 WS-JT-Customer               PIC X(160).
              16 WS-JT-Orig-Region           PIC X(01).
              16 WS-JT-Orig-Branch           PIC X(04).
              16 WS-JT-Orig-Operator         PIC X(08).

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
                   WS-JT-Trans-Code (WS-Journal-Count)
              MOVE FD-JournalFile-Customer TO
                   WS-JT-Customer (WS-Journal-Count)
              MOVE JournalFile-Orig-Region TO
                   WS-JT-Orig-Region (WS-Journal-Count)
              MOVE JournalFile-Orig-Branch TO
                   WS-JT-Orig-Branch (WS-Journal-Count)
              MOVE JournalFile-Orig-Operator TO
                   WS-JT-Orig-Operator (WS-Journal-Count)
           END-IF.

       3000-Backout.
       3100-Backout-One-Entry.
           MOVE WS-JT-Customer (WS-Journal-Sub) TO
                FD-CUSTFile-Customer-Record.
           DISPLAY "Backout Tran Seq: "
                   WS-JT-Tran-Seq (WS-Journal-Sub)
                   " Code: " WS-JT-Trans-Code (WS-Journal-Sub)
                   " Cust: " CUSTFile-Cust-Number
                   " By: " WS-JT-Orig-Region (WS-Journal-Sub)
                   "/" WS-JT-Orig-Branch (WS-Journal-Sub)
                   "/" WS-JT-Orig-Operator (WS-Journal-Sub).
           EVALUATE TRUE
              WHEN WS-JT-Add (WS-Journal-Sub)
                 PERFORM 6000-Delete-Added-Record
