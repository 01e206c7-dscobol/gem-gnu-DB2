      *     page.  A before-image that never finds its after
      *     image (or the reverse) prints as an UNPAIRED warning
      *     line, since a half-journaled change is exactly what
      *     an auditor should see.  Every event line ends with
      *     the origin stamped in the journal header - region/
      *     branch/operator - so the register answers who made
      *     the change as well as what it was.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          (run date, Tran-Seq) pairing
      *                          key never folds one program's
      *                          image into another's event.
      * 2026-10-14 dscobol       Print the journal origin
      *                          (region/branch/operator) on
      *                          every event line.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
                 88 WS-ET-Has-After              VALUE "Y".
              16 WS-ET-Before                PIC X(160).
              16 WS-ET-After                 PIC X(160).
              16 WS-ET-Origin.
                 20 WS-ET-Orig-Region        PIC X(01).
                 20 WS-ET-Orig-Branch        PIC X(04).
                 20 WS-ET-Orig-Operator      PIC X(08).

       01  WS-Pairing-Work.
           12 WS-Pair-Sub                    PIC S9(9) COMP VALUE ZERO.
              88 WS-Pair-Found                   VALUE "Y".

      ***********************************************************
      * Selection-sort work fields.  One entry is 358 bytes; the
      *  swap area must stay in step with the entry layout.
      **********************************************************
       01  WS-Sort-Work.
           12 WS-Sort-I                      PIC S9(9) COMP VALUE ZERO.
           12 WS-Sort-J                      PIC S9(9) COMP VALUE ZERO.
           12 WS-Sort-Low                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Swap-Entry                  PIC X(358).

       01  WS-Event-Diff-Cnt                 PIC S9(9) COMP VALUE ZERO.

              16 WS-EL-Action          PIC X(08).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-EL-Cust-Name       PIC X(30).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-EL-Orig-Region     PIC X(01).
              16 FILLER               PIC X(01) VALUE "/".
              16 WS-EL-Orig-Branch     PIC X(04).
              16 FILLER               PIC X(01) VALUE "/".
              16 WS-EL-Orig-Operator   PIC X(08).
           12 WS-Diff-Line.
              16 FILLER               PIC X(04) VALUE SPACES.
              16 WS-DL-Field-Name      PIC X(08).
                WS-ET-Tran-Seq (WS-Event-Count).
           MOVE JournalFile-Trans-Code  TO
                WS-ET-Trans-Code (WS-Event-Count).
           MOVE JournalFile-Orig-Region TO
                WS-ET-Orig-Region (WS-Event-Count).
           MOVE JournalFile-Orig-Branch TO
                WS-ET-Orig-Branch (WS-Event-Count).
           MOVE JournalFile-Orig-Operator TO
                WS-ET-Orig-Operator (WS-Event-Count).
           MOVE "N" TO WS-ET-Before-Switch (WS-Event-Count).
           MOVE "N" TO WS-ET-After-Switch (WS-Event-Count).
           MOVE SPACES TO WS-ET-Before (WS-Event-Count).
           MOVE WS-ET-After (WS-Event-Sub)  TO WS-New-Customer.
           MOVE WS-ET-Run-Date (WS-Event-Sub) TO WS-EL-Run-Date.
           MOVE WS-ET-Tran-Seq (WS-Event-Sub) TO WS-EL-Tran-Seq.
           MOVE WS-ET-Orig-Region (WS-Event-Sub) TO
                WS-EL-Orig-Region.
           MOVE WS-ET-Orig-Branch (WS-Event-Sub) TO
                WS-EL-Orig-Branch.
           MOVE WS-ET-Orig-Operator (WS-Event-Sub) TO
                WS-EL-Orig-Operator.
           EVALUATE TRUE
              WHEN WS-ET-Add (WS-Event-Sub)
                 MOVE "ADDED   " TO WS-EL-Action
