      *     existing file can be maintained day to day instead of
      *     being reloaded from scratch.
      *
      *    Every transaction carries its origin (TRANORIG: region,
      *     branch, operator) and is checked against the
      *     authority table (AUTFILE1) before it is applied.  The
      *     region/branch/operator must be on the table; the
      *     Cust-Number, after any merge resolution, must fall
      *     in the region's number block on the number-control
      *     file (NBRCTL1, the blocks VSCBEX20 assigns from); and
      *     a delete, an add as Closed, or a change that moves a
      *     customer not already Closed to Closed needs an
      *     operator carded with delete authority - a change to
      *     a customer already Closed (an address or phone fix)
      *     does not.  A transaction that fails goes to RFILE2
      *     with its own reason - AU origin not on the authority
      *     table, AB number outside the region's block, AD no
      *     delete authority - and the origin of every applied
      *     transaction is stamped into the journal header.
      *     Both control files are required (RC 16): maintenance
      *     nobody can vouch for is what this check stops.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          archive, a VSCBEX07 backout
      *                          restored the customer but the
      *                          contacts were gone for good.
      * 2026-10-14 dscobol       Branch and operator authority:
      *                          transactions carry a TRANORIG
      *                          origin checked against the
      *                          authority table and the
      *                          region's number block; deletes
      *                          and closes need delete
      *                          authority; rejects AU/AB/AD to
      *                          RFILE2; origin stamped into the
      *                          journal.
      * 2026-10-15 dscobol       A change needs delete authority
      *                          only when it closes a customer
      *                          not already Closed on file; a
      *                          fix to a closed customer was
      *                          rejected AD.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContArchFile-Status.

           SELECT AuthFile
           ASSIGN TO AUTFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuthFile-Status.

           SELECT NbrCtlFile
           ASSIGN TO NBRCTL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NbrCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TranFile
               88  FD-TranFile-Delete            VALUE "D".
           02  FD-TranFile-Customer-Record.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==TranFile==.
           02  FD-TranFile-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==TranFile==.

       FD  CUSTFile.
       01  FD-CUSTFile-Customer-Record.
       01  FD-RejectFile-Record.
           05  FD-RejectFile-Trans-Code       PIC X(01).
           COPY CUSTOMRS REPLACING ==:tag:== BY ==RejectFile==.
           COPY TRANORIG REPLACING ==:tag:== BY ==RejectFile==.
           05  FD-RejectFile-Reject-Status    PIC X(02).

       FD  JournalFile
           02  FD-ContArchFile-Contact.
               COPY CONTACTS REPLACING ==:tag:== BY ==ArchCont==.

      ***********************************************************
      * One card per branch operator allowed to maintain
      *  customers: region, branch, operator, and Y in the
      *  delete-authority column for an operator who may delete
      *  a customer or close it.
      **********************************************************
       FD  AuthFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AuthFile-Record.
           05  FD-AuthFile-Region           PIC X(01).
           05  FILLER                      PIC X(01).
           05  FD-AuthFile-Branch           PIC X(04).
           05  FILLER                      PIC X(01).
           05  FD-AuthFile-Operator         PIC X(08).
           05  FILLER                      PIC X(01).
           05  FD-AuthFile-Delete-Auth      PIC X(01).
           05  FILLER                      PIC X(63).

       FD  NbrCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-NbrCtlFile-Record.
           05  FD-NbrCtlFile-Region         PIC X(01).
           05  FILLER                      PIC X(01).
           05  FD-NbrCtlFile-Block-Low      PIC 9(07).
           05  FILLER                      PIC X(01).
           05  FD-NbrCtlFile-Block-High     PIC 9(07).
           05  FILLER                      PIC X(01).
           05  FD-NbrCtlFile-Next-Avail     PIC 9(07).
           05  FILLER                      PIC X(55).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==TranFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CONTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuthFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NbrCtlFile==.

       01  WS-File-Counters.
           12 FD-TranFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 FD-CUSTFile-Reject-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Resolved-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Contact-Deleted-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Auth-Reject-Cnt             PIC S9(9) COMP VALUE ZERO.

       01  WS-Reject-Status                  PIC X(02) VALUE SPACES.

           12 WS-Contact-Done-Switch         PIC X(01) VALUE "N".
              88 WS-Contact-Done                 VALUE "Y".

      ***********************************************************
      * Authority control.  The authority cards and the region
      *  number blocks are tabled at start of job; each
      *  transaction's origin is looked up in the first and its
      *  Cust-Number checked against the second.
      **********************************************************
       01  WS-Auth-Table.
           12 WS-Auth-Max                    PIC S9(9) COMP
                                              VALUE +500.
           12 WS-Auth-Count                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Auth-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Auth-Entry OCCURS 500 TIMES.
              16 WS-AU-Region                PIC X(01).
              16 WS-AU-Branch                PIC X(04).
              16 WS-AU-Operator              PIC X(08).
              16 WS-AU-Delete-Auth           PIC X(01).
                 88 WS-AU-May-Delete             VALUE "Y".

       01  WS-Block-Table.
           12 WS-Block-Max                   PIC S9(4) COMP VALUE +20.
           12 WS-Block-Count                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Block-Sub                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Block-Entry OCCURS 20 TIMES.
              16 WS-BT-Region                PIC X(01).
              16 WS-BT-Block-Low             PIC 9(07).
              16 WS-BT-Block-High            PIC 9(07).

       01  WS-Auth-Work.
           12 WS-Auth-Failed-Switch          PIC X(01) VALUE "N".
              88 WS-Auth-Failed                  VALUE "Y".
           12 WS-Auth-Found-Switch           PIC X(01) VALUE "N".
              88 WS-Auth-Found                   VALUE "Y".
           12 WS-Block-Found-Switch          PIC X(01) VALUE "N".
              88 WS-Block-Found                  VALUE "Y".
           12 WS-Auth-Found-Sub              PIC S9(9) COMP VALUE ZERO.
           12 WS-Auth-Cust-Number            PIC 9(07) VALUE ZERO.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX03 - End of Run Messages".

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 1200-Load-Auth-Table.
           PERFORM 1300-Load-Block-Table.
           OPEN INPUT TranFile.
           OPEN I-O   CUSTFile.
           OPEN OUTPUT RejectFile.
              SET WS-XrefFile-EOF TO TRUE
           END-IF.

      ***********************************************************
      * No authority table, no maintenance - every transaction
      *  would reject, and applying them unchecked is the
      *  practice this control ends, so a missing or empty
      *  table stops the run cold (RC 16) before anything is
      *  opened.
      **********************************************************
       1200-Load-Auth-Table.
           OPEN INPUT AuthFile.
           IF WS-AuthFile-Good
              PERFORM 1210-Read-AuthFile
              PERFORM UNTIL WS-AuthFile-EOF
                 PERFORM 1220-Table-Auth
                 PERFORM 1210-Read-AuthFile
              END-PERFORM
              CLOSE AuthFile
           END-IF.
           IF WS-Auth-Count = ZERO
              DISPLAY "** ERROR **: 1200-Load-Auth-Table"
              DISPLAY "Authority file missing or empty."
              DISPLAY "No transactions applied."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1210-Read-AuthFile.
           READ AuthFile
              AT END SET WS-AuthFile-EOF TO TRUE
           END-READ.
           IF NOT WS-AuthFile-Good AND NOT WS-AuthFile-EOF
              DISPLAY "** ERROR **: 1210-Read-AuthFile"
              DISPLAY "Read AuthFile Failed."
              DISPLAY "File Status: " WS-AuthFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1220-Table-Auth.
           IF WS-Auth-Count >= WS-Auth-Max
              DISPLAY "** ERROR **: 1220-Table-Auth"
              DISPLAY "Too many authority cards for the table."
              DISPLAY "Table Limit: " WS-Auth-Max
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Auth-Count.
           MOVE FD-AuthFile-Region      TO
                WS-AU-Region (WS-Auth-Count).
           MOVE FD-AuthFile-Branch      TO
                WS-AU-Branch (WS-Auth-Count).
           MOVE FD-AuthFile-Operator    TO
                WS-AU-Operator (WS-Auth-Count).
           MOVE FD-AuthFile-Delete-Auth TO
                WS-AU-Delete-Auth (WS-Auth-Count).

      ***********************************************************
      * The region blocks come off the same control file
      *  VSCBEX20 numbers from; only the bounds matter here.
      *  Required, for the same reason as the authority table.
      **********************************************************
       1300-Load-Block-Table.
           OPEN INPUT NbrCtlFile.
           IF WS-NbrCtlFile-Good
              PERFORM 1310-Read-NbrCtlFile
              PERFORM UNTIL WS-NbrCtlFile-EOF
                 PERFORM 1320-Table-Block
                 PERFORM 1310-Read-NbrCtlFile
              END-PERFORM
              CLOSE NbrCtlFile
           END-IF.
           IF WS-Block-Count = ZERO
              DISPLAY "** ERROR **: 1300-Load-Block-Table"
              DISPLAY "Number control file missing or empty."
              DISPLAY "No transactions applied."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1310-Read-NbrCtlFile.
           READ NbrCtlFile
              AT END SET WS-NbrCtlFile-EOF TO TRUE
           END-READ.
           IF NOT WS-NbrCtlFile-Good AND NOT WS-NbrCtlFile-EOF
              DISPLAY "** ERROR **: 1310-Read-NbrCtlFile"
              DISPLAY "Read NbrCtlFile Failed."
              DISPLAY "File Status: " WS-NbrCtlFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1320-Table-Block.
           IF WS-Block-Count >= WS-Block-Max
              DISPLAY "** ERROR **: 1320-Table-Block"
              DISPLAY "Too many region blocks for the table."
              DISPLAY "Table Limit: " WS-Block-Max
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF FD-NbrCtlFile-Block-Low NOT NUMERIC
              OR FD-NbrCtlFile-Block-High NOT NUMERIC
              DISPLAY "** ERROR **: 1320-Table-Block"
              DISPLAY "Control card not numeric for region: "
                      FD-NbrCtlFile-Region
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Block-Count.
           MOVE FD-NbrCtlFile-Region     TO
                WS-BT-Region (WS-Block-Count).
           MOVE FD-NbrCtlFile-Block-Low  TO
                WS-BT-Block-Low (WS-Block-Count).
           MOVE FD-NbrCtlFile-Block-High TO
                WS-BT-Block-High (WS-Block-Count).

       2000-Process.
           IF WS-TranFile-Good
              PERFORM UNTIL WS-TranFile-EOF
       2100-Apply-Transaction.
           MOVE TranFile-Cust-Number TO CUSTFile-Cust-Number.
           PERFORM 2200-Resolve-Retired-Number.
           PERFORM 2300-Check-Authority.
           EVALUATE TRUE
              WHEN WS-Auth-Failed
                 ADD +1 TO WS-Auth-Reject-Cnt
                 PERFORM 6900-Reject-Transaction
              WHEN FD-TranFile-Add
                 PERFORM 6000-Insert-CUSTFile
              WHEN FD-TranFile-Change
              END-IF
           END-PERFORM.

      ***********************************************************
      * The checks run in order and the first failure sets the
      *  reason.  The block check is on the number the
      *  transaction will actually touch - a retired number has
      *  already been resolved to its survivor, and the survivor
      *  is the record being maintained.  A bad transaction code
      *  is left to the "99" reject.  Whether a change closes the
      *  customer depends on the status already on file, so that
      *  part of the delete-authority check is made in 6100
      *  against the before-image.
      **********************************************************
       2300-Check-Authority.
           MOVE "N" TO WS-Auth-Failed-Switch.
           IF FD-TranFile-Add OR FD-TranFile-Change
              OR FD-TranFile-Delete
              PERFORM 2310-Check-Origin
              IF NOT WS-Auth-Failed
                 PERFORM 2320-Check-Block
              END-IF
              IF NOT WS-Auth-Failed
                 IF FD-TranFile-Delete
                    OR (FD-TranFile-Add AND TranFile-Cust-Closed)
                    IF NOT WS-AU-May-Delete (WS-Auth-Found-Sub)
                       SET WS-Auth-Failed TO TRUE
                       MOVE "AD" TO WS-Reject-Status
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2310-Check-Origin.
           MOVE "N" TO WS-Auth-Found-Switch.
           PERFORM VARYING WS-Auth-Sub FROM 1 BY 1
              UNTIL WS-Auth-Sub > WS-Auth-Count
              OR WS-Auth-Found
              IF WS-AU-Region (WS-Auth-Sub) = TranFile-Orig-Region
                 AND WS-AU-Branch (WS-Auth-Sub) =
                     TranFile-Orig-Branch
                 AND WS-AU-Operator (WS-Auth-Sub) =
                     TranFile-Orig-Operator
                 SET WS-Auth-Found TO TRUE
                 MOVE WS-Auth-Sub TO WS-Auth-Found-Sub
              END-IF
           END-PERFORM.
           IF NOT WS-Auth-Found
              SET WS-Auth-Failed TO TRUE
              MOVE "AU" TO WS-Reject-Status
           END-IF.

       2320-Check-Block.
           MOVE "N" TO WS-Block-Found-Switch.
           IF CUSTFile-Cust-Number NUMERIC
              MOVE CUSTFile-Cust-Number TO WS-Auth-Cust-Number
              PERFORM VARYING WS-Block-Sub FROM 1 BY 1
                 UNTIL WS-Block-Sub > WS-Block-Count
                 OR WS-Block-Found
                 IF WS-BT-Region (WS-Block-Sub) =
                    TranFile-Orig-Region
                    AND WS-Auth-Cust-Number >=
                        WS-BT-Block-Low (WS-Block-Sub)
                    AND WS-Auth-Cust-Number <=
                        WS-BT-Block-High (WS-Block-Sub)
                    SET WS-Block-Found TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT WS-Block-Found
              SET WS-Auth-Failed TO TRUE
              MOVE "AB" TO WS-Reject-Status
           END-IF.

       3000-End-Job.
           DISPLAY EOJ-End-Message.
           DISPLAY "Transactions Read: " FD-TranFile-Record-Cnt
           DISPLAY "    Records Deleted: " FD-CUSTFile-Delete-Cnt
           DISPLAY "   Records Rejected: " FD-CUSTFile-Reject-Cnt
           DISPLAY " Resolved By Merge: " WS-Xref-Resolved-Cnt
           DISPLAY "  Contacts Deleted: " WS-Contact-Deleted-Cnt
           DISPLAY " Authority Rejects: " WS-Auth-Reject-Cnt.

           CLOSE TranFile
                 CUSTFile
           PERFORM 6500-Read-CUSTFile-Before.
           IF WS-CUSTFile-Good
              MOVE FD-CUSTFile-Customer-Record TO WS-Before-Customer
              IF TranFile-Cust-Closed
                 AND NOT Before-Cust-Closed
                 AND NOT WS-AU-May-Delete (WS-Auth-Found-Sub)
                 ADD +1 TO WS-Auth-Reject-Cnt
                 MOVE "AD" TO WS-Reject-Status
                 PERFORM 6900-Reject-Transaction
              ELSE
                 PERFORM 6110-Rewrite-CUSTFile
              END-IF
           ELSE
              MOVE WS-CUSTFile-Status TO WS-Reject-Status
              PERFORM 6900-Reject-Transaction
           END-IF.

       6110-Rewrite-CUSTFile.
           MOVE FD-TranFile-Customer-Record TO
                FD-CUSTFile-Customer-Record.
           PERFORM 6400-Maintain-Status-Fields.
           REWRITE FD-CUSTFile-Customer-Record.
           IF WS-CUSTFile-Good
              ADD +1 TO FD-CUSTFile-Update-Cnt
              PERFORM 6600-Write-Journal-Before
              PERFORM 6700-Write-Journal-After
           ELSE
              MOVE WS-CUSTFile-Status TO WS-Reject-Status
              PERFORM 6900-Reject-Transaction
           END-IF.

       6200-Delete-CUSTFile.
           PERFORM 6500-Read-CUSTFile-Before.
           IF WS-CUSTFile-Good
           MOVE FD-TranFile-Record-Cnt  TO JournalFile-Tran-Seq.
           MOVE FD-TranFile-Trans-Code  TO JournalFile-Trans-Code.
           SET JournalFile-Before-Image TO TRUE.
           PERFORM 6650-Stamp-Journal-Origin.
           MOVE WS-Before-Customer      TO FD-JournalFile-Customer.
           WRITE FD-JournalFile-Record.

       6650-Stamp-Journal-Origin.
           MOVE TranFile-Orig-Region    TO JournalFile-Orig-Region.
           MOVE TranFile-Orig-Branch    TO JournalFile-Orig-Branch.
           MOVE TranFile-Orig-Operator  TO JournalFile-Orig-Operator.

       6700-Write-Journal-After.
           MOVE WS-Run-Date             TO JournalFile-Run-Date.
           MOVE FD-TranFile-Record-Cnt  TO JournalFile-Tran-Seq.
           MOVE FD-TranFile-Trans-Code  TO JournalFile-Trans-Code.
           SET JournalFile-After-Image  TO TRUE.
           PERFORM 6650-Stamp-Journal-Origin.
           MOVE FD-CUSTFile-Customer-Record TO FD-JournalFile-Customer.
           WRITE FD-JournalFile-Record.

