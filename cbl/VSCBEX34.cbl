      ***********************************************************
      * Program name:    VSCBEX34
      * Original author: David Stagowki
      *
      *    Description: Example 34: Indexed File Processing:
      *     Interactive Maintenance Transaction Entry
      *
      *    Branch clerks keyed maintenance as card images into
      *     QFILE3 and only found their mistakes the next morning
      *     on the VSCBEX05 edit-error report or on RFILE2 - by
      *     which time the customer had been told it was done.
      *     This is the full-screen entry program for adds,
      *     changes and deletes.  The clerk signs on with the
      *     session origin (region, branch, operator - the
      *     TRANORIG trailer every transaction carries) and then
      *     keys one transaction at a time:
      *       - an add must be on a Cust-Number not already on
      *         CUSTFile, not retired by a merge, and not added
      *         earlier in the session;
      *       - a change or delete looks the customer up on
      *         CUSTFile, following the CUSTXREF cross-reference
      *         from a retired number through to its survivor
      *         as VSCBEX02 does, and shows the record on file.
      *         A change shows the record on file beside an
      *         entry column that starts as a copy of it, status
      *         blank - a change carries a status only when the
      *         clerk keys a different one, so VSCBEX03 keeps the
      *         status on file and a fix to a closed customer
      *         needs no delete authority; a delete shows the
      *         record and asks to confirm.
      *     Before an add or change is accepted it passes the
      *     VSCBEX05 field edits (Cust-Number, name, state,
      *     zip, phone) and the VSCBEX23 city/state/zip check
      *     against the postal directory (ZIPFILE1), and the
      *     status must be A, I, C or blank; the first failure
      *     is shown on the message line and the clerk corrects
      *     it on the spot.  A delete is edited on its key only,
      *     as in VSCBEX05.  Accepted transactions are appended
      *     to the day's QFILE3 batch in the 174-byte layout
      *     VSCBEX03 reads - a change or delete on a retired
      *     number is written on the survivor.  The authority
      *     check stays with VSCBEX03.
      *
      *    At end of session the batch total screen shows the
      *     adds, changes and deletes accepted, the total, and a
      *     hash total of the Cust-Numbers, for the clerk to
      *     balance against the source documents; the same
      *     totals go to the job log.  CUSTFile, the directory
      *     and QFILE3 are required (RC 16); the cross-reference
      *     is optional.  RC 8 if an accepted transaction could
      *     not be written to the batch.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: interactive transaction
      *                          entry building the QFILE3 batch.
      * 2026-10-15 dscobol       A change leaves the status blank
      *                          unless the clerk keys a
      *                          different one.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX34.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTFile
           ASSIGN TO VFILE1
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-Number
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT XrefFile
           ASSIGN TO XRFFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XrefFile-Status.

           SELECT ZipDirFile
           ASSIGN TO ZIPFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZipDirFile-Status.

           SELECT TranFile
           ASSIGN TO QFILE3
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
       01  FD-CUSTFile-Customer-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==CUSTFile==.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-XrefFile-Record.
           COPY CUSTXREF REPLACING ==:tag:== BY ==Xref==.

       FD  ZipDirFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ZipDirFile-Record.
           05  FD-ZipDirFile-Zip5           PIC X(05).
           05  FILLER                      PIC X(01).
           05  FD-ZipDirFile-City           PIC X(20).
           05  FILLER                      PIC X(01).
           05  FD-ZipDirFile-State          PIC X(02).
           05  FILLER                      PIC X(51).

      ***********************************************************
      * The QFILE3 maintenance transaction VSCBEX03 reads.
      **********************************************************
       FD  TranFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-TranFile-Record.
           02  FD-TranFile-Trans-Code        PIC X(01).
           02  FD-TranFile-Customer-Record.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==TranFile==.
           02  FD-TranFile-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==TranFile==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ZipDirFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TranFile==.

       01  WS-File-Counters.
           12 WS-Add-Cnt                     PIC S9(9) COMP VALUE ZERO.
           12 WS-Change-Cnt                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Delete-Cnt                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Batch-Cnt                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Cancelled-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Write-Failed-Cnt            PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

      ***********************************************************
      * The session origin, keyed once at sign-on and stamped
      *  on every transaction of the session.
      **********************************************************
       01  WS-Session-Origin.
           COPY TRANORIG REPLACING ==:tag:== BY ==Session==.

       01  WS-Session-Control.
           12 WS-Session-Switch              PIC X(01) VALUE "N".
              88 WS-Signed-On                    VALUE "Y".
           12 WS-End-Session-Switch          PIC X(01) VALUE "N".
              88 WS-End-Session                  VALUE "Y".
           12 WS-Hash-Total                  PIC 9(11) VALUE ZERO.
           12 WS-Hash-Number                 PIC 9(07) VALUE ZERO.

      ***********************************************************
      * Fields keyed on the screens.  The transaction code and
      *  the Y/N answers are folded to upper case before use.
      **********************************************************
       01  WS-Screen-Fields.
           12 WS-Key-Trans-Code              PIC X(01) VALUE SPACE.
              88 WS-Key-Add                      VALUE "A".
              88 WS-Key-Change                   VALUE "C".
              88 WS-Key-Delete                   VALUE "D".
              88 WS-Key-End                      VALUE "X".
           12 WS-Key-Cust-Number             PIC X(07) VALUE SPACES.
           12 WS-Confirm                     PIC X(01) VALUE SPACE.
              88 WS-Confirm-Yes                  VALUE "Y".
              88 WS-Confirm-No                   VALUE "N" "X".
           12 WS-Tran-Desc                   PIC X(06) VALUE SPACES.
           12 WS-Message                     PIC X(79) VALUE SPACES.
           12 WS-Enter-Key                   PIC X(01) VALUE SPACE.

       01  WS-Case-Fold.
           12 WS-Lower-Case                  PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           12 WS-Upper-Case                  PIC X(26) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ***********************************************************
      * The record on file (change, delete) and the entry copy
      *  the clerk edits.  The field edits work on the entry
      *  copy, as VSCBEX05's work on its Edit copy.
      **********************************************************
       01  WS-OnFile-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==OnFile==.

       01  WS-Edit-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Edit==.

       01  WS-Edit-Control.
           12 WS-Entry-Error-Switch          PIC X(01) VALUE "N".
              88 WS-Entry-Has-Error              VALUE "Y".
           12 WS-Detail-Done-Switch          PIC X(01) VALUE "N".
              88 WS-Detail-Done                  VALUE "Y".
           12 WS-State-Found-Switch          PIC X(01) VALUE "N".
              88 WS-State-Found                  VALUE "Y".
           12 WS-State-Sub                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Error-Field                 PIC X(20) VALUE SPACES.
           12 WS-Error-Reason                PIC X(40) VALUE SPACES.

       01  WS-Error-Message.
           12 FILLER                        PIC X(07) VALUE
              "ERROR: ".
           12 WS-EM-Field                    PIC X(20).
           12 FILLER                        PIC X(01) VALUE SPACE.
           12 WS-EM-Reason                   PIC X(40).
           12 FILLER                        PIC X(11) VALUE SPACES.

      ***********************************************************
      * The 50 state codes plus DC and the postal territories
      *  (AS, GU, MP, PR, VI), in alphabetical order - the
      *  VSCBEX05 table.
      **********************************************************
       01  WS-State-Table-Data.
           12 FILLER  PIC X(28) VALUE "AKALARASAZCACOCTDCDEFLGAGUHI".
           12 FILLER  PIC X(28) VALUE "IAIDILINKSKYLAMAMDMEMIMNMOMP".
           12 FILLER  PIC X(28) VALUE "MSMTNCNDNENHNJNMNVNYOHOKORPA".
           12 FILLER  PIC X(28) VALUE "PRRISCSDTNTXUTVAVIVTWAWIWVWY".
       01  WS-State-Table REDEFINES WS-State-Table-Data.
           12 WS-State-Code OCCURS 56 TIMES  PIC X(02).

       01  WS-Zip-Work.
           12 WS-ZW-Zip5                     PIC X(05).
           12 WS-ZW-Dash                     PIC X(01).
           12 WS-ZW-Plus4                    PIC X(04).

       01  WS-Phone-Work.
           12 WS-PW-Area                     PIC X(03).
           12 WS-PW-Dash1                    PIC X(01).
           12 WS-PW-Exch                     PIC X(03).
           12 WS-PW-Dash2                    PIC X(01).
           12 WS-PW-Line                     PIC X(04).

      ***********************************************************
      * The city/state/zip directory, tabled at start of job
      *  the way VSCBEX23 tables it.  Zips past the table limit
      *  pass unverified rather than being refused.
      **********************************************************
       01  WS-Zip-Dir-Table.
           12 WS-Dir-Max                     PIC S9(9) COMP
                                              VALUE +5000.
           12 WS-Dir-Count                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Dir-Sub                     PIC S9(9) COMP VALUE ZERO.
           12 WS-Dir-Overflow-Switch         PIC X(01) VALUE "N".
              88 WS-Dir-Overflowed               VALUE "Y".
           12 WS-Dir-Found-Switch            PIC X(01) VALUE "N".
              88 WS-Dir-Found                    VALUE "Y".
           12 WS-Dir-Entry OCCURS 5000 TIMES.
              16 WS-DT-Zip5                  PIC X(05).
              16 WS-DT-City                  PIC X(20).
              16 WS-DT-State                 PIC X(02).

      ***********************************************************
      * Retired-to-survivor number mappings, tabled at start of
      *  job as VSCBEX03 tables them.  A lookup follows the
      *  chain through as many merges as it takes (up to the
      *  hop limit) to the customer still on file.
      **********************************************************
       01  WS-Xref-Table.
           12 WS-Xref-Max                    PIC S9(9) COMP
                                              VALUE +5000.
           12 WS-Xref-Count                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Entry OCCURS 5000 TIMES.
              16 WS-XT-Retired-Number        PIC X(07).
              16 WS-XT-Survivor-Number       PIC X(07).

       01  WS-Lookup-Work.
           12 WS-Xref-Found-Switch           PIC X(01) VALUE "N".
              88 WS-Xref-Found                   VALUE "Y".
           12 WS-Lookup-Found-Switch         PIC X(01) VALUE "N".
              88 WS-Lookup-Found                 VALUE "Y".
           12 WS-Lookup-Done-Switch          PIC X(01) VALUE "N".
              88 WS-Lookup-Done                  VALUE "Y".
           12 WS-Lookup-Number               PIC X(07) VALUE SPACES.
           12 WS-Hop-Cnt                     PIC S9(4) COMP VALUE ZERO.
           12 WS-Hop-Max                     PIC S9(4) COMP VALUE +10.

      ***********************************************************
      * Cust-Numbers added earlier in the session.  They are
      *  not on CUSTFile until tonight's VSCBEX03, so a second
      *  add on one would only reject there as a duplicate.
      **********************************************************
       01  WS-Session-Add-Table.
           12 WS-Sess-Add-Max                PIC S9(4) COMP VALUE +1000.
           12 WS-Sess-Add-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Sess-Add-Sub                PIC S9(4) COMP VALUE ZERO.
           12 WS-Sess-Add-Switch             PIC X(01) VALUE "N".
              88 WS-Sess-Add-Found               VALUE "Y".
           12 WS-Sess-Add-Number OCCURS 1000 TIMES
                                             PIC X(07).

       01  WS-Message-Lines.
           12 WS-Accepted-Message.
              16 FILLER               PIC X(35) VALUE
                 "TRANSACTION WRITTEN TO THE BATCH - ".
              16 FILLER               PIC X(12) VALUE "BATCH COUNT ".
              16 WS-AM-Batch-Cnt       PIC ZZZZ9.
              16 FILLER               PIC X(27) VALUE SPACES.
           12 WS-Retired-Message.
              16 FILLER               PIC X(07) VALUE "NUMBER ".
              16 WS-RM-Retired         PIC X(07).
              16 FILLER               PIC X(29) VALUE
                 " RETIRED BY MERGE - SURVIVOR ".
              16 WS-RM-Survivor        PIC X(07).
              16 FILLER               PIC X(29) VALUE
                 " SHOWN AND WILL BE MAINTAINED".
           12 WS-Not-Found-Message.
              16 FILLER               PIC X(09) VALUE "CUSTOMER ".
              16 WS-NF-Number          PIC X(07).
              16 FILLER               PIC X(63) VALUE
                 " IS NOT ON FILE".
           12 WS-Write-Failed-Message.
              16 FILLER               PIC X(40) VALUE
                 "WRITE TO THE BATCH FAILED - FILE STATUS ".
              16 WS-WF-Status          PIC X(02).
              16 FILLER               PIC X(37) VALUE
                 " - TELL OPERATIONS".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX34 - End of Run Messages".

       SCREEN SECTION.
      ***********************************************************
      * Sign-on: the origin every transaction of the session
      *  will carry.
      **********************************************************
       01  Sign-On-Screen.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "VSCBEX34".
           05  LINE 01 COLUMN 24
               VALUE "CUSTOMER MAINTENANCE ENTRY - SIGN ON".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM WS-Run-Date.
           05  LINE 05 COLUMN 10 VALUE "REGION:".
           05  LINE 05 COLUMN 30 PIC X(01)
               USING Session-Orig-Region.
           05  LINE 07 COLUMN 10 VALUE "BRANCH:".
           05  LINE 07 COLUMN 30 PIC X(04)
               USING Session-Orig-Branch.
           05  LINE 09 COLUMN 10 VALUE "OPERATOR:".
           05  LINE 09 COLUMN 30 PIC X(08)
               USING Session-Orig-Operator.
           05  LINE 22 COLUMN 01 PIC X(79) FROM WS-Message.
           05  LINE 24 COLUMN 01
               VALUE "KEY THE ORIGIN FOR THIS SESSION - ".
           05  LINE 24 COLUMN 35
               VALUE "X IN REGION ENDS WITHOUT SIGNING ON".

      ***********************************************************
      * The transaction code and the customer it is for.
      **********************************************************
       01  Key-Screen.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "VSCBEX34".
           05  LINE 01 COLUMN 24
               VALUE "CUSTOMER MAINTENANCE ENTRY".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM WS-Run-Date.
           05  LINE 02 COLUMN 01 VALUE "ORIGIN:".
           05  LINE 02 COLUMN 10 PIC X(01) FROM Session-Orig-Region.
           05  LINE 02 COLUMN 12 PIC X(04) FROM Session-Orig-Branch.
           05  LINE 02 COLUMN 17 PIC X(08)
               FROM Session-Orig-Operator.
           05  LINE 02 COLUMN 56 VALUE "BATCH COUNT:".
           05  LINE 02 COLUMN 70 PIC ZZZZ9 FROM WS-Batch-Cnt.
           05  LINE 06 COLUMN 10
               VALUE "TRANSACTION (A=ADD C=CHANGE D=DELETE X=END):".
           05  LINE 06 COLUMN 57 PIC X(01) USING WS-Key-Trans-Code.
           05  LINE 08 COLUMN 10 VALUE "CUSTOMER NUMBER:".
           05  LINE 08 COLUMN 57 PIC X(07) USING WS-Key-Cust-Number.
           05  LINE 22 COLUMN 01 PIC X(79) FROM WS-Message.

      ***********************************************************
      * Add and change: the record on file on the left, the
      *  entry copy the clerk keys over on the right.
      **********************************************************
       01  Detail-Screen.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "VSCBEX34".
           05  LINE 01 COLUMN 24
               VALUE "CUSTOMER MAINTENANCE ENTRY".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM WS-Run-Date.
           05  LINE 03 COLUMN 01 VALUE "TRANSACTION:".
           05  LINE 03 COLUMN 14 PIC X(06) FROM WS-Tran-Desc.
           05  LINE 03 COLUMN 24 VALUE "CUSTOMER NUMBER:".
           05  LINE 03 COLUMN 41 PIC X(07) FROM Edit-Cust-Number.
           05  LINE 05 COLUMN 17 VALUE "ON FILE".
           05  LINE 05 COLUMN 49 VALUE "ENTRY".
           05  LINE 07 COLUMN 02 VALUE "NAME".
           05  LINE 07 COLUMN 17 PIC X(30) FROM OnFile-Cust-Name.
           05  LINE 07 COLUMN 49 PIC X(30) USING Edit-Cust-Name.
           05  LINE 08 COLUMN 02 VALUE "ADDRESS 1".
           05  LINE 08 COLUMN 17 PIC X(30)
               FROM OnFile-Cust-Address-Line-1.
           05  LINE 08 COLUMN 49 PIC X(30)
               USING Edit-Cust-Address-Line-1.
           05  LINE 09 COLUMN 02 VALUE "ADDRESS 2".
           05  LINE 09 COLUMN 17 PIC X(30)
               FROM OnFile-Cust-Address-Line-2.
           05  LINE 09 COLUMN 49 PIC X(30)
               USING Edit-Cust-Address-Line-2.
           05  LINE 10 COLUMN 02 VALUE "CITY".
           05  LINE 10 COLUMN 17 PIC X(20) FROM OnFile-Cust-City.
           05  LINE 10 COLUMN 49 PIC X(20) USING Edit-Cust-City.
           05  LINE 11 COLUMN 02 VALUE "STATE".
           05  LINE 11 COLUMN 17 PIC X(02) FROM OnFile-Cust-State.
           05  LINE 11 COLUMN 49 PIC X(02) USING Edit-Cust-State.
           05  LINE 12 COLUMN 02 VALUE "ZIP CODE".
           05  LINE 12 COLUMN 17 PIC X(10) FROM OnFile-Cust-Zip-Code.
           05  LINE 12 COLUMN 49 PIC X(10) USING Edit-Cust-Zip-Code.
           05  LINE 13 COLUMN 02 VALUE "PHONE".
           05  LINE 13 COLUMN 17 PIC X(12)
               FROM OnFile-Cust-Phone-Number.
           05  LINE 13 COLUMN 49 PIC X(12)
               USING Edit-Cust-Phone-Number.
           05  LINE 14 COLUMN 02 VALUE "STATUS".
           05  LINE 14 COLUMN 17 PIC X(01) FROM OnFile-Cust-Status.
           05  LINE 14 COLUMN 49 PIC X(01) USING Edit-Cust-Status.
           05  LINE 14 COLUMN 52 VALUE "(A, I, C - BLANK KEEPS)".
           05  LINE 18 COLUMN 02
               VALUE "ACCEPT THIS TRANSACTION (Y=YES N=CANCEL):".
           05  LINE 18 COLUMN 45 PIC X(01) USING WS-Confirm.
           05  LINE 22 COLUMN 01 PIC X(79) FROM WS-Message.

      ***********************************************************
      * Delete: the record on file, and the confirmation.
      **********************************************************
       01  Delete-Screen.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "VSCBEX34".
           05  LINE 01 COLUMN 24
               VALUE "CUSTOMER MAINTENANCE ENTRY".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM WS-Run-Date.
           05  LINE 03 COLUMN 01 VALUE "TRANSACTION: DELETE".
           05  LINE 03 COLUMN 24 VALUE "CUSTOMER NUMBER:".
           05  LINE 03 COLUMN 41 PIC X(07) FROM OnFile-Cust-Number.
           05  LINE 05 COLUMN 17 VALUE "ON FILE".
           05  LINE 07 COLUMN 02 VALUE "NAME".
           05  LINE 07 COLUMN 17 PIC X(30) FROM OnFile-Cust-Name.
           05  LINE 08 COLUMN 02 VALUE "ADDRESS 1".
           05  LINE 08 COLUMN 17 PIC X(30)
               FROM OnFile-Cust-Address-Line-1.
           05  LINE 09 COLUMN 02 VALUE "ADDRESS 2".
           05  LINE 09 COLUMN 17 PIC X(30)
               FROM OnFile-Cust-Address-Line-2.
           05  LINE 10 COLUMN 02 VALUE "CITY".
           05  LINE 10 COLUMN 17 PIC X(20) FROM OnFile-Cust-City.
           05  LINE 11 COLUMN 02 VALUE "STATE".
           05  LINE 11 COLUMN 17 PIC X(02) FROM OnFile-Cust-State.
           05  LINE 12 COLUMN 02 VALUE "ZIP CODE".
           05  LINE 12 COLUMN 17 PIC X(10) FROM OnFile-Cust-Zip-Code.
           05  LINE 13 COLUMN 02 VALUE "PHONE".
           05  LINE 13 COLUMN 17 PIC X(12)
               FROM OnFile-Cust-Phone-Number.
           05  LINE 14 COLUMN 02 VALUE "STATUS".
           05  LINE 14 COLUMN 17 PIC X(01) FROM OnFile-Cust-Status.
           05  LINE 18 COLUMN 02
               VALUE "DELETE THIS CUSTOMER (Y=YES N=CANCEL):".
           05  LINE 18 COLUMN 45 PIC X(01) USING WS-Confirm.
           05  LINE 22 COLUMN 01 PIC X(79) FROM WS-Message.

      ***********************************************************
      * End of session: the totals the clerk balances against
      *  the source documents.
      **********************************************************
       01  Total-Screen.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "VSCBEX34".
           05  LINE 01 COLUMN 24
               VALUE "CUSTOMER MAINTENANCE ENTRY - BATCH TOTAL".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM WS-Run-Date.
           05  LINE 03 COLUMN 01 VALUE "ORIGIN:".
           05  LINE 03 COLUMN 10 PIC X(01) FROM Session-Orig-Region.
           05  LINE 03 COLUMN 12 PIC X(04) FROM Session-Orig-Branch.
           05  LINE 03 COLUMN 17 PIC X(08)
               FROM Session-Orig-Operator.
           05  LINE 06 COLUMN 10 VALUE "ADDS ACCEPTED:".
           05  LINE 06 COLUMN 40 PIC ZZZZZZZZ9 FROM WS-Add-Cnt.
           05  LINE 07 COLUMN 10 VALUE "CHANGES ACCEPTED:".
           05  LINE 07 COLUMN 40 PIC ZZZZZZZZ9 FROM WS-Change-Cnt.
           05  LINE 08 COLUMN 10 VALUE "DELETES ACCEPTED:".
           05  LINE 08 COLUMN 40 PIC ZZZZZZZZ9 FROM WS-Delete-Cnt.
           05  LINE 10 COLUMN 10 VALUE "BATCH TOTAL:".
           05  LINE 10 COLUMN 40 PIC ZZZZZZZZ9 FROM WS-Batch-Cnt.
           05  LINE 11 COLUMN 10 VALUE "CUST-NUMBER HASH TOTAL:".
           05  LINE 11 COLUMN 38 PIC ZZZZZZZZZZ9 FROM WS-Hash-Total.
           05  LINE 13 COLUMN 10 VALUE "CANCELLED AT THE SCREEN:".
           05  LINE 13 COLUMN 40 PIC ZZZZZZZZ9 FROM WS-Cancelled-Cnt.
           05  LINE 14 COLUMN 10 VALUE "FAILED TO WRITE:".
           05  LINE 14 COLUMN 40 PIC ZZZZZZZZ9
               FROM WS-Write-Failed-Cnt.
           05  LINE 22 COLUMN 01 PIC X(79) FROM WS-Message.
           05  LINE 24 COLUMN 01
               VALUE "PRESS ENTER TO END THE SESSION".
           05  LINE 24 COLUMN 32 PIC X(01) USING WS-Enter-Key.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 1100-Load-Xref-Table.
           PERFORM 1200-Load-Zip-Directory.
           OPEN INPUT CUSTFile.
           IF NOT WS-CUSTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CUSTFile Failed - no entry possible."
              DISPLAY "File Status: " WS-CUSTFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1300-Open-TranFile.
           PERFORM 1400-Sign-On.

       1100-Load-Xref-Table.
           OPEN INPUT XrefFile.
           IF WS-XrefFile-Good
              PERFORM 1110-Read-XrefFile
              PERFORM UNTIL WS-XrefFile-EOF
                 OR WS-Xref-Count >= WS-Xref-Max
                 ADD +1 TO WS-Xref-Count
                 MOVE Xref-Retired-Number  TO
                      WS-XT-Retired-Number (WS-Xref-Count)
                 MOVE Xref-Survivor-Number TO
                      WS-XT-Survivor-Number (WS-Xref-Count)
                 PERFORM 1110-Read-XrefFile
              END-PERFORM
              IF NOT WS-XrefFile-EOF
                 DISPLAY "** WARNING **: 1100-Load-Xref-Table"
                 DISPLAY "Cross-reference larger than table - "
                         "overflow numbers look up as keyed."
                 DISPLAY "Table Limit: " WS-Xref-Max
              END-IF
              CLOSE XrefFile
           END-IF.

       1110-Read-XrefFile.
           READ XrefFile
              AT END SET WS-XrefFile-EOF TO TRUE
           END-READ.
           IF NOT WS-XrefFile-Good AND NOT WS-XrefFile-EOF
              DISPLAY "** WARNING **: 1110-Read-XrefFile"
              DISPLAY "Read XrefFile Failed - merge lookups stop "
                      "at the records already tabled."
              DISPLAY "File Status: " WS-XrefFile-Status
              SET WS-XrefFile-EOF TO TRUE
           END-IF.

      ***********************************************************
      * No directory, no keyboard check - and the point of this
      *  program is to catch at the keyboard what VSCBEX23 would
      *  catch overnight, so a missing or empty directory stops
      *  the session before it starts (RC 16).
      **********************************************************
       1200-Load-Zip-Directory.
           OPEN INPUT ZipDirFile.
           IF WS-ZipDirFile-Good
              PERFORM 1210-Read-ZipDirFile
              PERFORM UNTIL WS-ZipDirFile-EOF
                 OR WS-Dir-Count >= WS-Dir-Max
                 ADD +1 TO WS-Dir-Count
                 MOVE FD-ZipDirFile-Zip5  TO
                      WS-DT-Zip5 (WS-Dir-Count)
                 MOVE FD-ZipDirFile-City  TO
                      WS-DT-City (WS-Dir-Count)
                 MOVE FD-ZipDirFile-State TO
                      WS-DT-State (WS-Dir-Count)
                 PERFORM 1210-Read-ZipDirFile
              END-PERFORM
              IF NOT WS-ZipDirFile-EOF
                 SET WS-Dir-Overflowed TO TRUE
                 DISPLAY "** WARNING **: 1200-Load-Zip-Directory"
                 DISPLAY "Directory larger than table - zips not "
                         "tabled pass unverified."
                 DISPLAY "Table Limit: " WS-Dir-Max
              END-IF
              CLOSE ZipDirFile
           END-IF.
           IF WS-Dir-Count = ZERO
              DISPLAY "** ERROR **: 1200-Load-Zip-Directory"
              DISPLAY "Zip directory file missing or empty."
              DISPLAY "No entry possible."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1210-Read-ZipDirFile.
           READ ZipDirFile
              AT END SET WS-ZipDirFile-EOF TO TRUE
           END-READ.
           IF NOT WS-ZipDirFile-Good AND NOT WS-ZipDirFile-EOF
              DISPLAY "** ERROR **: 1210-Read-ZipDirFile"
              DISPLAY "Read ZipDirFile Failed."
              DISPLAY "File Status: " WS-ZipDirFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      ***********************************************************
      * The session appends to the day's batch; the first
      *  session of the day finds no batch and starts one.
      **********************************************************
       1300-Open-TranFile.
           OPEN EXTEND TranFile.
           IF WS-TranFile-File-Not-Found
              OPEN OUTPUT TranFile
           END-IF.
           IF NOT WS-TranFile-Good
              DISPLAY "** ERROR **: 1300-Open-TranFile"
              DISPLAY "Open TranFile Failed - no entry possible."
              DISPLAY "File Status: " WS-TranFile-Status
              CLOSE CUSTFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      ***********************************************************
      * Every part of the origin is required - VSCBEX03 rejects
      *  a transaction whose origin is not on the authority
      *  table, and a blank one never is.
      **********************************************************
       1400-Sign-On.
           MOVE SPACES TO WS-Session-Origin.
           MOVE SPACES TO WS-Message.
           PERFORM UNTIL WS-Signed-On OR WS-End-Session
              DISPLAY Sign-On-Screen
              ACCEPT Sign-On-Screen
              INSPECT WS-Session-Origin
                 CONVERTING WS-Lower-Case TO WS-Upper-Case
              EVALUATE TRUE
                 WHEN Session-Orig-Region = "X"
                    SET WS-End-Session TO TRUE
                 WHEN Session-Orig-Region = SPACE
                    OR Session-Orig-Branch = SPACES
                    OR Session-Orig-Operator = SPACES
                    MOVE "REGION, BRANCH AND OPERATOR ARE REQUIRED"
                         TO WS-Message
                 WHEN OTHER
                    SET WS-Signed-On TO TRUE
                    MOVE SPACES TO WS-Message
              END-EVALUATE
           END-PERFORM.

       2000-Process.
           PERFORM UNTIL WS-End-Session
              PERFORM 2100-Enter-Key
           END-PERFORM.

       2100-Enter-Key.
           MOVE SPACE  TO WS-Key-Trans-Code.
           MOVE SPACES TO WS-Key-Cust-Number.
           DISPLAY Key-Screen.
           ACCEPT Key-Screen.
           INSPECT WS-Key-Trans-Code
              CONVERTING WS-Lower-Case TO WS-Upper-Case.
           MOVE SPACES TO WS-Message.
           EVALUATE TRUE
              WHEN WS-Key-End
                 SET WS-End-Session TO TRUE
              WHEN WS-Key-Add
                 PERFORM 2200-Enter-Add
              WHEN WS-Key-Change
                 PERFORM 2300-Enter-Change
              WHEN WS-Key-Delete
                 PERFORM 2400-Enter-Delete
              WHEN OTHER
                 MOVE "TRANSACTION CODE MUST BE A, C, D OR X"
                      TO WS-Message
           END-EVALUATE.

      ***********************************************************
      * An add starts from a blank record on the keyed number.
      *  The dates go in as zero for VSCBEX03 to default.
      **********************************************************
       2200-Enter-Add.
           PERFORM 2210-Check-Add-Number.
           IF WS-Message = SPACES
              MOVE SPACES TO WS-OnFile-Customer
              MOVE SPACES TO WS-Edit-Customer
              MOVE WS-Key-Cust-Number TO Edit-Cust-Number
              MOVE ZERO TO Edit-Cust-Date-Added
              MOVE ZERO TO Edit-Cust-Last-Maint-Date
              MOVE "ADD"  TO WS-Tran-Desc
              PERFORM 2500-Enter-Detail
           END-IF.

       2210-Check-Add-Number.
           MOVE WS-Key-Cust-Number TO Edit-Cust-Number.
           MOVE "N" TO WS-Entry-Error-Switch.
           PERFORM 2610-Edit-Cust-Number.
           IF NOT WS-Entry-Has-Error
              MOVE WS-Key-Cust-Number TO CUSTFile-Cust-Number
              READ CUSTFile
                 KEY IS CUSTFile-Cust-Number
                 INVALID KEY
                    SET WS-CUSTFile-Record-Not-Found TO TRUE
              END-READ
              MOVE WS-Key-Cust-Number TO WS-Lookup-Number
              PERFORM 2720-Find-Survivor
              PERFORM 2230-Find-Session-Add
              EVALUATE TRUE
                 WHEN WS-CUSTFile-Good
                    MOVE "CUSTOMER ALREADY ON FILE - USE A CHANGE"
                         TO WS-Message
                 WHEN WS-Xref-Found
                    MOVE "NUMBER RETIRED BY A MERGE - CANNOT BE ADDED"
                         TO WS-Message
                 WHEN WS-Sess-Add-Found
                    MOVE "CUSTOMER ALREADY ADDED IN THIS SESSION"
                         TO WS-Message
                 WHEN WS-CUSTFile-Record-Not-Found
                    MOVE SPACES TO WS-Message
                 WHEN OTHER
                    MOVE "CUSTFILE LOOKUP FAILED - TELL OPERATIONS"
                         TO WS-Message
              END-EVALUATE
           END-IF.

       2230-Find-Session-Add.
           MOVE "N" TO WS-Sess-Add-Switch.
           PERFORM VARYING WS-Sess-Add-Sub FROM 1 BY 1
              UNTIL WS-Sess-Add-Sub > WS-Sess-Add-Count
              OR WS-Sess-Add-Found
              IF WS-Sess-Add-Number (WS-Sess-Add-Sub) =
                 WS-Key-Cust-Number
                 SET WS-Sess-Add-Found TO TRUE
              END-IF
           END-PERFORM.

      ***********************************************************
      * A change starts from a copy of the record on file, so
      *  the clerk keys over only what is changing and the
      *  dates carry through.  The status starts blank, which
      *  VSCBEX03 takes as "keep the status on file".
      **********************************************************
       2300-Enter-Change.
           PERFORM 2700-Look-Up-Customer.
           IF WS-Lookup-Found
              MOVE WS-OnFile-Customer TO WS-Edit-Customer
              MOVE SPACE TO Edit-Cust-Status
              MOVE "CHANGE" TO WS-Tran-Desc
              PERFORM 2500-Enter-Detail
           END-IF.

      ***********************************************************
      * A delete is edited on its key only, as in VSCBEX05 - the
      *  key has just been found on file.
      **********************************************************
       2400-Enter-Delete.
           PERFORM 2700-Look-Up-Customer.
           IF WS-Lookup-Found
              MOVE SPACE TO WS-Confirm
              MOVE "N" TO WS-Detail-Done-Switch
              PERFORM UNTIL WS-Detail-Done
                 DISPLAY Delete-Screen
                 ACCEPT Delete-Screen
                 INSPECT WS-Confirm
                    CONVERTING WS-Lower-Case TO WS-Upper-Case
                 EVALUATE TRUE
                    WHEN WS-Confirm-Yes
                       MOVE WS-OnFile-Customer TO WS-Edit-Customer
                       MOVE "D" TO WS-Key-Trans-Code
                       PERFORM 6000-Write-Transaction
                       SET WS-Detail-Done TO TRUE
                    WHEN WS-Confirm-No
                       ADD +1 TO WS-Cancelled-Cnt
                       MOVE "DELETE CANCELLED - NOTHING WRITTEN"
                            TO WS-Message
                       SET WS-Detail-Done TO TRUE
                    WHEN OTHER
                       MOVE "ANSWER Y TO DELETE OR N TO CANCEL"
                            TO WS-Message
                 END-EVALUATE
              END-PERFORM
           END-IF.

      ***********************************************************
      * The detail screen comes back until the entry passes the
      *  edits or the clerk cancels it.  The message line keeps
      *  the first failure so the clerk knows what to fix.
      **********************************************************
       2500-Enter-Detail.
           MOVE "N" TO WS-Detail-Done-Switch.
           PERFORM UNTIL WS-Detail-Done
              MOVE SPACE TO WS-Confirm
              DISPLAY Detail-Screen
              ACCEPT Detail-Screen
              INSPECT WS-Confirm
                 CONVERTING WS-Lower-Case TO WS-Upper-Case
              INSPECT Edit-Cust-State
                 CONVERTING WS-Lower-Case TO WS-Upper-Case
              INSPECT Edit-Cust-Status
                 CONVERTING WS-Lower-Case TO WS-Upper-Case
              EVALUATE TRUE
                 WHEN WS-Confirm-Yes
                    PERFORM 2600-Edit-Customer
                    IF NOT WS-Entry-Has-Error
                       PERFORM 6000-Write-Transaction
                       SET WS-Detail-Done TO TRUE
                    END-IF
                 WHEN WS-Confirm-No
                    ADD +1 TO WS-Cancelled-Cnt
                    MOVE "TRANSACTION CANCELLED - NOTHING WRITTEN"
                         TO WS-Message
                    SET WS-Detail-Done TO TRUE
                 WHEN OTHER
                    MOVE "ANSWER Y TO ACCEPT OR N TO CANCEL"
                         TO WS-Message
              END-EVALUATE
           END-PERFORM.

      ***********************************************************
      * The VSCBEX05 field edits, then the VSCBEX23 directory
      *  check on a record that passed them (VSCBEX23 only ever
      *  sees what VSCBEX05 passed).  The first failure is the
      *  one shown.
      **********************************************************
       2600-Edit-Customer.
           MOVE "N" TO WS-Entry-Error-Switch.
           MOVE SPACES TO WS-Message.
           PERFORM 2610-Edit-Cust-Number.
           PERFORM 2620-Edit-Cust-Name.
           PERFORM 2630-Edit-Cust-State.
           PERFORM 2640-Edit-Cust-Zip.
           PERFORM 2650-Edit-Cust-Phone.
           PERFORM 2660-Edit-Cust-Status.
           IF NOT WS-Entry-Has-Error
              PERFORM 2670-Check-Against-Directory
           END-IF.

       2610-Edit-Cust-Number.
           IF Edit-Cust-Number = SPACES
              MOVE "CUST-NUMBER"       TO WS-Error-Field
              MOVE "FIELD IS BLANK"    TO WS-Error-Reason
              PERFORM 2690-Set-Error-Message
           ELSE
              IF Edit-Cust-Number NOT NUMERIC
                 MOVE "CUST-NUMBER"       TO WS-Error-Field
                 MOVE "FIELD NOT NUMERIC" TO WS-Error-Reason
                 PERFORM 2690-Set-Error-Message
              END-IF
           END-IF.

       2620-Edit-Cust-Name.
           IF Edit-Cust-Name = SPACES
              MOVE "CUST-NAME"          TO WS-Error-Field
              MOVE "FIELD IS BLANK"     TO WS-Error-Reason
              PERFORM 2690-Set-Error-Message
           END-IF.

       2630-Edit-Cust-State.
           MOVE "N" TO WS-State-Found-Switch.
           PERFORM VARYING WS-State-Sub FROM 1 BY 1
              UNTIL WS-State-Sub > 56
              OR WS-State-Found
              IF Edit-Cust-State = WS-State-Code (WS-State-Sub)
                 SET WS-State-Found TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-State-Found
              MOVE "CUST-STATE"         TO WS-Error-Field
              MOVE "NOT A VALID STATE CODE" TO WS-Error-Reason
              PERFORM 2690-Set-Error-Message
           END-IF.

       2640-Edit-Cust-Zip.
           MOVE Edit-Cust-Zip-Code TO WS-Zip-Work.
           IF WS-ZW-Zip5 NOT NUMERIC
              MOVE "CUST-ZIP-CODE"      TO WS-Error-Field
              MOVE "FIRST 5 NOT NUMERIC" TO WS-Error-Reason
              PERFORM 2690-Set-Error-Message
           ELSE
              IF WS-ZW-Dash = SPACE AND WS-ZW-Plus4 = SPACES
                 NEXT SENTENCE
              ELSE
                 IF WS-ZW-Dash = "-" AND WS-ZW-Plus4 NUMERIC
                    NEXT SENTENCE
                 ELSE
                    MOVE "CUST-ZIP-CODE"  TO WS-Error-Field
                    MOVE "NOT NNNNN OR NNNNN-NNNN" TO WS-Error-Reason
                    PERFORM 2690-Set-Error-Message
                 END-IF
              END-IF
           END-IF.

       2650-Edit-Cust-Phone.
           MOVE Edit-Cust-Phone-Number TO WS-Phone-Work.
           IF WS-PW-Area  NUMERIC
              AND WS-PW-Dash1 = "-"
              AND WS-PW-Exch  NUMERIC
              AND WS-PW-Dash2 = "-"
              AND WS-PW-Line  NUMERIC
              NEXT SENTENCE
           ELSE
              MOVE "CUST-PHONE-NUMBER"  TO WS-Error-Field
              MOVE "NOT NNN-NNN-NNNN"   TO WS-Error-Reason
              PERFORM 2690-Set-Error-Message
           END-IF.

      ***********************************************************
      * VSCBEX03 quietly defaults any other status, which is
      *  never what the clerk meant - so it is caught here.
      **********************************************************
       2660-Edit-Cust-Status.
           IF Edit-Cust-Active
              OR Edit-Cust-Inactive
              OR Edit-Cust-Closed
              OR Edit-Cust-Status = SPACE
              NEXT SENTENCE
           ELSE
              MOVE "CUST-STATUS"        TO WS-Error-Field
              MOVE "NOT A, I, C OR BLANK" TO WS-Error-Reason
              PERFORM 2690-Set-Error-Message
           END-IF.

       2670-Check-Against-Directory.
           MOVE Edit-Cust-Zip-Code TO WS-Zip-Work.
           PERFORM 2680-Find-Directory-Entry.
           EVALUATE TRUE
              WHEN WS-Dir-Found
                 IF Edit-Cust-City  NOT = WS-DT-City (WS-Dir-Sub)
                    OR Edit-Cust-State NOT = WS-DT-State (WS-Dir-Sub)
                    MOVE "CITY/STATE/ZIP"  TO WS-Error-Field
                    MOVE SPACES            TO WS-Error-Reason
                    STRING "DIRECTORY HAS "    DELIMITED BY SIZE
                           WS-DT-City (WS-Dir-Sub)
                                               DELIMITED BY "  "
                           " "                 DELIMITED BY SIZE
                           WS-DT-State (WS-Dir-Sub)
                                               DELIMITED BY SIZE
                           INTO WS-Error-Reason
                    END-STRING
                    PERFORM 2690-Set-Error-Message
                 END-IF
              WHEN WS-Dir-Overflowed
                 NEXT SENTENCE
              WHEN OTHER
                 MOVE "CUST-ZIP-CODE"      TO WS-Error-Field
                 MOVE "ZIP NOT IN THE POSTAL DIRECTORY" TO
                      WS-Error-Reason
                 PERFORM 2690-Set-Error-Message
           END-EVALUATE.

      ***********************************************************
      * The walk stops on the first hit; WS-Dir-Sub is left
      *  pointing at the entry the caller compares against.
      **********************************************************
       2680-Find-Directory-Entry.
           MOVE "N" TO WS-Dir-Found-Switch.
           PERFORM VARYING WS-Dir-Sub FROM 1 BY 1
              UNTIL WS-Dir-Sub > WS-Dir-Count
              OR WS-Dir-Found
              IF WS-DT-Zip5 (WS-Dir-Sub) = WS-ZW-Zip5
                 SET WS-Dir-Found TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Dir-Found
              SUBTRACT +1 FROM WS-Dir-Sub
           END-IF.

       2690-Set-Error-Message.
           IF NOT WS-Entry-Has-Error
              SET WS-Entry-Has-Error TO TRUE
              MOVE WS-Error-Field  TO WS-EM-Field
              MOVE WS-Error-Reason TO WS-EM-Reason
              MOVE WS-Error-Message TO WS-Message
           END-IF.

      ***********************************************************
      * Look the keyed number up on CUSTFile.  Not there, it is
      *  tried as a retired number and the survivor looked up
      *  in its place, hop after hop through a chain of merges;
      *  the record shown, and the transaction written, are the
      *  survivor's.
      **********************************************************
       2700-Look-Up-Customer.
           MOVE "N" TO WS-Lookup-Found-Switch.
           MOVE "N" TO WS-Lookup-Done-Switch.
           MOVE ZERO TO WS-Hop-Cnt.
           MOVE WS-Key-Cust-Number TO WS-Lookup-Number.
           PERFORM UNTIL WS-Lookup-Done
              MOVE WS-Lookup-Number TO CUSTFile-Cust-Number
              READ CUSTFile
                 KEY IS CUSTFile-Cust-Number
                 INVALID KEY
                    SET WS-CUSTFile-Record-Not-Found TO TRUE
              END-READ
              IF WS-CUSTFile-Good
                 SET WS-Lookup-Found TO TRUE
                 SET WS-Lookup-Done TO TRUE
              ELSE
                 PERFORM 2720-Find-Survivor
                 IF WS-Xref-Found AND WS-Hop-Cnt < WS-Hop-Max
                    ADD +1 TO WS-Hop-Cnt
                    MOVE WS-XT-Survivor-Number (WS-Xref-Sub) TO
                         WS-Lookup-Number
                 ELSE
                    SET WS-Lookup-Done TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-Lookup-Found
              MOVE FD-CUSTFile-Customer-Record TO WS-OnFile-Customer
              IF WS-Hop-Cnt > ZERO
                 MOVE WS-Key-Cust-Number TO WS-RM-Retired
                 MOVE OnFile-Cust-Number TO WS-RM-Survivor
                 MOVE WS-Retired-Message TO WS-Message
              END-IF
           ELSE
              MOVE WS-Key-Cust-Number TO WS-NF-Number
              MOVE WS-Not-Found-Message TO WS-Message
           END-IF.

      ***********************************************************
      * The walk stops on the first hit; WS-Xref-Sub is left
      *  pointing at the mapping found.
      **********************************************************
       2720-Find-Survivor.
           MOVE "N" TO WS-Xref-Found-Switch.
           PERFORM VARYING WS-Xref-Sub FROM 1 BY 1
              UNTIL WS-Xref-Sub > WS-Xref-Count
              OR WS-Xref-Found
              IF WS-XT-Retired-Number (WS-Xref-Sub) =
                 WS-Lookup-Number
                 SET WS-Xref-Found TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Xref-Found
              SUBTRACT +1 FROM WS-Xref-Sub
           END-IF.

       3000-End-Job.
           IF WS-Signed-On
              MOVE SPACES TO WS-Message
              IF WS-Write-Failed-Cnt > ZERO
                 MOVE "WRITES FAILED - TELL OPERATIONS BEFORE BALANCING"
                      TO WS-Message
              END-IF
              DISPLAY Total-Screen
              ACCEPT Total-Screen
           END-IF.

           CLOSE CUSTFile
                 TranFile.

           DISPLAY EOJ-End-Message.
           DISPLAY "            Origin: " WS-Session-Origin
           DISPLAY "     Adds Accepted: " WS-Add-Cnt
           DISPLAY "  Changes Accepted: " WS-Change-Cnt
           DISPLAY "  Deletes Accepted: " WS-Delete-Cnt
           DISPLAY "       Batch Total: " WS-Batch-Cnt
           DISPLAY "        Hash Total: " WS-Hash-Total
           DISPLAY "         Cancelled: " WS-Cancelled-Cnt
           DISPLAY "     Write Failures: " WS-Write-Failed-Cnt.

           IF WS-Write-Failed-Cnt > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***********************************************************
      * Append one accepted transaction to the batch: the entry
      *  copy behind the transaction code, and the session
      *  origin behind that.
      **********************************************************
       6000-Write-Transaction.
           MOVE SPACES             TO FD-TranFile-Record.
           MOVE WS-Key-Trans-Code  TO FD-TranFile-Trans-Code.
           IF WS-Key-Change
              AND Edit-Cust-Status = OnFile-Cust-Status
              MOVE SPACE TO Edit-Cust-Status
           END-IF.
           MOVE WS-Edit-Customer   TO FD-TranFile-Customer-Record.
           MOVE WS-Session-Origin  TO FD-TranFile-Origin.
           WRITE FD-TranFile-Record.
           IF WS-TranFile-Good
              ADD +1 TO WS-Batch-Cnt
              EVALUATE TRUE
                 WHEN WS-Key-Add
                    ADD +1 TO WS-Add-Cnt
                    IF WS-Sess-Add-Count < WS-Sess-Add-Max
                       ADD +1 TO WS-Sess-Add-Count
                       MOVE Edit-Cust-Number TO
                            WS-Sess-Add-Number (WS-Sess-Add-Count)
                    END-IF
                 WHEN WS-Key-Change
                    ADD +1 TO WS-Change-Cnt
                 WHEN WS-Key-Delete
                    ADD +1 TO WS-Delete-Cnt
              END-EVALUATE
              MOVE Edit-Cust-Number TO WS-Hash-Number
              ADD WS-Hash-Number TO WS-Hash-Total
              MOVE WS-Batch-Cnt TO WS-AM-Batch-Cnt
              MOVE WS-Accepted-Message TO WS-Message
           ELSE
              ADD +1 TO WS-Write-Failed-Cnt
              MOVE WS-TranFile-Status TO WS-WF-Status
              MOVE WS-Write-Failed-Message TO WS-Message
           END-IF.
