      ***********************************************************
      * Program name:    VSCBEX24
      * Original author: David Stagowki
      *
      *    Description: Example 24: Indexed File Processing:
      *     DB2 Customer Replica Reconciliation
      *
      *    VSCBEX19 keeps the DB2 CUSTOMER replica current from
      *     the day's activity only, and its restart rules (a
      *     -803 insert re-driven, a +100 update or delete taken
      *     as already applied) mean it can never notice drift:
      *     a skipped night, a hand-run SQL fix, a failed run
      *     nobody reran.  This weekly program proves the whole
      *     replica against the master.  CUSTFile is read front
      *     to back in Cust-Number order and match-merged against
      *     a cursor over the CUSTOMER table ordered by
      *     CUST_NUMBER:
      *       - a CUSTFile record with no row is MISSING;
      *       - a row with no CUSTFile record is EXTRA;
      *       - a pair that disagrees on any CUSTOMRS field
      *         (name, both address lines, city, state, zip,
      *         phone, status, date added, last maintenance
      *         date) is MISMATCHED, one report line per field.
      *    Every exception writes a resync record in the JRNLHDR
      *     journal layout - missing rows as adds with the master
      *     image, mismatched rows as changes with the master
      *     image, extra rows as deletes with the replica image -
      *     so the existing VSCBEX19 apply logic puts the replica
      *     back in step when the resync file is fed to it as
      *     JFILE1 under a ParmFile card of RSYN.  The resync file is
      *     never part of a day's combined journal; its Tran-Seq
      *     simply numbers its own records.  The master dates
      *     compare the way VSCBEX19 loads them - a non-numeric
      *     date is zero on the replica - so a date that was
      *     never numeric is not reported every week.  Counts go
      *     to the shared run-control file and VSCBEX13 fails
      *     the stream (RC 8) while the replica is out of
      *     balance, holding the reporting team's jobs.
      *    Run order on a week with exceptions:
      *       1. VSCBEX24 - report and resync file; VSCBEX13
      *          fails RC 8 and the reporting jobs hold;
      *       2. VSCBEX19 with ParmFile RSYN and JFILE1 = the
      *          resync file - its counters go to run-control as
      *          RESYNC-, which VSCBEX13 skips and which post to
      *          their own history series;
      *       3. VSCBEX24 again - its fresh counts are the last
      *          on run-control and are the ones VSCBEX13 keeps;
      *       4. VSCBEX13 again, then release the held jobs.
      *     The resync file is never fed to a nightly (DAY)
      *     VSCBEX19 run, and never alongside the day's journal.
      *    CUSTFile, the resync file and the report are required:
      *     a CUSTFile that will not open would report every row
      *     EXTRA and write a resync that empties the replica, so
      *     any of them failing to open ends the run RC 16
      *     before a line is written.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: weekly full replica
      *                          reconciliation with resync file.
      * 2026-10-14 dscobol       Stamp the resync origin with
      *                          this program as the operator.
      * 2026-10-15 dscobol       Check the CUSTFile, resync and
      *                          report opens (RC 16); document
      *                          the RSYN apply and run order.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX24.

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
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT ResyncFile
           ASSIGN TO RSYFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ResyncFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

           SELECT RunCtlFile
           ASSIGN TO RUNCTL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
       01  FD-CUSTFile-Customer-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==CUSTFile==.

       FD  ResyncFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ResyncFile-Record.
           02  FD-ResyncFile-Header.
               COPY JRNLHDR REPLACING ==:tag:== BY ==Resync==.
           02  FD-ResyncFile-Customer       PIC X(160).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       FD  RunCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RunCtlFile-Record.
           COPY RUNCTL REPLACING ==:tag:== BY ==RunCtl==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ResyncFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunCtlFile==.

       01  WS-File-Counters.
           12 FD-CUSTFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Rows-Fetched-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Rows-Matched-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Rows-Missing-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Rows-Extra-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Rows-Mismatched-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Field-Diff-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Resync-Written-Cnt          PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

       01  WS-RunCtl-Work.
           12 WS-RunCtl-Counter-Name         PIC X(20).
           12 WS-RunCtl-Value                PIC 9(09) VALUE ZERO.

      ***********************************************************
      * Match-merge keys.  Each side's key goes to HIGH-VALUES
      *  at its end of file, so the merge runs until both are
      *  exhausted without a separate end test per side.
      **********************************************************
       01  WS-Merge-Control.
           12 WS-Master-Key                  PIC X(07) VALUE SPACES.
           12 WS-Replica-Key                 PIC X(07) VALUE SPACES.
           12 WS-Replica-EOF-Switch          PIC X(01) VALUE "N".
              88 WS-Replica-EOF                  VALUE "Y".
           12 WS-Pair-Diff-Cnt               PIC S9(9) COMP VALUE ZERO.

      ***********************************************************
      * The master record as the replica should hold it (dates
      *  that are not numeric load as zero - see VSCBEX19
      *  5500-Move-Host-Variables), and the fetched replica row
      *  turned back into a CUSTOMRS image for the compare and
      *  for an EXTRA row's delete image.
      **********************************************************
       01  WS-Master-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Master==.

       01  WS-Replica-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Replica==.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ***********************************************************
      * The DB2 CUSTOMER table mirrors CUSTOMRS column for
      *  column; CUST_NUMBER is the primary key.
      **********************************************************
           EXEC SQL DECLARE CUSTOMER TABLE
              (CUST_NUMBER          CHAR(7)      NOT NULL,
               CUST_NAME            CHAR(30),
               CUST_ADDRESS_LINE_1  CHAR(30),
               CUST_ADDRESS_LINE_2  CHAR(30),
               CUST_CITY            CHAR(20),
               CUST_STATE           CHAR(2),
               CUST_ZIP_CODE        CHAR(10),
               CUST_PHONE_NUMBER    CHAR(12),
               CUST_STATUS          CHAR(1),
               CUST_DATE_ADDED      DECIMAL(8, 0),
               CUST_LAST_MAINT_DATE DECIMAL(8, 0))
           END-EXEC.

       01  DCLCUSTOMER.
           12 HV-CUST-NUMBER                 PIC X(07).
           12 HV-CUST-NAME                   PIC X(30).
           12 HV-CUST-ADDRESS-LINE-1         PIC X(30).
           12 HV-CUST-ADDRESS-LINE-2         PIC X(30).
           12 HV-CUST-CITY                   PIC X(20).
           12 HV-CUST-STATE                  PIC X(02).
           12 HV-CUST-ZIP-CODE               PIC X(10).
           12 HV-CUST-PHONE-NUMBER           PIC X(12).
           12 HV-CUST-STATUS                 PIC X(01).
           12 HV-CUST-DATE-ADDED             PIC S9(08) COMP-3.
           12 HV-CUST-LAST-MAINT-DATE        PIC S9(08) COMP-3.

      ***********************************************************
      * A column somebody nulled by hand would stop the FETCH
      *  cold (-305); COALESCE brings it back as blank or zero
      *  so it reports as the field difference it really is.
      **********************************************************
           EXEC SQL DECLARE CUSTCSR CURSOR FOR
               SELECT CUST_NUMBER,
                      COALESCE(CUST_NAME, ' '),
                      COALESCE(CUST_ADDRESS_LINE_1, ' '),
                      COALESCE(CUST_ADDRESS_LINE_2, ' '),
                      COALESCE(CUST_CITY, ' '),
                      COALESCE(CUST_STATE, ' '),
                      COALESCE(CUST_ZIP_CODE, ' '),
                      COALESCE(CUST_PHONE_NUMBER, ' '),
                      COALESCE(CUST_STATUS, ' '),
                      COALESCE(CUST_DATE_ADDED, 0),
                      COALESCE(CUST_LAST_MAINT_DATE, 0)
                 FROM CUSTOMER
                ORDER BY CUST_NUMBER
           END-EXEC.

       01  WS-Report-Lines.
           12 WS-Report-Heading-1.
              16 FILLER               PIC X(48) VALUE
                 "VSCBEX24 - DB2 Replica Reconciliation Report".
              16 FILLER               PIC X(10) VALUE "RUN DATE: ".
              16 WS-RH1-Run-Date       PIC 9(08).
              16 FILLER               PIC X(14) VALUE SPACES.
           12 WS-Report-Heading-2            PIC X(080) VALUE
              "Cust-Number  Exception   Field     Master / Replica".
           12 WS-Blank-Line                  PIC X(080) VALUE SPACES.
           12 WS-Exception-Line.
              16 WS-EL-Cust-Number     PIC X(07).
              16 FILLER               PIC X(06) VALUE SPACES.
              16 WS-EL-Exception       PIC X(10).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-EL-Cust-Name       PIC X(30).
           12 WS-Diff-Line.
              16 FILLER               PIC X(25) VALUE SPACES.
              16 WS-DL-Field-Name      PIC X(08).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-DL-Master-Value    PIC X(30).
           12 WS-Diff-Replica-Line.
              16 FILLER               PIC X(31) VALUE SPACES.
              16 FILLER               PIC X(04) VALUE "DB2 ".
              16 WS-DR-Replica-Value   PIC X(30).
           12 WS-Summary-Detail.
              16 WS-SD-Label           PIC X(26).
              16 WS-SD-Value           PIC ZZZZZZZZ9.

       01  WS-Date-Display                   PIC 9(08) VALUE ZERO.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX24 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           OPEN INPUT  CUSTFile.
           IF NOT WS-CUSTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CUSTFile Failed - no reconciliation."
              DISPLAY "File Status: " WS-CUSTFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ResyncFile.
           IF NOT WS-ResyncFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ResyncFile Failed - no reconciliation."
              DISPLAY "File Status: " WS-ResyncFile-Status
              CLOSE CUSTFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF NOT WS-ReportFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ReportFile Failed - no reconciliation."
              DISPLAY "File Status: " WS-ReportFile-Status
              CLOSE CUSTFile
                    ResyncFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Run-Date TO WS-RH1-Run-Date.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-2.
           EXEC SQL
               OPEN CUSTCSR
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "OPEN CUSTCSR Failed - no reconciliation."
              DISPLAY "SQLCODE: " SQLCODE
              CLOSE CUSTFile
                    ResyncFile
                    ReportFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 5000-Read-CUSTFile.
           PERFORM 5100-Fetch-Replica-Row.

      ***********************************************************
      * Classic two-file match on Cust-Number: low key on the
      *  master side is a row the replica lacks, low key on the
      *  replica side is a row the master no longer has, equal
      *  keys are compared field by field.
      **********************************************************
       2000-Process.
           PERFORM UNTIL WS-Master-Key = HIGH-VALUES
              AND WS-Replica-Key = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-Master-Key < WS-Replica-Key
                    PERFORM 2100-Row-Missing
                    PERFORM 5000-Read-CUSTFile
                 WHEN WS-Master-Key > WS-Replica-Key
                    PERFORM 2200-Row-Extra
                    PERFORM 5100-Fetch-Replica-Row
                 WHEN OTHER
                    PERFORM 2300-Compare-Pair
                    PERFORM 5000-Read-CUSTFile
                    PERFORM 5100-Fetch-Replica-Row
              END-EVALUATE
           END-PERFORM.

       2100-Row-Missing.
           ADD +1 TO WS-Rows-Missing-Cnt.
           MOVE Master-Cust-Number TO WS-EL-Cust-Number.
           MOVE "MISSING   "       TO WS-EL-Exception.
           MOVE Master-Cust-Name   TO WS-EL-Cust-Name.
           WRITE FD-ReportFile-Record FROM WS-Exception-Line.
           MOVE "A" TO Resync-Trans-Code.
           MOVE "A" TO Resync-Image-Type.
           MOVE WS-Master-Customer TO FD-ResyncFile-Customer.
           PERFORM 6000-Write-Resync.

       2200-Row-Extra.
           ADD +1 TO WS-Rows-Extra-Cnt.
           MOVE Replica-Cust-Number TO WS-EL-Cust-Number.
           MOVE "EXTRA     "        TO WS-EL-Exception.
           MOVE Replica-Cust-Name   TO WS-EL-Cust-Name.
           WRITE FD-ReportFile-Record FROM WS-Exception-Line.
           MOVE "D" TO Resync-Trans-Code.
           MOVE "B" TO Resync-Image-Type.
           MOVE WS-Replica-Customer TO FD-ResyncFile-Customer.
           PERFORM 6000-Write-Resync.

      ***********************************************************
      * One pair of lines per CUSTOMRS field that differs: the
      *  master value on the first, the replica value under it.
      *  Cust-Number cannot differ - it is the match key.
      **********************************************************
       2300-Compare-Pair.
           ADD +1 TO WS-Rows-Matched-Cnt.
           MOVE ZERO TO WS-Pair-Diff-Cnt.
           IF Master-Cust-Name NOT = Replica-Cust-Name
              MOVE "NAME    "              TO WS-DL-Field-Name
              MOVE Master-Cust-Name        TO WS-DL-Master-Value
              MOVE Replica-Cust-Name       TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-Address-Line-1 NOT =
              Replica-Cust-Address-Line-1
              MOVE "ADDR-1  "              TO WS-DL-Field-Name
              MOVE Master-Cust-Address-Line-1 TO WS-DL-Master-Value
              MOVE Replica-Cust-Address-Line-1 TO
                   WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-Address-Line-2 NOT =
              Replica-Cust-Address-Line-2
              MOVE "ADDR-2  "              TO WS-DL-Field-Name
              MOVE Master-Cust-Address-Line-2 TO WS-DL-Master-Value
              MOVE Replica-Cust-Address-Line-2 TO
                   WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-City NOT = Replica-Cust-City
              MOVE "CITY    "              TO WS-DL-Field-Name
              MOVE Master-Cust-City        TO WS-DL-Master-Value
              MOVE Replica-Cust-City       TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-State NOT = Replica-Cust-State
              MOVE "STATE   "              TO WS-DL-Field-Name
              MOVE Master-Cust-State       TO WS-DL-Master-Value
              MOVE Replica-Cust-State      TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-Zip-Code NOT = Replica-Cust-Zip-Code
              MOVE "ZIP     "              TO WS-DL-Field-Name
              MOVE Master-Cust-Zip-Code    TO WS-DL-Master-Value
              MOVE Replica-Cust-Zip-Code   TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-Phone-Number NOT = Replica-Cust-Phone-Number
              MOVE "PHONE   "              TO WS-DL-Field-Name
              MOVE Master-Cust-Phone-Number TO WS-DL-Master-Value
              MOVE Replica-Cust-Phone-Number TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-Status NOT = Replica-Cust-Status
              MOVE "STATUS  "              TO WS-DL-Field-Name
              MOVE Master-Cust-Status      TO WS-DL-Master-Value
              MOVE Replica-Cust-Status     TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-Date-Added NOT = Replica-Cust-Date-Added
              MOVE "ADDED   "              TO WS-DL-Field-Name
              MOVE Master-Cust-Date-Added  TO WS-Date-Display
              MOVE WS-Date-Display         TO WS-DL-Master-Value
              MOVE Replica-Cust-Date-Added TO WS-Date-Display
              MOVE WS-Date-Display         TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF Master-Cust-Last-Maint-Date NOT =
              Replica-Cust-Last-Maint-Date
              MOVE "LAST-MNT"              TO WS-DL-Field-Name
              MOVE Master-Cust-Last-Maint-Date TO WS-Date-Display
              MOVE WS-Date-Display         TO WS-DL-Master-Value
              MOVE Replica-Cust-Last-Maint-Date TO WS-Date-Display
              MOVE WS-Date-Display         TO WS-DR-Replica-Value
              PERFORM 2310-Write-Diff-Lines
           END-IF.
           IF WS-Pair-Diff-Cnt > ZERO
              ADD +1 TO WS-Rows-Mismatched-Cnt
              MOVE "C" TO Resync-Trans-Code
              MOVE "A" TO Resync-Image-Type
              MOVE WS-Master-Customer TO FD-ResyncFile-Customer
              PERFORM 6000-Write-Resync
           END-IF.

      ***********************************************************
      * The exception header prints ahead of the pair's first
      *  differing field only, so a customer with three bad
      *  fields reads as one block.
      **********************************************************
       2310-Write-Diff-Lines.
           IF WS-Pair-Diff-Cnt = ZERO
              MOVE Master-Cust-Number TO WS-EL-Cust-Number
              MOVE "MISMATCHED"       TO WS-EL-Exception
              MOVE Master-Cust-Name   TO WS-EL-Cust-Name
              WRITE FD-ReportFile-Record FROM WS-Exception-Line
           END-IF.
           WRITE FD-ReportFile-Record FROM WS-Diff-Line.
           WRITE FD-ReportFile-Record FROM WS-Diff-Replica-Line.
           ADD +1 TO WS-Pair-Diff-Cnt.
           ADD +1 TO WS-Field-Diff-Cnt.

       3000-End-Job.
           EXEC SQL
               CLOSE CUSTCSR
           END-EXEC.

           PERFORM 6200-Write-Summary.

           DISPLAY EOJ-End-Message.
           DISPLAY "   CUSTFile Records Read: " FD-CUSTFile-Record-Cnt
           DISPLAY "   Replica Rows Fetched: " WS-Rows-Fetched-Cnt
           DISPLAY "           Rows Matched: " WS-Rows-Matched-Cnt
           DISPLAY "           Rows Missing: " WS-Rows-Missing-Cnt
           DISPLAY "             Rows Extra: " WS-Rows-Extra-Cnt
           DISPLAY "        Rows Mismatched: " WS-Rows-Mismatched-Cnt
           DISPLAY "       Fields Different: " WS-Field-Diff-Cnt
           DISPLAY "  Resync Records Written: " WS-Resync-Written-Cnt.

           CLOSE CUSTFile
                 ResyncFile
                 ReportFile.

           PERFORM 7000-Write-Run-Control.

           IF WS-Resync-Written-Cnt > ZERO
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-Read-CUSTFile.
           READ CUSTFile NEXT RECORD
              AT END SET WS-CUSTFile-EOF TO TRUE
           END-READ.
           IF WS-CUSTFile-Good
              ADD +1 TO FD-CUSTFile-Record-Cnt
              PERFORM 5500-Build-Master-Image
           ELSE
              IF WS-CUSTFile-EOF
                 MOVE HIGH-VALUES TO WS-Master-Key
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-CUSTFile"
                 DISPLAY "Read CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      ***********************************************************
      * A FETCH error leaves the rest of the replica unproven,
      *  so the run stops RC 8 rather than reporting every
      *  remaining master record as missing.
      **********************************************************
       5100-Fetch-Replica-Row.
           EXEC SQL
               FETCH CUSTCSR
                INTO :HV-CUST-NUMBER,
                     :HV-CUST-NAME,
                     :HV-CUST-ADDRESS-LINE-1,
                     :HV-CUST-ADDRESS-LINE-2,
                     :HV-CUST-CITY,
                     :HV-CUST-STATE,
                     :HV-CUST-ZIP-CODE,
                     :HV-CUST-PHONE-NUMBER,
                     :HV-CUST-STATUS,
                     :HV-CUST-DATE-ADDED,
                     :HV-CUST-LAST-MAINT-DATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 ADD +1 TO WS-Rows-Fetched-Cnt
                 PERFORM 5600-Build-Replica-Image
              WHEN SQLCODE = +100
                 SET WS-Replica-EOF TO TRUE
                 MOVE HIGH-VALUES TO WS-Replica-Key
              WHEN OTHER
                 DISPLAY "** ERROR **: 5100-Fetch-Replica-Row"
                 DISPLAY "FETCH CUSTCSR Failed."
                 DISPLAY "SQLCODE: " SQLCODE
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       5500-Build-Master-Image.
           MOVE FD-CUSTFile-Customer-Record TO WS-Master-Customer.
           IF Master-Cust-Date-Added NOT NUMERIC
              MOVE ZERO TO Master-Cust-Date-Added
           END-IF.
           IF Master-Cust-Last-Maint-Date NOT NUMERIC
              MOVE ZERO TO Master-Cust-Last-Maint-Date
           END-IF.
           MOVE Master-Cust-Number TO WS-Master-Key.

       5600-Build-Replica-Image.
           MOVE SPACES                  TO WS-Replica-Customer.
           MOVE HV-CUST-NUMBER          TO Replica-Cust-Number.
           MOVE HV-CUST-NAME            TO Replica-Cust-Name.
           MOVE HV-CUST-ADDRESS-LINE-1  TO Replica-Cust-Address-Line-1.
           MOVE HV-CUST-ADDRESS-LINE-2  TO Replica-Cust-Address-Line-2.
           MOVE HV-CUST-CITY            TO Replica-Cust-City.
           MOVE HV-CUST-STATE           TO Replica-Cust-State.
           MOVE HV-CUST-ZIP-CODE        TO Replica-Cust-Zip-Code.
           MOVE HV-CUST-PHONE-NUMBER    TO Replica-Cust-Phone-Number.
           MOVE HV-CUST-STATUS          TO Replica-Cust-Status.
           MOVE HV-CUST-DATE-ADDED      TO Replica-Cust-Date-Added.
           MOVE HV-CUST-LAST-MAINT-DATE TO
                Replica-Cust-Last-Maint-Date.
           MOVE Replica-Cust-Number     TO WS-Replica-Key.

       6000-Write-Resync.
           ADD +1 TO WS-Resync-Written-Cnt.
           MOVE WS-Run-Date           TO Resync-Run-Date.
           MOVE WS-Resync-Written-Cnt TO Resync-Tran-Seq.
           MOVE SPACES                TO Resync-Orig-Region.
           MOVE SPACES                TO Resync-Orig-Branch.
           MOVE "VSCBEX24"            TO Resync-Orig-Operator.
           WRITE FD-ResyncFile-Record.
           IF NOT WS-ResyncFile-Good
              DISPLAY "** ERROR **: 6000-Write-Resync"
              DISPLAY "Write ResyncFile Failed."
              DISPLAY "File Status: " WS-ResyncFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6200-Write-Summary.
           MOVE "CUSTFILE RECORDS READ:    " TO WS-SD-Label.
           MOVE FD-CUSTFile-Record-Cnt       TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail
               AFTER ADVANCING 2 LINES.
           MOVE "REPLICA ROWS FETCHED:     " TO WS-SD-Label.
           MOVE WS-Rows-Fetched-Cnt          TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "ROWS MATCHED ON KEY:      " TO WS-SD-Label.
           MOVE WS-Rows-Matched-Cnt          TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "MISSING FROM REPLICA:     " TO WS-SD-Label.
           MOVE WS-Rows-Missing-Cnt          TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "EXTRA ON REPLICA:         " TO WS-SD-Label.
           MOVE WS-Rows-Extra-Cnt            TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "MISMATCHED ROWS:          " TO WS-SD-Label.
           MOVE WS-Rows-Mismatched-Cnt       TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "FIELDS DIFFERENT:         " TO WS-SD-Label.
           MOVE WS-Field-Diff-Cnt            TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "RESYNC RECORDS WRITTEN:   " TO WS-SD-Label.
           MOVE WS-Resync-Written-Cnt        TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.

       7000-Write-Run-Control.
           OPEN EXTEND RunCtlFile.
           MOVE "CUSTFILE-READ"   TO WS-RunCtl-Counter-Name.
           MOVE FD-CUSTFile-Record-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           MOVE "ROWS-FETCHED"    TO WS-RunCtl-Counter-Name.
           MOVE WS-Rows-Fetched-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           MOVE "ROWS-MATCHED"    TO WS-RunCtl-Counter-Name.
           MOVE WS-Rows-Matched-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           MOVE "ROWS-MISSING"    TO WS-RunCtl-Counter-Name.
           MOVE WS-Rows-Missing-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           MOVE "ROWS-EXTRA"      TO WS-RunCtl-Counter-Name.
           MOVE WS-Rows-Extra-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           MOVE "ROWS-MISMATCHED" TO WS-RunCtl-Counter-Name.
           MOVE WS-Rows-Mismatched-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           MOVE "RESYNC-WRITTEN"  TO WS-RunCtl-Counter-Name.
           MOVE WS-Resync-Written-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           CLOSE RunCtlFile.

       7100-Write-One-Counter.
           MOVE SPACES TO FD-RunCtlFile-Record.
           MOVE "VSCBEX24"          TO RunCtl-Program-Id.
           MOVE WS-Run-Date         TO RunCtl-Run-Date.
           MOVE WS-RunCtl-Counter-Name TO RunCtl-Counter-Name.
           MOVE WS-RunCtl-Value     TO RunCtl-Counter-Value.
           WRITE FD-RunCtlFile-Record.
