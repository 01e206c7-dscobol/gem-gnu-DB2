      *     action go to the shared run-control file so VSCBEX13
      *     can balance the replica against the master.
      *
      *    A one-card ParmFile selects the apply: DAY (assumed
      *     when the card is missing) is the nightly run above;
      *     RSYN applies the VSCBEX24 replica resync file, fed as
      *     JFILE1, with no audit trail read at all.  A resync
      *     apply writes its counters as RESYNC-ROWS-INSERTED,
      *     -UPDATED, -DELETED and -FAILED, so they never replace
      *     the night's ROWS- counters that VSCBEX13 balances
      *     the replica with, and they post to their own history
      *     series rather than into the nightly VSCBEX19
      *     averages VSCBEX26 gates on.  The run order is in the
      *     VSCBEX24 description.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          counts to run-control and the
      *                          VSCBEX13 replica rules balance
      *                          against them.
      * 2026-10-15 dscobol       ParmFile card: RSYN applies the
      *                          VSCBEX24 resync file without
      *                          the audit trail and reports
      *                          RESYNC- counters, leaving the
      *                          night's replica balance and
      *                          history alone.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT ParmFile
           ASSIGN TO PARMFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.

           SELECT RunCtlFile
           ASSIGN TO RUNCTL1
           ORGANIZATION IS LINE SEQUENTIAL
       01  FD-CUSTFile-Customer-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==CUSTFile==.

       FD  ParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ParmFile-Record.
           05  FD-ParmFile-Apply-Mode        PIC X(04).
           05  FILLER                       PIC X(76).

       FD  RunCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==AuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==JournalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunCtlFile==.

       01  WS-File-Counters.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

       01  WS-Parm-Control.
           12 WS-Parm-Apply-Mode             PIC X(04) VALUE "DAY ".
              88 WS-Day-Apply                    VALUE "DAY ".
              88 WS-Resync-Apply                 VALUE "RSYN".

       01  WS-RunCtl-Work.
           12 WS-RunCtl-Counter-Name         PIC X(20).
           12 WS-RunCtl-Value                PIC 9(09) VALUE ZERO.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 0500-Read-Parm.
           IF WS-Day-Apply
              OPEN INPUT AuditFile
           END-IF.
           OPEN INPUT JournalFile.
           OPEN INPUT CUSTFile.

       0500-Read-Parm.
           OPEN INPUT ParmFile.
           IF WS-ParmFile-Good
              READ ParmFile
                 AT END NEXT SENTENCE
              END-READ
              IF WS-ParmFile-Good
                 MOVE FD-ParmFile-Apply-Mode TO WS-Parm-Apply-Mode
              END-IF
              CLOSE ParmFile
           END-IF.
           IF NOT WS-Day-Apply AND NOT WS-Resync-Apply
              SET WS-Day-Apply TO TRUE
           END-IF.

      ***********************************************************
      * The resync file carries every row it needs; a resync
      *  apply reads no audit trail.
      **********************************************************
       2000-Apply-Audit-Adds.
           IF WS-Resync-Apply
              SET WS-AuditFile-EOF TO TRUE
           ELSE
              PERFORM 5000-Read-AuditFile
           END-IF.
           PERFORM UNTIL WS-AuditFile-EOF
              PERFORM 2100-Apply-One-Audit-Add
              PERFORM 5000-Read-AuditFile
           END-IF.

           DISPLAY EOJ-End-Message.
           DISPLAY "        Apply Mode: " WS-Parm-Apply-Mode
           DISPLAY "  Audit Records Read: " FD-AuditFile-Record-Cnt
           DISPLAY " Journal Records Read: "
                   FD-JournalFile-Record-Cnt
           DISPLAY "       Rows Failed: " WS-Rows-Failed-Cnt
           DISPLAY "      Adds Dropped: " WS-Add-Dropped-Cnt.

           IF WS-Day-Apply
              CLOSE AuditFile
           END-IF.
           CLOSE JournalFile
                 CUSTFile.

           PERFORM 7000-Write-Run-Control.
           DISPLAY "Cust-Number: " HV-CUST-NUMBER
           DISPLAY "SQLCODE: " SQLCODE.

      ***********************************************************
      * A resync apply has no audit trail to drop adds from, so
      *  it reports no ADDS-DROPPED.
      **********************************************************
       7000-Write-Run-Control.
           OPEN EXTEND RunCtlFile.
           MOVE "ROWS-INSERTED"   TO WS-RunCtl-Counter-Name.
           MOVE "ROWS-FAILED"     TO WS-RunCtl-Counter-Name.
           MOVE WS-Rows-Failed-Cnt TO WS-RunCtl-Value.
           PERFORM 7100-Write-One-Counter.
           IF WS-Day-Apply
              MOVE "ADDS-DROPPED"    TO WS-RunCtl-Counter-Name
              MOVE WS-Add-Dropped-Cnt TO WS-RunCtl-Value
              PERFORM 7100-Write-One-Counter
           END-IF.
           CLOSE RunCtlFile.

       7100-Write-One-Counter.
           MOVE SPACES TO FD-RunCtlFile-Record.
           MOVE "VSCBEX19"          TO RunCtl-Program-Id.
           MOVE WS-Run-Date         TO RunCtl-Run-Date.
           IF WS-Resync-Apply
              STRING "RESYNC-"              DELIMITED BY SIZE
                     WS-RunCtl-Counter-Name DELIMITED BY SPACE
                     INTO RunCtl-Counter-Name
              END-STRING
           ELSE
              MOVE WS-RunCtl-Counter-Name TO RunCtl-Counter-Name
           END-IF.
           MOVE WS-RunCtl-Value     TO RunCtl-Counter-Value.
           WRITE FD-RunCtlFile-Record.
