      ***********************************************************
      * Program name:    VSCBEX25
      * Original author: David Stagowki
      *
      *    Description: Example 25: Indexed File Processing:
      *     Run-Statistics History Posting
      *
      *    RUNCTL1 lives one night: VSCBEX04 opens it OUTPUT at
      *     the head of every stream, so last night's counts are
      *     gone before anyone thinks to ask about them.  This
      *     program runs as the very last step - after VSCBEX13,
      *     whatever its return code, since a bad night is the
      *     one whose numbers most need keeping - and posts every
      *     run-control record to the keyed run-statistics
      *     history file (VFILE3, RUNHIST layout) on program,
      *     counter and run date.  The history is never rebuilt;
      *     it only grows.  A key already on file means the
      *     stream was rerun for the same date, and the rerun's
      *     value replaces the earlier one - the rerun is the
      *     night that counted - so posting the same RUNCTL1
      *     twice is harmless.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: post the nightly
      *                          run-control counters to the
      *                          permanent history file.
      * 2026-10-15 dscobol       The run-control file is checked
      *                          on open; a failed open ends the
      *                          run RC 16.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX25.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RunCtlFile
           ASSIGN TO RUNCTL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunCtlFile-Status.

           SELECT HistFile
           ASSIGN TO VFILE3
           ORGANIZATION IS INDEXED
           RECORD KEY IS HistFile-Hist-Key
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-HistFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RunCtlFile-Record.
           COPY RUNCTL REPLACING ==:tag:== BY ==RunCtl==.

       FD  HistFile.
       01  FD-HistFile-Record.
           COPY RUNHIST REPLACING ==:tag:== BY ==HistFile==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.

       01  WS-File-Counters.
           12 FD-RunCtlFile-Record-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Added-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Replaced-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Failed-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Skipped-Cnt            PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX25 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

      ***********************************************************
      * The history file is required - posting nowhere is the
      *  very loss this program exists to stop, so a history
      *  file that will not open ends the run RC 16 and the
      *  operator reruns the step once it is fixed; RUNCTL1 is
      *  still intact until tomorrow's VSCBEX04.
      **********************************************************
       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           OPEN INPUT RunCtlFile.
           IF NOT WS-RunCtlFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RunCtlFile Failed - nothing posted."
              DISPLAY "File Status: " WS-RunCtlFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O   HistFile.
           IF NOT WS-HistFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open HistFile Failed - nothing posted."
              DISPLAY "File Status: " WS-HistFile-Status
              CLOSE RunCtlFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 5000-Read-RunCtlFile.

       2000-Process.
           IF WS-RunCtlFile-Good
              PERFORM UNTIL WS-RunCtlFile-EOF
                 PERFORM 2100-Post-One-Counter
                 PERFORM 5000-Read-RunCtlFile
              END-PERFORM
           END-IF.

      ***********************************************************
      * A record whose date or value is not numeric cannot be
      *  averaged later, so it is skipped with a warning rather
      *  than poisoning the history.
      **********************************************************
       2100-Post-One-Counter.
           IF RunCtl-Run-Date NOT NUMERIC
              OR RunCtl-Counter-Value NOT NUMERIC
              ADD +1 TO WS-Hist-Skipped-Cnt
              DISPLAY "** WARNING **: 2100-Post-One-Counter"
              DISPLAY "Run-Control Record Not Numeric - Skipped: "
                      RunCtl-Program-Id " " RunCtl-Counter-Name
           ELSE
              MOVE SPACES               TO FD-HistFile-Record
              MOVE RunCtl-Program-Id    TO HistFile-Program-Id
              MOVE RunCtl-Counter-Name  TO HistFile-Counter-Name
              MOVE RunCtl-Run-Date      TO HistFile-Run-Date
              MOVE RunCtl-Counter-Value TO HistFile-Counter-Value
              MOVE WS-Run-Date          TO HistFile-Posted-Date
              WRITE FD-HistFile-Record
              EVALUATE TRUE
                 WHEN WS-HistFile-Good
                    ADD +1 TO WS-Hist-Added-Cnt
                 WHEN WS-HistFile-Duplicate-Key
                    PERFORM 2200-Replace-Counter
                 WHEN OTHER
                    PERFORM 2900-Post-Failed
              END-EVALUATE
           END-IF.

       2200-Replace-Counter.
           REWRITE FD-HistFile-Record.
           IF WS-HistFile-Good
              ADD +1 TO WS-Hist-Replaced-Cnt
           ELSE
              PERFORM 2900-Post-Failed
           END-IF.

       2900-Post-Failed.
           ADD +1 TO WS-Hist-Failed-Cnt.
           DISPLAY "** WARNING **: 2100-Post-One-Counter"
           DISPLAY "History Post Failed For: "
                   RunCtl-Program-Id " " RunCtl-Counter-Name
           DISPLAY "File Status: " WS-HistFile-Status.

       3000-End-Job.
           DISPLAY EOJ-End-Message.
           DISPLAY " Run-Control Records Read: "
                   FD-RunCtlFile-Record-Cnt
           DISPLAY "          History Added: " WS-Hist-Added-Cnt
           DISPLAY "       History Replaced: " WS-Hist-Replaced-Cnt
           DISPLAY "        Records Skipped: " WS-Hist-Skipped-Cnt
           DISPLAY "           Posts Failed: " WS-Hist-Failed-Cnt.

           CLOSE RunCtlFile
                 HistFile.

           IF WS-Hist-Failed-Cnt > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Hist-Skipped-Cnt > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       5000-Read-RunCtlFile.
           READ RunCtlFile
              AT END SET WS-RunCtlFile-EOF TO TRUE
           END-READ.
           IF WS-RunCtlFile-Good
              ADD +1 TO FD-RunCtlFile-Record-Cnt
           ELSE
              IF WS-RunCtlFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-RunCtlFile"
                 DISPLAY "Read RunCtlFile Failed."
                 DISPLAY "File Status: " WS-RunCtlFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
