      ***********************************************************
      * Program name:    VSCBEX26
      * Original author: David Stagowki
      *
      *    Description: Example 26: Indexed File Processing:
      *     Run-Statistics Volume Trend Gate
      *
      *    VSCBEX13 proves tonight's counts add up; it cannot say
      *     whether they are sane.  A VSCBEX03 run that deletes
      *     forty times its usual number balances perfectly.
      *     This program sits in the stream after the master is
      *     updated and ahead of the VSCBEX18 delta extract and
      *     the VSCBEX19 DB2 propagation, and compares every
      *     counter already on RUNCTL1 tonight with its rolling
      *     average off the run-statistics history (VFILE3,
      *     posted nightly by VSCBEX25).  Which counters are
      *     gated, and how hard, comes from the threshold table
      *     (THRFILE1), one card per program/counter:
      *       cols  1- 8  program id
      *       cols 10-29  counter name
      *       cols 31-33  window - prior runs averaged (001 to
      *                   100; over 100 is taken as 100)
      *       cols 35-38  high limit, percent of the average
      *                   (0300 = three times normal; 0 = off)
      *       cols 40-42  low limit, percent of the average
      *                   (025 = a quarter of normal; 0 = off)
      *       cols 44-50  floor - counts at or under it are
      *                   never an anomaly, so a counter that
      *                   averages 0.2 rejects does not trip on 3
      *       col  52     action - H holds the stream (RC 8),
      *                   W warns only (RC 4)
      *    A card that is not numeric where it should be, has a
      *     window of 000, or has an action other than H or W is
      *     skipped with a warning (RC 4).
      *    Only runs dated before tonight's go into the average,
      *     so a rerun after VSCBEX25 has posted tonight compares
      *     the same way the first run did.  A counter with fewer
      *     than three prior runs is listed as NEW and not gated.
      *     Every gated counter prints on the trend report with
      *     tonight's value, the average, and the percentage, so
      *     the operator holding the stream sees why.  The
      *     threshold table is required (RC 16): with no table
      *     the gate would pass everything and look like it had
      *     checked.  RUNCTL1 is required as well (RC 16), and
      *     one that opens but is empty is itself a hold (RC 8) -
      *     a night on which no step reported anything is the
      *     most anomalous night there is.  No history file is a
      *     warning - the stream is not held on a first night.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: volume anomaly gate on
      *                          tonight's run-control counters
      *                          against their rolling averages.
      * 2026-10-15 dscobol       Check the RUNCTL1 open (RC 16),
      *                          hold on an empty RUNCTL1, and
      *                          reject a window of 000 as a bad
      *                          card.
      * 2026-10-15 dscobol       A report file that will not open
      *                          stops the run RC 16.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX26.

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
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-HistFile-Status.

           SELECT ThreshFile
           ASSIGN TO THRFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ThreshFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

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

       FD  ThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ThreshFile-Record.
           05  FD-ThreshFile-Program-Id      PIC X(08).
           05  FILLER                       PIC X(01).
           05  FD-ThreshFile-Counter-Name    PIC X(20).
           05  FILLER                       PIC X(01).
           05  FD-ThreshFile-Window          PIC 9(03).
           05  FILLER                       PIC X(01).
           05  FD-ThreshFile-High-Pct        PIC 9(04).
           05  FILLER                       PIC X(01).
           05  FD-ThreshFile-Low-Pct         PIC 9(03).
           05  FILLER                       PIC X(01).
           05  FD-ThreshFile-Floor           PIC 9(07).
           05  FILLER                       PIC X(01).
           05  FD-ThreshFile-Action          PIC X(01).
           05  FILLER                       PIC X(28).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-RunCtlFile-Record-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 WS-Gated-Cnt                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Not-Gated-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-New-Counter-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Hold-Cnt                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Warn-Cnt                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Bad-Card-Cnt                PIC S9(9) COMP VALUE ZERO.

      ***********************************************************
      * The threshold table, one entry per gated program and
      *  counter off THRFILE1.
      **********************************************************
       01  WS-Thresh-Table.
           12 WS-Thresh-Max                  PIC S9(4) COMP VALUE +200.
           12 WS-Thresh-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Thresh-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Thresh-Entry OCCURS 200 TIMES.
              16 WS-TT-Program-Id            PIC X(08).
              16 WS-TT-Counter-Name          PIC X(20).
              16 WS-TT-Window                PIC S9(4) COMP.
              16 WS-TT-High-Pct              PIC S9(4) COMP.
              16 WS-TT-Low-Pct               PIC S9(4) COMP.
              16 WS-TT-Floor                 PIC S9(9) COMP.
              16 WS-TT-Action                PIC X(01).
                 88 WS-TT-Hold                   VALUE "H".
                 88 WS-TT-Warn                   VALUE "W".

       01  WS-Thresh-Found-Switch            PIC X(01) VALUE "N".
           88  WS-Thresh-Found                   VALUE "Y".

       01  WS-RunCtl-Empty-Switch            PIC X(01) VALUE "N".
           88  WS-RunCtl-Empty                   VALUE "Y".

       01  WS-Hist-Avail-Switch              PIC X(01) VALUE "N".
           88  WS-Hist-Available                 VALUE "Y".

      ***********************************************************
      * The last WS-Win-Size prior values of the counter being
      *  gated.  The history reads oldest first, so the buffer
      *  wraps and overwrites until only the newest remain.
      **********************************************************
       01  WS-Window-Work.
           12 WS-Min-History-Runs            PIC S9(4) COMP VALUE +3.
           12 WS-Win-Size                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Win-Next                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Win-Filled                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Win-Sub                     PIC S9(4) COMP VALUE ZERO.
           12 WS-Win-Value OCCURS 100 TIMES  PIC S9(9) COMP.
           12 WS-Hist-Done-Switch            PIC X(01) VALUE "N".
              88 WS-Hist-Done                    VALUE "Y".

       01  WS-Trend-Work.
           12 WS-Tonight-Value               PIC S9(9) COMP VALUE ZERO.
           12 WS-Window-Total                PIC S9(13) COMP-3
                                              VALUE ZERO.
           12 WS-Average                     PIC S9(9) COMP VALUE ZERO.
           12 WS-High-Limit                  PIC S9(13) COMP-3
                                              VALUE ZERO.
           12 WS-Low-Limit                   PIC S9(13) COMP-3
                                              VALUE ZERO.
           12 WS-Pct-Of-Average              PIC S9(9) COMP VALUE ZERO.

       01  WS-Report-Lines.
           12 WS-Report-Heading-1            PIC X(080) VALUE
              "VSCBEX26 - Run-Statistics Volume Trend Gate".
           12 WS-Report-Heading-2.
              16 FILLER               PIC X(040) VALUE
                 "Program  Counter                Tonight ".
              16 FILLER               PIC X(040) VALUE
                 "  Average Runs    Pct  Status Action    ".
           12 WS-Report-Detail.
              16 WS-RD-Program-Id      PIC X(08).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Counter-Name    PIC X(20).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Tonight         PIC ZZZZZZZZ9.
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Average         PIC ZZZZZZZZ9.
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Runs            PIC ZZZ9.
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Pct             PIC ZZZZZ9.
              16 FILLER               PIC X(01) VALUE "%".
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Status          PIC X(06).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Action          PIC X(06).
           12 WS-Blank-Line                  PIC X(080) VALUE SPACES.
           12 WS-Empty-Line                  PIC X(080) VALUE
              "RUN-CONTROL FILE EMPTY - NO STEP REPORTED    *HOLD*".
           12 WS-Summary-Detail.
              16 WS-SD-Label           PIC X(26).
              16 WS-SD-Value           PIC ZZZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX26 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           PERFORM 1100-Load-Thresh-Table.
           OPEN INPUT  RunCtlFile.
           IF NOT WS-RunCtlFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RunCtlFile Failed - stream not gated."
              DISPLAY "File Status: " WS-RunCtlFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF NOT WS-ReportFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ReportFile Failed - stream not gated."
              DISPLAY "File Status: " WS-ReportFile-Status
              CLOSE RunCtlFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT  HistFile.
           IF WS-HistFile-Good
              SET WS-Hist-Available TO TRUE
           ELSE
              DISPLAY "** WARNING **: 1000-Begin-Job"
              DISPLAY "History file not available - every counter "
                      "reports NEW and nothing is gated."
              DISPLAY "File Status: " WS-HistFile-Status
           END-IF.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-2.
           PERFORM 5000-Read-RunCtlFile.

      ***********************************************************
      * No threshold table, no gate - a missing or empty table
      *  stops the run cold rather than passing the stream
      *  unchecked.  A card that will not table is skipped with
      *  a warning; the rest of the table still gates.
      **********************************************************
       1100-Load-Thresh-Table.
           OPEN INPUT ThreshFile.
           IF WS-ThreshFile-Good
              PERFORM 1110-Read-ThreshFile
              PERFORM UNTIL WS-ThreshFile-EOF
                 PERFORM 1120-Table-Threshold
                 PERFORM 1110-Read-ThreshFile
              END-PERFORM
              CLOSE ThreshFile
           END-IF.
           IF WS-Thresh-Count = ZERO
              DISPLAY "** ERROR **: 1100-Load-Thresh-Table"
              DISPLAY "Threshold table missing or empty."
              DISPLAY "Stream not gated."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1110-Read-ThreshFile.
           READ ThreshFile
              AT END SET WS-ThreshFile-EOF TO TRUE
           END-READ.
           IF NOT WS-ThreshFile-Good AND NOT WS-ThreshFile-EOF
              DISPLAY "** ERROR **: 1110-Read-ThreshFile"
              DISPLAY "Read ThreshFile Failed."
              DISPLAY "File Status: " WS-ThreshFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1120-Table-Threshold.
           IF WS-Thresh-Count >= WS-Thresh-Max
              OR FD-ThreshFile-Window NOT NUMERIC
              OR FD-ThreshFile-High-Pct NOT NUMERIC
              OR FD-ThreshFile-Low-Pct NOT NUMERIC
              OR FD-ThreshFile-Floor NOT NUMERIC
              OR FD-ThreshFile-Window = ZERO
              OR (FD-ThreshFile-Action NOT = "H"
                  AND FD-ThreshFile-Action NOT = "W")
              ADD +1 TO WS-Bad-Card-Cnt
              DISPLAY "** WARNING **: 1120-Table-Threshold"
              DISPLAY "Threshold Card Not Usable - Ignored."
              DISPLAY "Card: " FD-ThreshFile-Record
           ELSE
              ADD +1 TO WS-Thresh-Count
              MOVE FD-ThreshFile-Program-Id   TO
                   WS-TT-Program-Id (WS-Thresh-Count)
              MOVE FD-ThreshFile-Counter-Name TO
                   WS-TT-Counter-Name (WS-Thresh-Count)
              MOVE FD-ThreshFile-Window       TO
                   WS-TT-Window (WS-Thresh-Count)
              IF WS-TT-Window (WS-Thresh-Count) > 100
                 MOVE 100 TO WS-TT-Window (WS-Thresh-Count)
              END-IF
              MOVE FD-ThreshFile-High-Pct     TO
                   WS-TT-High-Pct (WS-Thresh-Count)
              MOVE FD-ThreshFile-Low-Pct      TO
                   WS-TT-Low-Pct (WS-Thresh-Count)
              MOVE FD-ThreshFile-Floor        TO
                   WS-TT-Floor (WS-Thresh-Count)
              MOVE FD-ThreshFile-Action       TO
                   WS-TT-Action (WS-Thresh-Count)
           END-IF.

       2000-Process.
           IF WS-RunCtlFile-Good
              PERFORM UNTIL WS-RunCtlFile-EOF
                 PERFORM 2100-Gate-One-Counter
                 PERFORM 5000-Read-RunCtlFile
              END-PERFORM
           END-IF.
           IF FD-RunCtlFile-Record-Cnt = ZERO
              SET WS-RunCtl-Empty TO TRUE
              WRITE FD-ReportFile-Record FROM WS-Empty-Line
              DISPLAY "** WARNING **: 2000-Process"
              DISPLAY "Run-control file is empty - no step "
                      "reported.  Stream held."
           END-IF.

       2100-Gate-One-Counter.
           MOVE "N" TO WS-Thresh-Found-Switch.
           PERFORM VARYING WS-Thresh-Sub FROM 1 BY 1
              UNTIL WS-Thresh-Sub > WS-Thresh-Count
              OR WS-Thresh-Found
              IF WS-TT-Program-Id (WS-Thresh-Sub) =
                 RunCtl-Program-Id
                 AND WS-TT-Counter-Name (WS-Thresh-Sub) =
                     RunCtl-Counter-Name
                 SET WS-Thresh-Found TO TRUE
                 ADD +1 TO WS-Gated-Cnt
                 PERFORM 2200-Load-Window
                 PERFORM 2300-Judge-Counter
              END-IF
           END-PERFORM.
           IF NOT WS-Thresh-Found
              ADD +1 TO WS-Not-Gated-Cnt
           END-IF.

      ***********************************************************
      * Walk this program/counter's history forward from its
      *  first run up to (not including) tonight's run date,
      *  keeping the newest WS-Win-Size values.
      **********************************************************
       2200-Load-Window.
           MOVE WS-TT-Window (WS-Thresh-Sub) TO WS-Win-Size.
           MOVE ZERO TO WS-Win-Filled.
           MOVE 1    TO WS-Win-Next.
           MOVE "N"  TO WS-Hist-Done-Switch.
           IF NOT WS-Hist-Available
              SET WS-Hist-Done TO TRUE
           ELSE
              MOVE RunCtl-Program-Id   TO HistFile-Program-Id
              MOVE RunCtl-Counter-Name TO HistFile-Counter-Name
              MOVE ZERO                TO HistFile-Run-Date
              START HistFile KEY IS >= HistFile-Hist-Key
                 INVALID KEY
                    SET WS-Hist-Done TO TRUE
              END-START
           END-IF.
           IF NOT WS-Hist-Done
              PERFORM 2210-Read-Next-History
           END-IF.
           PERFORM UNTIL WS-Hist-Done
              MOVE HistFile-Counter-Value TO
                   WS-Win-Value (WS-Win-Next)
              IF WS-Win-Filled < WS-Win-Size
                 ADD +1 TO WS-Win-Filled
              END-IF
              ADD +1 TO WS-Win-Next
              IF WS-Win-Next > WS-Win-Size
                 MOVE 1 TO WS-Win-Next
              END-IF
              PERFORM 2210-Read-Next-History
           END-PERFORM.

       2210-Read-Next-History.
           READ HistFile NEXT RECORD
              AT END SET WS-Hist-Done TO TRUE
           END-READ.
           IF NOT WS-Hist-Done
              IF NOT WS-HistFile-Good
                 OR HistFile-Program-Id NOT = RunCtl-Program-Id
                 OR HistFile-Counter-Name NOT = RunCtl-Counter-Name
                 OR HistFile-Run-Date NOT < RunCtl-Run-Date
                 SET WS-Hist-Done TO TRUE
              END-IF
           END-IF.

      ***********************************************************
      * The limits are percentages of the rolling average; the
      *  floor keeps tiny counters from tripping on noise.  A
      *  zero limit on the card switches that side off.
      **********************************************************
       2300-Judge-Counter.
           MOVE RunCtl-Counter-Value TO WS-Tonight-Value.
           MOVE ZERO TO WS-Window-Total.
           PERFORM VARYING WS-Win-Sub FROM 1 BY 1
              UNTIL WS-Win-Sub > WS-Win-Filled
              ADD WS-Win-Value (WS-Win-Sub) TO WS-Window-Total
           END-PERFORM.
           MOVE ZERO TO WS-Average.
           MOVE ZERO TO WS-Pct-Of-Average.
           IF WS-Win-Filled > ZERO
              COMPUTE WS-Average ROUNDED =
                 WS-Window-Total / WS-Win-Filled
           END-IF.
           IF WS-Average > ZERO
              COMPUTE WS-Pct-Of-Average ROUNDED =
                 WS-Tonight-Value * 100 / WS-Average
                 ON SIZE ERROR MOVE 999999 TO WS-Pct-Of-Average
              END-COMPUTE
              IF WS-Pct-Of-Average > 999999
                 MOVE 999999 TO WS-Pct-Of-Average
              END-IF
           END-IF.
           COMPUTE WS-High-Limit =
              WS-Average * WS-TT-High-Pct (WS-Thresh-Sub) / 100.
           COMPUTE WS-Low-Limit =
              WS-Average * WS-TT-Low-Pct (WS-Thresh-Sub) / 100.
           MOVE SPACES TO WS-RD-Action.
           EVALUATE TRUE
              WHEN WS-Win-Filled < WS-Min-History-Runs
                 ADD +1 TO WS-New-Counter-Cnt
                 MOVE "NEW   " TO WS-RD-Status
              WHEN WS-TT-High-Pct (WS-Thresh-Sub) > ZERO
                 AND WS-Tonight-Value > WS-High-Limit
                 AND WS-Tonight-Value > WS-TT-Floor (WS-Thresh-Sub)
                 MOVE "HIGH  " TO WS-RD-Status
                 PERFORM 2400-Take-Action
              WHEN WS-TT-Low-Pct (WS-Thresh-Sub) > ZERO
                 AND WS-Tonight-Value < WS-Low-Limit
                 AND WS-Average > WS-TT-Floor (WS-Thresh-Sub)
                 MOVE "LOW   " TO WS-RD-Status
                 PERFORM 2400-Take-Action
              WHEN OTHER
                 MOVE "OK    " TO WS-RD-Status
           END-EVALUATE.
           MOVE RunCtl-Program-Id   TO WS-RD-Program-Id.
           MOVE RunCtl-Counter-Name TO WS-RD-Counter-Name.
           MOVE WS-Tonight-Value    TO WS-RD-Tonight.
           MOVE WS-Average          TO WS-RD-Average.
           MOVE WS-Win-Filled       TO WS-RD-Runs.
           MOVE WS-Pct-Of-Average   TO WS-RD-Pct.
           WRITE FD-ReportFile-Record FROM WS-Report-Detail.

       2400-Take-Action.
           IF WS-TT-Hold (WS-Thresh-Sub)
              ADD +1 TO WS-Hold-Cnt
              MOVE "*HOLD*" TO WS-RD-Action
           ELSE
              ADD +1 TO WS-Warn-Cnt
              MOVE "WARN  " TO WS-RD-Action
           END-IF.
           DISPLAY "** WARNING **: 2300-Judge-Counter"
           DISPLAY "Volume Outside Threshold: "
                   RunCtl-Program-Id " " RunCtl-Counter-Name
           DISPLAY "Tonight: " WS-Tonight-Value
                   "  Average: " WS-Average.

       3000-End-Job.
           WRITE FD-ReportFile-Record FROM WS-Blank-Line.
           MOVE "COUNTERS GATED:           " TO WS-SD-Label.
           MOVE WS-Gated-Cnt                 TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "NEW - TOO LITTLE HISTORY: " TO WS-SD-Label.
           MOVE WS-New-Counter-Cnt           TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "OUTSIDE THRESHOLD - HOLD: " TO WS-SD-Label.
           MOVE WS-Hold-Cnt                  TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "OUTSIDE THRESHOLD - WARN: " TO WS-SD-Label.
           MOVE WS-Warn-Cnt                  TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.

           DISPLAY EOJ-End-Message.
           DISPLAY " Run-Control Records Read: "
                   FD-RunCtlFile-Record-Cnt
           DISPLAY "         Counters Gated: " WS-Gated-Cnt
           DISPLAY "     Counters Not Gated: " WS-Not-Gated-Cnt
           DISPLAY "           New Counters: " WS-New-Counter-Cnt
           DISPLAY "             Hold Trips: " WS-Hold-Cnt
           DISPLAY "             Warn Trips: " WS-Warn-Cnt
           DISPLAY "   Threshold Cards Bad: " WS-Bad-Card-Cnt.

           CLOSE RunCtlFile
                 ReportFile.
           IF WS-Hist-Available
              CLOSE HistFile
           END-IF.

           EVALUATE TRUE
              WHEN WS-Hold-Cnt > ZERO
                 OR WS-RunCtl-Empty
                 MOVE 8 TO RETURN-CODE
              WHEN WS-Warn-Cnt > ZERO
                 OR WS-Bad-Card-Cnt > ZERO
                 OR NOT WS-Hist-Available
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5000-Read-RunCtlFile.
           READ RunCtlFile
              AT END SET WS-RunCtlFile-EOF TO TRUE
           END-READ.
           IF WS-RunCtlFile-Good
              ADD +1 TO FD-RunCtlFile-Record-Cnt
              IF RunCtl-Counter-Value NOT NUMERIC
                 MOVE ZERO TO RunCtl-Counter-Value
              END-IF
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
