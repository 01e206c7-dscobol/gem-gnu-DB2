      ***********************************************************
      * Program name:    VSCBEX27
      * Original author: David Stagowki
      *
      *    Description: Example 27: Indexed File Processing:
      *     Monthly Volume Trend Report
      *
      *    The run-statistics history (VFILE3, posted nightly by
      *     VSCBEX25) turned into something a person can read:
      *     one line per program and counter showing, for the
      *     report month, how many nights it ran, its average,
      *     smallest and largest nightly value, the prior
      *     month's average, and the month-over-month change.
      *     The history's key (program, counter, run date) means
      *     a straight front-to-back read arrives grouped by
      *     program/counter, so the report is a simple control
      *     break - no sort step.  The report month comes off an
      *     optional control card (cols 1-6, YYYYMM); without
      *     one the report covers the month before the run date,
      *     which is what the first-of-month schedule wants.  A
      *     counter that ran last month but not this one still
      *     prints, with zero runs - a step that stopped
      *     reporting is a trend too.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: monthly volume trend
      *                          per program/counter off the
      *                          run-statistics history.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX27.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HistFile
           ASSIGN TO VFILE3
           ORGANIZATION IS INDEXED
           RECORD KEY IS HistFile-Hist-Key
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HistFile-Status.

           SELECT ParmFile
           ASSIGN TO PARMFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HistFile.
       01  FD-HistFile-Record.
           COPY RUNHIST REPLACING ==:tag:== BY ==HistFile==.

       FD  ParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ParmFile-Record.
           05  FD-ParmFile-Report-Month      PIC X(06).
           05  FILLER                       PIC X(74).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-HistFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Lines-Printed-Cnt           PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date.
           12 WS-RD-Year                     PIC 9(04).
           12 WS-RD-Month                    PIC 9(02).
           12 WS-RD-Day                      PIC 9(02).

      ***********************************************************
      * Report and prior month as YYYYMM, compared against the
      *  first six digits of each history run date.
      **********************************************************
       01  WS-Month-Control.
           12 WS-Report-Month                PIC 9(06) VALUE ZERO.
           12 WS-Report-Month-X REDEFINES WS-Report-Month.
              16 WS-RM-Year                  PIC 9(04).
              16 WS-RM-Month                 PIC 9(02).
           12 WS-Prior-Month                 PIC 9(06) VALUE ZERO.
           12 WS-Prior-Month-X REDEFINES WS-Prior-Month.
              16 WS-PM-Year                  PIC 9(04).
              16 WS-PM-Month                 PIC 9(02).
           12 WS-Hist-Month                  PIC 9(06) VALUE ZERO.

      ***********************************************************
      * Control-break accumulators for the program/counter group
      *  being read.
      **********************************************************
       01  WS-Group-Work.
           12 WS-Group-Program-Id            PIC X(08) VALUE SPACES.
           12 WS-Group-Counter-Name          PIC X(20) VALUE SPACES.
           12 WS-Month-Runs                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Month-Total                 PIC S9(13) COMP-3
                                              VALUE ZERO.
           12 WS-Month-Min                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Month-Max                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Prior-Runs                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Prior-Total                 PIC S9(13) COMP-3
                                              VALUE ZERO.
           12 WS-Month-Average               PIC S9(9) COMP VALUE ZERO.
           12 WS-Prior-Average               PIC S9(9) COMP VALUE ZERO.
           12 WS-Change-Pct                  PIC S9(9) COMP VALUE ZERO.

       01  WS-Report-Control.
           12 WS-Report-Page-Number          PIC S9(4) COMP
                                              VALUE ZERO.
           12 WS-Report-Line-Count           PIC S9(4) COMP
                                              VALUE ZERO.
           12 WS-Report-Lines-Per-Page       PIC S9(4) COMP
                                              VALUE +60.

       01  WS-Report-Heading-1.
           12 FILLER               PIC X(40) VALUE
              "VSCBEX27 - Monthly Volume Trend Report".
           12 FILLER               PIC X(07) VALUE "MONTH: ".
           12 WS-RH1-Year           PIC 9(04).
           12 FILLER               PIC X(01) VALUE "-".
           12 WS-RH1-Month          PIC 9(02).
           12 FILLER               PIC X(16) VALUE SPACES.
           12 FILLER               PIC X(06) VALUE "PAGE: ".
           12 WS-RH1-Page-Number    PIC ZZZ9.

       01  WS-Report-Heading-2.
           12 FILLER               PIC X(040) VALUE
              "Program  Counter              Runs  Mth-".
           12 FILLER               PIC X(040) VALUE
              "Avg  Mth-Min  Mth-Max Prior-Avg  Chg%   ".

       01  WS-Report-Detail.
           12 WS-RDL-Program-Id     PIC X(08).
           12 FILLER               PIC X(01) VALUE SPACES.
           12 WS-RDL-Counter-Name   PIC X(20).
           12 FILLER               PIC X(01) VALUE SPACES.
           12 WS-RDL-Runs           PIC ZZZ9.
           12 FILLER               PIC X(01) VALUE SPACES.
           12 WS-RDL-Average        PIC ZZZZZZZ9.
           12 FILLER               PIC X(01) VALUE SPACES.
           12 WS-RDL-Min            PIC ZZZZZZZ9.
           12 FILLER               PIC X(01) VALUE SPACES.
           12 WS-RDL-Max            PIC ZZZZZZZ9.
           12 FILLER               PIC X(01) VALUE SPACES.
           12 WS-RDL-Prior-Average  PIC ZZZZZZZZ9.
           12 FILLER               PIC X(01) VALUE SPACES.
           12 WS-RDL-Change         PIC +ZZZ9.
           12 WS-RDL-Change-X REDEFINES WS-RDL-Change
                                   PIC X(05).
           12 FILLER               PIC X(01) VALUE "%".

       01  WS-Report-Summary-Line.
           12 FILLER               PIC X(26) VALUE
              "PROGRAM/COUNTERS LISTED: ".
           12 WS-RSL-Lines-Cnt      PIC ZZZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX27 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 0500-Read-Parm.
           OPEN INPUT  HistFile.
           OPEN OUTPUT ReportFile.
           IF NOT WS-HistFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open HistFile Failed - no report."
              DISPLAY "File Status: " WS-HistFile-Status
              CLOSE ReportFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 5000-Read-HistFile.
           IF NOT WS-HistFile-EOF
              MOVE HistFile-Program-Id   TO WS-Group-Program-Id
              MOVE HistFile-Counter-Name TO WS-Group-Counter-Name
           END-IF.

      ***********************************************************
      * The month card is optional: without a usable one the
      *  report covers the calendar month before the run date.
      **********************************************************
       0500-Read-Parm.
           OPEN INPUT ParmFile.
           IF WS-ParmFile-Good
              READ ParmFile
                 AT END NEXT SENTENCE
              END-READ
              IF WS-ParmFile-Good
                 IF FD-ParmFile-Report-Month NUMERIC
                    MOVE FD-ParmFile-Report-Month TO WS-Report-Month
                 END-IF
              END-IF
              CLOSE ParmFile
           END-IF.
           IF WS-RM-Month < 1 OR WS-RM-Month > 12
              MOVE ZERO TO WS-Report-Month
           END-IF.
           IF WS-Report-Month = ZERO
              IF WS-RD-Month = 1
                 COMPUTE WS-RM-Year = WS-RD-Year - 1
                 MOVE 12 TO WS-RM-Month
              ELSE
                 MOVE WS-RD-Year TO WS-RM-Year
                 COMPUTE WS-RM-Month = WS-RD-Month - 1
              END-IF
           END-IF.
           IF WS-RM-Month = 1
              COMPUTE WS-PM-Year = WS-RM-Year - 1
              MOVE 12 TO WS-PM-Month
           ELSE
              MOVE WS-RM-Year TO WS-PM-Year
              COMPUTE WS-PM-Month = WS-RM-Month - 1
           END-IF.

       2000-Process.
           PERFORM UNTIL WS-HistFile-EOF
              IF HistFile-Program-Id NOT = WS-Group-Program-Id
                 OR HistFile-Counter-Name NOT = WS-Group-Counter-Name
                 PERFORM 2200-Close-Group
                 MOVE HistFile-Program-Id   TO WS-Group-Program-Id
                 MOVE HistFile-Counter-Name TO WS-Group-Counter-Name
              END-IF
              PERFORM 2100-Accumulate-Night
              PERFORM 5000-Read-HistFile
           END-PERFORM.
           IF FD-HistFile-Record-Cnt > ZERO
              PERFORM 2200-Close-Group
           END-IF.

       2100-Accumulate-Night.
           MOVE HistFile-Run-Date (1:6) TO WS-Hist-Month.
           EVALUATE WS-Hist-Month
              WHEN WS-Report-Month
                 IF WS-Month-Runs = ZERO
                    MOVE HistFile-Counter-Value TO WS-Month-Min
                    MOVE HistFile-Counter-Value TO WS-Month-Max
                 END-IF
                 ADD +1 TO WS-Month-Runs
                 ADD HistFile-Counter-Value TO WS-Month-Total
                 IF HistFile-Counter-Value < WS-Month-Min
                    MOVE HistFile-Counter-Value TO WS-Month-Min
                 END-IF
                 IF HistFile-Counter-Value > WS-Month-Max
                    MOVE HistFile-Counter-Value TO WS-Month-Max
                 END-IF
              WHEN WS-Prior-Month
                 ADD +1 TO WS-Prior-Runs
                 ADD HistFile-Counter-Value TO WS-Prior-Total
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ***********************************************************
      * A group with no nights in either month has nothing to
      *  say about this month and is not printed.  The change is
      *  against the prior month's average; with no prior month
      *  it prints NEW.
      **********************************************************
       2200-Close-Group.
           IF WS-Month-Runs > ZERO OR WS-Prior-Runs > ZERO
              MOVE ZERO TO WS-Month-Average
              MOVE ZERO TO WS-Prior-Average
              IF WS-Month-Runs > ZERO
                 COMPUTE WS-Month-Average ROUNDED =
                    WS-Month-Total / WS-Month-Runs
              END-IF
              IF WS-Prior-Runs > ZERO
                 COMPUTE WS-Prior-Average ROUNDED =
                    WS-Prior-Total / WS-Prior-Runs
              END-IF
              MOVE WS-Group-Program-Id   TO WS-RDL-Program-Id
              MOVE WS-Group-Counter-Name TO WS-RDL-Counter-Name
              MOVE WS-Month-Runs         TO WS-RDL-Runs
              MOVE WS-Month-Average      TO WS-RDL-Average
              MOVE WS-Month-Min          TO WS-RDL-Min
              MOVE WS-Month-Max          TO WS-RDL-Max
              MOVE WS-Prior-Average      TO WS-RDL-Prior-Average
              IF WS-Prior-Average = ZERO
                 MOVE "  NEW" TO WS-RDL-Change-X
              ELSE
                 COMPUTE WS-Change-Pct ROUNDED =
                    (WS-Month-Average - WS-Prior-Average) * 100
                    / WS-Prior-Average
                 IF WS-Change-Pct > 9999
                    MOVE 9999 TO WS-Change-Pct
                 END-IF
                 MOVE WS-Change-Pct TO WS-RDL-Change
              END-IF
              PERFORM 6300-Write-Report-Line
           END-IF.
           MOVE ZERO TO WS-Month-Runs.
           MOVE ZERO TO WS-Month-Total.
           MOVE ZERO TO WS-Month-Min.
           MOVE ZERO TO WS-Month-Max.
           MOVE ZERO TO WS-Prior-Runs.
           MOVE ZERO TO WS-Prior-Total.

       3000-End-Job.
           IF WS-Report-Line-Count = ZERO
              AND WS-Report-Page-Number = ZERO
              PERFORM 6310-Write-Report-Heading
           END-IF.
           MOVE WS-Lines-Printed-Cnt TO WS-RSL-Lines-Cnt.
           WRITE FD-ReportFile-Record FROM WS-Report-Summary-Line
               AFTER ADVANCING 2 LINES.

           DISPLAY EOJ-End-Message.
           DISPLAY "     History Records Read: " FD-HistFile-Record-Cnt
           DISPLAY "  Program/Counters Listed: " WS-Lines-Printed-Cnt.

           CLOSE HistFile
                 ReportFile.

       5000-Read-HistFile.
           READ HistFile NEXT RECORD
              AT END SET WS-HistFile-EOF TO TRUE
           END-READ.
           IF WS-HistFile-Good
              ADD +1 TO FD-HistFile-Record-Cnt
           ELSE
              IF WS-HistFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-HistFile"
                 DISPLAY "Read HistFile Failed."
                 DISPLAY "File Status: " WS-HistFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6300-Write-Report-Line.
           IF WS-Report-Line-Count = ZERO
              PERFORM 6310-Write-Report-Heading
           END-IF.
           WRITE FD-ReportFile-Record FROM WS-Report-Detail
               AFTER ADVANCING 1 LINE.
           ADD +1 TO WS-Lines-Printed-Cnt.
           ADD +1 TO WS-Report-Line-Count.
           IF WS-Report-Line-Count >= WS-Report-Lines-Per-Page
              MOVE ZERO TO WS-Report-Line-Count
           END-IF.

       6310-Write-Report-Heading.
           ADD +1 TO WS-Report-Page-Number.
           MOVE WS-RM-Year            TO WS-RH1-Year.
           MOVE WS-RM-Month           TO WS-RH1-Month.
           MOVE WS-Report-Page-Number TO WS-RH1-Page-Number.
           IF WS-Report-Page-Number = 1
              WRITE FD-ReportFile-Record FROM WS-Report-Heading-1
           ELSE
              WRITE FD-ReportFile-Record FROM WS-Report-Heading-1
                  AFTER ADVANCING PAGE
           END-IF.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-2
               AFTER ADVANCING 1 LINE.
