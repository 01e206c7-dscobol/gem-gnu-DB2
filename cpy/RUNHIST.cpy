      ***********************************************************
      * Copybook name:   RUNHIST
      * Original author: David Stagowki
      *
      *    Description: Run-statistics history record for the
      *     keyed history file (VFILE3).  RUNCTL1 is rebuilt by
      *     VSCBEX04 every night; VSCBEX25 posts each night's
      *     run-control counters here so they survive, VSCBEX26
      *     gates the stream on tonight's counts against their
      *     rolling average, and VSCBEX27 prints the monthly
      *     volume trend.  The key runs program, counter, run
      *     date - in that order, so one program/counter's
      *     history reads forward in date order from a START on
      *     its first two parts, and a front-to-back read breaks
      *     cleanly per program/counter.  Callers code the owning
      *     01-level themselves and COPY this member in
      *     underneath it, REPLACING the :tag: placeholder.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created for the permanent
      *                          run-statistics history.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           05  :tag:-Hist-Key.
               10  :tag:-Program-Id        PIC X(08).
               10  :tag:-Counter-Name      PIC X(20).
               10  :tag:-Run-Date          PIC 9(08).
           05  :tag:-Counter-Value         PIC 9(09).
           05  :tag:-Posted-Date           PIC 9(08).
           05  FILLER                      PIC X(27).
