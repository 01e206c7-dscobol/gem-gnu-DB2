      *     OUTSTANDING, so nothing falls through the cracks
      *     between days.
      *
      *    Resubmitted transactions carry a TRANORIG origin for
      *     the VSCBEX03 authority check.  A transaction reject
      *     keeps the origin it was keyed with; a load reject has
      *     none.  Columns 6-18 of the ParmFile card (region,
      *     branch, operator) name the clerk doing the repair,
      *     and when present that origin goes on every
      *     resubmitted record instead - the clerk answers for
      *     what is resubmitted, and it is how an authority
      *     reject (AU/AB/AD) is cleared.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-21 dscobol       Created: reject resubmit.
      * 2026-10-14 dscobol       Carry the TRANORIG origin on
      *                          transaction rejects and the
      *                          resubmit output; optional
      *                          repair-clerk origin on the
      *                          ParmFile card.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           02  FD-RejectIn-Trans-Code        PIC X(01).
           02  FD-RejectIn-Tran-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==RejTran==.
           02  FD-RejectIn-Tran-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==RejTran==.
           02  FD-RejectIn-Tran-Status       PIC X(02).

       FD  CardFile
           02  FD-TranOut-Trans-Code        PIC X(01).
           02  FD-TranOut-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==TranOut==.
           02  FD-TranOut-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==TranOut==.

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ParmFile-Record.
           02  FD-ParmFile-Reject-Mode      PIC X(04).
           02  FILLER                      PIC X(01).
           02  FD-ParmFile-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==ParmFile==.
           02  FILLER                      PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           12 WS-Parm-Reject-Mode            PIC X(04) VALUE "LOAD".
              88 WS-Load-Rejects                 VALUE "LOAD".
              88 WS-Tran-Rejects                 VALUE "TRAN".
           12 WS-Parm-Origin                 PIC X(13) VALUE SPACES.

       01  WS-File-Counters.
           12 FD-RejectIn-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           02 WS-Work-Trans-Code             PIC X(01).
           02 WS-Work-Customer.
              COPY CUSTOMRS REPLACING ==:tag:== BY ==Work==.
           02 WS-Work-Origin                 PIC X(13).

       01  WS-Resubmit-Control.
           12 WS-Hold-Switch                 PIC X(01) VALUE "N".
              END-READ
              IF WS-ParmFile-Good
                 MOVE FD-ParmFile-Reject-Mode TO WS-Parm-Reject-Mode
                 MOVE FD-ParmFile-Origin      TO WS-Parm-Origin
              END-IF
              CLOSE ParmFile
           END-IF.
           IF NOT WS-Load-Rejects AND NOT WS-Tran-Rejects
              SET WS-Load-Rejects TO TRUE
           END-IF.
           IF WS-Load-Rejects AND WS-Parm-Origin = SPACES
              DISPLAY "** WARNING **: 0500-Read-Parm"
              DISPLAY "No repair origin on the ParmFile card - "
                      "resubmitted load rejects will fail the "
                      "VSCBEX03 authority check."
           END-IF.

       1100-Load-Card-Table.
           OPEN INPUT CardFile.
           IF WS-Tran-Rejects
              MOVE FD-RejectIn-Trans-Code    TO WS-Work-Trans-Code
              MOVE FD-RejectIn-Tran-Customer TO WS-Work-Customer
              MOVE FD-RejectIn-Tran-Origin   TO WS-Work-Origin
           ELSE
              MOVE "A"                       TO WS-Work-Trans-Code
              MOVE FD-RejectIn-Load-Record   TO WS-Work-Customer
              MOVE SPACES                    TO WS-Work-Origin
           END-IF.
           IF WS-Parm-Origin NOT = SPACES
              MOVE WS-Parm-Origin            TO WS-Work-Origin
           END-IF.
           MOVE "N" TO WS-Hold-Switch.
           MOVE "N" TO WS-Corrected-Switch.
       6000-Write-TranOut.
           MOVE WS-Work-Trans-Code TO FD-TranOut-Trans-Code.
           MOVE WS-Work-Customer   TO FD-TranOut-Customer.
           MOVE WS-Work-Origin     TO FD-TranOut-Origin.
           WRITE FD-TranOut-Record.
