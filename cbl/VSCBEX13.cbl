      *       - VSCBEX03 transactions read must equal inserted
      *         plus updated plus deleted plus rejected;
      *       - when the VSCBEX05 TRAN edit ran, its passed count
      *         must equal VSCBEX03 transactions read;
      *       - when the weekly VSCBEX24 replica reconciliation
      *         ran, its missing, extra and mismatched counts
      *         must all be zero.
      *    A rule is checked when its upstream program reported;
      *     a missing downstream counterpart is itself an
      *     imbalance.  Any failing rule prints on the balancing
      *     report with both sides of the equation and ends the
      *     run RC 8 so the scheduler holds the downstream jobs.
      *    The RESYNC- counters of a VSCBEX19 resync apply are
      *     not part of any rule: the resync is proved by the
      *     VSCBEX24 rerun that follows it, and its counts must
      *     not be taken for the night's replica propagation.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          journal generations, which
      *                          VSCBEX19 applies from the
      *                          combined journal.
      * 2026-10-14 dscobol       Balance the VSCBEX24 weekly
      *                          replica reconciliation: its
      *                          CUSTFile read and rows fetched
      *                          must cross-foot to matched plus
      *                          missing/extra, and any missing,
      *                          extra or mismatched row fails
      *                          the stream so the reporting
      *                          jobs hold until the resync file
      *                          has been applied.
      * 2026-10-15 dscobol       Recognise and skip the VSCBEX19
      *                          RESYNC- counters written by a
      *                          resync apply.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 WS-EX16-Retired                PIC S9(9) COMP VALUE ZERO.
           12 WS-EX16-Switch                 PIC X(01) VALUE "N".
              88 WS-EX16-Reported                VALUE "Y".
           12 WS-EX24-Cust-Read              PIC S9(9) COMP VALUE ZERO.
           12 WS-EX24-Fetched                PIC S9(9) COMP VALUE ZERO.
           12 WS-EX24-Matched                PIC S9(9) COMP VALUE ZERO.
           12 WS-EX24-Missing                PIC S9(9) COMP VALUE ZERO.
           12 WS-EX24-Extra                  PIC S9(9) COMP VALUE ZERO.
           12 WS-EX24-Mismatched             PIC S9(9) COMP VALUE ZERO.
           12 WS-EX24-Resync                 PIC S9(9) COMP VALUE ZERO.
           12 WS-EX24-Switch                 PIC X(01) VALUE "N".
              88 WS-EX24-Reported                VALUE "Y".

       01  WS-Rule-Work.
           12 WS-Rule-Left-Value             PIC S9(9) COMP VALUE ZERO.
              WHEN "VSCBEX16" ALSO "NUMBERS-RETIRED"
                 MOVE RunCtl-Counter-Value TO WS-EX16-Retired
                 SET WS-EX16-Reported TO TRUE
              WHEN "VSCBEX24" ALSO "CUSTFILE-READ"
                 MOVE RunCtl-Counter-Value TO WS-EX24-Cust-Read
                 SET WS-EX24-Reported TO TRUE
              WHEN "VSCBEX24" ALSO "ROWS-FETCHED"
                 MOVE RunCtl-Counter-Value TO WS-EX24-Fetched
                 SET WS-EX24-Reported TO TRUE
              WHEN "VSCBEX24" ALSO "ROWS-MATCHED"
                 MOVE RunCtl-Counter-Value TO WS-EX24-Matched
                 SET WS-EX24-Reported TO TRUE
              WHEN "VSCBEX24" ALSO "ROWS-MISSING"
                 MOVE RunCtl-Counter-Value TO WS-EX24-Missing
                 SET WS-EX24-Reported TO TRUE
              WHEN "VSCBEX24" ALSO "ROWS-EXTRA"
                 MOVE RunCtl-Counter-Value TO WS-EX24-Extra
                 SET WS-EX24-Reported TO TRUE
              WHEN "VSCBEX24" ALSO "ROWS-MISMATCHED"
                 MOVE RunCtl-Counter-Value TO WS-EX24-Mismatched
                 SET WS-EX24-Reported TO TRUE
              WHEN "VSCBEX24" ALSO "RESYNC-WRITTEN"
                 MOVE RunCtl-Counter-Value TO WS-EX24-Resync
                 SET WS-EX24-Reported TO TRUE
              WHEN "VSCBEX19" ALSO "RESYNC-ROWS-INSERTED"
              WHEN "VSCBEX19" ALSO "RESYNC-ROWS-UPDATED"
              WHEN "VSCBEX19" ALSO "RESYNC-ROWS-DELETED"
              WHEN "VSCBEX19" ALSO "RESYNC-ROWS-FAILED"
                 CONTINUE
              WHEN "VSCBEX05" ALSO "LOAD-RECORDS-FAILED"
                 CONTINUE
              WHEN "VSCBEX05" ALSO "TRAN-RECORDS-FAILED"
                 END-IF
              END-IF
           END-IF.
      ***********************************************************
      * The weekly replica reconciliation runs in the stream only
      *  on its own night.  Both of its inputs have to be fully
      *  accounted for by the match, and the replica is in
      *  balance only when nothing is missing, extra or
      *  mismatched - anything else holds the reporting jobs
      *  until the VSCBEX24 resync file has been applied.
      **********************************************************
           IF WS-EX24-Reported
              MOVE WS-EX24-Cust-Read  TO WS-Rule-Left-Value
              COMPUTE WS-Rule-Right-Value =
                 WS-EX24-Matched + WS-EX24-Missing
              MOVE "EX24 CUST READ = MATCH + MISSING " TO
                   WS-RD-Rule-Name
              PERFORM 6000-Check-Rule
              MOVE WS-EX24-Fetched    TO WS-Rule-Left-Value
              COMPUTE WS-Rule-Right-Value =
                 WS-EX24-Matched + WS-EX24-Extra
              MOVE "EX24 ROWS FETCHED = MATCH + EXTRA" TO
                   WS-RD-Rule-Name
              PERFORM 6000-Check-Rule
              MOVE WS-EX24-Missing    TO WS-Rule-Left-Value
              MOVE ZERO               TO WS-Rule-Right-Value
              MOVE "EX24 ROWS MISSING = ZERO         " TO
                   WS-RD-Rule-Name
              PERFORM 6000-Check-Rule
              MOVE WS-EX24-Extra      TO WS-Rule-Left-Value
              MOVE ZERO               TO WS-Rule-Right-Value
              MOVE "EX24 ROWS EXTRA = ZERO           " TO
                   WS-RD-Rule-Name
              PERFORM 6000-Check-Rule
              MOVE WS-EX24-Mismatched TO WS-Rule-Left-Value
              MOVE ZERO               TO WS-Rule-Right-Value
              MOVE "EX24 ROWS MISMATCHED = ZERO      " TO
                   WS-RD-Rule-Name
              PERFORM 6000-Check-Rule
              MOVE WS-EX24-Resync     TO WS-Rule-Left-Value
              COMPUTE WS-Rule-Right-Value =
                 WS-EX24-Missing + WS-EX24-Extra
                 + WS-EX24-Mismatched
              MOVE "EX24 RESYNC = MISS + EXTRA + MISM" TO
                   WS-RD-Rule-Name
              PERFORM 6000-Check-Rule
           END-IF.

       4000-End-Job.
           DISPLAY EOJ-End-Message.
