      *                          journal, and VSCBEX13's replica
      *                          delete rule needs the master
      *                          side of that.
      * 2026-10-14 dscobol       Stamp the journal origin with
      *                          this program as the operator
      *                          (JRNLHDR gained region, branch
      *                          and operator).
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
              WS-Tran-Seq-Base + WS-Merged-Cnt.
           MOVE "D"                     TO JournalFile-Trans-Code.
           SET JournalFile-Before-Image TO TRUE.
           MOVE SPACES                  TO JournalFile-Orig-Region.
           MOVE SPACES                  TO JournalFile-Orig-Branch.
           MOVE "VSCBEX16"              TO JournalFile-Orig-Operator.
           MOVE WS-Victim-Customer      TO FD-JournalFile-Customer.
           WRITE FD-JournalFile-Record.

