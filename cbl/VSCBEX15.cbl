      *                          combined journal, and VSCBEX13's
      *                          replica insert rule needs the
      *                          master side of that.
      * 2026-10-14 dscobol       Stamp the journal origin with
      *                          this program as the operator
      *                          (JRNLHDR gained region, branch
      *                          and operator).
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
              WS-Tran-Seq-Base + WS-Reinstated-Cnt.
           MOVE "A"                     TO JournalFile-Trans-Code.
           SET JournalFile-After-Image  TO TRUE.
           MOVE SPACES                  TO JournalFile-Orig-Region.
           MOVE SPACES                  TO JournalFile-Orig-Branch.
           MOVE "VSCBEX15"              TO JournalFile-Orig-Operator.
           MOVE FD-CUSTFile-Customer-Record TO FD-JournalFile-Customer.
           WRITE FD-JournalFile-Record.

