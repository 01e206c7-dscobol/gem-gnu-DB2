      *                          downstream only ever sees the
      *                          recomputed count, so a truncated
      *                          extract has to be caught here.
      * 2026-10-14 dscobol       TRAN records carry the TRANORIG
      *                          origin trailer (161 -> 174) and
      *                          pass it through unedited -
      *                          VSCBEX03 owns the authority
      *                          check.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
               88  FD-EditIn-Tran-Delete         VALUE "D".
           02  FD-EditIn-Tran-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==EditTran==.
           02  FD-EditIn-Tran-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==EditTran==.

       FD  EditOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EditOut-Load-Record            PIC X(160).
       01  FD-EditOut-Tran-Record            PIC X(174).

       FD  ErrorFile
           LABEL RECORDS ARE STANDARD
