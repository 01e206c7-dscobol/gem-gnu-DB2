      *                          The contact file is optional;
      *                          without it the profile prints
      *                          as before.
      * 2026-10-14 dscobol       An archive too big for the
      *                          archive table no longer turns
      *                          purged customers into plain
      *                          not-found: a lookup the table
      *                          misses after an overflow scans
      *                          the archive file itself.
      * 2026-10-14 dscobol       Contact profile names the new
      *                          PA prior-address contact type.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
      *  tabled at start of job so a not-found lookup can tell a
      *  purged customer from one that never existed.  If the
      *  archive outgrows the table, the overflow is left
      *  untabled with a warning, and a lookup the table misses
      *  reads the archive file front to back before it answers
      *  not-found - slower, but the answer stays right.
      *  VSCBEX29's retention run keeps the archive from growing
      *  without end.
      **********************************************************
       01  WS-Archive-Table.
           12 WS-Archive-Max                 PIC S9(9) COMP

       01  WS-Archive-Found-Switch           PIC X(01) VALUE "N".
           88  WS-Archive-Found                  VALUE "Y".
       01  WS-Archive-Overflow-Switch        PIC X(01) VALUE "N".
           88  WS-Archive-Overflow               VALUE "Y".
       01  WS-Archive-Scan-Switch            PIC X(01) VALUE "N".
           88  WS-Archive-Scan-By-Number         VALUE "N".
           88  WS-Archive-Scan-By-Name           VALUE "A".

      ***********************************************************
      * Retired-to-survivor number mappings VSCBEX16 has written,
                 PERFORM 1110-Read-ArchiveFile
              END-PERFORM
              IF NOT WS-ArchiveFile-EOF
                 SET WS-Archive-Overflow TO TRUE
                 DISPLAY "** WARNING **: 1100-Load-Archive-Table"
                 DISPLAY "Archive larger than table - lookups the "
                         "table misses will scan the archive."
                 DISPLAY "Table Limit: " WS-Archive-Max
              END-IF
              CLOSE ArchiveFile
                 SET WS-Archive-Found TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-Archive-Found AND WS-Archive-Overflow
              SET WS-Archive-Scan-By-Number TO TRUE
              PERFORM 6350-Scan-Archive-File
           END-IF.

       6500-Check-Xref-By-Number.
           MOVE "N" TO WS-Xref-Found-Switch.
                 SET WS-Archive-Found TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-Archive-Found AND WS-Archive-Overflow
              SET WS-Archive-Scan-By-Name TO TRUE
              PERFORM 6350-Scan-Archive-File
           END-IF.

      ***********************************************************
      * Only reached after the archive overflowed its table: the
      *  archive is read from the top until the requested number
      *  or name turns up.  A file that will not open or read
      *  leaves the answer at not-found, as before.
      **********************************************************
       6350-Scan-Archive-File.
           OPEN INPUT ArchiveFile.
           IF WS-ArchiveFile-Good
              PERFORM 1110-Read-ArchiveFile
              PERFORM UNTIL WS-ArchiveFile-EOF
                 OR WS-Archive-Found
                 IF WS-Archive-Scan-By-Number
                    IF Archive-Cust-Number =
                       FD-InquiryFile-Cust-Number
                       SET WS-Archive-Found TO TRUE
                    END-IF
                 ELSE
                    IF Archive-Cust-Name =
                       FD-InquiryFile-Cust-Name
                       SET WS-Archive-Found TO TRUE
                    END-IF
                 END-IF
                 IF NOT WS-Archive-Found
                    PERFORM 1110-Read-ArchiveFile
                 END-IF
              END-PERFORM
              CLOSE ArchiveFile
           END-IF.

       7000-Write-Response-Line.
           WRITE FD-ResponseFile-Record FROM WS-Response-Line.
                 MOVE "SEASONAL  " TO WS-CH-Type
              WHEN CONTFile-Cont-Work-Phone
                 MOVE "WORK PHONE" TO WS-CH-Type
              WHEN CONTFile-Cont-Prior-Address
                 MOVE "PRIOR ADDR" TO WS-CH-Type
              WHEN OTHER
                 MOVE CONTFile-Cont-Type TO WS-CH-Type
           END-EVALUATE.
