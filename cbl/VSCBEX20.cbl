      *     ahead of VSCBEX03 and fills in the Cust-Number on
      *     Add transactions that arrive with it blank, drawing
      *     from the requesting region's assigned number block on
      *     the number-control file.  Each input transaction is
      *     a QFILE3 transaction whose TRANORIG origin trailer
      *     leads with the region code; the whole origin passes
      *     through to the output for VSCBEX03's authority
      *     check, with a defaulted region filled in.  The control
      *     file - one card per region with the block's low and
      *     high bounds and the next available number - is read
      *     at start of job, and the advanced next-available
      *                          mid-write destroyed every
      *                          region's block bounds with
      *                          nothing to restore from.
      * 2026-10-14 dscobol       The region byte is now the
      *                          first byte of the TRANORIG
      *                          origin trailer and passes
      *                          through to QFILE3 with the
      *                          branch and operator instead of
      *                          being consumed; a defaulted
      *                          region is written back so
      *                          VSCBEX03 checks the block the
      *                          number came from.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           05  FILLER                      PIC X(55).

      ***********************************************************
      * Input and output are both the QFILE3 transaction: the
      *  image plus its TRANORIG origin, region first.
      **********************************************************
       FD  AssignIn
           LABEL RECORDS ARE STANDARD
               88  FD-AssignIn-Add               VALUE "A".
           02  FD-AssignIn-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==AsgnIn==.
           02  FD-AssignIn-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==AsgnIn==.

       FD  AssignOut
           LABEL RECORDS ARE STANDARD
       01  FD-AssignOut-Record.
           02  FD-AssignOut-Trans-Code       PIC X(01).
           02  FD-AssignOut-Customer         PIC X(160).
           02  FD-AssignOut-Origin           PIC X(013).

       FD  ErrorFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ErrorFile-Record               PIC X(174).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
      *  gets a number instead of a reject.
      **********************************************************
       2200-Draw-From-Block.
           MOVE AsgnIn-Orig-Region TO WS-Work-Region.
           IF WS-Work-Region = SPACES
              MOVE "1" TO WS-Work-Region
              MOVE "1" TO AsgnIn-Orig-Region
           END-IF.
           MOVE "N" TO WS-Block-Found-Switch.
           PERFORM VARYING WS-Block-Sub FROM 1 BY 1
       6000-Write-AssignOut.
           MOVE FD-AssignIn-Trans-Code TO FD-AssignOut-Trans-Code.
           MOVE FD-AssignIn-Customer   TO FD-AssignOut-Customer.
           MOVE FD-AssignIn-Origin     TO FD-AssignOut-Origin.
           WRITE FD-AssignOut-Record.

       6100-Write-ErrorFile.
