      ***********************************************************
      * Program name:    VSCBEX28
      * Original author: David Stagowki
      *
      *    Description: Example 28: Indexed File Processing:
      *     Cross-File Referential Integrity Verification
      *
      *    The customer data lives in six places, each kept by a
      *     different program: CUSTFile (VFILE1), the CONTFile
      *     contacts (VFILE2), the purge archives (ARCFILE1 and
      *     ARCFILE2), the merge cross-reference (XRFFILE1) and
      *     the number-control blocks (NBRCTL1).  This weekly
      *     job proves they agree and lists every place they do
      *     not, grouped by severity:
      *       1 HIGH   - a contact whose parent customer is not
      *                  on CUSTFile; a retired number live on
      *                  CUSTFile again; a cross-reference whose
      *                  survivor (followed to the end of any
      *                  chain) is no longer on CUSTFile;
      *       2 MEDIUM - a cross-reference survivor that was
      *                  itself merged away (a chain); a
      *                  Cust-Number both live and on the
      *                  archive; a live number outside every
      *                  region's number block;
      *       3 LOW    - a status or date inconsistency on a
      *                  live or archived customer (status not
      *                  A/I/C, dates not numeric or in the
      *                  future, Last-Maint-Date earlier than
      *                  Date-Added) or an archived contact with
      *                  an unusable archive stamp.
      *    Every exception type gets a summary count, so the
      *     weekly reports show the trend.  CUSTFile is required
      *     (RC 16); any other file that cannot be read is named
      *     on the report as NOT CHECKED, so a partial check is
      *     never passed off as a clean one.  RC 8 when any HIGH
      *     exception is found, RC 4 for MEDIUM/LOW exceptions or
      *     a file not checked, zero when everything agrees.
      *     Exceptions are held in a table until the passes
      *     finish so they can print by severity; past the table
      *     limit they are still counted but not listed.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: weekly cross-file
      *                          referential integrity check.
      * 2026-10-15 dscobol       A failed XRFFILE1 read now lists
      *                          the file NOT CHECKED instead of
      *                          passing as end of file.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX28.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTFile
           ASSIGN TO VFILE1
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-Number
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT CONTFile
           ASSIGN TO VFILE2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTFile-Cont-Key
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTFile-Status.

           SELECT ArchiveFile
           ASSIGN TO ARCFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchiveFile-Status.

           SELECT ContArchFile
           ASSIGN TO ARCFILE2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContArchFile-Status.

           SELECT XrefFile
           ASSIGN TO XRFFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XrefFile-Status.

           SELECT NbrCtlFile
           ASSIGN TO NBRCTL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NbrCtlFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
       01  FD-CUSTFile-Customer-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==CUSTFile==.

       FD  CONTFile.
       01  FD-CONTFile-Contact-Record.
           COPY CONTACTS REPLACING ==:tag:== BY ==CONTFile==.

       FD  ArchiveFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ArchiveFile-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Archive==.

       FD  ContArchFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ContArchFile-Record.
           02  FD-ContArchFile-Header.
               COPY CONTARCH REPLACING ==:tag:== BY ==ContArch==.
           02  FD-ContArchFile-Contact.
               COPY CONTACTS REPLACING ==:tag:== BY ==ArchCont==.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-XrefFile-Record.
           COPY CUSTXREF REPLACING ==:tag:== BY ==Xref==.

       FD  NbrCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-NbrCtlFile-Record.
           05  FD-NbrCtlFile-Region         PIC X(01).
           05  FILLER                      PIC X(01).
           05  FD-NbrCtlFile-Block-Low      PIC 9(07).
           05  FILLER                      PIC X(01).
           05  FD-NbrCtlFile-Block-High     PIC 9(07).
           05  FILLER                      PIC X(01).
           05  FD-NbrCtlFile-Next-Avail     PIC 9(07).
           05  FILLER                      PIC X(55).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CONTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ArchiveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NbrCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-CUSTFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 FD-CONTFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 FD-ArchiveFile-Record-Cnt      PIC S9(9) COMP VALUE ZERO.
           12 FD-ContArchFile-Record-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 FD-XrefFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Files-Not-Checked-Cnt       PIC S9(9) COMP VALUE ZERO.

      ***********************************************************
      * One counter per exception type; these make the summary
      *  and decide the return code.
      **********************************************************
       01  WS-Exception-Counters.
           12 WS-Orphan-Contact-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Retired-Live-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Dead-End-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Chain-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Live-Archived-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Outside-Block-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Status-Date-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Arch-Stamp-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-High-Cnt                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Medium-Low-Cnt              PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

      ***********************************************************
      * Which optional files could be read.  A file that is not
      *  available has its checks skipped and is named on the
      *  report.
      **********************************************************
       01  WS-Availability.
           12 WS-CONTFile-Avail-Switch       PIC X(01) VALUE "N".
              88 WS-CONTFile-Available           VALUE "Y".
           12 WS-Archive-Avail-Switch        PIC X(01) VALUE "N".
              88 WS-Archive-Available            VALUE "Y".
           12 WS-ContArch-Avail-Switch       PIC X(01) VALUE "N".
              88 WS-ContArch-Available           VALUE "Y".
           12 WS-Xref-Avail-Switch           PIC X(01) VALUE "N".
              88 WS-Xref-Available               VALUE "Y".
           12 WS-Xref-Read-Switch            PIC X(01) VALUE "N".
              88 WS-Xref-Read-Failed             VALUE "Y".
           12 WS-Xref-Failed-Status          PIC X(02) VALUE SPACES.
           12 WS-Block-Avail-Switch          PIC X(01) VALUE "N".
              88 WS-Block-Available              VALUE "Y".

      ***********************************************************
      * Retired-to-survivor mappings, tabled so a survivor can
      *  be followed through any chain of later merges.
      **********************************************************
       01  WS-Xref-Table.
           12 WS-Xref-Max                    PIC S9(9) COMP
                                              VALUE +5000.
           12 WS-Xref-Count                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Entry OCCURS 5000 TIMES.
              16 WS-XT-Retired-Number        PIC X(07).
              16 WS-XT-Survivor-Number       PIC X(07).

       01  WS-Chain-Work.
           12 WS-Chain-Number                PIC X(07) VALUE SPACES.
           12 WS-Chain-Hops                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Chain-Max-Hops              PIC S9(4) COMP VALUE +20.
           12 WS-Chain-Sub                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Chain-Found-Switch          PIC X(01) VALUE "N".
              88 WS-Chain-Found                  VALUE "Y".
           12 WS-Chain-Hops-Edit             PIC Z9.

       01  WS-Block-Table.
           12 WS-Block-Max                   PIC S9(4) COMP VALUE +20.
           12 WS-Block-Count                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Block-Sub                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Block-Entry OCCURS 20 TIMES.
              16 WS-BT-Region                PIC X(01).
              16 WS-BT-Block-Low             PIC 9(07).
              16 WS-BT-Block-High            PIC 9(07).

       01  WS-Check-Work.
           12 WS-Block-Found-Switch          PIC X(01) VALUE "N".
              88 WS-Block-Found                  VALUE "Y".
           12 WS-Check-Number                PIC 9(07) VALUE ZERO.
           12 WS-Last-Parent-Number          PIC X(07) VALUE SPACES.
           12 WS-Last-Parent-Switch          PIC X(01) VALUE "N".
              88 WS-Last-Parent-Live             VALUE "Y".

      ***********************************************************
      * The customer whose dates are being checked - a live
      *  CUSTFile record or an ARCFILE1 image - and the label
      *  the exception line carries for it.
      **********************************************************
       01  WS-Date-Check-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==DateChk==.
       01  WS-Date-Check-Source              PIC X(04) VALUE SPACES.

      ***********************************************************
      * Exceptions are tabled as they are found and printed by
      *  severity at end of job.
      **********************************************************
       01  WS-Exception-Table.
           12 WS-Exc-Max                     PIC S9(9) COMP
                                              VALUE +5000.
           12 WS-Exc-Count                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Exc-Sub                     PIC S9(9) COMP VALUE ZERO.
           12 WS-Exc-Unlisted-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Exc-Entry OCCURS 5000 TIMES.
              16 WS-ET-Severity              PIC 9(01).
              16 WS-ET-Cust-Number           PIC X(07).
              16 WS-ET-Type                  PIC X(20).
              16 WS-ET-Related               PIC X(07).
              16 WS-ET-Detail                PIC X(41).

       01  WS-New-Exception.
           12 WS-NE-Severity                 PIC 9(01).
              88 WS-NE-High                      VALUE 1.
           12 WS-NE-Cust-Number              PIC X(07).
           12 WS-NE-Type                     PIC X(20).
           12 WS-NE-Related                  PIC X(07).
           12 WS-NE-Detail                   PIC X(41).

       01  WS-Print-Severity                 PIC 9(01) VALUE ZERO.
       01  WS-Severity-Listed-Cnt            PIC S9(9) COMP VALUE ZERO.

       01  WS-Report-Lines.
           12 WS-Report-Heading-1.
              16 FILLER               PIC X(52) VALUE
                 "VSCBEX28 - Cross-File Referential Integrity Report".
              16 FILLER               PIC X(10) VALUE "RUN DATE: ".
              16 WS-RH1-Run-Date       PIC 9(08).
           12 WS-Report-Heading-2            PIC X(080) VALUE
              "Cust-Nbr Exception            Related Detail".
           12 WS-Severity-Heading.
              16 FILLER               PIC X(09) VALUE "SEVERITY ".
              16 WS-SH-Severity        PIC 9(01).
              16 FILLER               PIC X(03) VALUE " - ".
              16 WS-SH-Label           PIC X(06).
           12 WS-Report-Detail.
              16 WS-RD-Cust-Number     PIC X(07).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-RD-Type            PIC X(20).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Related         PIC X(07).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Detail          PIC X(41).
           12 WS-None-Line                   PIC X(080) VALUE
              "  (NONE)".
           12 WS-Unlisted-Line.
              16 FILLER               PIC X(40) VALUE
                 "** EXCEPTION TABLE FULL - NOT LISTED: ".
              16 WS-UL-Cnt             PIC ZZZZZZZZ9.
           12 WS-Not-Checked-Line.
              16 FILLER               PIC X(14) VALUE
                 "NOT CHECKED: ".
              16 WS-NC-File            PIC X(08).
              16 FILLER               PIC X(03) VALUE " - ".
              16 WS-NC-Reason          PIC X(40).
           12 WS-Summary-Heading             PIC X(080) VALUE
              "EXCEPTION SUMMARY".
           12 WS-Summary-Detail.
              16 WS-SD-Label           PIC X(26).
              16 WS-SD-Value           PIC ZZZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX28 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Check-Customers.
           PERFORM 2200-Check-Contacts.
           PERFORM 2400-Check-Xref.
           PERFORM 2600-Check-Archive.
           PERFORM 2800-Check-Contact-Archive.
           PERFORM 3000-End-Job.
           GOBACK.

      ***********************************************************
      * CUSTFile is the file everything else is checked against;
      *  without it there is nothing to verify (RC 16).
      **********************************************************
       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-New-Exception.
           OPEN OUTPUT ReportFile.
           MOVE WS-Run-Date TO WS-RH1-Run-Date.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           OPEN INPUT CUSTFile.
           IF NOT WS-CUSTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CUSTFile Failed - nothing checked."
              DISPLAY "File Status: " WS-CUSTFile-Status
              CLOSE ReportFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1100-Load-Block-Table.
           PERFORM 1200-Load-Xref-Table.

       1100-Load-Block-Table.
           OPEN INPUT NbrCtlFile.
           IF WS-NbrCtlFile-Good
              PERFORM 1110-Read-NbrCtlFile
              PERFORM UNTIL WS-NbrCtlFile-EOF
                 PERFORM 1120-Table-Block
                 PERFORM 1110-Read-NbrCtlFile
              END-PERFORM
              CLOSE NbrCtlFile
           END-IF.
           IF WS-Block-Count > ZERO
              SET WS-Block-Available TO TRUE
           ELSE
              MOVE "NBRCTL1"  TO WS-NC-File
              MOVE "missing, empty or unreadable - blocks"
                              TO WS-NC-Reason
              PERFORM 6200-Write-Not-Checked
           END-IF.

       1110-Read-NbrCtlFile.
           READ NbrCtlFile
              AT END SET WS-NbrCtlFile-EOF TO TRUE
           END-READ.
           IF NOT WS-NbrCtlFile-Good AND NOT WS-NbrCtlFile-EOF
              DISPLAY "** WARNING **: 1110-Read-NbrCtlFile"
              DISPLAY "Read NbrCtlFile Failed."
              DISPLAY "File Status: " WS-NbrCtlFile-Status
              MOVE ZERO TO WS-Block-Count
              SET WS-NbrCtlFile-EOF TO TRUE
           END-IF.

      ***********************************************************
      * A block card that will not table makes the block check
      *  unreliable, so the whole check is dropped rather than
      *  run against half the blocks.
      **********************************************************
       1120-Table-Block.
           IF WS-Block-Count >= WS-Block-Max
              OR FD-NbrCtlFile-Block-Low NOT NUMERIC
              OR FD-NbrCtlFile-Block-High NOT NUMERIC
              DISPLAY "** WARNING **: 1120-Table-Block"
              DISPLAY "Block card unusable or table full for "
                      "region: " FD-NbrCtlFile-Region
              MOVE ZERO TO WS-Block-Count
              SET WS-NbrCtlFile-EOF TO TRUE
           ELSE
              ADD +1 TO WS-Block-Count
              MOVE FD-NbrCtlFile-Region     TO
                   WS-BT-Region (WS-Block-Count)
              MOVE FD-NbrCtlFile-Block-Low  TO
                   WS-BT-Block-Low (WS-Block-Count)
              MOVE FD-NbrCtlFile-Block-High TO
                   WS-BT-Block-High (WS-Block-Count)
           END-IF.

       1200-Load-Xref-Table.
           OPEN INPUT XrefFile.
           IF WS-XrefFile-Good
              SET WS-Xref-Available TO TRUE
              PERFORM 1210-Read-XrefFile
              PERFORM UNTIL WS-XrefFile-EOF
                 OR WS-Xref-Count >= WS-Xref-Max
                 ADD +1 TO WS-Xref-Count
                 MOVE Xref-Retired-Number  TO
                      WS-XT-Retired-Number (WS-Xref-Count)
                 MOVE Xref-Survivor-Number TO
                      WS-XT-Survivor-Number (WS-Xref-Count)
                 PERFORM 1210-Read-XrefFile
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-Xref-Read-Failed
                    MOVE "XRFFILE1" TO WS-NC-File
                    MOVE SPACES     TO WS-NC-Reason
                    STRING "read failed, status "
                                             DELIMITED BY SIZE
                           WS-Xref-Failed-Status
                                             DELIMITED BY SIZE
                           INTO WS-NC-Reason
                    END-STRING
                    PERFORM 6200-Write-Not-Checked
                 WHEN NOT WS-XrefFile-EOF
                    MOVE "N" TO WS-Xref-Avail-Switch
                    MOVE "XRFFILE1" TO WS-NC-File
                    MOVE "larger than the cross-reference table"
                                    TO WS-NC-Reason
                    PERFORM 6200-Write-Not-Checked
              END-EVALUATE
              CLOSE XrefFile
           ELSE
              MOVE "XRFFILE1" TO WS-NC-File
              MOVE "could not be opened" TO WS-NC-Reason
              PERFORM 6200-Write-Not-Checked
           END-IF.

       1210-Read-XrefFile.
           READ XrefFile
              AT END SET WS-XrefFile-EOF TO TRUE
           END-READ.
           IF WS-XrefFile-Good
              ADD +1 TO FD-XrefFile-Record-Cnt
           ELSE
              IF NOT WS-XrefFile-EOF
                 DISPLAY "** WARNING **: 1210-Read-XrefFile"
                 DISPLAY "Read XrefFile Failed."
                 DISPLAY "File Status: " WS-XrefFile-Status
                 MOVE "N" TO WS-Xref-Avail-Switch
                 SET WS-Xref-Read-Failed TO TRUE
                 MOVE WS-XrefFile-Status TO WS-Xref-Failed-Status
                 SET WS-XrefFile-EOF TO TRUE
              END-IF
           END-IF.

      ***********************************************************
      * Pass 1: CUSTFile front to back - every live number must
      *  sit inside some region's block, and every record's
      *  status and dates must hang together.
      **********************************************************
       2000-Check-Customers.
           PERFORM 5000-Read-CUSTFile-Next.
           PERFORM UNTIL WS-CUSTFile-EOF
              IF WS-Block-Available
                 PERFORM 2100-Check-Block
              END-IF
              MOVE FD-CUSTFile-Customer-Record TO
                   WS-Date-Check-Customer
              MOVE "LIVE" TO WS-Date-Check-Source
              PERFORM 2050-Check-Status-Dates
              PERFORM 5000-Read-CUSTFile-Next
           END-PERFORM.

      ***********************************************************
      * Status and date rules, shared by the live file and the
      *  archive.  One record can fail more than one rule; each
      *  failure is its own exception line.
      **********************************************************
       2050-Check-Status-Dates.
           IF NOT (DateChk-Cust-Active
              OR DateChk-Cust-Inactive
              OR DateChk-Cust-Closed)
              STRING WS-Date-Check-Source " STATUS NOT A/I/C: "
                     DateChk-Cust-Status
                     DELIMITED BY SIZE INTO WS-NE-Detail
              PERFORM 2060-Add-Status-Date
           END-IF.
           IF DateChk-Cust-Date-Added NOT NUMERIC
              OR DateChk-Cust-Last-Maint-Date NOT NUMERIC
              STRING WS-Date-Check-Source " DATES NOT NUMERIC"
                     DELIMITED BY SIZE INTO WS-NE-Detail
              PERFORM 2060-Add-Status-Date
           ELSE
              IF DateChk-Cust-Last-Maint-Date <
                 DateChk-Cust-Date-Added
                 STRING WS-Date-Check-Source " MAINT "
                        DateChk-Cust-Last-Maint-Date
                        " < ADDED " DateChk-Cust-Date-Added
                        DELIMITED BY SIZE INTO WS-NE-Detail
                 PERFORM 2060-Add-Status-Date
              END-IF
              IF DateChk-Cust-Date-Added > WS-Run-Date
                 OR DateChk-Cust-Last-Maint-Date > WS-Run-Date
                 STRING WS-Date-Check-Source
                        " DATE LATER THAN RUN DATE"
                        DELIMITED BY SIZE INTO WS-NE-Detail
                 PERFORM 2060-Add-Status-Date
              END-IF
           END-IF.

       2060-Add-Status-Date.
           MOVE 3                      TO WS-NE-Severity.
           MOVE DateChk-Cust-Number    TO WS-NE-Cust-Number.
           MOVE "STATUS/DATE CONFLICT" TO WS-NE-Type.
           MOVE SPACES                 TO WS-NE-Related.
           ADD +1 TO WS-Status-Date-Cnt.
           PERFORM 6000-Add-Exception.

       2100-Check-Block.
           MOVE "N" TO WS-Block-Found-Switch.
           IF CUSTFile-Cust-Number NUMERIC
              MOVE CUSTFile-Cust-Number TO WS-Check-Number
              PERFORM VARYING WS-Block-Sub FROM 1 BY 1
                 UNTIL WS-Block-Sub > WS-Block-Count
                 OR WS-Block-Found
                 IF WS-Check-Number >= WS-BT-Block-Low (WS-Block-Sub)
                    AND WS-Check-Number <=
                        WS-BT-Block-High (WS-Block-Sub)
                    SET WS-Block-Found TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT WS-Block-Found
              MOVE 2                     TO WS-NE-Severity
              MOVE CUSTFile-Cust-Number  TO WS-NE-Cust-Number
              MOVE "OUTSIDE EVERY BLOCK" TO WS-NE-Type
              MOVE SPACES                TO WS-NE-Related
              MOVE "NOT IN ANY NBRCTL REGION BLOCK"
                                         TO WS-NE-Detail
              ADD +1 TO WS-Outside-Block-Cnt
              PERFORM 6000-Add-Exception
           END-IF.

      ***********************************************************
      * Pass 2: every contact's parent must be on CUSTFile.  The
      *  contacts arrive grouped by Cust-Number, so the parent is
      *  read once per group.
      **********************************************************
       2200-Check-Contacts.
           OPEN INPUT CONTFile.
           IF WS-CONTFile-Good
              SET WS-CONTFile-Available TO TRUE
              PERFORM 5100-Read-CONTFile
              PERFORM UNTIL WS-CONTFile-EOF
                 PERFORM 2210-Check-One-Contact
                 PERFORM 5100-Read-CONTFile
              END-PERFORM
              CLOSE CONTFile
           ELSE
              MOVE "VFILE2"   TO WS-NC-File
              MOVE "could not be opened" TO WS-NC-Reason
              PERFORM 6200-Write-Not-Checked
           END-IF.

       2210-Check-One-Contact.
           IF CONTFile-Cont-Cust-Number NOT = WS-Last-Parent-Number
              MOVE CONTFile-Cont-Cust-Number TO WS-Last-Parent-Number
              MOVE CONTFile-Cont-Cust-Number TO CUSTFile-Cust-Number
              PERFORM 5200-Read-CUSTFile-Key
              IF WS-CUSTFile-Good
                 SET WS-Last-Parent-Live TO TRUE
              ELSE
                 MOVE "N" TO WS-Last-Parent-Switch
              END-IF
           END-IF.
           IF NOT WS-Last-Parent-Live
              MOVE 1                      TO WS-NE-Severity
              MOVE CONTFile-Cont-Cust-Number TO WS-NE-Cust-Number
              MOVE "ORPHAN CONTACT"       TO WS-NE-Type
              MOVE SPACES                 TO WS-NE-Related
              STRING "CONTACT SEQ " CONTFile-Cont-Seq " TYPE "
                     CONTFile-Cont-Type " - NO CUSTOMER"
                     DELIMITED BY SIZE INTO WS-NE-Detail
              ADD +1 TO WS-Orphan-Contact-Cnt
              PERFORM 6000-Add-Exception
           END-IF.

      ***********************************************************
      * Pass 3: the cross-reference.  A retired number must stay
      *  retired (never live again), and a survivor must still
      *  be live.  A survivor that was merged away in its turn
      *  is followed through the table to the end of the chain;
      *  the chain itself is a MEDIUM exception (lookups still
      *  resolve, but only by walking it), and a chain - or a
      *  direct mapping - that ends on a number not on CUSTFile
      *  is a HIGH dead end.  A chain that runs past the hop
      *  limit is a loop and is reported as a dead end.
      **********************************************************
       2400-Check-Xref.
           IF WS-Xref-Available
              PERFORM VARYING WS-Xref-Sub FROM 1 BY 1
                 UNTIL WS-Xref-Sub > WS-Xref-Count
                 PERFORM 2410-Check-Retired-Live
                 PERFORM 2420-Follow-Survivor
              END-PERFORM
           END-IF.

       2410-Check-Retired-Live.
           MOVE WS-XT-Retired-Number (WS-Xref-Sub) TO
                CUSTFile-Cust-Number.
           PERFORM 5200-Read-CUSTFile-Key.
           IF WS-CUSTFile-Good
              MOVE 1                     TO WS-NE-Severity
              MOVE WS-XT-Retired-Number (WS-Xref-Sub) TO
                   WS-NE-Cust-Number
              MOVE "RETIRED NUMBER LIVE" TO WS-NE-Type
              MOVE WS-XT-Survivor-Number (WS-Xref-Sub) TO
                   WS-NE-Related
              MOVE "RETIRED BY MERGE BUT ON CUSTFILE AGAIN"
                                         TO WS-NE-Detail
              ADD +1 TO WS-Retired-Live-Cnt
              PERFORM 6000-Add-Exception
           END-IF.

       2420-Follow-Survivor.
           MOVE WS-XT-Survivor-Number (WS-Xref-Sub) TO
                WS-Chain-Number.
           MOVE ZERO TO WS-Chain-Hops.
           SET WS-Chain-Found TO TRUE.
           PERFORM UNTIL NOT WS-Chain-Found
              OR WS-Chain-Hops > WS-Chain-Max-Hops
              MOVE "N" TO WS-Chain-Found-Switch
              PERFORM VARYING WS-Chain-Sub FROM 1 BY 1
                 UNTIL WS-Chain-Sub > WS-Xref-Count
                 OR WS-Chain-Found
                 IF WS-XT-Retired-Number (WS-Chain-Sub) =
                    WS-Chain-Number
                    SET WS-Chain-Found TO TRUE
                    MOVE WS-XT-Survivor-Number (WS-Chain-Sub) TO
                         WS-Chain-Number
                    ADD +1 TO WS-Chain-Hops
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-Chain-Hops > ZERO
              MOVE 2                     TO WS-NE-Severity
              MOVE WS-XT-Retired-Number (WS-Xref-Sub) TO
                   WS-NE-Cust-Number
              MOVE "XREF CHAIN"          TO WS-NE-Type
              MOVE WS-XT-Survivor-Number (WS-Xref-Sub) TO
                   WS-NE-Related
              MOVE WS-Chain-Hops         TO WS-Chain-Hops-Edit
              STRING "MERGED AGAIN - " WS-Chain-Hops-Edit
                     " HOP(S) TO " WS-Chain-Number
                     DELIMITED BY SIZE INTO WS-NE-Detail
              ADD +1 TO WS-Xref-Chain-Cnt
              PERFORM 6000-Add-Exception
           END-IF.
           IF WS-Chain-Hops > WS-Chain-Max-Hops
              SET WS-CUSTFile-Record-Not-Found TO TRUE
           ELSE
              MOVE WS-Chain-Number TO CUSTFile-Cust-Number
              PERFORM 5200-Read-CUSTFile-Key
           END-IF.
           IF NOT WS-CUSTFile-Good
              MOVE 1                     TO WS-NE-Severity
              MOVE WS-XT-Retired-Number (WS-Xref-Sub) TO
                   WS-NE-Cust-Number
              MOVE "XREF DEAD END"       TO WS-NE-Type
              MOVE WS-Chain-Number       TO WS-NE-Related
              IF WS-Chain-Hops > WS-Chain-Max-Hops
                 MOVE "CHAIN LOOPS - NO FINAL SURVIVOR"
                                         TO WS-NE-Detail
              ELSE
                 MOVE "FINAL SURVIVOR NOT ON CUSTFILE"
                                         TO WS-NE-Detail
              END-IF
              ADD +1 TO WS-Xref-Dead-End-Cnt
              PERFORM 6000-Add-Exception
           END-IF.

      ***********************************************************
      * Pass 4: the customer purge archive.  An archived number
      *  that is live again is reported (VSCBEX15 reinstates
      *  from the archive, so a reinstated customer shows here
      *  until retention takes the image); the archived image's
      *  own status and dates get the same rules as the live
      *  file.
      **********************************************************
       2600-Check-Archive.
           OPEN INPUT ArchiveFile.
           IF WS-ArchiveFile-Good
              SET WS-Archive-Available TO TRUE
              PERFORM 5300-Read-ArchiveFile
              PERFORM UNTIL WS-ArchiveFile-EOF
                 PERFORM 2610-Check-One-Archive
                 PERFORM 5300-Read-ArchiveFile
              END-PERFORM
              CLOSE ArchiveFile
           ELSE
              MOVE "ARCFILE1" TO WS-NC-File
              MOVE "could not be opened" TO WS-NC-Reason
              PERFORM 6200-Write-Not-Checked
           END-IF.

       2610-Check-One-Archive.
           MOVE Archive-Cust-Number TO CUSTFile-Cust-Number.
           PERFORM 5200-Read-CUSTFile-Key.
           IF WS-CUSTFile-Good
              MOVE 2                     TO WS-NE-Severity
              MOVE Archive-Cust-Number   TO WS-NE-Cust-Number
              MOVE "LIVE AND ARCHIVED"   TO WS-NE-Type
              MOVE SPACES                TO WS-NE-Related
              MOVE "ON CUSTFILE AND ON THE ARCFILE1 ARCHIVE"
                                         TO WS-NE-Detail
              ADD +1 TO WS-Live-Archived-Cnt
              PERFORM 6000-Add-Exception
           END-IF.
           MOVE FD-ArchiveFile-Record TO WS-Date-Check-Customer.
           MOVE "ARCH" TO WS-Date-Check-Source.
           PERFORM 2050-Check-Status-Dates.

      ***********************************************************
      * Pass 5: the contact archive.  Archived contacts belong to
      *  customers that were deleted or purged, so no parent is
      *  expected; what must hold is the archive stamp - a date
      *  that is a real date no later than today, and the name
      *  of the program that archived it.
      **********************************************************
       2800-Check-Contact-Archive.
           OPEN INPUT ContArchFile.
           IF WS-ContArchFile-Good
              SET WS-ContArch-Available TO TRUE
              PERFORM 5400-Read-ContArchFile
              PERFORM UNTIL WS-ContArchFile-EOF
                 PERFORM 2810-Check-One-Cont-Arch
                 PERFORM 5400-Read-ContArchFile
              END-PERFORM
              CLOSE ContArchFile
           ELSE
              MOVE "ARCFILE2" TO WS-NC-File
              MOVE "could not be opened" TO WS-NC-Reason
              PERFORM 6200-Write-Not-Checked
           END-IF.

       2810-Check-One-Cont-Arch.
           MOVE SPACES TO WS-NE-Detail.
           IF ContArch-Arch-Date NOT NUMERIC
              MOVE "ARCHIVE DATE NOT NUMERIC" TO WS-NE-Detail
           ELSE
              IF ContArch-Arch-Date = ZERO
                 OR ContArch-Arch-Date > WS-Run-Date
                 STRING "ARCHIVE DATE UNUSABLE: " ContArch-Arch-Date
                        DELIMITED BY SIZE INTO WS-NE-Detail
              ELSE
                 IF ContArch-Arch-Program = SPACES
                    MOVE "ARCHIVING PROGRAM NOT STAMPED"
                                         TO WS-NE-Detail
                 END-IF
              END-IF
           END-IF.
           IF WS-NE-Detail NOT = SPACES
              MOVE 3                     TO WS-NE-Severity
              MOVE ArchCont-Cont-Cust-Number TO WS-NE-Cust-Number
              MOVE "CONTACT ARCH STAMP"  TO WS-NE-Type
              MOVE ArchCont-Cont-Seq     TO WS-NE-Related
              ADD +1 TO WS-Arch-Stamp-Cnt
              PERFORM 6000-Add-Exception
           END-IF.

       3000-End-Job.
           CLOSE CUSTFile.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-2
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-Print-Severity FROM 1 BY 1
              UNTIL WS-Print-Severity > 3
              PERFORM 3100-Print-Severity
           END-PERFORM.
           IF WS-Exc-Unlisted-Cnt > ZERO
              MOVE WS-Exc-Unlisted-Cnt TO WS-UL-Cnt
              WRITE FD-ReportFile-Record FROM WS-Unlisted-Line
                  AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 3200-Write-Summary.

           DISPLAY EOJ-End-Message.
           DISPLAY "  Customers Checked: " FD-CUSTFile-Record-Cnt
           DISPLAY "   Contacts Checked: " FD-CONTFile-Record-Cnt
           DISPLAY "   Archive Checked: " FD-ArchiveFile-Record-Cnt
           DISPLAY "Contact Arch Checked: " FD-ContArchFile-Record-Cnt
           DISPLAY "  Xref Recs Checked: " FD-XrefFile-Record-Cnt
           DISPLAY "    HIGH Exceptions: " WS-High-Cnt
           DISPLAY " MED/LOW Exceptions: " WS-Medium-Low-Cnt
           DISPLAY "  Files Not Checked: " WS-Files-Not-Checked-Cnt.

           CLOSE ReportFile.

           IF WS-High-Cnt > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Medium-Low-Cnt > ZERO
                 OR WS-Files-Not-Checked-Cnt > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       3100-Print-Severity.
           MOVE WS-Print-Severity TO WS-SH-Severity.
           EVALUATE WS-Print-Severity
              WHEN 1
                 MOVE "HIGH"   TO WS-SH-Label
              WHEN 2
                 MOVE "MEDIUM" TO WS-SH-Label
              WHEN OTHER
                 MOVE "LOW"    TO WS-SH-Label
           END-EVALUATE.
           WRITE FD-ReportFile-Record FROM WS-Severity-Heading
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-Severity-Listed-Cnt.
           PERFORM VARYING WS-Exc-Sub FROM 1 BY 1
              UNTIL WS-Exc-Sub > WS-Exc-Count
              IF WS-ET-Severity (WS-Exc-Sub) = WS-Print-Severity
                 MOVE WS-ET-Cust-Number (WS-Exc-Sub) TO
                      WS-RD-Cust-Number
                 MOVE WS-ET-Type (WS-Exc-Sub)    TO WS-RD-Type
                 MOVE WS-ET-Related (WS-Exc-Sub) TO WS-RD-Related
                 MOVE WS-ET-Detail (WS-Exc-Sub)  TO WS-RD-Detail
                 WRITE FD-ReportFile-Record FROM WS-Report-Detail
                 ADD +1 TO WS-Severity-Listed-Cnt
              END-IF
           END-PERFORM.
           IF WS-Severity-Listed-Cnt = ZERO
              WRITE FD-ReportFile-Record FROM WS-None-Line
           END-IF.

       3200-Write-Summary.
           WRITE FD-ReportFile-Record FROM WS-Summary-Heading
               AFTER ADVANCING 2 LINES.
           MOVE "1 ORPHAN CONTACT:"        TO WS-SD-Label.
           MOVE WS-Orphan-Contact-Cnt      TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "1 RETIRED NUMBER LIVE:"   TO WS-SD-Label.
           MOVE WS-Retired-Live-Cnt        TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "1 XREF DEAD END:"         TO WS-SD-Label.
           MOVE WS-Xref-Dead-End-Cnt       TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "2 XREF CHAIN:"            TO WS-SD-Label.
           MOVE WS-Xref-Chain-Cnt          TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "2 LIVE AND ARCHIVED:"     TO WS-SD-Label.
           MOVE WS-Live-Archived-Cnt       TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "2 OUTSIDE EVERY BLOCK:"   TO WS-SD-Label.
           MOVE WS-Outside-Block-Cnt       TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "3 STATUS/DATE CONFLICT:"  TO WS-SD-Label.
           MOVE WS-Status-Date-Cnt         TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "3 CONTACT ARCH STAMP:"    TO WS-SD-Label.
           MOVE WS-Arch-Stamp-Cnt          TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "FILES NOT CHECKED:"       TO WS-SD-Label.
           MOVE WS-Files-Not-Checked-Cnt   TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.

       5000-Read-CUSTFile-Next.
           READ CUSTFile NEXT RECORD
              AT END SET WS-CUSTFile-EOF TO TRUE
           END-READ.
           IF WS-CUSTFile-Good
              ADD +1 TO FD-CUSTFile-Record-Cnt
           ELSE
              IF WS-CUSTFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-CUSTFile-Next"
                 DISPLAY "Read CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5100-Read-CONTFile.
           READ CONTFile NEXT RECORD
              AT END SET WS-CONTFile-EOF TO TRUE
           END-READ.
           IF WS-CONTFile-Good
              ADD +1 TO FD-CONTFile-Record-Cnt
           ELSE
              IF NOT WS-CONTFile-EOF
                 DISPLAY "** WARNING **: 5100-Read-CONTFile"
                 DISPLAY "Read CONTFile Failed - contact check "
                         "stops here."
                 DISPLAY "File Status: " WS-CONTFile-Status
                 MOVE "VFILE2"   TO WS-NC-File
                 MOVE "read failed part way - check incomplete"
                                 TO WS-NC-Reason
                 PERFORM 6200-Write-Not-Checked
                 SET WS-CONTFile-EOF TO TRUE
              END-IF
           END-IF.

       5200-Read-CUSTFile-Key.
           READ CUSTFile
              KEY IS CUSTFile-Cust-Number
              INVALID KEY
                 SET WS-CUSTFile-Record-Not-Found TO TRUE
           END-READ.

       5300-Read-ArchiveFile.
           READ ArchiveFile
              AT END SET WS-ArchiveFile-EOF TO TRUE
           END-READ.
           IF WS-ArchiveFile-Good
              ADD +1 TO FD-ArchiveFile-Record-Cnt
           ELSE
              IF NOT WS-ArchiveFile-EOF
                 DISPLAY "** WARNING **: 5300-Read-ArchiveFile"
                 DISPLAY "Read ArchiveFile Failed - archive check "
                         "stops here."
                 DISPLAY "File Status: " WS-ArchiveFile-Status
                 MOVE "ARCFILE1" TO WS-NC-File
                 MOVE "read failed part way - check incomplete"
                                 TO WS-NC-Reason
                 PERFORM 6200-Write-Not-Checked
                 SET WS-ArchiveFile-EOF TO TRUE
              END-IF
           END-IF.

       5400-Read-ContArchFile.
           READ ContArchFile
              AT END SET WS-ContArchFile-EOF TO TRUE
           END-READ.
           IF WS-ContArchFile-Good
              ADD +1 TO FD-ContArchFile-Record-Cnt
           ELSE
              IF NOT WS-ContArchFile-EOF
                 DISPLAY "** WARNING **: 5400-Read-ContArchFile"
                 DISPLAY "Read ContArchFile Failed - contact "
                         "archive check stops here."
                 DISPLAY "File Status: " WS-ContArchFile-Status
                 MOVE "ARCFILE2" TO WS-NC-File
                 MOVE "read failed part way - check incomplete"
                                 TO WS-NC-Reason
                 PERFORM 6200-Write-Not-Checked
                 SET WS-ContArchFile-EOF TO TRUE
              END-IF
           END-IF.

       6000-Add-Exception.
           IF WS-NE-High
              ADD +1 TO WS-High-Cnt
           ELSE
              ADD +1 TO WS-Medium-Low-Cnt
           END-IF.
           IF WS-Exc-Count < WS-Exc-Max
              ADD +1 TO WS-Exc-Count
              MOVE WS-New-Exception TO WS-Exc-Entry (WS-Exc-Count)
           ELSE
              ADD +1 TO WS-Exc-Unlisted-Cnt
           END-IF.
           MOVE SPACES TO WS-NE-Detail.

       6200-Write-Not-Checked.
           ADD +1 TO WS-Files-Not-Checked-Cnt.
           WRITE FD-ReportFile-Record FROM WS-Not-Checked-Line.
