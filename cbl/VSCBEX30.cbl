      ***********************************************************
      * Program name:    VSCBEX30
      * Original author: David Stagowki
      *
      *    Description: Example 30: Indexed File Processing:
      *     Customer Data Dossier
      *
      *    When a customer or the legal department asks what we
      *     hold on someone, the answer used to be a day of file
      *     dumps.  This program takes request cards (RQFILE2:
      *     Cust-Number and requester id) and prints one dossier
      *     per card holding everything on file for that number:
      *       - the merge family: the requested number plus every
      *         number CUSTXREF ties to it - numbers retired into
      *         it and the survivor it was retired into, followed
      *         through chains - since a merged customer's
      *         history lives under the retired numbers too;
      *       - the live CUSTFile record of each family number;
      *       - every CONTFile contact of each family number;
      *       - every ARCFILE1 customer image and ARCFILE2
      *         contact image of the family;
      *       - every CUSTXREF mapping touching the family;
      *       - the AFILE1 insert audit entry;
      *       - every JFILE1 before/after image, across all the
      *         journal generations the JCL concatenates, printed
      *         in run date and Tran-Seq order whatever order the
      *         generations were supplied in.
      *     Each dossier ends by naming every file that could not
      *     be opened or read to the end, and every table that
      *     overflowed, under a DOSSIER INCOMPLETE banner - an
      *     incomplete answer is never presented as complete.
      *     RC 4 when any dossier is incomplete; RC 16 when the
      *     request file cannot be read.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: customer data dossier
      *                          across every customer file.
      * 2026-10-15 dscobol       A journal record that is not the
      *                          190-byte layout (a generation
      *                          from before the origin fields)
      *                          or has a non-numeric stamp ends
      *                          the journal search and marks it
      *                          NOT SEARCHED.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX30.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RequestFile
           ASSIGN TO RQFILE2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequestFile-Status.

           SELECT CUSTFile
           ASSIGN TO VFILE1
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-Number
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT CONTFile
           ASSIGN TO VFILE2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTFile-Cont-Key
           ACCESS MODE IS DYNAMIC
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

           SELECT AuditFile
           ASSIGN TO AFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditFile-Status.

           SELECT JournalFile
           ASSIGN TO JFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JournalFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RequestFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RequestFile-Record.
           05  FD-RequestFile-Cust-Number    PIC X(07).
           05  FILLER                       PIC X(01).
           05  FD-RequestFile-Requester-Id   PIC X(08).
           05  FILLER                       PIC X(64).

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

       FD  AuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AuditFile-Record.
           05  FD-AuditFile-Run-Date        PIC 9(08).
           05  FILLER                      PIC X(01).
           05  FD-AuditFile-Cust-Number     PIC X(07).
           05  FILLER                      PIC X(01).
           05  FD-AuditFile-Sequence-Num    PIC 9(07).
           05  FILLER                      PIC X(56).

       FD  JournalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 190 CHARACTERS
              DEPENDING ON WS-Jrnl-Rec-Length
           BLOCK CONTAINS 0 RECORDS.
       01  FD-JournalFile-Record.
           02  FD-JournalFile-Header.
               COPY JRNLHDR REPLACING ==:tag:== BY ==JournalFile==.
           02  FD-JournalFile-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==JrnlCust==.

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RequestFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CONTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ArchiveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==JournalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-RequestFile-Record-Cnt      PIC S9(9) COMP VALUE ZERO.
           12 WS-Dossier-Cnt                 PIC S9(9) COMP VALUE ZERO.
           12 WS-Incomplete-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Section-Hit-Cnt             PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

      ***********************************************************
      * The keyed files are opened once for the run; a keyed
      *  file that will not open is named on every dossier.
      **********************************************************
       01  WS-Availability.
           12 WS-CUSTFile-Avail-Switch       PIC X(01) VALUE "N".
              88 WS-CUSTFile-Available           VALUE "Y".
           12 WS-CONTFile-Avail-Switch       PIC X(01) VALUE "N".
              88 WS-CONTFile-Available           VALUE "Y".
           12 WS-Xref-Avail-Switch           PIC X(01) VALUE "N".
              88 WS-Xref-Available               VALUE "Y".
           12 WS-Xref-Complete-Switch        PIC X(01) VALUE "N".
              88 WS-Xref-Complete                VALUE "Y".
           12 WS-Contact-Done-Switch         PIC X(01) VALUE "N".
              88 WS-Contact-Done                 VALUE "Y".

      ***********************************************************
      * Every CUSTXREF mapping, tabled once for the run; the
      *  merge family of each request is built from it.
      **********************************************************
       01  WS-Xref-Table.
           12 WS-Xref-Max                    PIC S9(9) COMP
                                              VALUE +5000.
           12 WS-Xref-Count                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Xref-Entry OCCURS 5000 TIMES.
              16 WS-XT-Retired-Number        PIC X(07).
              16 WS-XT-Survivor-Number       PIC X(07).
              16 WS-XT-Merge-Date            PIC X(08).

      ***********************************************************
      * The merge family of the current request: the requested
      *  number first, then every number joined to it through
      *  the cross-reference, each with how it is related.  The
      *  table is widened pass by pass until a pass adds nothing,
      *  so chains in either direction are followed to the end.
      **********************************************************
       01  WS-Family-Table.
           12 WS-Family-Max                  PIC S9(4) COMP VALUE +50.
           12 WS-Family-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Family-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Family-Added-Switch         PIC X(01) VALUE "N".
              88 WS-Family-Added                 VALUE "Y".
           12 WS-Family-Found-Switch         PIC X(01) VALUE "N".
              88 WS-Family-Found                 VALUE "Y".
           12 WS-Family-Full-Switch          PIC X(01) VALUE "N".
              88 WS-Family-Full                  VALUE "Y".
           12 WS-Family-Search-Number        PIC X(07) VALUE SPACES.
           12 WS-Family-New-Relation         PIC X(30) VALUE SPACES.
           12 WS-Family-Entry OCCURS 50 TIMES.
              16 WS-FM-Cust-Number           PIC X(07).
              16 WS-FM-Relation              PIC X(30).

       01  WS-Retired-In-Family-Switch       PIC X(01) VALUE "N".
           88  WS-Retired-In-Family              VALUE "Y".
       01  WS-Survivor-In-Family-Switch      PIC X(01) VALUE "N".
           88  WS-Survivor-In-Family             VALUE "Y".

      ***********************************************************
      * Journal images for the family, held in run date and
      *  Tran-Seq order as they are read: each image is inserted
      *  after every image with the same or an earlier stamp, so
      *  a change's before-image stays ahead of its after-image.
      **********************************************************
       01  WS-Journal-Table.
           12 WS-Jrnl-Max                    PIC S9(9) COMP
                                              VALUE +500.
           12 WS-Jrnl-Count                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Jrnl-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Jrnl-Move-Sub               PIC S9(9) COMP VALUE ZERO.
           12 WS-Jrnl-Full-Switch            PIC X(01) VALUE "N".
              88 WS-Jrnl-Full                    VALUE "Y".
           12 WS-Jrnl-Rec-Length             PIC S9(4) COMP VALUE ZERO.
           12 WS-Jrnl-Rec-Full-Length        PIC S9(4) COMP
                                              VALUE +190.
           12 WS-Jrnl-Entry OCCURS 500 TIMES.
              16 WS-JE-Sort-Key.
                 20 WS-JE-Run-Date           PIC 9(08).
                 20 WS-JE-Tran-Seq           PIC 9(07).
              16 WS-JE-Header                PIC X(030).
              16 WS-JE-Image                 PIC X(160).

       01  WS-New-Jrnl-Key.
           12 WS-NJ-Run-Date                 PIC 9(08).
           12 WS-NJ-Tran-Seq                 PIC 9(07).

      ***********************************************************
      * Files and tables that could not be searched in full for
      *  the current dossier.
      **********************************************************
       01  WS-Not-Searched-Table.
           12 WS-NS-Max                      PIC S9(4) COMP VALUE +12.
           12 WS-NS-Count                    PIC S9(4) COMP VALUE ZERO.
           12 WS-NS-Sub                      PIC S9(4) COMP VALUE ZERO.
           12 WS-NS-Entry OCCURS 12 TIMES.
              16 WS-NS-File                  PIC X(08).
              16 WS-NS-Reason                PIC X(50).
       01  WS-NS-New-File                    PIC X(08) VALUE SPACES.
       01  WS-NS-New-Reason                  PIC X(50) VALUE SPACES.

       01  WS-Image-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Image==.

       01  WS-Image-Contact.
           COPY CONTACTS REPLACING ==:tag:== BY ==ImgCont==.

       01  WS-Image-Jrnl-Header.
           COPY JRNLHDR REPLACING ==:tag:== BY ==ImgJrnl==.

       01  WS-Report-Lines.
           12 WS-Dossier-Heading-1.
              16 FILLER               PIC X(34) VALUE
                 "VSCBEX30 - Customer Data Dossier ".
              16 FILLER               PIC X(10) VALUE "RUN DATE: ".
              16 WS-DH1-Run-Date       PIC 9(08).
           12 WS-Dossier-Heading-2.
              16 FILLER               PIC X(21) VALUE
                 "DOSSIER FOR CUSTOMER ".
              16 WS-DH2-Cust-Number    PIC X(07).
              16 FILLER               PIC X(18) VALUE
                 "   REQUESTED BY: ".
              16 WS-DH2-Requester-Id   PIC X(08).
           12 WS-Section-Heading.
              16 FILLER               PIC X(04) VALUE "=== ".
              16 WS-SH-Title           PIC X(40).
           12 WS-Dossier-Line.
              16 FILLER               PIC X(04) VALUE SPACES.
              16 WS-DL-Label           PIC X(18).
              16 WS-DL-Value           PIC X(58).
           12 WS-Text-Line REDEFINES WS-Dossier-Line.
              16 FILLER               PIC X(02).
              16 WS-TL-Text            PIC X(78).
           12 WS-CSZ-Value.
              16 WS-CSZ-City           PIC X(20).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-CSZ-State          PIC X(02).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-CSZ-Zip            PIC X(10).

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX30 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           OPEN INPUT RequestFile.
           IF NOT WS-RequestFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RequestFile Failed - no dossiers."
              DISPLAY "File Status: " WS-RequestFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           OPEN INPUT CUSTFile.
           IF WS-CUSTFile-Good
              SET WS-CUSTFile-Available TO TRUE
           END-IF.
           OPEN INPUT CONTFile.
           IF WS-CONTFile-Good
              SET WS-CONTFile-Available TO TRUE
           END-IF.
           PERFORM 1200-Load-Xref-Table.
           PERFORM 5000-Read-RequestFile.

       1200-Load-Xref-Table.
           OPEN INPUT XrefFile.
           IF WS-XrefFile-Good
              SET WS-Xref-Available TO TRUE
              SET WS-Xref-Complete TO TRUE
              PERFORM 1210-Read-XrefFile
              PERFORM UNTIL WS-XrefFile-EOF
                 OR WS-Xref-Count >= WS-Xref-Max
                 ADD +1 TO WS-Xref-Count
                 MOVE Xref-Retired-Number  TO
                      WS-XT-Retired-Number (WS-Xref-Count)
                 MOVE Xref-Survivor-Number TO
                      WS-XT-Survivor-Number (WS-Xref-Count)
                 MOVE Xref-Merge-Date      TO
                      WS-XT-Merge-Date (WS-Xref-Count)
                 PERFORM 1210-Read-XrefFile
              END-PERFORM
              IF NOT WS-XrefFile-EOF
                 MOVE "N" TO WS-Xref-Complete-Switch
                 DISPLAY "** WARNING **: 1200-Load-Xref-Table"
                 DISPLAY "Cross-reference larger than table - "
                         "dossiers will be marked incomplete."
                 DISPLAY "Table Limit: " WS-Xref-Max
              END-IF
              CLOSE XrefFile
           END-IF.

       1210-Read-XrefFile.
           READ XrefFile
              AT END SET WS-XrefFile-EOF TO TRUE
           END-READ.
           IF NOT WS-XrefFile-Good AND NOT WS-XrefFile-EOF
              DISPLAY "** WARNING **: 1210-Read-XrefFile"
              DISPLAY "Read XrefFile Failed - dossiers will be "
                      "marked incomplete."
              DISPLAY "File Status: " WS-XrefFile-Status
              MOVE "N" TO WS-Xref-Complete-Switch
              SET WS-XrefFile-EOF TO TRUE
           END-IF.

       2000-Process.
           PERFORM UNTIL WS-RequestFile-EOF
              PERFORM 2100-Build-Dossier
              PERFORM 5000-Read-RequestFile
           END-PERFORM.

       2100-Build-Dossier.
           ADD +1 TO WS-Dossier-Cnt.
           MOVE ZERO TO WS-NS-Count.
           MOVE WS-Run-Date TO WS-DH1-Run-Date.
           MOVE FD-RequestFile-Cust-Number  TO WS-DH2-Cust-Number.
           MOVE FD-RequestFile-Requester-Id TO WS-DH2-Requester-Id.
           IF WS-Dossier-Cnt = 1
              WRITE FD-ReportFile-Record FROM WS-Dossier-Heading-1
           ELSE
              WRITE FD-ReportFile-Record FROM WS-Dossier-Heading-1
                  AFTER ADVANCING PAGE
           END-IF.
           WRITE FD-ReportFile-Record FROM WS-Dossier-Heading-2.
           IF FD-RequestFile-Cust-Number = SPACES
              ADD +1 TO WS-Incomplete-Cnt
              MOVE "*** REQUEST CARD HAS NO CUST-NUMBER - NOT SEARCHED"
                   TO FD-ReportFile-Record
              WRITE FD-ReportFile-Record
                  AFTER ADVANCING 2 LINES
           ELSE
              PERFORM 2200-Build-Family
              PERFORM 2300-Master-Section
              PERFORM 2400-Contact-Section
              PERFORM 2500-Archive-Section
              PERFORM 2600-Contact-Archive-Section
              PERFORM 2700-Xref-Section
              PERFORM 2800-Audit-Section
              PERFORM 2900-Journal-Section
              PERFORM 2950-Close-Dossier
           END-IF.

      ***********************************************************
      * Build the merge family, then list it.  Every later
      *  section searches for every number in the family.
      **********************************************************
       2200-Build-Family.
           MOVE ZERO TO WS-Family-Count.
           MOVE "N"  TO WS-Family-Full-Switch.
           MOVE 1    TO WS-Family-Count.
           MOVE FD-RequestFile-Cust-Number TO WS-FM-Cust-Number (1).
           MOVE "REQUESTED NUMBER"         TO WS-FM-Relation (1).
           IF WS-Xref-Available
              SET WS-Family-Added TO TRUE
              PERFORM UNTIL NOT WS-Family-Added
                 MOVE "N" TO WS-Family-Added-Switch
                 PERFORM VARYING WS-Xref-Sub FROM 1 BY 1
                    UNTIL WS-Xref-Sub > WS-Xref-Count
                    PERFORM 2210-Widen-Family
                 END-PERFORM
              END-PERFORM
           END-IF.
           IF NOT WS-Xref-Available
              MOVE "XRFFILE1" TO WS-NS-New-File
              MOVE "could not be opened - merge family not followed"
                              TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
           ELSE
              IF NOT WS-Xref-Complete
                 MOVE "XRFFILE1" TO WS-NS-New-File
                 MOVE "not tabled in full - family may be short"
                                 TO WS-NS-New-Reason
                 PERFORM 6900-Note-Not-Searched
              END-IF
           END-IF.
           IF WS-Family-Full
              MOVE "FAMILY"   TO WS-NS-New-File
              MOVE "merge family larger than table - numbers left out"
                              TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
           END-IF.
           MOVE "MERGE FAMILY" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           PERFORM VARYING WS-Family-Sub FROM 1 BY 1
              UNTIL WS-Family-Sub > WS-Family-Count
              MOVE SPACES TO WS-Dossier-Line
              MOVE WS-FM-Cust-Number (WS-Family-Sub) TO WS-DL-Label
              MOVE WS-FM-Relation (WS-Family-Sub)    TO WS-DL-Value
              PERFORM 7000-Write-Line
           END-PERFORM.

       2210-Widen-Family.
           MOVE WS-XT-Retired-Number (WS-Xref-Sub) TO
                WS-Family-Search-Number.
           PERFORM 6100-Find-In-Family.
           MOVE WS-Family-Found-Switch TO WS-Retired-In-Family-Switch.
           MOVE WS-XT-Survivor-Number (WS-Xref-Sub) TO
                WS-Family-Search-Number.
           PERFORM 6100-Find-In-Family.
           MOVE WS-Family-Found-Switch TO
                WS-Survivor-In-Family-Switch.
           IF WS-Retired-In-Family AND NOT WS-Survivor-In-Family
              MOVE WS-XT-Survivor-Number (WS-Xref-Sub) TO
                   WS-Family-Search-Number
              MOVE SPACES TO WS-Family-New-Relation
              STRING "SURVIVOR OF "
                     WS-XT-Retired-Number (WS-Xref-Sub)
                     DELIMITED BY SIZE INTO WS-Family-New-Relation
              PERFORM 6110-Add-To-Family
           END-IF.
           IF WS-Survivor-In-Family AND NOT WS-Retired-In-Family
              MOVE WS-XT-Retired-Number (WS-Xref-Sub) TO
                   WS-Family-Search-Number
              MOVE SPACES TO WS-Family-New-Relation
              STRING "RETIRED INTO "
                     WS-XT-Survivor-Number (WS-Xref-Sub)
                     DELIMITED BY SIZE INTO WS-Family-New-Relation
              PERFORM 6110-Add-To-Family
           END-IF.

       2300-Master-Section.
           MOVE "LIVE CUSTOMER RECORD (CUSTFILE)" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           IF NOT WS-CUSTFile-Available
              MOVE "VFILE1"   TO WS-NS-New-File
              MOVE "could not be opened" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              PERFORM 7150-Write-Not-Searched-Line
           ELSE
              PERFORM VARYING WS-Family-Sub FROM 1 BY 1
                 UNTIL WS-Family-Sub > WS-Family-Count
                 PERFORM 2310-Read-Master
              END-PERFORM
           END-IF.

       2310-Read-Master.
           MOVE WS-FM-Cust-Number (WS-Family-Sub) TO
                CUSTFile-Cust-Number.
           READ CUSTFile
              INVALID KEY
                 SET WS-CUSTFile-Record-Not-Found TO TRUE
           END-READ.
           EVALUATE TRUE
              WHEN WS-CUSTFile-Good
                 MOVE FD-CUSTFile-Customer-Record TO
                      WS-Image-Customer
                 PERFORM 7200-Write-Customer-Image
              WHEN WS-CUSTFile-Record-Not-Found
                 MOVE SPACES TO WS-Dossier-Line
                 MOVE WS-FM-Cust-Number (WS-Family-Sub) TO
                      WS-DL-Label
                 MOVE "NOT ON CUSTFILE" TO WS-DL-Value
                 PERFORM 7000-Write-Line
              WHEN OTHER
                 MOVE "VFILE1"   TO WS-NS-New-File
                 MOVE SPACES TO WS-NS-New-Reason
                 STRING "read failed for "
                        WS-FM-Cust-Number (WS-Family-Sub)
                        " status " WS-CUSTFile-Status
                        DELIMITED BY SIZE INTO WS-NS-New-Reason
                 PERFORM 6900-Note-Not-Searched
                 PERFORM 7150-Write-Not-Searched-Line
           END-EVALUATE.

       2400-Contact-Section.
           MOVE "SECONDARY CONTACTS (CONTFILE)" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           MOVE ZERO TO WS-Section-Hit-Cnt.
           IF NOT WS-CONTFile-Available
              MOVE "VFILE2"   TO WS-NS-New-File
              MOVE "could not be opened" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              PERFORM 7150-Write-Not-Searched-Line
           ELSE
              PERFORM VARYING WS-Family-Sub FROM 1 BY 1
                 UNTIL WS-Family-Sub > WS-Family-Count
                 PERFORM 2410-Walk-Contacts
              END-PERFORM
              PERFORM 7180-Write-None-Found
           END-IF.

      ***********************************************************
      * Same walk VSCBEX02 makes: START at the number's first
      *  possible contact key, READ NEXT until the number in the
      *  key changes.
      **********************************************************
       2410-Walk-Contacts.
           MOVE "N" TO WS-Contact-Done-Switch.
           MOVE WS-FM-Cust-Number (WS-Family-Sub) TO
                CONTFile-Cont-Cust-Number.
           MOVE LOW-VALUES TO CONTFile-Cont-Seq.
           START CONTFile KEY IS >= CONTFile-Cont-Key
              INVALID KEY
                 SET WS-Contact-Done TO TRUE
           END-START.
           PERFORM UNTIL WS-Contact-Done
              READ CONTFile NEXT RECORD
                 AT END SET WS-Contact-Done TO TRUE
              END-READ
              IF NOT WS-Contact-Done
                 IF NOT WS-CONTFile-Good
                    MOVE "VFILE2"   TO WS-NS-New-File
                    MOVE "read failed part way" TO WS-NS-New-Reason
                    PERFORM 6900-Note-Not-Searched
                    SET WS-Contact-Done TO TRUE
                 ELSE
                    IF CONTFile-Cont-Cust-Number NOT =
                       WS-FM-Cust-Number (WS-Family-Sub)
                       SET WS-Contact-Done TO TRUE
                    ELSE
                       ADD +1 TO WS-Section-Hit-Cnt
                       MOVE FD-CONTFile-Contact-Record TO
                            WS-Image-Contact
                       PERFORM 7300-Write-Contact-Image
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2500-Archive-Section.
           MOVE "ARCHIVED CUSTOMER IMAGES (ARCFILE1)" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           MOVE ZERO TO WS-Section-Hit-Cnt.
           OPEN INPUT ArchiveFile.
           IF NOT WS-ArchiveFile-Good
              MOVE "ARCFILE1" TO WS-NS-New-File
              MOVE "could not be opened" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              PERFORM 7150-Write-Not-Searched-Line
           ELSE
              PERFORM 5100-Read-ArchiveFile
              PERFORM UNTIL WS-ArchiveFile-EOF
                 MOVE Archive-Cust-Number TO WS-Family-Search-Number
                 PERFORM 6100-Find-In-Family
                 IF WS-Family-Found
                    ADD +1 TO WS-Section-Hit-Cnt
                    MOVE FD-ArchiveFile-Record TO WS-Image-Customer
                    PERFORM 7200-Write-Customer-Image
                 END-IF
                 PERFORM 5100-Read-ArchiveFile
              END-PERFORM
              CLOSE ArchiveFile
              PERFORM 7180-Write-None-Found
           END-IF.

       2600-Contact-Archive-Section.
           MOVE "ARCHIVED CONTACT IMAGES (ARCFILE2)" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           MOVE ZERO TO WS-Section-Hit-Cnt.
           OPEN INPUT ContArchFile.
           IF NOT WS-ContArchFile-Good
              MOVE "ARCFILE2" TO WS-NS-New-File
              MOVE "could not be opened" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              PERFORM 7150-Write-Not-Searched-Line
           ELSE
              PERFORM 5200-Read-ContArchFile
              PERFORM UNTIL WS-ContArchFile-EOF
                 MOVE ArchCont-Cont-Cust-Number TO
                      WS-Family-Search-Number
                 PERFORM 6100-Find-In-Family
                 IF WS-Family-Found
                    ADD +1 TO WS-Section-Hit-Cnt
                    MOVE SPACES TO WS-Dossier-Line
                    MOVE "ARCHIVED ON:"       TO WS-DL-Label
                    STRING ContArch-Arch-Date " BY "
                           ContArch-Arch-Program
                           DELIMITED BY SIZE INTO WS-DL-Value
                    PERFORM 7000-Write-Line
                    MOVE FD-ContArchFile-Contact TO WS-Image-Contact
                    PERFORM 7300-Write-Contact-Image
                 END-IF
                 PERFORM 5200-Read-ContArchFile
              END-PERFORM
              CLOSE ContArchFile
              PERFORM 7180-Write-None-Found
           END-IF.

       2700-Xref-Section.
           MOVE "MERGE CROSS-REFERENCE (XRFFILE1)" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           MOVE ZERO TO WS-Section-Hit-Cnt.
           IF NOT WS-Xref-Available
              MOVE "could not be opened" TO WS-NS-New-Reason
              PERFORM 7150-Write-Not-Searched-Line
           ELSE
              PERFORM VARYING WS-Xref-Sub FROM 1 BY 1
                 UNTIL WS-Xref-Sub > WS-Xref-Count
                 PERFORM 2710-Write-Family-Mapping
              END-PERFORM
              PERFORM 7180-Write-None-Found
           END-IF.

       2710-Write-Family-Mapping.
           MOVE WS-XT-Retired-Number (WS-Xref-Sub) TO
                WS-Family-Search-Number.
           PERFORM 6100-Find-In-Family.
           IF NOT WS-Family-Found
              MOVE WS-XT-Survivor-Number (WS-Xref-Sub) TO
                   WS-Family-Search-Number
              PERFORM 6100-Find-In-Family
           END-IF.
           IF WS-Family-Found
              ADD +1 TO WS-Section-Hit-Cnt
              MOVE SPACES TO WS-Dossier-Line
              MOVE "MERGED:"          TO WS-DL-Label
              STRING WS-XT-Retired-Number (WS-Xref-Sub)
                     " RETIRED INTO "
                     WS-XT-Survivor-Number (WS-Xref-Sub)
                     " ON " WS-XT-Merge-Date (WS-Xref-Sub)
                     DELIMITED BY SIZE INTO WS-DL-Value
              PERFORM 7000-Write-Line
           END-IF.

       2800-Audit-Section.
           MOVE "INSERT AUDIT (AFILE1)" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           MOVE ZERO TO WS-Section-Hit-Cnt.
           OPEN INPUT AuditFile.
           IF NOT WS-AuditFile-Good
              MOVE "AFILE1"   TO WS-NS-New-File
              MOVE "could not be opened" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              PERFORM 7150-Write-Not-Searched-Line
           ELSE
              PERFORM 5300-Read-AuditFile
              PERFORM UNTIL WS-AuditFile-EOF
                 MOVE FD-AuditFile-Cust-Number TO
                      WS-Family-Search-Number
                 PERFORM 6100-Find-In-Family
                 IF WS-Family-Found
                    ADD +1 TO WS-Section-Hit-Cnt
                    MOVE SPACES TO WS-Dossier-Line
                    MOVE "INSERTED:"          TO WS-DL-Label
                    STRING FD-AuditFile-Cust-Number " ON "
                           FD-AuditFile-Run-Date " AUDIT SEQ "
                           FD-AuditFile-Sequence-Num
                           DELIMITED BY SIZE INTO WS-DL-Value
                    PERFORM 7000-Write-Line
                 END-IF
                 PERFORM 5300-Read-AuditFile
              END-PERFORM
              CLOSE AuditFile
              PERFORM 7180-Write-None-Found
           END-IF.

      ***********************************************************
      * The journal generations arrive in whatever order the
      *  JCL concatenated them; the images are tabled in stamp
      *  order as they are read and printed from the table.
      **********************************************************
       2900-Journal-Section.
           MOVE "JOURNAL IMAGES (JFILE1)" TO WS-SH-Title.
           PERFORM 7100-Write-Section-Heading.
           MOVE ZERO TO WS-Section-Hit-Cnt.
           MOVE ZERO TO WS-Jrnl-Count.
           MOVE "N"  TO WS-Jrnl-Full-Switch.
           OPEN INPUT JournalFile.
           IF NOT WS-JournalFile-Good
              MOVE "JFILE1"   TO WS-NS-New-File
              MOVE "could not be opened" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              PERFORM 7150-Write-Not-Searched-Line
           ELSE
              PERFORM 5400-Read-JournalFile
              PERFORM UNTIL WS-JournalFile-EOF
                 MOVE JrnlCust-Cust-Number TO WS-Family-Search-Number
                 PERFORM 6100-Find-In-Family
                 IF WS-Family-Found
                    PERFORM 6200-Insert-Journal-Image
                 END-IF
                 PERFORM 5400-Read-JournalFile
              END-PERFORM
              CLOSE JournalFile
              IF WS-Jrnl-Full
                 MOVE "JFILE1"   TO WS-NS-New-File
                 MOVE "more images than the journal table holds"
                                 TO WS-NS-New-Reason
                 PERFORM 6900-Note-Not-Searched
              END-IF
              PERFORM VARYING WS-Jrnl-Sub FROM 1 BY 1
                 UNTIL WS-Jrnl-Sub > WS-Jrnl-Count
                 PERFORM 2910-Write-Journal-Image
              END-PERFORM
              MOVE WS-Jrnl-Count TO WS-Section-Hit-Cnt
              PERFORM 7180-Write-None-Found
           END-IF.

       2910-Write-Journal-Image.
           MOVE WS-JE-Header (WS-Jrnl-Sub) TO WS-Image-Jrnl-Header.
           MOVE SPACES TO WS-Dossier-Line.
           IF ImgJrnl-Before-Image
              MOVE "BEFORE IMAGE:"  TO WS-DL-Label
           ELSE
              MOVE "AFTER IMAGE:"   TO WS-DL-Label
           END-IF.
           STRING ImgJrnl-Run-Date " SEQ " ImgJrnl-Tran-Seq
                  " CODE " ImgJrnl-Trans-Code
                  " BY " ImgJrnl-Orig-Region "/"
                  ImgJrnl-Orig-Branch "/" ImgJrnl-Orig-Operator
                  DELIMITED BY SIZE INTO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE WS-JE-Image (WS-Jrnl-Sub) TO WS-Image-Customer.
           PERFORM 7200-Write-Customer-Image.

      ***********************************************************
      * The dossier closes by saying whether it is complete, and
      *  if not, exactly what was not searched.
      **********************************************************
       2950-Close-Dossier.
           MOVE SPACES TO WS-Dossier-Line.
           WRITE FD-ReportFile-Record FROM WS-Dossier-Line.
           IF WS-NS-Count = ZERO
              MOVE "=== ALL FILES SEARCHED - DOSSIER COMPLETE" TO
                   FD-ReportFile-Record
              WRITE FD-ReportFile-Record
           ELSE
              ADD +1 TO WS-Incomplete-Cnt
              MOVE "*** DOSSIER INCOMPLETE - NOT SEARCHED IN FULL:"
                   TO FD-ReportFile-Record
              WRITE FD-ReportFile-Record
              PERFORM VARYING WS-NS-Sub FROM 1 BY 1
                 UNTIL WS-NS-Sub > WS-NS-Count
                 MOVE SPACES TO WS-Dossier-Line
                 MOVE WS-NS-File (WS-NS-Sub)   TO WS-DL-Label
                 MOVE WS-NS-Reason (WS-NS-Sub) TO WS-DL-Value
                 PERFORM 7000-Write-Line
              END-PERFORM
           END-IF.

       3000-End-Job.
           DISPLAY EOJ-End-Message.
           DISPLAY "      Requests Read: " FD-RequestFile-Record-Cnt
           DISPLAY "  Dossiers Produced: " WS-Dossier-Cnt
           DISPLAY "Dossiers Incomplete: " WS-Incomplete-Cnt.

           CLOSE RequestFile
                 ReportFile.
           IF WS-CUSTFile-Available
              CLOSE CUSTFile
           END-IF.
           IF WS-CONTFile-Available
              CLOSE CONTFile
           END-IF.

           IF WS-Incomplete-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-Read-RequestFile.
           READ RequestFile
              AT END SET WS-RequestFile-EOF TO TRUE
           END-READ.
           IF WS-RequestFile-Good
              ADD +1 TO FD-RequestFile-Record-Cnt
           ELSE
              IF WS-RequestFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-RequestFile"
                 DISPLAY "Read RequestFile Failed."
                 DISPLAY "File Status: " WS-RequestFile-Status
                 PERFORM 3000-End-Job
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5100-Read-ArchiveFile.
           READ ArchiveFile
              AT END SET WS-ArchiveFile-EOF TO TRUE
           END-READ.
           IF NOT WS-ArchiveFile-Good AND NOT WS-ArchiveFile-EOF
              MOVE "ARCFILE1" TO WS-NS-New-File
              MOVE "read failed part way" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              SET WS-ArchiveFile-EOF TO TRUE
           END-IF.

       5200-Read-ContArchFile.
           READ ContArchFile
              AT END SET WS-ContArchFile-EOF TO TRUE
           END-READ.
           IF NOT WS-ContArchFile-Good AND NOT WS-ContArchFile-EOF
              MOVE "ARCFILE2" TO WS-NS-New-File
              MOVE "read failed part way" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              SET WS-ContArchFile-EOF TO TRUE
           END-IF.

       5300-Read-AuditFile.
           READ AuditFile
              AT END SET WS-AuditFile-EOF TO TRUE
           END-READ.
           IF NOT WS-AuditFile-Good AND NOT WS-AuditFile-EOF
              MOVE "AFILE1"   TO WS-NS-New-File
              MOVE "read failed part way" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              SET WS-AuditFile-EOF TO TRUE
           END-IF.

       5400-Read-JournalFile.
           READ JournalFile
              AT END SET WS-JournalFile-EOF TO TRUE
           END-READ.
           IF NOT WS-JournalFile-Good AND NOT WS-JournalFile-EOF
              MOVE "JFILE1"   TO WS-NS-New-File
              MOVE "read failed part way" TO WS-NS-New-Reason
              PERFORM 6900-Note-Not-Searched
              SET WS-JournalFile-EOF TO TRUE
           END-IF.
           IF WS-JournalFile-Good
              IF WS-Jrnl-Rec-Length NOT = WS-Jrnl-Rec-Full-Length
                 OR JournalFile-Run-Date NOT NUMERIC
                 OR JournalFile-Tran-Seq NOT NUMERIC
                 MOVE "JFILE1"   TO WS-NS-New-File
                 MOVE "record not in the 190-byte journal layout"
                                 TO WS-NS-New-Reason
                 PERFORM 6900-Note-Not-Searched
                 SET WS-JournalFile-EOF TO TRUE
              END-IF
           END-IF.

       6100-Find-In-Family.
           MOVE "N" TO WS-Family-Found-Switch.
           PERFORM VARYING WS-Family-Sub FROM 1 BY 1
              UNTIL WS-Family-Sub > WS-Family-Count
              OR WS-Family-Found
              IF WS-FM-Cust-Number (WS-Family-Sub) =
                 WS-Family-Search-Number
                 SET WS-Family-Found TO TRUE
              END-IF
           END-PERFORM.

       6110-Add-To-Family.
           IF WS-Family-Count >= WS-Family-Max
              SET WS-Family-Full TO TRUE
           ELSE
              ADD +1 TO WS-Family-Count
              MOVE WS-Family-Search-Number TO
                   WS-FM-Cust-Number (WS-Family-Count)
              MOVE WS-Family-New-Relation TO
                   WS-FM-Relation (WS-Family-Count)
              SET WS-Family-Added TO TRUE
           END-IF.

      ***********************************************************
      * Find the first tabled image stamped later than this one,
      *  open a slot there by moving the later images down one,
      *  and drop this image into the slot.
      **********************************************************
       6200-Insert-Journal-Image.
           IF WS-Jrnl-Count >= WS-Jrnl-Max
              SET WS-Jrnl-Full TO TRUE
           ELSE
              MOVE JournalFile-Run-Date TO WS-NJ-Run-Date
              MOVE JournalFile-Tran-Seq TO WS-NJ-Tran-Seq
              PERFORM VARYING WS-Jrnl-Sub FROM 1 BY 1
                 UNTIL WS-Jrnl-Sub > WS-Jrnl-Count
                 OR WS-JE-Sort-Key (WS-Jrnl-Sub) > WS-New-Jrnl-Key
                 CONTINUE
              END-PERFORM
              PERFORM VARYING WS-Jrnl-Move-Sub FROM WS-Jrnl-Count
                 BY -1
                 UNTIL WS-Jrnl-Move-Sub < WS-Jrnl-Sub
                 MOVE WS-Jrnl-Entry (WS-Jrnl-Move-Sub) TO
                      WS-Jrnl-Entry (WS-Jrnl-Move-Sub + 1)
              END-PERFORM
              MOVE WS-New-Jrnl-Key         TO
                   WS-JE-Sort-Key (WS-Jrnl-Sub)
              MOVE FD-JournalFile-Header   TO
                   WS-JE-Header (WS-Jrnl-Sub)
              MOVE FD-JournalFile-Customer TO
                   WS-JE-Image (WS-Jrnl-Sub)
              ADD +1 TO WS-Jrnl-Count
           END-IF.

       6900-Note-Not-Searched.
           IF WS-NS-Count < WS-NS-Max
              ADD +1 TO WS-NS-Count
              MOVE WS-NS-New-File   TO WS-NS-File (WS-NS-Count)
              MOVE WS-NS-New-Reason TO WS-NS-Reason (WS-NS-Count)
           END-IF.

       7000-Write-Line.
           WRITE FD-ReportFile-Record FROM WS-Dossier-Line.

       7100-Write-Section-Heading.
           WRITE FD-ReportFile-Record FROM WS-Section-Heading
               AFTER ADVANCING 2 LINES.

       7150-Write-Not-Searched-Line.
           MOVE SPACES TO WS-Dossier-Line.
           MOVE "** NOT SEARCHED **: " TO WS-DL-Label.
           MOVE WS-NS-New-Reason TO WS-DL-Value.
           PERFORM 7000-Write-Line.

       7180-Write-None-Found.
           IF WS-Section-Hit-Cnt = ZERO
              MOVE SPACES TO WS-Dossier-Line
              MOVE "(NONE FOUND)" TO WS-TL-Text
              PERFORM 7000-Write-Line
           END-IF.

      ***********************************************************
      * One labeled line per CUSTOMRS field - the whole record,
      *  since a dossier answers what we hold, not what a
      *  department asked to see.
      **********************************************************
       7200-Write-Customer-Image.
           MOVE SPACES TO WS-Dossier-Line.
           MOVE "CUSTOMER NUMBER:" TO WS-DL-Label.
           MOVE Image-Cust-Number TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "NAME:" TO WS-DL-Label.
           MOVE Image-Cust-Name TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "ADDRESS LINE 1:" TO WS-DL-Label.
           MOVE Image-Cust-Address-Line-1 TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "ADDRESS LINE 2:" TO WS-DL-Label.
           MOVE Image-Cust-Address-Line-2 TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "CITY/STATE/ZIP:" TO WS-DL-Label.
           MOVE Image-Cust-City     TO WS-CSZ-City.
           MOVE Image-Cust-State    TO WS-CSZ-State.
           MOVE Image-Cust-Zip-Code TO WS-CSZ-Zip.
           MOVE WS-CSZ-Value TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "PHONE:" TO WS-DL-Label.
           MOVE Image-Cust-Phone-Number TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "STATUS:" TO WS-DL-Label.
           MOVE Image-Cust-Status TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "DATE ADDED:" TO WS-DL-Label.
           MOVE Image-Cust-Date-Added TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "LAST MAINTAINED:" TO WS-DL-Label.
           MOVE Image-Cust-Last-Maint-Date TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE SPACES TO WS-Dossier-Line.
           PERFORM 7000-Write-Line.

       7300-Write-Contact-Image.
           MOVE SPACES TO WS-Dossier-Line.
           MOVE "CONTACT KEY/TYPE:" TO WS-DL-Label.
           STRING ImgCont-Cont-Cust-Number "/" ImgCont-Cont-Seq
                  " TYPE " ImgCont-Cont-Type
                  DELIMITED BY SIZE INTO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE SPACES TO WS-Dossier-Line.
           MOVE "ADDRESS LINE 1:" TO WS-DL-Label.
           MOVE ImgCont-Cont-Address-Line-1 TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "ADDRESS LINE 2:" TO WS-DL-Label.
           MOVE ImgCont-Cont-Address-Line-2 TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "CITY/STATE/ZIP:" TO WS-DL-Label.
           MOVE ImgCont-Cont-City     TO WS-CSZ-City.
           MOVE ImgCont-Cont-State    TO WS-CSZ-State.
           MOVE ImgCont-Cont-Zip-Code TO WS-CSZ-Zip.
           MOVE WS-CSZ-Value TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE "PHONE:" TO WS-DL-Label.
           MOVE ImgCont-Cont-Phone-Number TO WS-DL-Value.
           PERFORM 7000-Write-Line.
           MOVE SPACES TO WS-Dossier-Line.
           PERFORM 7000-Write-Line.
