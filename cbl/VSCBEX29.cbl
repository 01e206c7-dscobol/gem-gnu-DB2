      ***********************************************************
      * Program name:    VSCBEX29
      * Original author: David Stagowki
      *
      *    Description: Example 29: Indexed File Processing:
      *     Archive Retention Expiry and Destruction Register
      *
      *    VSCBEX09 and the VSCBEX03/VSCBEX16 contact cascades
      *     open the customer archive (ARCFILE1) and the contact
      *     archive (ARCFILE2) EXTEND, and nothing ever came off
      *     them.  Records retention says a closed customer's
      *     data is destroyed after a set number of years, so
      *     this program copies both archives to their next
      *     generation (ARCOUT1 and ARCOUT2) without the expired
      *     images and lists every image it left behind on the
      *     certificate-of-destruction register compliance signs
      *     off on each year.
      *    The retention period, in years, comes from the
      *     PARMFILE control card and is required - this program
      *     will not destroy anything on a missing or invalid
      *     period (RC 16).  The retention cutoff is the run
      *     date less that many years.  The dates the register
      *     reports, and the rules run on, are:
      *       - a customer image's Last-Maint-Date - the archive
      *         image carries no archive date of its own, and
      *         VSCBEX09 archives the record exactly as it stood
      *         when it went dead, so Last-Maint-Date is the date
      *         the account last changed (closed or went quiet);
      *       - a contact image's CONTARCH Arch-Date.
      *     An image dated before the cutoff is expired, except:
      *       - a customer still inside retention - its newest
      *         customer image, or its newest contact archive
      *         set, dated on or after the cutoff - keeps its
      *         newest customer image and its newest contact
      *         set, so VSCBEX15 can still reinstate it whole
      *         (VSCBEX15 takes the last image on file and the
      *         contacts stamped with the newest archive date);
      *       - an image whose date is not numeric is kept and
      *         counted - nothing is destroyed on a date nobody
      *         can read.
      *     Both archives are surveyed first (one pass each) to
      *     find every customer's newest images, then copied.
      *     A customer table that overflows, an archive that
      *     will not open, or a new generation that will not
      *     write ends the run RC 16; the job's JCL catalogs
      *     ARCOUT1/ARCOUT2 only on a clean return code, so the
      *     old generation stays the archive of record until a
      *     run completes.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: records-retention
      *                          expiry of the customer and
      *                          contact archives with the
      *                          destruction register.
      * 2026-10-15 dscobol       The register and both new
      *                          generations are checked on open;
      *                          a failed open ends the run RC 16.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX29.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ParmFile
           ASSIGN TO PARMFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.

           SELECT ArchiveFile
           ASSIGN TO ARCFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchiveFile-Status.

           SELECT ContArchFile
           ASSIGN TO ARCFILE2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContArchFile-Status.

           SELECT ArchOutFile
           ASSIGN TO ARCOUT1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchOutFile-Status.

           SELECT ContOutFile
           ASSIGN TO ARCOUT2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContOutFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ParmFile-Record.
           05  FD-ParmFile-Retention-Years   PIC X(02).
           05  FILLER                       PIC X(78).

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

       FD  ArchOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ArchOutFile-Record             PIC X(160).

       FD  ContOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ContOutFile-Record             PIC X(136).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ArchiveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ArchOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-ArchiveFile-Record-Cnt      PIC S9(9) COMP VALUE ZERO.
           12 FD-ContArchFile-Record-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 WS-Cust-Kept-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Cust-Destroyed-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Cust-Undated-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Cont-Kept-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Cont-Destroyed-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Cont-Undated-Cnt            PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.
       01  WS-Retention-Years                PIC 9(02) VALUE ZERO.
       01  WS-Retention-Cutoff               PIC 9(08) VALUE ZERO.

      ***********************************************************
      * One entry per Cust-Number found on either archive: the
      *  position of its last (newest) customer image on
      *  ARCFILE1 and that image's date, its newest contact
      *  archive date on ARCFILE2, and whether the customer is
      *  still inside retention.  The contact archive arrives
      *  grouped by customer, so the last entry found is tried
      *  before the table is searched.
      **********************************************************
       01  WS-Customer-Table.
           12 WS-Cust-Max                    PIC S9(9) COMP
                                              VALUE +50000.
           12 WS-Cust-Count                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Cust-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Cust-Last-Sub               PIC S9(9) COMP VALUE ZERO.
           12 WS-Cust-Found-Switch           PIC X(01) VALUE "N".
              88 WS-Cust-Found                   VALUE "Y".
           12 WS-Cust-Entry OCCURS 50000 TIMES.
              16 WS-CU-Cust-Number           PIC X(07).
              16 WS-CU-Newest-Image-Pos      PIC S9(9) COMP.
              16 WS-CU-Newest-Image-Date     PIC 9(08).
              16 WS-CU-Newest-Cont-Date      PIC 9(08).
              16 WS-CU-Retained-Switch       PIC X(01).
                 88 WS-CU-Retained               VALUE "Y".

       01  WS-Search-Cust-Number             PIC X(07) VALUE SPACES.
       01  WS-Image-Pos                      PIC S9(9) COMP VALUE ZERO.

      ***********************************************************
      * Record counts from the survey passes.  The copy passes
      *  must read exactly as many records again, or the archive
      *  changed underneath the run and the survey cannot be
      *  trusted.
      **********************************************************
       01  WS-Survey-Counts.
           12 WS-Arch-Survey-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Cont-Survey-Cnt             PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Complete-Switch            PIC X(01) VALUE "N".
           88  WS-Run-Complete                   VALUE "Y".

       01  WS-Report-Lines.
           12 WS-Report-Heading-1.
              16 FILLER               PIC X(39) VALUE
                 "VSCBEX29 - Certificate of Destruction -".
              16 FILLER               PIC X(18) VALUE
                 " Archive Retention".
           12 WS-Report-Heading-2.
              16 FILLER               PIC X(10) VALUE "RUN DATE: ".
              16 WS-RH2-Run-Date       PIC 9(08).
              16 FILLER               PIC X(13) VALUE
                 "  RETENTION: ".
              16 WS-RH2-Years          PIC Z9.
              16 FILLER               PIC X(17) VALUE
                 " YEARS  CUTOFF: ".
              16 WS-RH2-Cutoff         PIC 9(08).
           12 WS-Report-Heading-3.
              16 FILLER               PIC X(38) VALUE
                 "Image    Cust-Nbr Sq Ty Date     Date-".
              16 FILLER               PIC X(30) VALUE
                 "Basis Archv-By Name/City".
           12 WS-Report-Detail.
              16 WS-RD-Kind            PIC X(08).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Cust-Number     PIC X(07).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-RD-Cont-Seq        PIC X(02).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Cont-Type       PIC X(02).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Date            PIC 9(08).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Date-Basis      PIC X(10).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Program         PIC X(08).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RD-Name            PIC X(27).
           12 WS-Summary-Detail.
              16 WS-SD-Label           PIC X(30).
              16 WS-SD-Value           PIC ZZZZZZZZ9.
           12 WS-Certify-Line-1.
              16 FILLER               PIC X(40) VALUE
                 "THE IMAGES LISTED ABOVE WERE REMOVED FRO".
              16 FILLER               PIC X(32) VALUE
                 "M THE ARCHIVES AND DESTROYED.".
           12 WS-Certify-Line-2.
              16 FILLER               PIC X(45) VALUE
                 "CERTIFIED BY: ______________________________ ".
              16 FILLER               PIC X(17) VALUE
                 " DATE: __________".
           12 WS-Incomplete-Line             PIC X(080) VALUE
              "** RUN DID NOT COMPLETE - NOTHING DESTROYED **".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX29 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Survey-Customer-Archive.
           PERFORM 2200-Survey-Contact-Archive.
           PERFORM 2400-Mark-Retained-Customers.
           PERFORM 3000-Copy-Customer-Archive.
           PERFORM 3500-Copy-Contact-Archive.
           PERFORM 3900-Balance-Counts.
           PERFORM 4000-End-Job.
           GOBACK.

      ***********************************************************
      * The retention card is all that stands between this
      *  program and an empty archive, so a missing, unreadable
      *  or zero period stops the run before either archive is
      *  touched.
      **********************************************************
       0500-Read-Parm.
           OPEN INPUT ParmFile.
           IF WS-ParmFile-Good
              READ ParmFile
                 AT END NEXT SENTENCE
              END-READ
              IF WS-ParmFile-Good
                 IF FD-ParmFile-Retention-Years NUMERIC
                    MOVE FD-ParmFile-Retention-Years TO
                         WS-Retention-Years
                 END-IF
              END-IF
              CLOSE ParmFile
           END-IF.
           IF WS-Retention-Years = ZERO
              DISPLAY "** ERROR **: 0500-Read-Parm"
              DISPLAY "Retention period card missing or invalid."
              DISPLAY "No archive images destroyed."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      ***********************************************************
      * An archive that will not open is an error, not an empty
      *  archive - copying "nothing" forward would destroy the
      *  whole archive.  A region with no contact archive runs
      *  with an empty (DUMMY) ARCFILE2, which opens cleanly.
      **********************************************************
       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 0500-Read-Parm.
           COMPUTE WS-Retention-Cutoff =
              WS-Run-Date - (WS-Retention-Years * 10000).
           OPEN INPUT ArchiveFile.
           OPEN INPUT ContArchFile.
           IF NOT WS-ArchiveFile-Good
              OR NOT WS-ContArchFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open Archive Failed - nothing destroyed."
              DISPLAY "ArchiveFile Status: " WS-ArchiveFile-Status
              DISPLAY "ContArchFile Status: " WS-ContArchFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      ***********************************************************
      * Survey pass over the customer archive: a later image of
      *  a number replaces the earlier one as its newest, the
      *  same last-on-file-wins rule VSCBEX15 reinstates by.
      **********************************************************
       2000-Survey-Customer-Archive.
           MOVE ZERO TO WS-Image-Pos.
           PERFORM 5000-Read-ArchiveFile.
           PERFORM UNTIL WS-ArchiveFile-EOF
              ADD +1 TO WS-Image-Pos
              MOVE Archive-Cust-Number TO WS-Search-Cust-Number
              PERFORM 6000-Find-Customer-Entry
              IF NOT WS-Cust-Found
                 PERFORM 6100-Add-Customer-Entry
              END-IF
              MOVE WS-Image-Pos TO
                   WS-CU-Newest-Image-Pos (WS-Cust-Sub)
              IF Archive-Cust-Last-Maint-Date NUMERIC
                 MOVE Archive-Cust-Last-Maint-Date TO
                      WS-CU-Newest-Image-Date (WS-Cust-Sub)
              ELSE
                 MOVE ZERO TO WS-CU-Newest-Image-Date (WS-Cust-Sub)
              END-IF
              PERFORM 5000-Read-ArchiveFile
           END-PERFORM.
           CLOSE ArchiveFile.
           MOVE FD-ArchiveFile-Record-Cnt TO WS-Arch-Survey-Cnt.
           MOVE ZERO TO FD-ArchiveFile-Record-Cnt.

       2200-Survey-Contact-Archive.
           PERFORM 5100-Read-ContArchFile.
           PERFORM UNTIL WS-ContArchFile-EOF
              MOVE ArchCont-Cont-Cust-Number TO WS-Search-Cust-Number
              PERFORM 6000-Find-Customer-Entry
              IF NOT WS-Cust-Found
                 PERFORM 6100-Add-Customer-Entry
              END-IF
              IF ContArch-Arch-Date NUMERIC
                 IF ContArch-Arch-Date >
                    WS-CU-Newest-Cont-Date (WS-Cust-Sub)
                    MOVE ContArch-Arch-Date TO
                         WS-CU-Newest-Cont-Date (WS-Cust-Sub)
                 END-IF
              END-IF
              PERFORM 5100-Read-ContArchFile
           END-PERFORM.
           CLOSE ContArchFile.
           MOVE FD-ContArchFile-Record-Cnt TO WS-Cont-Survey-Cnt.
           MOVE ZERO TO FD-ContArchFile-Record-Cnt.

       2400-Mark-Retained-Customers.
           PERFORM VARYING WS-Cust-Sub FROM 1 BY 1
              UNTIL WS-Cust-Sub > WS-Cust-Count
              IF WS-CU-Newest-Image-Date (WS-Cust-Sub) >=
                 WS-Retention-Cutoff
                 OR WS-CU-Newest-Cont-Date (WS-Cust-Sub) >=
                    WS-Retention-Cutoff
                 SET WS-CU-Retained (WS-Cust-Sub) TO TRUE
              END-IF
           END-PERFORM.

      ***********************************************************
      * Copy pass over the customer archive.  The register page
      *  and the new generation are opened only now, after both
      *  surveys have succeeded.
      **********************************************************
       3000-Copy-Customer-Archive.
           OPEN OUTPUT ReportFile.
           IF NOT WS-ReportFile-Good
              DISPLAY "** ERROR **: 3000-Copy-Customer-Archive"
              DISPLAY "Open ReportFile Failed - nothing destroyed."
              DISPLAY "File Status: " WS-ReportFile-Status
              PERFORM 4000-End-Job
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Run-Date         TO WS-RH2-Run-Date.
           MOVE WS-Retention-Years  TO WS-RH2-Years.
           MOVE WS-Retention-Cutoff TO WS-RH2-Cutoff.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-2.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-3
               AFTER ADVANCING 2 LINES.
           OPEN INPUT  ArchiveFile.
           OPEN OUTPUT ArchOutFile.
           IF NOT WS-ArchiveFile-Good
              OR NOT WS-ArchOutFile-Good
              DISPLAY "** ERROR **: 3000-Copy-Customer-Archive"
              DISPLAY "Open Customer Archive Copy Failed - "
                      "new generation not usable."
              DISPLAY "ArchiveFile Status: " WS-ArchiveFile-Status
              DISPLAY "ArchOutFile Status: " WS-ArchOutFile-Status
              PERFORM 4000-End-Job
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ZERO TO WS-Image-Pos.
           PERFORM 5000-Read-ArchiveFile.
           PERFORM UNTIL WS-ArchiveFile-EOF
              ADD +1 TO WS-Image-Pos
              PERFORM 3100-Expire-Customer-Image
              PERFORM 5000-Read-ArchiveFile
           END-PERFORM.
           CLOSE ArchiveFile
                 ArchOutFile.

       3100-Expire-Customer-Image.
           MOVE Archive-Cust-Number TO WS-Search-Cust-Number.
           PERFORM 6000-Find-Customer-Entry.
           EVALUATE TRUE
              WHEN Archive-Cust-Last-Maint-Date NOT NUMERIC
                 ADD +1 TO WS-Cust-Undated-Cnt
                 PERFORM 3110-Keep-Customer-Image
              WHEN Archive-Cust-Last-Maint-Date >=
                   WS-Retention-Cutoff
                 PERFORM 3110-Keep-Customer-Image
              WHEN WS-Cust-Found
                   AND WS-CU-Retained (WS-Cust-Sub)
                   AND WS-Image-Pos =
                       WS-CU-Newest-Image-Pos (WS-Cust-Sub)
                 PERFORM 3110-Keep-Customer-Image
              WHEN OTHER
                 ADD +1 TO WS-Cust-Destroyed-Cnt
                 PERFORM 7000-Write-Customer-Register
           END-EVALUATE.

       3110-Keep-Customer-Image.
           WRITE FD-ArchOutFile-Record FROM FD-ArchiveFile-Record.
           IF WS-ArchOutFile-Good
              ADD +1 TO WS-Cust-Kept-Cnt
           ELSE
              DISPLAY "** ERROR **: 3110-Keep-Customer-Image"
              DISPLAY "Write ArchOutFile Failed - new generation "
                      "incomplete."
              DISPLAY "File Status: " WS-ArchOutFile-Status
              PERFORM 4000-End-Job
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       3500-Copy-Contact-Archive.
           OPEN INPUT  ContArchFile.
           OPEN OUTPUT ContOutFile.
           IF NOT WS-ContArchFile-Good
              OR NOT WS-ContOutFile-Good
              DISPLAY "** ERROR **: 3500-Copy-Contact-Archive"
              DISPLAY "Open Contact Archive Copy Failed - "
                      "new generation not usable."
              DISPLAY "ContArchFile Status: " WS-ContArchFile-Status
              DISPLAY "ContOutFile Status: " WS-ContOutFile-Status
              PERFORM 4000-End-Job
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 5100-Read-ContArchFile.
           PERFORM UNTIL WS-ContArchFile-EOF
              PERFORM 3600-Expire-Contact-Image
              PERFORM 5100-Read-ContArchFile
           END-PERFORM.
           CLOSE ContArchFile
                 ContOutFile.

       3600-Expire-Contact-Image.
           MOVE ArchCont-Cont-Cust-Number TO WS-Search-Cust-Number.
           PERFORM 6000-Find-Customer-Entry.
           EVALUATE TRUE
              WHEN ContArch-Arch-Date NOT NUMERIC
                 ADD +1 TO WS-Cont-Undated-Cnt
                 PERFORM 3610-Keep-Contact-Image
              WHEN ContArch-Arch-Date >= WS-Retention-Cutoff
                 PERFORM 3610-Keep-Contact-Image
              WHEN WS-Cust-Found
                   AND WS-CU-Retained (WS-Cust-Sub)
                   AND ContArch-Arch-Date =
                       WS-CU-Newest-Cont-Date (WS-Cust-Sub)
                 PERFORM 3610-Keep-Contact-Image
              WHEN OTHER
                 ADD +1 TO WS-Cont-Destroyed-Cnt
                 PERFORM 7100-Write-Contact-Register
           END-EVALUATE.

       3610-Keep-Contact-Image.
           WRITE FD-ContOutFile-Record FROM FD-ContArchFile-Record.
           IF WS-ContOutFile-Good
              ADD +1 TO WS-Cont-Kept-Cnt
           ELSE
              DISPLAY "** ERROR **: 3610-Keep-Contact-Image"
              DISPLAY "Write ContOutFile Failed - new generation "
                      "incomplete."
              DISPLAY "File Status: " WS-ContOutFile-Status
              PERFORM 4000-End-Job
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       3900-Balance-Counts.
           IF FD-ArchiveFile-Record-Cnt NOT = WS-Arch-Survey-Cnt
              OR FD-ContArchFile-Record-Cnt NOT = WS-Cont-Survey-Cnt
              DISPLAY "** ERROR **: 3900-Balance-Counts"
              DISPLAY "Archive changed between survey and copy - "
                      "new generation not usable."
              DISPLAY "Cust Survey/Copy: " WS-Arch-Survey-Cnt " "
                      FD-ArchiveFile-Record-Cnt
              DISPLAY "Cont Survey/Copy: " WS-Cont-Survey-Cnt " "
                      FD-ContArchFile-Record-Cnt
              PERFORM 4000-End-Job
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           SET WS-Run-Complete TO TRUE.

      ***********************************************************
      * The certification prints only for a run that finished
      *  and balanced; anything less gets the not-complete line,
      *  since the new generation will not be cataloged.
      **********************************************************
       4000-End-Job.
           IF WS-ReportFile-Good
              IF WS-Run-Complete
                 PERFORM 4100-Write-Certification
              ELSE
                 WRITE FD-ReportFile-Record FROM WS-Incomplete-Line
                     AFTER ADVANCING 2 LINES
              END-IF
              CLOSE ReportFile
           END-IF.

           DISPLAY EOJ-End-Message.
           DISPLAY "   Retention Cutoff: " WS-Retention-Cutoff
           DISPLAY "  Cust Images Read: " WS-Arch-Survey-Cnt
           DISPLAY "  Cust Images Kept: " WS-Cust-Kept-Cnt
           DISPLAY "Cust Images Destroyed: " WS-Cust-Destroyed-Cnt
           DISPLAY "  Cust Kept Undated: " WS-Cust-Undated-Cnt
           DISPLAY "  Cont Images Read: " WS-Cont-Survey-Cnt
           DISPLAY "  Cont Images Kept: " WS-Cont-Kept-Cnt
           DISPLAY "Cont Images Destroyed: " WS-Cont-Destroyed-Cnt
           DISPLAY "  Cont Kept Undated: " WS-Cont-Undated-Cnt.

           IF WS-Cust-Undated-Cnt > ZERO
              OR WS-Cont-Undated-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       4100-Write-Certification.
           MOVE "CUSTOMER IMAGES DESTROYED:"  TO WS-SD-Label.
           MOVE WS-Cust-Destroyed-Cnt         TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail
               AFTER ADVANCING 2 LINES.
           MOVE "CUSTOMER IMAGES RETAINED:"   TO WS-SD-Label.
           MOVE WS-Cust-Kept-Cnt              TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "  RETAINED - DATE UNREADABLE:" TO WS-SD-Label.
           MOVE WS-Cust-Undated-Cnt           TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "CONTACT IMAGES DESTROYED:"   TO WS-SD-Label.
           MOVE WS-Cont-Destroyed-Cnt         TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "CONTACT IMAGES RETAINED:"    TO WS-SD-Label.
           MOVE WS-Cont-Kept-Cnt              TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           MOVE "  RETAINED - DATE UNREADABLE:" TO WS-SD-Label.
           MOVE WS-Cont-Undated-Cnt           TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           WRITE FD-ReportFile-Record FROM WS-Certify-Line-1
               AFTER ADVANCING 2 LINES.
           WRITE FD-ReportFile-Record FROM WS-Certify-Line-2
               AFTER ADVANCING 2 LINES.

       5000-Read-ArchiveFile.
           READ ArchiveFile
              AT END SET WS-ArchiveFile-EOF TO TRUE
           END-READ.
           IF WS-ArchiveFile-Good
              ADD +1 TO FD-ArchiveFile-Record-Cnt
           ELSE
              IF WS-ArchiveFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-ArchiveFile"
                 DISPLAY "Read ArchiveFile Failed."
                 DISPLAY "File Status: " WS-ArchiveFile-Status
                 PERFORM 4000-End-Job
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5100-Read-ContArchFile.
           READ ContArchFile
              AT END SET WS-ContArchFile-EOF TO TRUE
           END-READ.
           IF WS-ContArchFile-Good
              ADD +1 TO FD-ContArchFile-Record-Cnt
           ELSE
              IF WS-ContArchFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5100-Read-ContArchFile"
                 DISPLAY "Read ContArchFile Failed."
                 DISPLAY "File Status: " WS-ContArchFile-Status
                 PERFORM 4000-End-Job
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Find-Customer-Entry.
           MOVE "N" TO WS-Cust-Found-Switch.
           IF WS-Cust-Last-Sub > ZERO
              IF WS-CU-Cust-Number (WS-Cust-Last-Sub) =
                 WS-Search-Cust-Number
                 SET WS-Cust-Found TO TRUE
                 MOVE WS-Cust-Last-Sub TO WS-Cust-Sub
              END-IF
           END-IF.
           IF NOT WS-Cust-Found
              PERFORM VARYING WS-Cust-Sub FROM 1 BY 1
                 UNTIL WS-Cust-Sub > WS-Cust-Count
                 OR WS-Cust-Found
                 IF WS-CU-Cust-Number (WS-Cust-Sub) =
                    WS-Search-Cust-Number
                    SET WS-Cust-Found TO TRUE
                    MOVE WS-Cust-Sub TO WS-Cust-Last-Sub
                 END-IF
              END-PERFORM
              IF WS-Cust-Found
                 MOVE WS-Cust-Last-Sub TO WS-Cust-Sub
              END-IF
           END-IF.

      ***********************************************************
      * A customer the table cannot hold would have no newest
      *  image on record and could lose the one VSCBEX15 needs,
      *  so overflow stops the run before anything is copied.
      **********************************************************
       6100-Add-Customer-Entry.
           IF WS-Cust-Count >= WS-Cust-Max
              DISPLAY "** ERROR **: 6100-Add-Customer-Entry"
              DISPLAY "Too many archived customers for table - "
                      "nothing destroyed."
              DISPLAY "Table Limit: " WS-Cust-Max
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Cust-Count.
           MOVE WS-Cust-Count TO WS-Cust-Sub.
           MOVE WS-Cust-Count TO WS-Cust-Last-Sub.
           MOVE WS-Search-Cust-Number TO
                WS-CU-Cust-Number (WS-Cust-Sub).
           MOVE ZERO TO WS-CU-Newest-Image-Pos (WS-Cust-Sub).
           MOVE ZERO TO WS-CU-Newest-Image-Date (WS-Cust-Sub).
           MOVE ZERO TO WS-CU-Newest-Cont-Date (WS-Cust-Sub).
           MOVE "N"  TO WS-CU-Retained-Switch (WS-Cust-Sub).

       7000-Write-Customer-Register.
           MOVE SPACES                       TO WS-RD-Cont-Seq
                                                WS-RD-Cont-Type
                                                WS-RD-Program.
           MOVE "CUSTOMER"                   TO WS-RD-Kind.
           MOVE Archive-Cust-Number          TO WS-RD-Cust-Number.
           MOVE Archive-Cust-Last-Maint-Date TO WS-RD-Date.
           MOVE "LAST-MAINT"                 TO WS-RD-Date-Basis.
           MOVE Archive-Cust-Name            TO WS-RD-Name.
           WRITE FD-ReportFile-Record FROM WS-Report-Detail.

       7100-Write-Contact-Register.
           MOVE "CONTACT"                    TO WS-RD-Kind.
           MOVE ArchCont-Cont-Cust-Number    TO WS-RD-Cust-Number.
           MOVE ArchCont-Cont-Seq            TO WS-RD-Cont-Seq.
           MOVE ArchCont-Cont-Type           TO WS-RD-Cont-Type.
           MOVE ContArch-Arch-Date           TO WS-RD-Date.
           MOVE "ARCHIVED"                   TO WS-RD-Date-Basis.
           MOVE ContArch-Arch-Program        TO WS-RD-Program.
           MOVE ArchCont-Cont-City           TO WS-RD-Name.
           WRITE FD-ReportFile-Record FROM WS-Report-Detail.
