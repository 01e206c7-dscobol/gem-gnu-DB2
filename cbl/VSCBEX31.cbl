      ***********************************************************
      * Program name:    VSCBEX31
      * Original author: David Stagowki
      *
      *    Description: Example 31: Indexed File Processing:
      *     NCOA Change-of-Address Feed
      *
      *    The postal change-of-address vendor sends a monthly
      *     file of people who filed a move: name, the address
      *     they moved from, the address they moved to, and the
      *     date the move took effect.  Until now a clerk keyed
      *     the changes by hand from a printout.  This program
      *     matches each vendor record (NCOAIN1) to CUSTFile on
      *     the alternate name key and then on the old address,
      *     and sorts the results three ways:
      *       - confident: exactly one customer carries the name
      *         and every old address field agrees with the
      *         address on file.  The move becomes a change
      *         transaction in the QFILE3 layout (NCOOUT1) for
      *         the next VSCBEX03 run, and the superseded
      *         address becomes a prior-address (PA) contact add
      *         in the QFILE4 layout (NCOOUT2) for VSCBEX21, so
      *         the old address is not lost.  An old address
      *         already held as a contact is not added twice;
      *       - ambiguous: several customers carry the name, or
      *         the old address only partly agrees;
      *       - no match: nobody carries the name, or the one
      *         customer who does lives somewhere else entirely.
      *     Ambiguous and unmatched records go to the review
      *     report (RPTFILEL) for the data-quality clerk, with
      *     every candidate customer listed.  Before a confident
      *     move is accepted the new address must pass the same
      *     postal directory check VSCBEX23 applies (ZIPFILE1):
      *     the zip must be in the directory and the city and
      *     state must agree with it.  A move that fails goes
      *     to the review report with the directory's version.
      *     A move already applied (the customer is on file at
      *     the new address) is counted and dropped.
      *
      *    The change transaction carries the customer's record
      *     as it stands tonight with only the address replaced
      *     and the status blank, so VSCBEX03 keeps the status on
      *     file.  Its origin is the region whose NBRCTL1 number
      *     block holds the customer, the branch from the
      *     PARMFILE card (columns 1-4, NCOA if blank), and
      *     VSCBEX31 as operator - the authority table needs a
      *     card for that branch and operator in every region.
      *     CUSTFile, CONTFile, the directory, the number-control
      *     file and the vendor file are required (RC 16).  RC 4
      *     when anything went to the review report.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: inbound NCOA change-of-
      *                          address feed.
      * 2026-10-15 dscobol       Take status 02 on the name-key
      *                          walk as a good read, so names
      *                          shared by several customers
      *                          reach the review report.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX31.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NcoaFile
           ASSIGN TO NCOAIN1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NcoaFile-Status.

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
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CONTFile-Status.

           SELECT ZipDirFile
           ASSIGN TO ZIPFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZipDirFile-Status.

           SELECT NbrCtlFile
           ASSIGN TO NBRCTL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NbrCtlFile-Status.

           SELECT ParmFile
           ASSIGN TO PARMFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.

           SELECT CustTranFile
           ASSIGN TO NCOOUT1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CustTranFile-Status.

           SELECT ContTranFile
           ASSIGN TO NCOOUT2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContTranFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      * One vendor record per move: name, the address moved
      *  from, the address moved to, and the effective date.
      **********************************************************
       FD  NcoaFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-NcoaFile-Record.
           05  FD-NcoaFile-Name              PIC X(30).
           05  FD-NcoaFile-Old-Address.
               10  FD-NcoaFile-Old-Addr-1    PIC X(30).
               10  FD-NcoaFile-Old-Addr-2    PIC X(30).
               10  FD-NcoaFile-Old-City      PIC X(20).
               10  FD-NcoaFile-Old-State     PIC X(02).
               10  FD-NcoaFile-Old-Zip       PIC X(10).
           05  FD-NcoaFile-New-Address.
               10  FD-NcoaFile-New-Addr-1    PIC X(30).
               10  FD-NcoaFile-New-Addr-2    PIC X(30).
               10  FD-NcoaFile-New-City      PIC X(20).
               10  FD-NcoaFile-New-State     PIC X(02).
               10  FD-NcoaFile-New-Zip       PIC X(10).
           05  FD-NcoaFile-Move-Date         PIC X(08).
           05  FILLER                       PIC X(18).

       FD  CUSTFile.
       01  FD-CUSTFile-Customer-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==CUSTFile==.

       FD  CONTFile.
       01  FD-CONTFile-Contact-Record.
           COPY CONTACTS REPLACING ==:tag:== BY ==CONTFile==.

       FD  ZipDirFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ZipDirFile-Record.
           05  FD-ZipDirFile-Zip5            PIC X(05).
           05  FILLER                       PIC X(01).
           05  FD-ZipDirFile-City            PIC X(20).
           05  FILLER                       PIC X(01).
           05  FD-ZipDirFile-State           PIC X(02).
           05  FILLER                       PIC X(51).

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

       FD  ParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ParmFile-Record.
           05  FD-ParmFile-Branch            PIC X(04).
           05  FILLER                       PIC X(76).

      ***********************************************************
      * The QFILE3 maintenance transaction VSCBEX03 reads.
      **********************************************************
       FD  CustTranFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CustTranFile-Record.
           02  FD-CustTranFile-Trans-Code    PIC X(01).
           02  FD-CustTranFile-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==NcoTran==.
           02  FD-CustTranFile-Origin.
               COPY TRANORIG REPLACING ==:tag:== BY ==NcoTran==.

      ***********************************************************
      * The QFILE4 contact transaction VSCBEX21 reads.
      **********************************************************
       FD  ContTranFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ContTranFile-Record.
           02  FD-ContTranFile-Trans-Code    PIC X(01).
           02  FD-ContTranFile-Contact.
               COPY CONTACTS REPLACING ==:tag:== BY ==NcoCont==.

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==NcoaFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CONTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ZipDirFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NbrCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CustTranFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContTranFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-NcoaFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 FD-ZipDirFile-Record-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 FD-CustTranFile-Record-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 FD-ContTranFile-Record-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 WS-Old-On-File-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Already-Moved-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Ambiguous-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-No-Match-Cnt                PIC S9(9) COMP VALUE ZERO.
           12 WS-Directory-Fail-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Other-Review-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Review-Cnt                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Unverified-Cnt              PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

       01  WS-Parm-Control.
           12 WS-Parm-Branch                 PIC X(04) VALUE "NCOA".

      ***********************************************************
      * The city/state/zip directory, tabled at start of job on
      *  the VSCBEX23 rules: past the table limit, zips it cannot
      *  look up pass unverified rather than going to review as
      *  false misses.
      **********************************************************
       01  WS-Zip-Dir-Table.
           12 WS-Dir-Max                     PIC S9(9) COMP
                                              VALUE +5000.
           12 WS-Dir-Count                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Dir-Sub                     PIC S9(9) COMP VALUE ZERO.
           12 WS-Dir-Overflow-Switch         PIC X(01) VALUE "N".
              88 WS-Dir-Overflowed               VALUE "Y".
           12 WS-Dir-Entry OCCURS 5000 TIMES.
              16 WS-DT-Zip5                  PIC X(05).
              16 WS-DT-City                  PIC X(20).
              16 WS-DT-State                 PIC X(02).

      ***********************************************************
      * Region number blocks off NBRCTL1 - the transaction's
      *  origin region is the one whose block holds the
      *  customer, the same block VSCBEX03 checks it against.
      **********************************************************
       01  WS-Block-Table.
           12 WS-Block-Max                   PIC S9(9) COMP
                                              VALUE +50.
           12 WS-Block-Count                 PIC S9(9) COMP VALUE ZERO.
           12 WS-Block-Sub                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Block-Entry OCCURS 50 TIMES.
              16 WS-BT-Region                PIC X(01).
              16 WS-BT-Block-Low             PIC 9(07).
              16 WS-BT-Block-High            PIC 9(07).

      ***********************************************************
      * Customers carrying the vendor name.  Every one is
      *  counted; the first ten are held for the review report.
      **********************************************************
       01  WS-Candidate-Table.
           12 WS-Cand-Max                    PIC S9(4) COMP VALUE +10.
           12 WS-Cand-Count                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Cand-Sub                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Cand-Entry OCCURS 10 TIMES.
              16 WS-CD-Cust-Number           PIC X(07).
              16 WS-CD-Status                PIC X(01).
              16 WS-CD-Agree-Cnt             PIC 9(01).
              16 WS-CD-At-New-Switch         PIC X(01).
                 88 WS-CD-At-New                 VALUE "Y".

      ***********************************************************
      * Customers moved earlier in this run - a second vendor
      *  record for the same customer goes to review rather than
      *  writing a second, competing change.
      **********************************************************
       01  WS-Moved-Table.
           12 WS-Moved-Max                   PIC S9(9) COMP
                                              VALUE +5000.
           12 WS-Moved-Count                 PIC S9(9) COMP VALUE ZERO.
           12 WS-Moved-Sub                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Moved-Found-Switch          PIC X(01) VALUE "N".
              88 WS-Moved-Found                  VALUE "Y".
           12 WS-Moved-Cust-Number OCCURS 5000 TIMES
                                             PIC X(07).

      ***********************************************************
      * The one matched customer as read tonight.
      **********************************************************
       01  WS-Match-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Match==.

       01  WS-Match-Work.
           12 WS-Review-Reason               PIC X(40) VALUE SPACES.
           12 WS-Agree-Cnt                   PIC 9(01) VALUE ZERO.
           12 WS-Old-Zip-Work.
              16 WS-OZ-Zip5                  PIC X(05).
              16 FILLER                     PIC X(05).
           12 WS-File-Zip-Work.
              16 WS-FZ-Zip5                  PIC X(05).
              16 FILLER                     PIC X(05).
           12 WS-New-Zip-Work.
              16 WS-NZ-Zip5                  PIC X(05).
              16 FILLER                     PIC X(05).
           12 WS-Dir-Found-Switch            PIC X(01) VALUE "N".
              88 WS-Dir-Found                    VALUE "Y".
           12 WS-Dir-Disagree-Switch         PIC X(01) VALUE "N".
              88 WS-Dir-Disagree                 VALUE "Y".
           12 WS-Region-Cust-Number          PIC 9(07) VALUE ZERO.
           12 WS-Origin-Region               PIC X(01) VALUE SPACES.
           12 WS-Old-On-File-Switch          PIC X(01) VALUE "N".
              88 WS-Old-On-File                  VALUE "Y".
           12 WS-Contact-Done-Switch         PIC X(01) VALUE "N".
              88 WS-Contact-Done                 VALUE "Y".
           12 WS-High-Seq                    PIC 9(02) VALUE ZERO.
           12 WS-Seq-Work.
              16 WS-Seq-Alpha                PIC X(02).
              16 WS-Seq-Num REDEFINES WS-Seq-Alpha
                                             PIC 9(02).

       01  WS-Report-Lines.
           12 WS-Report-Heading-1.
              16 FILLER               PIC X(44) VALUE
                 "VSCBEX31 - NCOA Change-of-Address Review".
              16 FILLER               PIC X(10) VALUE "RUN DATE: ".
              16 WS-RH1-Run-Date       PIC 9(08).
           12 WS-Reason-Line.
              16 FILLER               PIC X(08) VALUE "REVIEW: ".
              16 WS-RL-Reason          PIC X(40).
              16 FILLER               PIC X(13) VALUE
                 "  VENDOR REC ".
              16 WS-RL-Record-Num      PIC Z(8)9.
           12 WS-Review-Line.
              16 FILLER               PIC X(04) VALUE SPACES.
              16 WS-VL-Label           PIC X(18).
              16 WS-VL-Value           PIC X(58).
           12 WS-CSZ-Value.
              16 WS-CSZ-City           PIC X(20).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-CSZ-State          PIC X(02).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-CSZ-Zip            PIC X(10).
           12 WS-Summary-Line.
              16 WS-SL-Label           PIC X(40).
              16 WS-SL-Count           PIC Z(8)9.
           12 WS-Edit-Count            PIC Z(8)9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX31 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 0500-Read-Parm.
           PERFORM 1100-Load-Zip-Directory.
           PERFORM 1200-Load-Block-Table.
           OPEN INPUT NcoaFile.
           IF NOT WS-NcoaFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open NcoaFile Failed - no moves matched."
              DISPLAY "File Status: " WS-NcoaFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CUSTFile.
           IF NOT WS-CUSTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CUSTFile Failed - no moves matched."
              DISPLAY "File Status: " WS-CUSTFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      ***********************************************************
      * Without the contact file the next free contact sequence
      *  is unknown, and a prior-address add on a sequence
      *  already in use would be rejected by VSCBEX21 - the old
      *  address would be lost, which is what the contact add
      *  is there to prevent.
      **********************************************************
           OPEN INPUT CONTFile.
           IF NOT WS-CONTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CONTFile Failed - no moves matched."
              DISPLAY "File Status: " WS-CONTFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CustTranFile.
           OPEN OUTPUT ContTranFile.
           OPEN OUTPUT ReportFile.
           MOVE WS-Run-Date TO WS-RH1-Run-Date.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           PERFORM 5000-Read-NcoaFile.

       0500-Read-Parm.
           OPEN INPUT ParmFile.
           IF WS-ParmFile-Good
              READ ParmFile
                 AT END NEXT SENTENCE
              END-READ
              IF WS-ParmFile-Good
                 AND FD-ParmFile-Branch NOT = SPACES
                 MOVE FD-ParmFile-Branch TO WS-Parm-Branch
              END-IF
              CLOSE ParmFile
           END-IF.

      ***********************************************************
      * No directory, no check - a move that cannot be checked
      *  against the directory must not be accepted, so a
      *  missing or empty directory stops the run (RC 16).
      **********************************************************
       1100-Load-Zip-Directory.
           OPEN INPUT ZipDirFile.
           IF WS-ZipDirFile-Good
              PERFORM 1110-Read-ZipDirFile
              PERFORM UNTIL WS-ZipDirFile-EOF
                 OR WS-Dir-Count >= WS-Dir-Max
                 ADD +1 TO WS-Dir-Count
                 MOVE FD-ZipDirFile-Zip5  TO
                      WS-DT-Zip5 (WS-Dir-Count)
                 MOVE FD-ZipDirFile-City  TO
                      WS-DT-City (WS-Dir-Count)
                 MOVE FD-ZipDirFile-State TO
                      WS-DT-State (WS-Dir-Count)
                 PERFORM 1110-Read-ZipDirFile
              END-PERFORM
              IF NOT WS-ZipDirFile-EOF
                 SET WS-Dir-Overflowed TO TRUE
                 DISPLAY "** WARNING **: 1100-Load-Zip-Directory"
                 DISPLAY "Directory larger than table - zips not "
                         "tabled pass unverified."
                 DISPLAY "Table Limit: " WS-Dir-Max
              END-IF
              CLOSE ZipDirFile
           END-IF.
           IF WS-Dir-Count = ZERO
              DISPLAY "** ERROR **: 1100-Load-Zip-Directory"
              DISPLAY "Zip directory file missing or empty."
              DISPLAY "No moves matched."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1110-Read-ZipDirFile.
           READ ZipDirFile
              AT END SET WS-ZipDirFile-EOF TO TRUE
           END-READ.
           IF WS-ZipDirFile-Good
              ADD +1 TO FD-ZipDirFile-Record-Cnt
           ELSE
              IF NOT WS-ZipDirFile-EOF
                 DISPLAY "** ERROR **: 1110-Read-ZipDirFile"
                 DISPLAY "Read ZipDirFile Failed."
                 DISPLAY "File Status: " WS-ZipDirFile-Status
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      ***********************************************************
      * Without the blocks no transaction can be given an origin
      *  VSCBEX03 would accept - required, as it is there.
      **********************************************************
       1200-Load-Block-Table.
           OPEN INPUT NbrCtlFile.
           IF WS-NbrCtlFile-Good
              PERFORM 1210-Read-NbrCtlFile
              PERFORM UNTIL WS-NbrCtlFile-EOF
                 PERFORM 1220-Table-Block
                 PERFORM 1210-Read-NbrCtlFile
              END-PERFORM
              CLOSE NbrCtlFile
           END-IF.
           IF WS-Block-Count = ZERO
              DISPLAY "** ERROR **: 1200-Load-Block-Table"
              DISPLAY "Number control file missing or empty."
              DISPLAY "No moves matched."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1210-Read-NbrCtlFile.
           READ NbrCtlFile
              AT END SET WS-NbrCtlFile-EOF TO TRUE
           END-READ.
           IF NOT WS-NbrCtlFile-Good AND NOT WS-NbrCtlFile-EOF
              DISPLAY "** ERROR **: 1210-Read-NbrCtlFile"
              DISPLAY "Read NbrCtlFile Failed."
              DISPLAY "File Status: " WS-NbrCtlFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1220-Table-Block.
           IF WS-Block-Count >= WS-Block-Max
              DISPLAY "** ERROR **: 1220-Table-Block"
              DISPLAY "Too many region blocks for the table."
              DISPLAY "Table Limit: " WS-Block-Max
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF FD-NbrCtlFile-Block-Low NOT NUMERIC
              OR FD-NbrCtlFile-Block-High NOT NUMERIC
              DISPLAY "** ERROR **: 1220-Table-Block"
              DISPLAY "Control card not numeric for region: "
                      FD-NbrCtlFile-Region
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Block-Count.
           MOVE FD-NbrCtlFile-Region     TO
                WS-BT-Region (WS-Block-Count).
           MOVE FD-NbrCtlFile-Block-Low  TO
                WS-BT-Block-Low (WS-Block-Count).
           MOVE FD-NbrCtlFile-Block-High TO
                WS-BT-Block-High (WS-Block-Count).

       2000-Process.
           PERFORM UNTIL WS-NcoaFile-EOF
              PERFORM 2100-Match-Vendor-Record
              PERFORM 5000-Read-NcoaFile
           END-PERFORM.

      ***********************************************************
      * A record is confident only when the name finds exactly
      *  one customer and that customer's address agrees on all
      *  five fields: both lines, city, state and the five-digit
      *  zip (the vendor may add a plus-four the file lacks).
      *  One customer agreeing on nothing is somebody else with
      *  the same name - a no-match, not an ambiguity.
      **********************************************************
       2100-Match-Vendor-Record.
           MOVE SPACES TO WS-Review-Reason.
           MOVE ZERO   TO WS-Cand-Count.
           MOVE "N"    TO WS-Dir-Disagree-Switch.
           IF FD-NcoaFile-Name = SPACES
              MOVE "NO NAME ON VENDOR RECORD" TO WS-Review-Reason
              ADD +1 TO WS-No-Match-Cnt
           ELSE
              PERFORM 2200-Find-Name-Candidates
              EVALUATE TRUE
                 WHEN WS-Cand-Count = ZERO
                    MOVE "NO CUSTOMER CARRIES THIS NAME" TO
                         WS-Review-Reason
                    ADD +1 TO WS-No-Match-Cnt
                 WHEN WS-Cand-Count > 1
                    MOVE "SEVERAL CUSTOMERS CARRY THIS NAME" TO
                         WS-Review-Reason
                    ADD +1 TO WS-Ambiguous-Cnt
                 WHEN WS-CD-At-New (1)
                    ADD +1 TO WS-Already-Moved-Cnt
                 WHEN WS-CD-Agree-Cnt (1) = ZERO
                    MOVE "NAME FOUND - OLD ADDRESS DOES NOT AGREE" TO
                         WS-Review-Reason
                    ADD +1 TO WS-No-Match-Cnt
                 WHEN WS-CD-Agree-Cnt (1) < 5
                    MOVE "OLD ADDRESS ONLY PARTLY AGREES" TO
                         WS-Review-Reason
                    ADD +1 TO WS-Ambiguous-Cnt
                 WHEN OTHER
                    PERFORM 2300-Accept-Match
              END-EVALUATE
           END-IF.
           IF WS-Review-Reason NOT = SPACES
              PERFORM 7000-Write-Review
           END-IF.

       2200-Find-Name-Candidates.
           MOVE FD-NcoaFile-Name TO CUSTFile-Cust-Name.
           START CUSTFile KEY IS >= CUSTFile-Cust-Name
              INVALID KEY
                 SET WS-CUSTFile-Record-Not-Found TO TRUE
           END-START.
           IF WS-CUSTFile-Good
              PERFORM 5100-Read-CUSTFile-Next
              PERFORM UNTIL WS-CUSTFile-EOF
                 OR CUSTFile-Cust-Name NOT = FD-NcoaFile-Name
                 PERFORM 2210-Table-Candidate
                 PERFORM 5100-Read-CUSTFile-Next
              END-PERFORM
           END-IF.

       2210-Table-Candidate.
           ADD +1 TO WS-Cand-Count.
           IF WS-Cand-Count = 1
              MOVE FD-CUSTFile-Customer-Record TO WS-Match-Customer
           END-IF.
           IF WS-Cand-Count <= WS-Cand-Max
              MOVE CUSTFile-Cust-Number TO
                   WS-CD-Cust-Number (WS-Cand-Count)
              MOVE CUSTFile-Cust-Status TO
                   WS-CD-Status (WS-Cand-Count)
              PERFORM 2220-Count-Agreement
              MOVE WS-Agree-Cnt TO WS-CD-Agree-Cnt (WS-Cand-Count)
              MOVE "N" TO WS-CD-At-New-Switch (WS-Cand-Count)
              MOVE CUSTFile-Cust-Zip-Code TO WS-File-Zip-Work
              MOVE FD-NcoaFile-New-Zip    TO WS-New-Zip-Work
              IF CUSTFile-Cust-Address-Line-1 =
                    FD-NcoaFile-New-Addr-1
                 AND CUSTFile-Cust-Address-Line-2 =
                    FD-NcoaFile-New-Addr-2
                 AND CUSTFile-Cust-City  = FD-NcoaFile-New-City
                 AND CUSTFile-Cust-State = FD-NcoaFile-New-State
                 AND WS-FZ-Zip5 = WS-NZ-Zip5
                 SET WS-CD-At-New (WS-Cand-Count) TO TRUE
              END-IF
           END-IF.

       2220-Count-Agreement.
           MOVE ZERO TO WS-Agree-Cnt.
           MOVE CUSTFile-Cust-Zip-Code TO WS-File-Zip-Work.
           MOVE FD-NcoaFile-Old-Zip    TO WS-Old-Zip-Work.
           IF CUSTFile-Cust-Address-Line-1 = FD-NcoaFile-Old-Addr-1
              ADD 1 TO WS-Agree-Cnt
           END-IF.
           IF CUSTFile-Cust-Address-Line-2 = FD-NcoaFile-Old-Addr-2
              ADD 1 TO WS-Agree-Cnt
           END-IF.
           IF CUSTFile-Cust-City = FD-NcoaFile-Old-City
              ADD 1 TO WS-Agree-Cnt
           END-IF.
           IF CUSTFile-Cust-State = FD-NcoaFile-Old-State
              ADD 1 TO WS-Agree-Cnt
           END-IF.
           IF WS-FZ-Zip5 = WS-OZ-Zip5
              ADD 1 TO WS-Agree-Cnt
           END-IF.

      ***********************************************************
      * A confident match still has to clear each check below
      *  before anything is written; the first failure sets the
      *  review reason and the rest are skipped.
      **********************************************************
       2300-Accept-Match.
           IF Match-Cust-Closed
              MOVE "CUSTOMER IS CLOSED" TO WS-Review-Reason
           END-IF.
           IF WS-Review-Reason = SPACES
              PERFORM 2310-Check-Moved-This-Run
           END-IF.
           IF WS-Review-Reason = SPACES
              IF FD-NcoaFile-New-Addr-1 = SPACES
                 OR FD-NcoaFile-New-City  = SPACES
                 OR FD-NcoaFile-New-State = SPACES
                 OR FD-NcoaFile-New-Zip   = SPACES
                 MOVE "NEW ADDRESS INCOMPLETE" TO WS-Review-Reason
              END-IF
           END-IF.
           IF WS-Review-Reason = SPACES
              PERFORM 2400-Check-Against-Directory
           END-IF.
           IF WS-Review-Reason = SPACES
              PERFORM 2500-Find-Origin-Region
           END-IF.
           IF WS-Review-Reason = SPACES
              PERFORM 2600-Walk-Contacts
           END-IF.
           IF WS-Review-Reason = SPACES
              PERFORM 6000-Write-Change-Transaction
              IF NOT WS-Old-On-File
                 PERFORM 6100-Write-Contact-Transaction
              ELSE
                 ADD +1 TO WS-Old-On-File-Cnt
              END-IF
              ADD +1 TO WS-Moved-Count
              MOVE Match-Cust-Number TO
                   WS-Moved-Cust-Number (WS-Moved-Count)
           ELSE
              IF NOT WS-Dir-Disagree
                 ADD +1 TO WS-Other-Review-Cnt
              END-IF
           END-IF.

       2310-Check-Moved-This-Run.
           MOVE "N" TO WS-Moved-Found-Switch.
           PERFORM VARYING WS-Moved-Sub FROM 1 BY 1
              UNTIL WS-Moved-Sub > WS-Moved-Count
              OR WS-Moved-Found
              IF WS-Moved-Cust-Number (WS-Moved-Sub) =
                 Match-Cust-Number
                 SET WS-Moved-Found TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Moved-Found
              MOVE "CUSTOMER ALREADY MOVED EARLIER IN FEED" TO
                   WS-Review-Reason
           ELSE
              IF WS-Moved-Count >= WS-Moved-Max
                 MOVE "MOVED-CUSTOMER TABLE FULL" TO
                      WS-Review-Reason
              END-IF
           END-IF.

      ***********************************************************
      * The VSCBEX23 directory rules, applied to the new address.
      **********************************************************
       2400-Check-Against-Directory.
           MOVE "N" TO WS-Dir-Disagree-Switch.
           MOVE FD-NcoaFile-New-Zip TO WS-New-Zip-Work.
           PERFORM 2410-Find-Directory-Entry.
           EVALUATE TRUE
              WHEN WS-Dir-Found
                 IF FD-NcoaFile-New-City  NOT =
                       WS-DT-City (WS-Dir-Sub)
                    OR FD-NcoaFile-New-State NOT =
                       WS-DT-State (WS-Dir-Sub)
                    MOVE "NEW CITY/STATE DISAGREE WITH DIRECTORY"
                         TO WS-Review-Reason
                    SET WS-Dir-Disagree TO TRUE
                    ADD +1 TO WS-Directory-Fail-Cnt
                 END-IF
              WHEN WS-Dir-Overflowed
                 ADD +1 TO WS-Unverified-Cnt
              WHEN OTHER
                 MOVE "NEW ZIP NOT IN POSTAL DIRECTORY" TO
                      WS-Review-Reason
                 SET WS-Dir-Disagree TO TRUE
                 ADD +1 TO WS-Directory-Fail-Cnt
           END-EVALUATE.

      ***********************************************************
      * The walk stops on the first hit; WS-Dir-Sub is left
      *  pointing at the entry the caller compares against.
      **********************************************************
       2410-Find-Directory-Entry.
           MOVE "N" TO WS-Dir-Found-Switch.
           PERFORM VARYING WS-Dir-Sub FROM 1 BY 1
              UNTIL WS-Dir-Sub > WS-Dir-Count
              OR WS-Dir-Found
              IF WS-DT-Zip5 (WS-Dir-Sub) = WS-NZ-Zip5
                 SET WS-Dir-Found TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Dir-Found
              SUBTRACT +1 FROM WS-Dir-Sub
           END-IF.

       2500-Find-Origin-Region.
           MOVE SPACES TO WS-Origin-Region.
           IF Match-Cust-Number NOT NUMERIC
              MOVE "CUST-NUMBER NOT NUMERIC - NO REGION" TO
                   WS-Review-Reason
           ELSE
              MOVE Match-Cust-Number TO WS-Region-Cust-Number
              PERFORM VARYING WS-Block-Sub FROM 1 BY 1
                 UNTIL WS-Block-Sub > WS-Block-Count
                 OR WS-Origin-Region NOT = SPACES
                 IF WS-Region-Cust-Number >=
                       WS-BT-Block-Low (WS-Block-Sub)
                    AND WS-Region-Cust-Number <=
                       WS-BT-Block-High (WS-Block-Sub)
                    MOVE WS-BT-Region (WS-Block-Sub) TO
                         WS-Origin-Region
                 END-IF
              END-PERFORM
              IF WS-Origin-Region = SPACES
                 MOVE "CUSTOMER IN NO REGION NUMBER BLOCK" TO
                      WS-Review-Reason
              END-IF
           END-IF.

      ***********************************************************
      * Walk the customer's contacts for the highest sequence in
      *  use, and to see whether the old address is already held
      *  - the branches sometimes keyed it as a contact when the
      *  customer first told them.
      **********************************************************
       2600-Walk-Contacts.
           MOVE ZERO TO WS-High-Seq.
           MOVE "N"  TO WS-Old-On-File-Switch.
           MOVE "N"  TO WS-Contact-Done-Switch.
           MOVE FD-NcoaFile-Old-Zip TO WS-Old-Zip-Work.
           MOVE Match-Cust-Number TO CONTFile-Cont-Cust-Number.
           MOVE LOW-VALUES        TO CONTFile-Cont-Seq.
           START CONTFile KEY IS >= CONTFile-Cont-Key
              INVALID KEY
                 SET WS-Contact-Done TO TRUE
           END-START.
           PERFORM UNTIL WS-Contact-Done
              PERFORM 5200-Read-CONTFile-Next
              IF NOT WS-Contact-Done
                 PERFORM 2610-Check-Contact
              END-IF
           END-PERFORM.
           IF WS-Review-Reason = SPACES
              AND NOT WS-Old-On-File
              AND WS-High-Seq >= 99
              MOVE "NO FREE CONTACT SEQUENCE FOR OLD ADDRESS" TO
                   WS-Review-Reason
           END-IF.

       2610-Check-Contact.
           MOVE CONTFile-Cont-Seq TO WS-Seq-Alpha.
           IF WS-Seq-Alpha NUMERIC
              IF WS-Seq-Num > WS-High-Seq
                 MOVE WS-Seq-Num TO WS-High-Seq
              END-IF
           END-IF.
           MOVE CONTFile-Cont-Zip-Code TO WS-File-Zip-Work.
           IF CONTFile-Cont-Address-Line-1 = FD-NcoaFile-Old-Addr-1
              AND CONTFile-Cont-Address-Line-2 =
                  FD-NcoaFile-Old-Addr-2
              AND CONTFile-Cont-City  = FD-NcoaFile-Old-City
              AND CONTFile-Cont-State = FD-NcoaFile-Old-State
              AND WS-FZ-Zip5 = WS-OZ-Zip5
              SET WS-Old-On-File TO TRUE
           END-IF.

       3000-End-Job.
           MOVE SPACES TO FD-ReportFile-Record.
           WRITE FD-ReportFile-Record AFTER ADVANCING 2 LINES.
           MOVE "VENDOR RECORDS READ" TO WS-SL-Label.
           MOVE FD-NcoaFile-Record-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "CHANGE TRANSACTIONS WRITTEN" TO WS-SL-Label.
           MOVE FD-CustTranFile-Record-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "PRIOR-ADDRESS CONTACT ADDS WRITTEN" TO WS-SL-Label.
           MOVE FD-ContTranFile-Record-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "OLD ADDRESS ALREADY HELD AS CONTACT" TO WS-SL-Label.
           MOVE WS-Old-On-File-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "MOVE ALREADY ON FILE - DROPPED" TO WS-SL-Label.
           MOVE WS-Already-Moved-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "NEW ZIP NOT VERIFIED - DIRECTORY FULL" TO
                WS-SL-Label.
           MOVE WS-Unverified-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "REVIEW - AMBIGUOUS" TO WS-SL-Label.
           MOVE WS-Ambiguous-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "REVIEW - NO MATCH" TO WS-SL-Label.
           MOVE WS-No-Match-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "REVIEW - NEW ADDRESS FAILED DIRECTORY" TO
                WS-SL-Label.
           MOVE WS-Directory-Fail-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "REVIEW - OTHER" TO WS-SL-Label.
           MOVE WS-Other-Review-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.

           DISPLAY EOJ-End-Message.
           DISPLAY "      Vendor Records Read: " FD-NcoaFile-Record-Cnt
           DISPLAY "  Change Transactions Out: "
                   FD-CustTranFile-Record-Cnt
           DISPLAY " Contact Transactions Out: "
                   FD-ContTranFile-Record-Cnt
           DISPLAY "  Old Address Already Held: " WS-Old-On-File-Cnt
           DISPLAY "     Moves Already On File: " WS-Already-Moved-Cnt
           DISPLAY "    New Zips Not Verified: " WS-Unverified-Cnt
           DISPLAY "     Records Sent to Review: " WS-Review-Cnt.

           IF WS-Review-Cnt > ZERO
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE NcoaFile
                 CUSTFile
                 CONTFile
                 CustTranFile
                 ContTranFile
                 ReportFile.

       5000-Read-NcoaFile.
           READ NcoaFile
              AT END SET WS-NcoaFile-EOF TO TRUE
           END-READ.
           IF WS-NcoaFile-Good
              ADD +1 TO FD-NcoaFile-Record-Cnt
           ELSE
              IF WS-NcoaFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-NcoaFile"
                 DISPLAY "Read NcoaFile Failed."
                 DISPLAY "File Status: " WS-NcoaFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      ***********************************************************
      * Status 02 on the name-key walk only says the next
      *  customer has the same name - the ambiguous case the
      *  review report is for.
      **********************************************************
       5100-Read-CUSTFile-Next.
           READ CUSTFile NEXT RECORD
              AT END SET WS-CUSTFile-EOF TO TRUE
           END-READ.
           IF NOT WS-CUSTFile-Good
              AND NOT WS-CUSTFile-Duplicate
              AND NOT WS-CUSTFile-EOF
              DISPLAY "** ERROR **: 5100-Read-CUSTFile-Next"
              DISPLAY "Read CUSTFile Failed."
              DISPLAY "File Status: " WS-CUSTFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5200-Read-CONTFile-Next.
           READ CONTFile NEXT RECORD
              AT END SET WS-Contact-Done TO TRUE
           END-READ.
           IF NOT WS-Contact-Done
              IF NOT WS-CONTFile-Good
                 DISPLAY "** ERROR **: 5200-Read-CONTFile-Next"
                 DISPLAY "Read CONTFile Failed."
                 DISPLAY "File Status: " WS-CONTFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF CONTFile-Cont-Cust-Number NOT = Match-Cust-Number
                 SET WS-Contact-Done TO TRUE
              END-IF
           END-IF.

      ***********************************************************
      * The customer as read tonight with only the address
      *  replaced.  A blank status tells VSCBEX03 to keep the
      *  status on file; it stamps the maintenance date itself.
      **********************************************************
       6000-Write-Change-Transaction.
           MOVE "C" TO FD-CustTranFile-Trans-Code.
           MOVE WS-Match-Customer TO FD-CustTranFile-Customer.
           MOVE FD-NcoaFile-New-Addr-1 TO NcoTran-Cust-Address-Line-1.
           MOVE FD-NcoaFile-New-Addr-2 TO NcoTran-Cust-Address-Line-2.
           MOVE FD-NcoaFile-New-City   TO NcoTran-Cust-City.
           MOVE FD-NcoaFile-New-State  TO NcoTran-Cust-State.
           MOVE FD-NcoaFile-New-Zip    TO NcoTran-Cust-Zip-Code.
           MOVE SPACES                 TO NcoTran-Cust-Status.
           MOVE WS-Origin-Region       TO NcoTran-Orig-Region.
           MOVE WS-Parm-Branch         TO NcoTran-Orig-Branch.
           MOVE "VSCBEX31"             TO NcoTran-Orig-Operator.
           WRITE FD-CustTranFile-Record.
           ADD +1 TO FD-CustTranFile-Record-Cnt.

       6100-Write-Contact-Transaction.
           MOVE SPACES TO FD-ContTranFile-Record.
           MOVE "A" TO FD-ContTranFile-Trans-Code.
           MOVE Match-Cust-Number TO NcoCont-Cont-Cust-Number.
           ADD 1 TO WS-High-Seq GIVING WS-Seq-Num.
           MOVE WS-Seq-Alpha TO NcoCont-Cont-Seq.
           SET NcoCont-Cont-Prior-Address TO TRUE.
           MOVE FD-NcoaFile-Old-Addr-1 TO NcoCont-Cont-Address-Line-1.
           MOVE FD-NcoaFile-Old-Addr-2 TO NcoCont-Cont-Address-Line-2.
           MOVE FD-NcoaFile-Old-City   TO NcoCont-Cont-City.
           MOVE FD-NcoaFile-Old-State  TO NcoCont-Cont-State.
           MOVE FD-NcoaFile-Old-Zip    TO NcoCont-Cont-Zip-Code.
           WRITE FD-ContTranFile-Record.
           ADD +1 TO FD-ContTranFile-Record-Cnt.

      ***********************************************************
      * One review entry: the reason, the vendor record, and
      *  every candidate customer the name found.
      **********************************************************
       7000-Write-Review.
           ADD +1 TO WS-Review-Cnt.
           MOVE WS-Review-Reason TO WS-RL-Reason.
           MOVE FD-NcoaFile-Record-Cnt TO WS-RL-Record-Num.
           WRITE FD-ReportFile-Record FROM WS-Reason-Line
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-Review-Line.
           MOVE "VENDOR NAME:" TO WS-VL-Label.
           MOVE FD-NcoaFile-Name TO WS-VL-Value.
           PERFORM 7100-Write-Line.
           MOVE "OLD ADDRESS:" TO WS-VL-Label.
           MOVE FD-NcoaFile-Old-Addr-1 TO WS-VL-Value.
           PERFORM 7100-Write-Line.
           IF FD-NcoaFile-Old-Addr-2 NOT = SPACES
              MOVE SPACES TO WS-VL-Label
              MOVE FD-NcoaFile-Old-Addr-2 TO WS-VL-Value
              PERFORM 7100-Write-Line
           END-IF.
           MOVE SPACES TO WS-VL-Label.
           MOVE FD-NcoaFile-Old-City  TO WS-CSZ-City.
           MOVE FD-NcoaFile-Old-State TO WS-CSZ-State.
           MOVE FD-NcoaFile-Old-Zip   TO WS-CSZ-Zip.
           MOVE WS-CSZ-Value TO WS-VL-Value.
           PERFORM 7100-Write-Line.
           MOVE "NEW ADDRESS:" TO WS-VL-Label.
           MOVE FD-NcoaFile-New-Addr-1 TO WS-VL-Value.
           PERFORM 7100-Write-Line.
           IF FD-NcoaFile-New-Addr-2 NOT = SPACES
              MOVE SPACES TO WS-VL-Label
              MOVE FD-NcoaFile-New-Addr-2 TO WS-VL-Value
              PERFORM 7100-Write-Line
           END-IF.
           MOVE SPACES TO WS-VL-Label.
           MOVE FD-NcoaFile-New-City  TO WS-CSZ-City.
           MOVE FD-NcoaFile-New-State TO WS-CSZ-State.
           MOVE FD-NcoaFile-New-Zip   TO WS-CSZ-Zip.
           MOVE WS-CSZ-Value TO WS-VL-Value.
           PERFORM 7100-Write-Line.
           IF WS-Dir-Disagree AND WS-Dir-Found
              MOVE "DIRECTORY HAS:" TO WS-VL-Label
              MOVE SPACES TO WS-CSZ-Value
              MOVE WS-DT-City (WS-Dir-Sub)  TO WS-CSZ-City
              MOVE WS-DT-State (WS-Dir-Sub) TO WS-CSZ-State
              MOVE WS-NZ-Zip5               TO WS-CSZ-Zip
              MOVE WS-CSZ-Value TO WS-VL-Value
              PERFORM 7100-Write-Line
           END-IF.
           MOVE "MOVE EFFECTIVE:" TO WS-VL-Label.
           MOVE FD-NcoaFile-Move-Date TO WS-VL-Value.
           PERFORM 7100-Write-Line.
           PERFORM VARYING WS-Cand-Sub FROM 1 BY 1
              UNTIL WS-Cand-Sub > WS-Cand-Count
              OR WS-Cand-Sub > WS-Cand-Max
              PERFORM 7200-Write-Candidate
           END-PERFORM.
           IF WS-Cand-Count > WS-Cand-Max
              MOVE "MORE CANDIDATES:" TO WS-VL-Label
              SUBTRACT WS-Cand-Max FROM WS-Cand-Count
                 GIVING WS-Edit-Count
              MOVE SPACES TO WS-VL-Value
              STRING WS-Edit-Count " NOT LISTED"
                     DELIMITED BY SIZE INTO WS-VL-Value
              PERFORM 7100-Write-Line
           END-IF.
           MOVE "N" TO WS-Dir-Disagree-Switch.

       7100-Write-Line.
           WRITE FD-ReportFile-Record FROM WS-Review-Line.

       7200-Write-Candidate.
           MOVE "CANDIDATE:" TO WS-VL-Label.
           MOVE SPACES TO WS-VL-Value.
           STRING WS-CD-Cust-Number (WS-Cand-Sub)
                  "  STATUS " WS-CD-Status (WS-Cand-Sub)
                  "  OLD ADDRESS AGREES "
                  WS-CD-Agree-Cnt (WS-Cand-Sub) " OF 5"
                  DELIMITED BY SIZE INTO WS-VL-Value.
           PERFORM 7100-Write-Line.

       7900-Write-Summary-Line.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
