      *       DATEFROMyyyymmdd  - Cust-Date-Added on or after
      *       DATETO  yyyymmdd  - Cust-Date-Added on or before
      *       FORMAT  LOAD/MAIL - output format (LOAD assumed)
      *       MAILTO  HOUSE     - MAIL format, one piece per
      *                           household (CUSTOMER assumed)
      *     LOAD format writes a QFILE1-layout subset ending in
      *     a TRAILER control count - reusable straight through
      *     the existing VSCBEX04/VSCBEX01 stream for seeding a
      *     and how many cleared every one, so marketing can see
      *     which filter did the cutting.
      *
      *    MAILTO HOUSE sends one piece per household instead of
      *     one per Cust-Number, off the household file VSCBEX33
      *     maintains (VFILE4).  The households are read in
      *     Household-Id order and every member is put through
      *     the selection; a household with any member selected
      *     gets one piece, addressed to its head of household
      *     at the household address (the head's own address
      *     when the head is among those selected).  Customers
      *     added since the household file was last built are
      *     not on it yet, and are mailed one piece each as
      *     before.  The household file is required for a
      *     household mailing (RC 16).
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          card count and produced the
      *                          full-file extract this program
      *                          refuses to be.
      * 2026-10-14 dscobol       MAILTO HOUSE card: one mail
      *                          piece per household, addressed
      *                          to the head of household, off
      *                          the new household file.
      * 2026-10-15 dscobol       Take status 02 on the household
      *                          file as a good read - the pass
      *                          in Household-Id order gets it
      *                          inside every household of two.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           RECORD KEY IS CUSTFile-Cust-Number
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT HholdFile
           ASSIGN TO VFILE4
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hhold-Cust-Number
           ALTERNATE RECORD KEY IS Hhold-Household-Id
              WITH DUPLICATES
           ALTERNATE RECORD KEY IS Hhold-Address-Key
              WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-HholdFile-Status.

           SELECT ParmFile
           ASSIGN TO PARMFILE
           ORGANIZATION IS LINE SEQUENTIAL
       01  FD-CUSTFile-Customer-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==CUSTFile==.

       FD  HholdFile.
       01  FD-HholdFile-Record.
           COPY HOUSEHLD REPLACING ==:tag:== BY ==Hhold==.

       FD  ParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HholdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SelectOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.
           12 WS-Zip-Kept-Cnt                PIC S9(9) COMP VALUE ZERO.
           12 WS-Date-Kept-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Bad-Card-Cnt                PIC S9(9) COMP VALUE ZERO.
           12 WS-Household-Piece-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Folded-Cnt                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Unlinked-Cnt                PIC S9(9) COMP VALUE ZERO.
           12 WS-Member-Gone-Cnt             PIC S9(9) COMP VALUE ZERO.

      ***********************************************************
      * The selection criteria off the parameter cards.  A
           12 WS-Output-Format               PIC X(04) VALUE "LOAD".
              88 WS-Load-Format                  VALUE "LOAD".
              88 WS-Mail-Format                  VALUE "MAIL".
           12 WS-Mail-Unit                   PIC X(01) VALUE "C".
              88 WS-Customer-Mail                VALUE "C".
              88 WS-Household-Mail               VALUE "H".

      ***********************************************************
      * One household's selection on a MAILTO HOUSE run.  The
      *  piece is addressed to the head by name, at the head's
      *  address when the head was selected and otherwise at
      *  the first selected member's - the same household
      *  address either way.
      **********************************************************
       01  WS-Household-Group.
           12 WS-HG-Pass-Switch              PIC X(01) VALUE "U".
              88 WS-HG-Household-Pass            VALUE "H".
              88 WS-HG-Unlinked-Pass             VALUE "U".
           12 WS-HG-Done-Switch              PIC X(01) VALUE "N".
              88 WS-HG-Done                      VALUE "Y".
           12 WS-HG-Household-Id             PIC 9(07) VALUE ZERO.
           12 WS-HG-Selected-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-HG-Head-Name                PIC X(30) VALUE SPACES.
           12 WS-HG-Piece-Customer           PIC X(160) VALUE SPACES.

       01  WS-Select-Work.
           12 WS-Keep-Switch                 PIC X(01) VALUE "Y".
       1000-Begin-Job.
           PERFORM 0500-Read-Parm-Cards.
           OPEN INPUT  CUSTFile.
           IF WS-Household-Mail
              PERFORM 1100-Open-HholdFile
           END-IF.
           OPEN OUTPUT SelectOut.
           OPEN OUTPUT ReportFile.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           IF WS-Customer-Mail
              PERFORM 5000-Read-CUSTFile
           END-IF.

       0500-Read-Parm-Cards.
           OPEN INPUT ParmFile.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Household-Mail AND NOT WS-Mail-Format
              ADD +1 TO WS-Bad-Card-Cnt
              DISPLAY "** WARNING **: 0500-Read-Parm-Cards"
              DISPLAY "MAILTO HOUSE Applies To FORMAT MAIL Only - "
                      "Ignored."
              SET WS-Customer-Mail TO TRUE
           END-IF.

       0510-Read-One-Card.
           READ ParmFile
                 ELSE
                    PERFORM 0530-Bad-Card
                 END-IF
              WHEN "MAILTO  "
                 IF FD-ParmFile-Value (1:5) = "HOUSE"
                    SET WS-Household-Mail TO TRUE
                 ELSE
                    IF FD-ParmFile-Value (1:8) = "CUSTOMER"
                       SET WS-Customer-Mail TO TRUE
                    ELSE
                       PERFORM 0530-Bad-Card
                    END-IF
                 END-IF
              WHEN OTHER
                 PERFORM 0530-Bad-Card
           END-EVALUATE.
                   WS-ZC-Length (WS-Zip-Crit-Count)
           END-IF.

      ***********************************************************
      * A household mailing without the household file would
      *  quietly become the per-customer mailing it replaces,
      *  so a household file that will not open ends the run.
      **********************************************************
       1100-Open-HholdFile.
           OPEN INPUT HholdFile.
           IF NOT WS-HholdFile-Good
              DISPLAY "** ERROR **: 1100-Open-HholdFile"
              DISPLAY "Open HholdFile Failed - no household mailing."
              DISPLAY "File Status: " WS-HholdFile-Status
              CLOSE CUSTFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-Process.
           IF WS-Household-Mail
              PERFORM 2700-Mail-By-Household
              PERFORM 2800-Start-Unlinked-Pass
           END-IF.
           IF WS-CUSTFile-Good
              PERFORM UNTIL WS-CUSTFile-EOF
                 IF WS-Household-Mail
                    PERFORM 2600-Select-Unlinked
                 ELSE
                    PERFORM 2100-Select-Customer
                 END-IF
                 PERFORM 5000-Read-CUSTFile
              END-PERFORM
           END-IF.
              MOVE "N" TO WS-Keep-Switch
           END-IF.

      ***********************************************************
      * An unlinked-pass customer already on the household file
      *  was dealt with in its household and is skipped here.
      **********************************************************
       2600-Select-Unlinked.
           MOVE CUSTFile-Cust-Number TO Hhold-Cust-Number.
           READ HholdFile
              KEY IS Hhold-Cust-Number
              INVALID KEY
                 SET WS-HholdFile-Record-Not-Found TO TRUE
           END-READ.
           IF NOT (WS-HholdFile-Good OR WS-HholdFile-Duplicate)
              PERFORM 2100-Select-Customer
           END-IF.

      ***********************************************************
      * The household pass: read the household file in
      *  Household-Id order, put each member's CUSTFile record
      *  through the selection, and write one piece at each
      *  household break if anyone in it was selected.  A
      *  member no longer on CUSTFile is skipped.
      **********************************************************
       2700-Mail-By-Household.
           SET WS-HG-Household-Pass TO TRUE.
           MOVE "N" TO WS-HG-Done-Switch.
           MOVE ZERO TO Hhold-Household-Id.
           START HholdFile KEY IS >= Hhold-Household-Id
              INVALID KEY
                 SET WS-HG-Done TO TRUE
           END-START.
           IF NOT WS-HG-Done
              PERFORM 5100-Read-HholdFile-Next
           END-IF.
           PERFORM UNTIL WS-HG-Done
              MOVE Hhold-Household-Id TO WS-HG-Household-Id
              MOVE ZERO   TO WS-HG-Selected-Cnt
              MOVE Hhold-Head-Name TO WS-HG-Head-Name
              PERFORM UNTIL WS-HG-Done
                 OR Hhold-Household-Id NOT = WS-HG-Household-Id
                 PERFORM 2710-Select-Member
                 PERFORM 5100-Read-HholdFile-Next
              END-PERFORM
              IF WS-HG-Selected-Cnt > ZERO
                 PERFORM 6400-Write-Household-Piece
              END-IF
           END-PERFORM.

       2710-Select-Member.
           MOVE Hhold-Cust-Number TO CUSTFile-Cust-Number.
           READ CUSTFile
              KEY IS CUSTFile-Cust-Number
              INVALID KEY
                 SET WS-CUSTFile-Record-Not-Found TO TRUE
           END-READ.
           EVALUATE TRUE
              WHEN WS-CUSTFile-Good
                 IF Hhold-Head
                    MOVE CUSTFile-Cust-Name TO WS-HG-Head-Name
                 END-IF
                 PERFORM 2100-Select-Customer
              WHEN WS-CUSTFile-Record-Not-Found
                 ADD +1 TO WS-Member-Gone-Cnt
              WHEN OTHER
                 DISPLAY "** ERROR **: 2710-Select-Member"
                 DISPLAY "Read CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      ***********************************************************
      * The unlinked pass reads CUSTFile front to back from the
      *  top; it is the pass that counts the records read.
      **********************************************************
       2800-Start-Unlinked-Pass.
           SET WS-HG-Unlinked-Pass TO TRUE.
           MOVE LOW-VALUES TO CUSTFile-Cust-Number.
           START CUSTFile KEY IS >= CUSTFile-Cust-Number
              INVALID KEY
                 SET WS-CUSTFile-EOF TO TRUE
           END-START.
           IF WS-CUSTFile-Good
              PERFORM 5000-Read-CUSTFile
           END-IF.

       3000-End-Job.
           IF WS-Load-Format
              MOVE WS-Selected-Cnt TO WS-OT-Count
           CLOSE CUSTFile
                 SelectOut
                 ReportFile.
           IF WS-Household-Mail
              CLOSE HholdFile
           END-IF.

           IF WS-Bad-Card-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      ***********************************************************
      * Status 02 only says the next record shares the
      *  Household-Id - the normal case in any household of two
      *  or more.
      **********************************************************
       5100-Read-HholdFile-Next.
           READ HholdFile NEXT RECORD
              AT END SET WS-HG-Done TO TRUE
           END-READ.
           IF NOT WS-HG-Done
              IF NOT (WS-HholdFile-Good OR WS-HholdFile-Duplicate)
                 DISPLAY "** ERROR **: 5100-Read-HholdFile-Next"
                 DISPLAY "Read HholdFile Failed."
                 DISPLAY "File Status: " WS-HholdFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-Selected.
           IF WS-Mail-Format
              IF WS-HG-Household-Pass
                 PERFORM 6300-Note-Household-Member
              ELSE
                 IF WS-Household-Mail
                    ADD +1 TO WS-Unlinked-Cnt
                 END-IF
                 PERFORM 6100-Write-Mail-Block
              END-IF
           ELSE
              WRITE FD-SelectOut-Record FROM
                    FD-CUSTFile-Customer-Record
           WRITE FD-SelectOut-Record FROM WS-Mail-CSZ-Line.
           WRITE FD-SelectOut-Record FROM WS-Mail-Blank-Line.

       6300-Note-Household-Member.
           ADD +1 TO WS-HG-Selected-Cnt.
           IF WS-HG-Selected-Cnt = 1
              MOVE FD-CUSTFile-Customer-Record TO
                   WS-HG-Piece-Customer
           END-IF.
           IF Hhold-Head
              MOVE FD-CUSTFile-Customer-Record TO
                   WS-HG-Piece-Customer
           END-IF.

      ***********************************************************
      * The piece goes out through the ordinary mail block with
      *  the head's name laid over the chosen member's record;
      *  the household pass reads CUSTFile by key, so nothing
      *  further is read from the record area.
      **********************************************************
       6400-Write-Household-Piece.
           ADD +1 TO WS-Household-Piece-Cnt.
           COMPUTE WS-Folded-Cnt =
              WS-Folded-Cnt + WS-HG-Selected-Cnt - 1.
           MOVE WS-HG-Piece-Customer TO FD-CUSTFile-Customer-Record.
           MOVE WS-HG-Head-Name      TO CUSTFile-Cust-Name.
           PERFORM 6100-Write-Mail-Block.

       6200-Write-Summary.
           MOVE "RECORDS READ:             " TO WS-SD-Label.
           MOVE FD-CUSTFile-Record-Cnt       TO WS-SD-Value.
           MOVE "SELECTED (ALL CRITERIA):  " TO WS-SD-Label.
           MOVE WS-Selected-Cnt              TO WS-SD-Value.
           WRITE FD-ReportFile-Record FROM WS-Summary-Detail.
           IF WS-Household-Mail
              MOVE "HOUSEHOLD PIECES:         " TO WS-SD-Label
              MOVE WS-Household-Piece-Cnt       TO WS-SD-Value
              WRITE FD-ReportFile-Record FROM WS-Summary-Detail
              MOVE "FOLDED INTO A HOUSEHOLD:  " TO WS-SD-Label
              MOVE WS-Folded-Cnt                TO WS-SD-Value
              WRITE FD-ReportFile-Record FROM WS-Summary-Detail
              MOVE "NOT YET IN A HOUSEHOLD:   " TO WS-SD-Label
              MOVE WS-Unlinked-Cnt              TO WS-SD-Value
              WRITE FD-ReportFile-Record FROM WS-Summary-Detail
              MOVE "HOUSEHOLD MEMBERS GONE:   " TO WS-SD-Label
              MOVE WS-Member-Gone-Cnt           TO WS-SD-Value
              WRITE FD-ReportFile-Record FROM WS-Summary-Detail
           END-IF.
