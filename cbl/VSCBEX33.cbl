      ***********************************************************
      * Program name:    VSCBEX33
      * Original author: David Stagowki
      *
      *    Description: Example 33: Indexed File Processing:
      *     Household Linking and Household Register
      *
      *    Married couples and family members are separate
      *     customers at the same address, and nothing on
      *     CUSTFile says they live together - so every mailing
      *     sends the same house two or three identical pieces.
      *     This program maintains the household file (VFILE4,
      *     HOUSEHLD layout) from CUSTFile every cycle, one
      *     member record per customer.  Each customer's address
      *     is standardized - both address lines upper-cased,
      *     periods, commas and # signs dropped, unit words
      *     (APT, UNIT, SUITE...) dropped, street words (STREET,
      *     AVENUE, NORTH...) abbreviated, spacing collapsed -
      *     and keyed with the zip5.  Customers with the same
      *     key share one permanent Household-Id:
      *       - a customer already linked whose key has not
      *         changed keeps the Household-Id, whoever else
      *         comes or goes;
      *       - a new customer, or one whose address changed,
      *         joins the household already at the new address,
      *         or opens a new household with the next Id off
      *         the household control card;
      *       - a customer gone from CUSTFile (deleted, or
      *         retired by a merge) is taken off the household
      *         file.
      *     Household-Ids are never reused: the next Id is
      *     carried on the control card (HHCTL1 in, HHCTL2 out,
      *     swapped by the JCL as VSCBEX20 does for NBRCTL1),
      *     and is never allowed below the highest Id on file.
      *     A customer with no address at all is never linked
      *     to anyone.
      *
      *    The head of household - the member the household's
      *     mail is addressed to - is then chosen for every
      *     household: an active member before an inactive one
      *     before a closed one, then the longest-standing
      *     customer (earliest Date-Added), then the lowest
      *     Cust-Number.  The head is stamped on every member.
      *     The household register (RPTFILEN) lists every
      *     household with its standardized address and its
      *     members, head marked, with new households and
      *     customers who joined tonight flagged.
      *
      *    CUSTFile and the household file are required (RC
      *     16).  RC 4 when the control card was missing or
      *     behind the file, or a household had more members
      *     than the head table holds; RC 8 when a household
      *     record could not be written.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: household linking file
      *                          and household register.
      * 2026-10-15 dscobol       Take status 02 (duplicate
      *                          alternate key) as a good read,
      *                          write and rewrite - every
      *                          household of two or more
      *                          members returns it.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX33.

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

           SELECT HhCtlFile
           ASSIGN TO HHCTL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HhCtlFile-Status.

           SELECT HhCtlOut
           ASSIGN TO HHCTL2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HhCtlOut-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
       01  FD-CUSTFile-Customer-Record.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==CUSTFile==.

       FD  HholdFile.
       01  FD-HholdFile-Record.
           COPY HOUSEHLD REPLACING ==:tag:== BY ==Hhold==.

      ***********************************************************
      * The household control card: the next Household-Id to
      *  open, columns 1-7.
      **********************************************************
       FD  HhCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HhCtlFile-Record.
           05  FD-HhCtlFile-Next-Id          PIC 9(07).
           05  FILLER                       PIC X(73).

       FD  HhCtlOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HhCtlOut-Record.
           05  FD-HhCtlOut-Next-Id           PIC 9(07).
           05  FILLER                       PIC X(73).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HholdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HhCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HhCtlOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-CUSTFile-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Members-Kept-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Members-Moved-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Members-New-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Members-Removed-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Households-Opened-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 WS-Households-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Multi-Member-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Members-Listed-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Overflow-Cnt                PIC S9(9) COMP VALUE ZERO.
           12 WS-Hhold-Failed-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Warning-Cnt                 PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

       01  WS-Id-Control.
           12 WS-Next-Household-Id           PIC 9(07) VALUE ZERO.
           12 WS-Highest-Id                  PIC 9(07) VALUE ZERO.
           12 WS-Card-Switch                 PIC X(01) VALUE "N".
              88 WS-Card-Found                   VALUE "Y".

       01  WS-Link-Work.
           12 WS-Hhold-Done-Switch           PIC X(01) VALUE "N".
              88 WS-Hhold-Done                   VALUE "Y".
           12 WS-Found-Household-Id          PIC 9(07) VALUE ZERO.
           12 WS-Found-Opened                PIC 9(08) VALUE ZERO.
           12 WS-Std-Key.
              16 WS-Std-Key-Street           PIC X(60).
              16 WS-Std-Key-Zip5             PIC X(05).

      ***********************************************************
      * Address standardization work.  Each address line is
      *  walked a word at a time and the words are laid into
      *  WS-Std-Out one space apart.
      **********************************************************
       01  WS-Std-Work.
           12 WS-Std-Line                    PIC X(30) VALUE SPACES.
           12 WS-Std-Pos                     PIC S9(4) COMP VALUE ZERO.
           12 WS-Std-Word                    PIC X(30) VALUE SPACES.
           12 WS-Std-Word-Len                PIC S9(4) COMP VALUE ZERO.
           12 WS-Std-Out                     PIC X(60) VALUE SPACES.
           12 WS-Std-Out-Len                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Word-Found-Switch           PIC X(01) VALUE "N".
              88 WS-Word-Found                   VALUE "Y".
           12 WS-No-Address-Key.
              16 FILLER               PIC X(13) VALUE
                 "*NO ADDRESS* ".
              16 WS-NA-Cust-Number     PIC X(07).
              16 FILLER               PIC X(40) VALUE SPACES.

      ***********************************************************
      * Street words and their standard abbreviations.  A word
      *  with a length of zero is a unit word and is dropped, so
      *  APT 4B, UNIT 4B and #4B all come out 4B.
      **********************************************************
       01  WS-Word-Table-Data.
           12 FILLER  PIC X(15) VALUE "STREET    ST  2".
           12 FILLER  PIC X(15) VALUE "AVENUE    AVE 3".
           12 FILLER  PIC X(15) VALUE "ROAD      RD  2".
           12 FILLER  PIC X(15) VALUE "DRIVE     DR  2".
           12 FILLER  PIC X(15) VALUE "LANE      LN  2".
           12 FILLER  PIC X(15) VALUE "BOULEVARD BLVD4".
           12 FILLER  PIC X(15) VALUE "COURT     CT  2".
           12 FILLER  PIC X(15) VALUE "PLACE     PL  2".
           12 FILLER  PIC X(15) VALUE "CIRCLE    CIR 3".
           12 FILLER  PIC X(15) VALUE "HIGHWAY   HWY 3".
           12 FILLER  PIC X(15) VALUE "PARKWAY   PKWY4".
           12 FILLER  PIC X(15) VALUE "TERRACE   TER 3".
           12 FILLER  PIC X(15) VALUE "NORTH     N   1".
           12 FILLER  PIC X(15) VALUE "SOUTH     S   1".
           12 FILLER  PIC X(15) VALUE "EAST      E   1".
           12 FILLER  PIC X(15) VALUE "WEST      W   1".
           12 FILLER  PIC X(15) VALUE "APARTMENT     0".
           12 FILLER  PIC X(15) VALUE "APT           0".
           12 FILLER  PIC X(15) VALUE "UNIT          0".
           12 FILLER  PIC X(15) VALUE "SUITE         0".
           12 FILLER  PIC X(15) VALUE "STE           0".
       01  WS-Word-Table REDEFINES WS-Word-Table-Data.
           12 WS-Word-Entry OCCURS 21 TIMES.
              16 WS-WT-Word                  PIC X(10).
              16 WS-WT-Abbr                  PIC X(04).
              16 WS-WT-Abbr-Len              PIC 9(01).
       01  WS-Word-Max                       PIC S9(4) COMP VALUE +21.
       01  WS-Word-Sub                       PIC S9(4) COMP VALUE ZERO.

      ***********************************************************
      * One household's members, collected off the Household-Id
      *  alternate key so the head can be chosen and stamped on
      *  each.  The rank key sorts the best head lowest: status
      *  rank (active 1, inactive 2, anything else 3), then
      *  Date-Added, then Cust-Number.  Members past the table
      *  are counted but keep the head they had.
      **********************************************************
       01  WS-Member-Table.
           12 WS-Member-Max                  PIC S9(4) COMP VALUE +100.
           12 WS-Member-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Member-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Head-Sub                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Group-Extra-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Group-Id                    PIC 9(07) VALUE ZERO.
           12 WS-Member-Entry OCCURS 100 TIMES.
              16 WS-MT-Rank-Key.
                 20 WS-MT-Rank-Status        PIC 9(01).
                 20 WS-MT-Rank-Date          PIC 9(08).
                 20 WS-MT-Rank-Cust          PIC X(07).
              16 WS-MT-Record                PIC X(190).

       01  WS-Hhold-Read-Ahead               PIC X(190).

       01  WS-Hhold-Work.
           COPY HOUSEHLD REPLACING ==:tag:== BY ==HhWork==.

       01  WS-Head-Work.
           12 WS-Head-Cust-Number            PIC X(07).
           12 WS-Head-Name                   PIC X(30).

       01  WS-Report-Lines.
           12 WS-Report-Heading-1.
              16 FILLER               PIC X(44) VALUE
                 "VSCBEX33 - Household Register".
              16 FILLER               PIC X(10) VALUE "RUN DATE: ".
              16 WS-RH1-Run-Date       PIC 9(08).
           12 WS-Report-Heading-2.
              16 FILLER               PIC X(19) VALUE
                 "          CUST-NO  ".
              16 FILLER               PIC X(32) VALUE "NAME".
              16 FILLER               PIC X(29) VALUE
                 "S  ADDED     NOTE".
           12 WS-Blank-Line            PIC X(080) VALUE SPACES.
           12 WS-Household-Line.
              16 FILLER               PIC X(10) VALUE "HOUSEHOLD ".
              16 WS-HL-Household-Id    PIC 9(07).
              16 FILLER               PIC X(11) VALUE "   MEMBERS ".
              16 WS-HL-Member-Count    PIC ZZ9.
              16 FILLER               PIC X(10) VALUE "   OPENED ".
              16 WS-HL-Opened          PIC 9(08).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-HL-New-Flag        PIC X(13).
              16 FILLER               PIC X(16) VALUE SPACES.
           12 WS-Address-Line.
              16 FILLER               PIC X(11) VALUE
                 "  ADDRESS: ".
              16 WS-AL-Street          PIC X(60).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-AL-Zip5            PIC X(05).
              16 FILLER               PIC X(03) VALUE SPACES.
           12 WS-Member-Line.
              16 FILLER               PIC X(04) VALUE SPACES.
              16 WS-ML-Head-Flag       PIC X(06).
              16 WS-ML-Cust-Number     PIC X(07).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-ML-Name            PIC X(30).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-ML-Status          PIC X(01).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-ML-Date-Added      PIC 9(08).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-ML-Note            PIC X(14).
              16 FILLER               PIC X(02) VALUE SPACES.
           12 WS-Overflow-Line.
              16 FILLER               PIC X(40) VALUE
                 "    ** MEMBERS NOT LISTED, HEAD CHOSEN ".
              16 FILLER               PIC X(24) VALUE
                 "FROM THE FIRST 100:     ".
              16 WS-OL-Extra-Cnt       PIC ZZZ9.
              16 FILLER               PIC X(12) VALUE SPACES.
           12 WS-Summary-Line.
              16 WS-SL-Label           PIC X(40).
              16 WS-SL-Count           PIC Z(8)9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX33 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           OPEN INPUT CUSTFile.
           IF NOT WS-CUSTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CUSTFile Failed - no households built."
              DISPLAY "File Status: " WS-CUSTFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1100-Open-HholdFile.
           PERFORM 1200-Load-Next-Id.
           OPEN OUTPUT ReportFile.
           MOVE WS-Run-Date TO WS-RH1-Run-Date.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-2.
           PERFORM 5000-Read-CUSTFile.

      ***********************************************************
      * The first run finds no household file; it is created
      *  empty and every customer links as new.  Any other
      *  failure to open it ends the run (RC 16) - linking
      *  against nothing would hand every customer a new Id.
      **********************************************************
       1100-Open-HholdFile.
           OPEN I-O HholdFile.
           IF WS-HholdFile-File-Not-Found
              DISPLAY "** WARNING **: 1100-Open-HholdFile"
              DISPLAY "Household File Not Found - created empty."
              OPEN OUTPUT HholdFile
              CLOSE HholdFile
              OPEN I-O HholdFile
           END-IF.
           IF NOT WS-HholdFile-Good
              DISPLAY "** ERROR **: 1100-Open-HholdFile"
              DISPLAY "Open HholdFile Failed - no households built."
              DISPLAY "File Status: " WS-HholdFile-Status
              CLOSE CUSTFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      ***********************************************************
      * The next Id comes off the control card, but never below
      *  one past the highest Id on the household file - a lost
      *  or restored-from-last-week card must not hand out an
      *  Id some household already carries.
      **********************************************************
       1200-Load-Next-Id.
           OPEN INPUT HhCtlFile.
           IF WS-HhCtlFile-Good
              READ HhCtlFile
                 AT END NEXT SENTENCE
              END-READ
              IF WS-HhCtlFile-Good
                 AND FD-HhCtlFile-Next-Id NUMERIC
                 AND FD-HhCtlFile-Next-Id > ZERO
                 MOVE FD-HhCtlFile-Next-Id TO WS-Next-Household-Id
                 SET WS-Card-Found TO TRUE
              END-IF
              CLOSE HhCtlFile
           END-IF.
           PERFORM 1210-Find-Highest-Id.
           IF NOT WS-Card-Found
              ADD +1 TO WS-Warning-Cnt
              DISPLAY "** WARNING **: 1200-Load-Next-Id"
              DISPLAY "Household Control Card Missing Or Not "
                      "Numeric - Next Id Taken From The File."
              COMPUTE WS-Next-Household-Id = WS-Highest-Id + 1
           ELSE
              IF WS-Next-Household-Id NOT > WS-Highest-Id
                 ADD +1 TO WS-Warning-Cnt
                 DISPLAY "** WARNING **: 1200-Load-Next-Id"
                 DISPLAY "Household Control Card Behind The File: "
                         WS-Next-Household-Id
                 COMPUTE WS-Next-Household-Id = WS-Highest-Id + 1
              END-IF
           END-IF.

       1210-Find-Highest-Id.
           MOVE ZERO TO WS-Highest-Id.
           MOVE "N" TO WS-Hhold-Done-Switch.
           MOVE ZERO TO Hhold-Household-Id.
           START HholdFile KEY IS >= Hhold-Household-Id
              INVALID KEY
                 SET WS-Hhold-Done TO TRUE
           END-START.
           IF NOT WS-Hhold-Done
              PERFORM 5100-Read-HholdFile-Next
              PERFORM UNTIL WS-Hhold-Done
                 MOVE Hhold-Household-Id TO WS-Highest-Id
                 PERFORM 5100-Read-HholdFile-Next
              END-PERFORM
           END-IF.

       2000-Process.
           IF WS-CUSTFile-Good
              PERFORM UNTIL WS-CUSTFile-EOF
                 PERFORM 2100-Link-Customer
                 PERFORM 5000-Read-CUSTFile
              END-PERFORM
           END-IF.
           PERFORM 2500-Remove-Departed.
           PERFORM 2700-Register-Households.

      ***********************************************************
      * Link one customer.  The standardized address decides
      *  everything: the same key as last cycle keeps the
      *  Household-Id; a new customer or a changed key looks
      *  for the household already at the address.
      **********************************************************
       2100-Link-Customer.
           PERFORM 2200-Standardize-Address.
           MOVE CUSTFile-Cust-Number TO Hhold-Cust-Number.
           READ HholdFile
              KEY IS Hhold-Cust-Number
              INVALID KEY
                 SET WS-HholdFile-Record-Not-Found TO TRUE
           END-READ.
           EVALUATE TRUE
              WHEN WS-HholdFile-Good
                 OR WS-HholdFile-Duplicate
                 IF Hhold-Address-Key = WS-Std-Key
                    PERFORM 2110-Keep-Member
                 ELSE
                    PERFORM 2120-Move-Member
                 END-IF
              WHEN WS-HholdFile-Record-Not-Found
                 PERFORM 2130-Add-Member
              WHEN OTHER
                 PERFORM 2900-Hhold-Failed
           END-EVALUATE.

      ***********************************************************
      * Same address: the Household-Id stays.  The member's
      *  name, status and date added are refreshed when they
      *  have changed, since the head is chosen from them.
      **********************************************************
       2110-Keep-Member.
           ADD +1 TO WS-Members-Kept-Cnt.
           MOVE FD-HholdFile-Record TO WS-Hhold-Work.
           PERFORM 2140-Member-Details.
           IF FD-HholdFile-Record NOT = WS-Hhold-Work
              REWRITE FD-HholdFile-Record
              IF NOT (WS-HholdFile-Good OR WS-HholdFile-Duplicate)
                 PERFORM 2900-Hhold-Failed
              END-IF
           END-IF.

       2120-Move-Member.
           ADD +1 TO WS-Members-Moved-Cnt.
           PERFORM 2300-Find-Household.
           PERFORM 2150-Build-Member.
           REWRITE FD-HholdFile-Record.
           IF NOT (WS-HholdFile-Good OR WS-HholdFile-Duplicate)
              PERFORM 2900-Hhold-Failed
           END-IF.

       2130-Add-Member.
           ADD +1 TO WS-Members-New-Cnt.
           PERFORM 2300-Find-Household.
           PERFORM 2150-Build-Member.
           WRITE FD-HholdFile-Record.
           IF NOT (WS-HholdFile-Good OR WS-HholdFile-Duplicate)
              PERFORM 2900-Hhold-Failed
           END-IF.

      ***********************************************************
      * A Date-Added that is not a date ranks last for head.
      **********************************************************
       2140-Member-Details.
           MOVE CUSTFile-Cust-Name   TO Hhold-Member-Name.
           MOVE CUSTFile-Cust-Status TO Hhold-Member-Status.
           IF CUSTFile-Cust-Date-Added NUMERIC
              MOVE CUSTFile-Cust-Date-Added TO
                   Hhold-Member-Date-Added
           ELSE
              MOVE 99999999 TO Hhold-Member-Date-Added
           END-IF.

      ***********************************************************
      * The member starts out as its own head; the register
      *  pass chooses the real head once every member of the
      *  household is known.
      **********************************************************
       2150-Build-Member.
           MOVE SPACES                TO FD-HholdFile-Record.
           MOVE CUSTFile-Cust-Number  TO Hhold-Cust-Number.
           MOVE WS-Found-Household-Id TO Hhold-Household-Id.
           MOVE WS-Std-Key            TO Hhold-Address-Key.
           MOVE "N"                   TO Hhold-Head-Switch.
           MOVE CUSTFile-Cust-Number  TO Hhold-Head-Cust-Number.
           MOVE CUSTFile-Cust-Name    TO Hhold-Head-Name.
           MOVE 1                     TO Hhold-Member-Count.
           PERFORM 2140-Member-Details.
           MOVE WS-Run-Date           TO Hhold-Assigned-Date.
           MOVE WS-Found-Opened       TO Hhold-Household-Opened.

      ***********************************************************
      * Standardize the address into the household key: the
      *  two address lines word by word, then the zip5.  A
      *  customer with no address lines gets a key of its own
      *  so the blank addresses do not all become one household.
      **********************************************************
       2200-Standardize-Address.
           MOVE SPACES TO WS-Std-Out.
           MOVE ZERO   TO WS-Std-Out-Len.
           MOVE CUSTFile-Cust-Address-Line-1 TO WS-Std-Line.
           PERFORM 2210-Standardize-Line.
           MOVE CUSTFile-Cust-Address-Line-2 TO WS-Std-Line.
           PERFORM 2210-Standardize-Line.
           IF WS-Std-Out = SPACES
              MOVE CUSTFile-Cust-Number TO WS-NA-Cust-Number
              MOVE WS-No-Address-Key    TO WS-Std-Key-Street
           ELSE
              MOVE WS-Std-Out           TO WS-Std-Key-Street
           END-IF.
           MOVE CUSTFile-Cust-Zip-Code (1:5) TO WS-Std-Key-Zip5.

       2210-Standardize-Line.
           INSPECT WS-Std-Line CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-Std-Line REPLACING ALL "." BY SPACE
                                         ALL "," BY SPACE
                                         ALL "#" BY SPACE.
           MOVE SPACES TO WS-Std-Word.
           MOVE ZERO   TO WS-Std-Word-Len.
           PERFORM VARYING WS-Std-Pos FROM 1 BY 1
              UNTIL WS-Std-Pos > 30
              IF WS-Std-Line (WS-Std-Pos:1) = SPACE
                 IF WS-Std-Word-Len > ZERO
                    PERFORM 2220-Emit-Word
                 END-IF
              ELSE
                 ADD +1 TO WS-Std-Word-Len
                 MOVE WS-Std-Line (WS-Std-Pos:1) TO
                      WS-Std-Word (WS-Std-Word-Len:1)
              END-IF
           END-PERFORM.
           IF WS-Std-Word-Len > ZERO
              PERFORM 2220-Emit-Word
           END-IF.

       2220-Emit-Word.
           MOVE "N" TO WS-Word-Found-Switch.
           PERFORM VARYING WS-Word-Sub FROM 1 BY 1
              UNTIL WS-Word-Sub > WS-Word-Max
              OR WS-Word-Found
              IF WS-Std-Word = WS-WT-Word (WS-Word-Sub)
                 SET WS-Word-Found TO TRUE
                 MOVE WS-WT-Abbr (WS-Word-Sub)     TO WS-Std-Word
                 MOVE WS-WT-Abbr-Len (WS-Word-Sub) TO WS-Std-Word-Len
              END-IF
           END-PERFORM.
           IF WS-Std-Word-Len > ZERO
              IF WS-Std-Out-Len > ZERO
                 ADD +1 TO WS-Std-Out-Len
              END-IF
              IF WS-Std-Out-Len + WS-Std-Word-Len NOT > 60
                 MOVE WS-Std-Word (1:WS-Std-Word-Len) TO
                      WS-Std-Out (WS-Std-Out-Len + 1:WS-Std-Word-Len)
                 ADD WS-Std-Word-Len TO WS-Std-Out-Len
              END-IF
           END-IF.
           MOVE SPACES TO WS-Std-Word.
           MOVE ZERO   TO WS-Std-Word-Len.

      ***********************************************************
      * Find the household already at the standardized address
      *  on the Address-Key alternate key; with none there, open
      *  a new household on the next Id.
      **********************************************************
       2300-Find-Household.
           MOVE WS-Std-Key TO Hhold-Address-Key.
           START HholdFile KEY IS = Hhold-Address-Key
              INVALID KEY
                 SET WS-HholdFile-Record-Not-Found TO TRUE
           END-START.
           IF WS-HholdFile-Good
              MOVE "N" TO WS-Hhold-Done-Switch
              PERFORM 5100-Read-HholdFile-Next
           END-IF.
           IF WS-HholdFile-Good OR WS-HholdFile-Duplicate
              MOVE Hhold-Household-Id     TO WS-Found-Household-Id
              MOVE Hhold-Household-Opened TO WS-Found-Opened
           ELSE
              MOVE WS-Next-Household-Id   TO WS-Found-Household-Id
              MOVE WS-Run-Date            TO WS-Found-Opened
              ADD +1 TO WS-Next-Household-Id
              ADD +1 TO WS-Households-Opened-Cnt
           END-IF.

      ***********************************************************
      * A member whose customer is no longer on CUSTFile -
      *  deleted, or retired by a merge - comes off the
      *  household file.
      **********************************************************
       2500-Remove-Departed.
           MOVE "N" TO WS-Hhold-Done-Switch.
           MOVE LOW-VALUES TO Hhold-Cust-Number.
           START HholdFile KEY IS >= Hhold-Cust-Number
              INVALID KEY
                 SET WS-Hhold-Done TO TRUE
           END-START.
           IF NOT WS-Hhold-Done
              PERFORM 5100-Read-HholdFile-Next
              PERFORM UNTIL WS-Hhold-Done
                 PERFORM 2510-Check-Departed
                 PERFORM 5100-Read-HholdFile-Next
              END-PERFORM
           END-IF.

       2510-Check-Departed.
           MOVE Hhold-Cust-Number TO CUSTFile-Cust-Number.
           READ CUSTFile
              KEY IS CUSTFile-Cust-Number
              INVALID KEY
                 SET WS-CUSTFile-Record-Not-Found TO TRUE
           END-READ.
           IF WS-CUSTFile-Record-Not-Found
              DELETE HholdFile RECORD
              IF WS-HholdFile-Good
                 ADD +1 TO WS-Members-Removed-Cnt
              ELSE
                 PERFORM 2900-Hhold-Failed
              END-IF
           END-IF.

      ***********************************************************
      * Walk the file in Household-Id order, one household at a
      *  time: choose the head, stamp it on every member, and
      *  print the household.  The record read ahead of the
      *  household break is held aside while the members are
      *  rewritten.
      **********************************************************
       2700-Register-Households.
           MOVE "N" TO WS-Hhold-Done-Switch.
           MOVE ZERO TO Hhold-Household-Id.
           START HholdFile KEY IS >= Hhold-Household-Id
              INVALID KEY
                 SET WS-Hhold-Done TO TRUE
           END-START.
           IF NOT WS-Hhold-Done
              PERFORM 5100-Read-HholdFile-Next
           END-IF.
           PERFORM UNTIL WS-Hhold-Done
              PERFORM 2710-Collect-Household
              MOVE FD-HholdFile-Record TO WS-Hhold-Read-Ahead
              PERFORM 2720-Choose-Head
              PERFORM 2730-Stamp-Members
              PERFORM 2740-Print-Household
              MOVE WS-Hhold-Read-Ahead TO FD-HholdFile-Record
           END-PERFORM.

       2710-Collect-Household.
           MOVE Hhold-Household-Id TO WS-Group-Id.
           MOVE ZERO TO WS-Member-Count.
           MOVE ZERO TO WS-Group-Extra-Cnt.
           PERFORM UNTIL WS-Hhold-Done
              OR Hhold-Household-Id NOT = WS-Group-Id
              IF WS-Member-Count < WS-Member-Max
                 ADD +1 TO WS-Member-Count
                 MOVE FD-HholdFile-Record TO
                      WS-MT-Record (WS-Member-Count)
                 EVALUATE Hhold-Member-Status
                    WHEN "A"
                       MOVE 1 TO WS-MT-Rank-Status (WS-Member-Count)
                    WHEN "I"
                       MOVE 2 TO WS-MT-Rank-Status (WS-Member-Count)
                    WHEN OTHER
                       MOVE 3 TO WS-MT-Rank-Status (WS-Member-Count)
                 END-EVALUATE
                 MOVE Hhold-Member-Date-Added TO
                      WS-MT-Rank-Date (WS-Member-Count)
                 MOVE Hhold-Cust-Number TO
                      WS-MT-Rank-Cust (WS-Member-Count)
              ELSE
                 ADD +1 TO WS-Group-Extra-Cnt
              END-IF
              PERFORM 5100-Read-HholdFile-Next
           END-PERFORM.

       2720-Choose-Head.
           MOVE 1 TO WS-Head-Sub.
           PERFORM VARYING WS-Member-Sub FROM 2 BY 1
              UNTIL WS-Member-Sub > WS-Member-Count
              IF WS-MT-Rank-Key (WS-Member-Sub) <
                 WS-MT-Rank-Key (WS-Head-Sub)
                 MOVE WS-Member-Sub TO WS-Head-Sub
              END-IF
           END-PERFORM.
           MOVE WS-MT-Record (WS-Head-Sub) TO WS-Hhold-Work.
           MOVE HhWork-Cust-Number TO WS-Head-Cust-Number.
           MOVE HhWork-Member-Name TO WS-Head-Name.

      ***********************************************************
      * Only a member whose head or count actually changed is
      *  rewritten.
      **********************************************************
       2730-Stamp-Members.
           PERFORM VARYING WS-Member-Sub FROM 1 BY 1
              UNTIL WS-Member-Sub > WS-Member-Count
              MOVE WS-MT-Record (WS-Member-Sub) TO WS-Hhold-Work
              IF WS-Member-Sub = WS-Head-Sub
                 MOVE "Y" TO HhWork-Head-Switch
              ELSE
                 MOVE "N" TO HhWork-Head-Switch
              END-IF
              MOVE WS-Head-Cust-Number TO HhWork-Head-Cust-Number
              MOVE WS-Head-Name        TO HhWork-Head-Name
              COMPUTE HhWork-Member-Count =
                 WS-Member-Count + WS-Group-Extra-Cnt
              IF WS-Hhold-Work NOT = WS-MT-Record (WS-Member-Sub)
                 MOVE WS-Hhold-Work TO FD-HholdFile-Record
                 REWRITE FD-HholdFile-Record
                 IF NOT (WS-HholdFile-Good
                         OR WS-HholdFile-Duplicate)
                    PERFORM 2900-Hhold-Failed
                 END-IF
                 MOVE WS-Hhold-Work TO WS-MT-Record (WS-Member-Sub)
              END-IF
           END-PERFORM.

       2740-Print-Household.
           ADD +1 TO WS-Households-Cnt.
           IF WS-Member-Count + WS-Group-Extra-Cnt > 1
              ADD +1 TO WS-Multi-Member-Cnt
           END-IF.
           MOVE WS-MT-Record (1) TO WS-Hhold-Work.
           MOVE WS-Group-Id TO WS-HL-Household-Id.
           MOVE HhWork-Member-Count TO WS-HL-Member-Count.
           MOVE HhWork-Household-Opened TO WS-HL-Opened.
           IF HhWork-Household-Opened = WS-Run-Date
              MOVE "NEW HOUSEHOLD" TO WS-HL-New-Flag
           ELSE
              MOVE SPACES TO WS-HL-New-Flag
           END-IF.
           WRITE FD-ReportFile-Record FROM WS-Household-Line
               AFTER ADVANCING 2 LINES.
           MOVE HhWork-Key-Street TO WS-AL-Street.
           MOVE HhWork-Key-Zip5   TO WS-AL-Zip5.
           WRITE FD-ReportFile-Record FROM WS-Address-Line.
           PERFORM VARYING WS-Member-Sub FROM 1 BY 1
              UNTIL WS-Member-Sub > WS-Member-Count
              PERFORM 2750-Print-Member
           END-PERFORM.
           IF WS-Group-Extra-Cnt > ZERO
              ADD +1 TO WS-Overflow-Cnt
              MOVE WS-Group-Extra-Cnt TO WS-OL-Extra-Cnt
              WRITE FD-ReportFile-Record FROM WS-Overflow-Line
              DISPLAY "** WARNING **: 2740-Print-Household"
              DISPLAY "Household Larger Than The Member Table: "
                      WS-Group-Id
           END-IF.

       2750-Print-Member.
           ADD +1 TO WS-Members-Listed-Cnt.
           MOVE WS-MT-Record (WS-Member-Sub) TO WS-Hhold-Work.
           IF HhWork-Head
              MOVE "HEAD  " TO WS-ML-Head-Flag
           ELSE
              MOVE SPACES   TO WS-ML-Head-Flag
           END-IF.
           MOVE HhWork-Cust-Number       TO WS-ML-Cust-Number.
           MOVE HhWork-Member-Name       TO WS-ML-Name.
           MOVE HhWork-Member-Status     TO WS-ML-Status.
           MOVE HhWork-Member-Date-Added TO WS-ML-Date-Added.
           IF HhWork-Assigned-Date = WS-Run-Date
              AND HhWork-Household-Opened NOT = WS-Run-Date
              MOVE "JOINED TODAY" TO WS-ML-Note
           ELSE
              MOVE SPACES         TO WS-ML-Note
           END-IF.
           WRITE FD-ReportFile-Record FROM WS-Member-Line.

       2900-Hhold-Failed.
           ADD +1 TO WS-Hhold-Failed-Cnt.
           DISPLAY "** WARNING **: 2900-Hhold-Failed"
           DISPLAY "Household Update Failed For: " Hhold-Cust-Number
           DISPLAY "File Status: " WS-HholdFile-Status.

      ***********************************************************
      * The next Id is written even when the run ends early:
      *  any Id already handed out is on the household file and
      *  must not be handed out again.
      **********************************************************
       3000-End-Job.
           OPEN OUTPUT HhCtlOut.
           MOVE SPACES TO FD-HhCtlOut-Record.
           MOVE WS-Next-Household-Id TO FD-HhCtlOut-Next-Id.
           WRITE FD-HhCtlOut-Record.
           CLOSE HhCtlOut.

           PERFORM 6000-Write-Summary.

           DISPLAY EOJ-End-Message.
           DISPLAY "     Customers Read: " FD-CUSTFile-Record-Cnt
           DISPLAY "       Members Kept: " WS-Members-Kept-Cnt
           DISPLAY "      Members Moved: " WS-Members-Moved-Cnt
           DISPLAY "        Members New: " WS-Members-New-Cnt
           DISPLAY "    Members Removed: " WS-Members-Removed-Cnt
           DISPLAY "  Households Opened: " WS-Households-Opened-Cnt
           DISPLAY "  Households Listed: " WS-Households-Cnt
           DISPLAY "     Updates Failed: " WS-Hhold-Failed-Cnt
           DISPLAY "       Next Hhld Id: " WS-Next-Household-Id.

           CLOSE CUSTFile
                 HholdFile
                 ReportFile.

           IF WS-Hhold-Failed-Cnt > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Warning-Cnt + WS-Overflow-Cnt > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       5000-Read-CUSTFile.
           READ CUSTFile NEXT RECORD
              AT END SET WS-CUSTFile-EOF TO TRUE
           END-READ.
           IF WS-CUSTFile-Good
              ADD +1 TO FD-CUSTFile-Record-Cnt
           ELSE
              IF WS-CUSTFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-CUSTFile"
                 DISPLAY "Read CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      ***********************************************************
      * Status 02 on a read by Household-Id or Address-Key only
      *  says the next record shares the key - the normal case
      *  inside any household of two or more.
      **********************************************************
       5100-Read-HholdFile-Next.
           READ HholdFile NEXT RECORD
              AT END SET WS-Hhold-Done TO TRUE
           END-READ.
           IF NOT WS-Hhold-Done
              IF NOT (WS-HholdFile-Good OR WS-HholdFile-Duplicate)
                 DISPLAY "** ERROR **: 5100-Read-HholdFile-Next"
                 DISPLAY "Read HholdFile Failed."
                 DISPLAY "File Status: " WS-HholdFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-Summary.
           MOVE "CUSTOMERS READ:" TO WS-SL-Label.
           MOVE FD-CUSTFile-Record-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line
               AFTER ADVANCING 3 LINES.
           MOVE "MEMBERS KEPT (ADDRESS UNCHANGED):" TO WS-SL-Label.
           MOVE WS-Members-Kept-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "MEMBERS RELINKED (ADDRESS CHANGED):" TO WS-SL-Label.
           MOVE WS-Members-Moved-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "MEMBERS LINKED NEW:" TO WS-SL-Label.
           MOVE WS-Members-New-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "MEMBERS REMOVED (NOT ON CUSTFILE):" TO WS-SL-Label.
           MOVE WS-Members-Removed-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "HOUSEHOLDS OPENED:" TO WS-SL-Label.
           MOVE WS-Households-Opened-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "HOUSEHOLDS LISTED:" TO WS-SL-Label.
           MOVE WS-Households-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "HOUSEHOLDS WITH MORE THAN ONE MEMBER:" TO
                WS-SL-Label.
           MOVE WS-Multi-Member-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "MEMBERS LISTED:" TO WS-SL-Label.
           MOVE WS-Members-Listed-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
           MOVE "HOUSEHOLD UPDATES FAILED:" TO WS-SL-Label.
           MOVE WS-Hhold-Failed-Cnt TO WS-SL-Count.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
