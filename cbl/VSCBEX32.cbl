      ***********************************************************
      * Program name:    VSCBEX32
      * Original author: David Stagowki
      *
      *    Description: Example 32: Indexed File Processing:
      *     Change Confirmation Letters and Rapid-Change Watch
      *
      *    A customer whose address or phone VSCBEX03 changes was
      *     never told, and a fraudulent address change followed
      *     by a request for a card or a statement is the classic
      *     account takeover.  This nightly step reads the JFILE1
      *     journal, pairs each change's before-image and
      *     after-image by run date and Tran-Seq (as VSCBEX14
      *     does), and for every change where an address line,
      *     the city, state, zip or the phone number moved it
      *     writes print-ready confirmation letters (LTRFILE1):
      *       - an address change gets two letters, one to the
      *         new address from the after-image and one to the
      *         OLD address from the before-image, so the real
      *         customer hears of it wherever the mail now goes;
      *       - a phone-only change gets one letter to the
      *         address on file.
      *     Adds and deletes are not changes and are skipped.
      *
      *    The journal holds one night, so the program carries a
      *     rolling address-change history (ADRHIST) from
      *     generation to generation - ADHFILE1 in, ADHOUT1 out -
      *     holding every address change inside the watch
      *     window.  Any customer with more than one address
      *     change inside the window goes on the watch list
      *     (RPTFILEM) for the fraud desk, every change listed
      *     with the origin that keyed it and tonight's changes
      *     flagged.  The window is a number of days on the
      *     PARMFILE card (columns 1-3), 30 if the card is
      *     missing or not a number.  The first run has no
      *     history to read and says so.  The journal is
      *     required (RC 16); RC 4 when the watch list is not
      *     empty, a journal image was unpaired, or no history
      *     was read - on any night but the first that means the
      *     rolling history has been reset, and operations must
      *     know.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created: address and phone change
      *                          confirmation letters with the
      *                          rapid-change watch list.
      * 2026-10-15 dscobol       RC 4 when no history was read,
      *                          so a reset history is flagged.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX32.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JournalFile
           ASSIGN TO JFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JournalFile-Status.

           SELECT ParmFile
           ASSIGN TO PARMFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.

           SELECT HistInFile
           ASSIGN TO ADHFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistInFile-Status.

           SELECT HistOutFile
           ASSIGN TO ADHOUT1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistOutFile-Status.

           SELECT LetterFile
           ASSIGN TO LTRFILE1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LetterFile-Status.

           SELECT ReportFile
           ASSIGN TO RPTFILEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-JournalFile-Record.
           02  FD-JournalFile-Header.
               COPY JRNLHDR REPLACING ==:tag:== BY ==JournalFile==.
           02  FD-JournalFile-Customer.
               COPY CUSTOMRS REPLACING ==:tag:== BY ==JrnlCust==.

       FD  ParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ParmFile-Record.
           05  FD-ParmFile-Window-Days       PIC X(03).
           05  FILLER                       PIC X(77).

       FD  HistInFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HistInFile-Record.
           COPY ADRHIST REPLACING ==:tag:== BY ==HistIn==.

       FD  HistOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HistOutFile-Record             PIC X(100).

       FD  LetterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-LetterFile-Record              PIC X(080).

       FD  ReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportFile-Record              PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==JournalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistInFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LetterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportFile==.

       01  WS-File-Counters.
           12 FD-JournalFile-Record-Cnt      PIC S9(9) COMP VALUE ZERO.
           12 FD-HistInFile-Record-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 FD-HistOutFile-Record-Cnt      PIC S9(9) COMP VALUE ZERO.
           12 FD-LetterFile-Letter-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 WS-Change-Event-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Address-Change-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Phone-Only-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Expired-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Repeat-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Watch-Cust-Cnt              PIC S9(9) COMP VALUE ZERO.
           12 WS-Unpaired-Cnt                PIC S9(9) COMP VALUE ZERO.

       01  WS-Run-Date                       PIC 9(08) VALUE ZERO.

       01  WS-Parm-Control.
           12 WS-Window-Days                 PIC 9(03) VALUE 030.
           12 WS-Window-Card.
              16 WS-Window-Card-Days         PIC X(03).
              16 WS-Window-Card-Num REDEFINES WS-Window-Card-Days
                                             PIC 9(03).

       01  WS-History-Switch                 PIC X(01) VALUE "N".
           88  WS-History-Missing                VALUE "Y".

      ***********************************************************
      * Changes only, paired as the journal is read: the two
      *  images of a change share a run date and a Tran-Seq.
      **********************************************************
       01  WS-Event-Table.
           12 WS-Event-Max                   PIC S9(9) COMP
                                              VALUE +10000.
           12 WS-Event-Count                 PIC S9(9) COMP VALUE ZERO.
           12 WS-Event-Sub                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Event-Entry OCCURS 10000 TIMES.
              16 WS-ET-Run-Date              PIC 9(08).
              16 WS-ET-Tran-Seq              PIC 9(07).
              16 WS-ET-Before-Switch         PIC X(01).
                 88 WS-ET-Has-Before             VALUE "Y".
              16 WS-ET-After-Switch          PIC X(01).
                 88 WS-ET-Has-After              VALUE "Y".
              16 WS-ET-Before                PIC X(160).
              16 WS-ET-After                 PIC X(160).
              16 WS-ET-Origin.
                 20 WS-ET-Orig-Region        PIC X(01).
                 20 WS-ET-Orig-Branch        PIC X(04).
                 20 WS-ET-Orig-Operator      PIC X(08).

       01  WS-Pairing-Work.
           12 WS-Pair-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Pair-Found-Switch           PIC X(01) VALUE "N".
              88 WS-Pair-Found                   VALUE "Y".

      ***********************************************************
      * The address-change history inside the window: the
      *  generation read in plus tonight's changes, sorted on
      *  Cust-Number, date and Tran-Seq before it is written out
      *  and counted for the watch list.  The history is what
      *  the fraud desk relies on, so it is never cut short - a
      *  table overflow stops the run.
      **********************************************************
       01  WS-Hist-Table.
           12 WS-Hist-Max                    PIC S9(9) COMP
                                              VALUE +20000.
           12 WS-Hist-Count                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Sub                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Hist-Found-Switch           PIC X(01) VALUE "N".
              88 WS-Hist-Found                   VALUE "Y".
           12 WS-Posting-Switch              PIC X(01) VALUE "N".
              88 WS-Posting-Tonight              VALUE "Y".
           12 WS-Hist-Entry OCCURS 20000 TIMES.
              16 WS-HT-Sort-Key.
                 20 WS-HT-Cust-Number        PIC X(07).
                 20 WS-HT-Change-Date        PIC 9(08).
                 20 WS-HT-Tran-Seq           PIC 9(07).
              16 WS-HT-Record                PIC X(100).
              16 WS-HT-Tonight-Switch        PIC X(01).
                 88 WS-HT-Tonight                VALUE "Y".

      ***********************************************************
      * Selection-sort work fields.  One entry is 123 bytes; the
      *  swap area must stay in step with the entry layout.
      **********************************************************
       01  WS-Sort-Work.
           12 WS-Sort-I                      PIC S9(9) COMP VALUE ZERO.
           12 WS-Sort-J                      PIC S9(9) COMP VALUE ZERO.
           12 WS-Sort-Low                    PIC S9(9) COMP VALUE ZERO.
           12 WS-Swap-Entry                  PIC X(123).

       01  WS-Group-Work.
           12 WS-Group-Start                 PIC S9(9) COMP VALUE ZERO.
           12 WS-Group-End                   PIC S9(9) COMP VALUE ZERO.
           12 WS-Group-Size                  PIC S9(9) COMP VALUE ZERO.

       01  WS-Hist-Work.
           COPY ADRHIST REPLACING ==:tag:== BY ==Hist==.

      ***********************************************************
      * Day numbers, so "inside the window" is a count of days
      *  across month and year ends.  March-based year: the leap
      *  day falls at the end, so the month offsets never move.
      **********************************************************
       01  WS-Day-Calc.
           12 WS-DN-Date                     PIC 9(08).
           12 WS-DN-Date-Parts REDEFINES WS-DN-Date.
              16 WS-DN-Year                  PIC 9(04).
              16 WS-DN-Month                 PIC 9(02).
              16 WS-DN-Day                   PIC 9(02).
           12 WS-DN-Y                        PIC S9(9) COMP.
           12 WS-DN-MP                       PIC S9(9) COMP.
           12 WS-DN-Work                     PIC S9(9) COMP.
           12 WS-DN-Q4                       PIC S9(9) COMP.
           12 WS-DN-Q100                     PIC S9(9) COMP.
           12 WS-DN-Q400                     PIC S9(9) COMP.
           12 WS-DN-Q153                     PIC S9(9) COMP.
           12 WS-DN-Day-Number               PIC S9(9) COMP.
       01  WS-Today-Day-Number               PIC S9(9) COMP VALUE ZERO.
       01  WS-Age-Days                       PIC S9(9) COMP VALUE ZERO.

       01  WS-Change-Work.
           12 WS-Address-Changed-Switch      PIC X(01) VALUE "N".
              88 WS-Address-Changed              VALUE "Y".
           12 WS-Phone-Changed-Switch        PIC X(01) VALUE "N".
              88 WS-Phone-Changed                VALUE "Y".
           12 WS-Letter-Target-Switch        PIC X(01) VALUE SPACES.
              88 WS-Letter-To-New                VALUE "N".
              88 WS-Letter-To-Old                VALUE "O".

       01  WS-Old-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Old==.

       01  WS-New-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==New==.

       01  WS-Letter-Customer.
           COPY CUSTOMRS REPLACING ==:tag:== BY ==Letter==.

       01  WS-Fmt-Date-Work.
           12 WS-FD-Date                     PIC 9(08).
           12 WS-FD-Date-Parts REDEFINES WS-FD-Date.
              16 WS-FD-Year                  PIC X(04).
              16 WS-FD-Month                 PIC X(02).
              16 WS-FD-Day                   PIC X(02).
           12 WS-Fmt-Date.
              16 WS-FMT-Year                 PIC X(04).
              16 FILLER                     PIC X(01) VALUE "-".
              16 WS-FMT-Month                PIC X(02).
              16 FILLER                     PIC X(01) VALUE "-".
              16 WS-FMT-Day                  PIC X(02).

       01  WS-Letter-Lines.
           12 WS-Letter-Date-Line.
              16 FILLER               PIC X(50) VALUE SPACES.
              16 FILLER               PIC X(06) VALUE "DATE: ".
              16 WS-LD-Date            PIC X(10).
           12 WS-Letter-Text-Line.
              16 FILLER               PIC X(08) VALUE SPACES.
              16 WS-LT-Text            PIC X(72).
           12 WS-Letter-CSZ-Line.
              16 FILLER               PIC X(08) VALUE SPACES.
              16 WS-LC-City            PIC X(20).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-LC-State           PIC X(02).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-LC-Zip             PIC X(10).
           12 WS-Letter-Ref-Line.
              16 FILLER               PIC X(08) VALUE SPACES.
              16 FILLER               PIC X(20) VALUE
                 "RE: CUSTOMER NUMBER ".
              16 WS-LR-Cust-Number     PIC X(07).
           12 WS-Letter-Changed-Line.
              16 FILLER               PIC X(08) VALUE SPACES.
              16 FILLER               PIC X(03) VALUE "On ".
              16 WS-LCH-Date           PIC X(10).
              16 FILLER               PIC X(45) VALUE
                 " the following was changed on your customer ".
              16 FILLER               PIC X(07) VALUE "record:".

       01  WS-Report-Lines.
           12 WS-Report-Heading-1.
              16 FILLER               PIC X(44) VALUE
                 "VSCBEX32 - Rapid Address Change Watch List".
              16 FILLER               PIC X(10) VALUE "RUN DATE: ".
              16 WS-RH1-Run-Date       PIC 9(08).
           12 WS-Report-Heading-2.
              16 FILLER               PIC X(37) VALUE
                 "CUSTOMERS WITH MORE THAN ONE ADDRESS ".
              16 FILLER               PIC X(18) VALUE
                 "CHANGE IN THE LAST".
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-RH2-Window-Days    PIC ZZ9.
              16 FILLER               PIC X(06) VALUE " DAYS ".
              16 FILLER               PIC X(15) VALUE
                 "(* = TONIGHT)".
           12 WS-Watch-Header.
              16 FILLER               PIC X(10) VALUE "CUSTOMER: ".
              16 WS-WH-Cust-Number     PIC X(07).
              16 FILLER               PIC X(18) VALUE
                 "   ADDRESS CHANGES".
              16 WS-WH-Change-Cnt      PIC ZZZ9.
           12 WS-Watch-Detail.
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-WD-Tonight-Flag    PIC X(01).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-WD-Change-Date     PIC 9(08).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-WD-Orig-Region     PIC X(01).
              16 FILLER               PIC X(01) VALUE "/".
              16 WS-WD-Orig-Branch     PIC X(04).
              16 FILLER               PIC X(01) VALUE "/".
              16 WS-WD-Orig-Operator   PIC X(08).
              16 FILLER               PIC X(02) VALUE SPACES.
              16 WS-WD-New-Address-1   PIC X(30).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-WD-New-State       PIC X(02).
              16 FILLER               PIC X(01) VALUE SPACES.
              16 WS-WD-New-Zip-Code    PIC X(10).
           12 WS-No-Watch-Line         PIC X(080) VALUE
              "    (NO CUSTOMER ON THE WATCH LIST)".
           12 WS-Summary-Line.
              16 WS-SL-Label           PIC X(40).
              16 WS-SL-Count           PIC Z(8)9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBEX32 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Load-Journal.
           PERFORM 2500-Process-Changes.
           PERFORM 3000-Sort-History.
           PERFORM 3100-Write-History.
           PERFORM 3200-Write-Watch-List.
           PERFORM 4000-End-Job.
           GOBACK.

       1000-Begin-Job.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 0500-Read-Parm.
           MOVE WS-Run-Date TO WS-DN-Date.
           PERFORM 6500-Compute-Day-Number.
           MOVE WS-DN-Day-Number TO WS-Today-Day-Number.
           OPEN INPUT JournalFile.
           IF NOT WS-JournalFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open JournalFile Failed - no letters written."
              DISPLAY "File Status: " WS-JournalFile-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1100-Load-History.
           OPEN OUTPUT HistOutFile.
           OPEN OUTPUT LetterFile.
           OPEN OUTPUT ReportFile.
           MOVE WS-Run-Date    TO WS-RH1-Run-Date.
           MOVE WS-Window-Days TO WS-RH2-Window-Days.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-1.
           WRITE FD-ReportFile-Record FROM WS-Report-Heading-2.
           MOVE WS-Run-Date TO WS-FD-Date.
           PERFORM 6600-Format-Date.
           MOVE WS-Fmt-Date TO WS-LD-Date.
           PERFORM 5000-Read-JournalFile.

       0500-Read-Parm.
           OPEN INPUT ParmFile.
           IF WS-ParmFile-Good
              READ ParmFile
                 AT END NEXT SENTENCE
              END-READ
              IF WS-ParmFile-Good
                 MOVE FD-ParmFile-Window-Days TO WS-Window-Card-Days
                 IF WS-Window-Card-Days NUMERIC
                    AND WS-Window-Card-Num > ZERO
                    MOVE WS-Window-Card-Num TO WS-Window-Days
                 ELSE
                    DISPLAY "** WARNING **: 0500-Read-Parm"
                    DISPLAY "Window days not a number - using "
                            WS-Window-Days
                 END-IF
              END-IF
              CLOSE ParmFile
           END-IF.

      ***********************************************************
      * Carry forward every change still inside the window.  No
      *  history is normal on the first night; on any other
      *  night it means the watch list only sees tonight.
      **********************************************************
       1100-Load-History.
           OPEN INPUT HistInFile.
           IF NOT WS-HistInFile-Good
              SET WS-History-Missing TO TRUE
              DISPLAY "** WARNING **: 1100-Load-History"
              DISPLAY "No address-change history - watch list "
                      "covers tonight's journal only."
              DISPLAY "File Status: " WS-HistInFile-Status
           ELSE
              PERFORM 1110-Read-HistInFile
              PERFORM UNTIL WS-HistInFile-EOF
                 PERFORM 1120-Keep-History
                 PERFORM 1110-Read-HistInFile
              END-PERFORM
              CLOSE HistInFile
           END-IF.

       1110-Read-HistInFile.
           READ HistInFile
              AT END SET WS-HistInFile-EOF TO TRUE
           END-READ.
           IF WS-HistInFile-Good
              ADD +1 TO FD-HistInFile-Record-Cnt
           ELSE
              IF NOT WS-HistInFile-EOF
                 DISPLAY "** ERROR **: 1110-Read-HistInFile"
                 DISPLAY "Read HistInFile Failed."
                 DISPLAY "File Status: " WS-HistInFile-Status
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1120-Keep-History.
           MOVE HistIn-Change-Date TO WS-DN-Date.
           PERFORM 6500-Compute-Day-Number.
           COMPUTE WS-Age-Days =
                   WS-Today-Day-Number - WS-DN-Day-Number.
           IF WS-Age-Days < WS-Window-Days
              MOVE FD-HistInFile-Record TO WS-Hist-Work
              MOVE "N" TO WS-Posting-Switch
              PERFORM 6700-Table-History
           ELSE
              ADD +1 TO WS-Hist-Expired-Cnt
           END-IF.

       2000-Load-Journal.
           PERFORM UNTIL WS-JournalFile-EOF
              IF JournalFile-Trans-Code = "C"
                 PERFORM 2100-Table-Journal-Record
              END-IF
              PERFORM 5000-Read-JournalFile
           END-PERFORM.

      ***********************************************************
      * The search runs newest-first because VSCBEX03 writes the
      *  pair back to back - the match is almost always the last
      *  entry tabled.
      **********************************************************
       2100-Table-Journal-Record.
           MOVE "N" TO WS-Pair-Found-Switch.
           PERFORM VARYING WS-Pair-Sub
              FROM WS-Event-Count BY -1
              UNTIL WS-Pair-Sub < 1
              OR WS-Pair-Found
              IF WS-ET-Run-Date (WS-Pair-Sub) = JournalFile-Run-Date
                 AND WS-ET-Tran-Seq (WS-Pair-Sub) =
                     JournalFile-Tran-Seq
                 SET WS-Pair-Found TO TRUE
                 PERFORM 2200-Fold-Image-Into-Event
              END-IF
           END-PERFORM.
           IF NOT WS-Pair-Found
              PERFORM 2300-Open-New-Event
           END-IF.

       2200-Fold-Image-Into-Event.
           IF JournalFile-Before-Image
              MOVE FD-JournalFile-Customer TO
                   WS-ET-Before (WS-Pair-Sub)
              SET WS-ET-Has-Before (WS-Pair-Sub) TO TRUE
           ELSE
              MOVE FD-JournalFile-Customer TO
                   WS-ET-After (WS-Pair-Sub)
              SET WS-ET-Has-After (WS-Pair-Sub) TO TRUE
           END-IF.

       2300-Open-New-Event.
           IF WS-Event-Count >= WS-Event-Max
              DISPLAY "** ERROR **: 2300-Open-New-Event"
              DISPLAY "Journal too large for the change table."
              DISPLAY "Table Limit: " WS-Event-Max
              PERFORM 4000-End-Job
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Event-Count.
           MOVE JournalFile-Run-Date    TO
                WS-ET-Run-Date (WS-Event-Count).
           MOVE JournalFile-Tran-Seq    TO
                WS-ET-Tran-Seq (WS-Event-Count).
           MOVE JournalFile-Orig-Region TO
                WS-ET-Orig-Region (WS-Event-Count).
           MOVE JournalFile-Orig-Branch TO
                WS-ET-Orig-Branch (WS-Event-Count).
           MOVE JournalFile-Orig-Operator TO
                WS-ET-Orig-Operator (WS-Event-Count).
           MOVE "N" TO WS-ET-Before-Switch (WS-Event-Count).
           MOVE "N" TO WS-ET-After-Switch (WS-Event-Count).
           MOVE SPACES TO WS-ET-Before (WS-Event-Count).
           MOVE SPACES TO WS-ET-After (WS-Event-Count).
           MOVE WS-Event-Count TO WS-Pair-Sub.
           PERFORM 2200-Fold-Image-Into-Event.

       2500-Process-Changes.
           PERFORM VARYING WS-Event-Sub FROM 1 BY 1
              UNTIL WS-Event-Sub > WS-Event-Count
              IF WS-ET-Has-Before (WS-Event-Sub)
                 AND WS-ET-Has-After (WS-Event-Sub)
                 PERFORM 2600-Check-One-Change
              ELSE
                 DISPLAY "** WARNING **: 2500-Process-Changes"
                 DISPLAY "Unpaired journal image - no letter for "
                         "run date " WS-ET-Run-Date (WS-Event-Sub)
                         " seq " WS-ET-Tran-Seq (WS-Event-Sub)
                 ADD +1 TO WS-Unpaired-Cnt
              END-IF
           END-PERFORM.

      ***********************************************************
      * Status and name changes are not what a takeover needs,
      *  so only the address fields and the phone are looked at.
      **********************************************************
       2600-Check-One-Change.
           ADD +1 TO WS-Change-Event-Cnt.
           MOVE WS-ET-Before (WS-Event-Sub) TO WS-Old-Customer.
           MOVE WS-ET-After (WS-Event-Sub)  TO WS-New-Customer.
           MOVE "N" TO WS-Address-Changed-Switch.
           MOVE "N" TO WS-Phone-Changed-Switch.
           IF Old-Cust-Address-Line-1 NOT = New-Cust-Address-Line-1
              OR Old-Cust-Address-Line-2 NOT =
                 New-Cust-Address-Line-2
              OR Old-Cust-City     NOT = New-Cust-City
              OR Old-Cust-State    NOT = New-Cust-State
              OR Old-Cust-Zip-Code NOT = New-Cust-Zip-Code
              SET WS-Address-Changed TO TRUE
           END-IF.
           IF Old-Cust-Phone-Number NOT = New-Cust-Phone-Number
              SET WS-Phone-Changed TO TRUE
           END-IF.
           MOVE WS-ET-Run-Date (WS-Event-Sub) TO WS-FD-Date.
           PERFORM 6600-Format-Date.
           EVALUATE TRUE
              WHEN WS-Address-Changed
                 ADD +1 TO WS-Address-Change-Cnt
                 SET WS-Letter-To-New TO TRUE
                 MOVE WS-New-Customer TO WS-Letter-Customer
                 PERFORM 7000-Write-Letter
                 SET WS-Letter-To-Old TO TRUE
                 MOVE WS-Old-Customer TO WS-Letter-Customer
                 PERFORM 7000-Write-Letter
                 PERFORM 2700-Post-To-History
              WHEN WS-Phone-Changed
                 ADD +1 TO WS-Phone-Only-Cnt
                 SET WS-Letter-To-New TO TRUE
                 MOVE WS-New-Customer TO WS-Letter-Customer
                 PERFORM 7000-Write-Letter
           END-EVALUATE.

      ***********************************************************
      * A change already in the history came in on an earlier
      *  night's run of the same journal - it is not counted
      *  twice.
      **********************************************************
       2700-Post-To-History.
           MOVE SPACES TO WS-Hist-Work.
           MOVE New-Cust-Number                TO Hist-Cust-Number.
           MOVE WS-ET-Run-Date (WS-Event-Sub)  TO Hist-Change-Date.
           MOVE WS-ET-Tran-Seq (WS-Event-Sub)  TO Hist-Tran-Seq.
           MOVE WS-ET-Orig-Region (WS-Event-Sub) TO
                Hist-Orig-Region.
           MOVE WS-ET-Orig-Branch (WS-Event-Sub) TO
                Hist-Orig-Branch.
           MOVE WS-ET-Orig-Operator (WS-Event-Sub) TO
                Hist-Orig-Operator.
           MOVE New-Cust-Address-Line-1 TO Hist-New-Address-Line-1.
           MOVE New-Cust-City           TO Hist-New-City.
           MOVE New-Cust-State          TO Hist-New-State.
           MOVE New-Cust-Zip-Code       TO Hist-New-Zip-Code.
           MOVE "N" TO WS-Hist-Found-Switch.
           PERFORM VARYING WS-Hist-Sub FROM 1 BY 1
              UNTIL WS-Hist-Sub > WS-Hist-Count
              OR WS-Hist-Found
              IF WS-HT-Cust-Number (WS-Hist-Sub) = Hist-Cust-Number
                 AND WS-HT-Change-Date (WS-Hist-Sub) =
                     Hist-Change-Date
                 AND WS-HT-Tran-Seq (WS-Hist-Sub) = Hist-Tran-Seq
                 SET WS-Hist-Found TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Hist-Found
              ADD +1 TO WS-Hist-Repeat-Cnt
           ELSE
              SET WS-Posting-Tonight TO TRUE
              PERFORM 6700-Table-History
           END-IF.

      ***********************************************************
      * Straight selection sort on Cust-Number / date / Tran-Seq,
      *  the VSCBEX14 way - the window holds a few thousand moves
      *  at most.
      **********************************************************
       3000-Sort-History.
           PERFORM VARYING WS-Sort-I FROM 1 BY 1
              UNTIL WS-Sort-I >= WS-Hist-Count
              MOVE WS-Sort-I TO WS-Sort-Low
              PERFORM VARYING WS-Sort-J FROM WS-Sort-I BY 1
                 UNTIL WS-Sort-J > WS-Hist-Count
                 IF WS-HT-Sort-Key (WS-Sort-J) <
                    WS-HT-Sort-Key (WS-Sort-Low)
                    MOVE WS-Sort-J TO WS-Sort-Low
                 END-IF
              END-PERFORM
              IF WS-Sort-Low NOT = WS-Sort-I
                 MOVE WS-Hist-Entry (WS-Sort-I)   TO WS-Swap-Entry
                 MOVE WS-Hist-Entry (WS-Sort-Low) TO
                      WS-Hist-Entry (WS-Sort-I)
                 MOVE WS-Swap-Entry TO WS-Hist-Entry (WS-Sort-Low)
              END-IF
           END-PERFORM.

       3100-Write-History.
           PERFORM VARYING WS-Hist-Sub FROM 1 BY 1
              UNTIL WS-Hist-Sub > WS-Hist-Count
              WRITE FD-HistOutFile-Record FROM
                    WS-HT-Record (WS-Hist-Sub)
              ADD +1 TO FD-HistOutFile-Record-Cnt
           END-PERFORM.

      ***********************************************************
      * The sorted history breaks on Cust-Number; a group of
      *  more than one change is a watch-list customer.
      **********************************************************
       3200-Write-Watch-List.
           MOVE 1 TO WS-Group-Start.
           PERFORM UNTIL WS-Group-Start > WS-Hist-Count
              MOVE WS-Group-Start TO WS-Group-End
              PERFORM UNTIL WS-Group-End >= WS-Hist-Count
                 OR WS-HT-Cust-Number (WS-Group-End + 1) NOT =
                    WS-HT-Cust-Number (WS-Group-Start)
                 ADD +1 TO WS-Group-End
              END-PERFORM
              COMPUTE WS-Group-Size =
                      WS-Group-End - WS-Group-Start + 1
              IF WS-Group-Size > 1
                 PERFORM 3210-Write-Watch-Customer
              END-IF
              COMPUTE WS-Group-Start = WS-Group-End + 1
           END-PERFORM.
           IF WS-Watch-Cust-Cnt = ZERO
              WRITE FD-ReportFile-Record FROM WS-No-Watch-Line
                  AFTER ADVANCING 2 LINES
           END-IF.

       3210-Write-Watch-Customer.
           ADD +1 TO WS-Watch-Cust-Cnt.
           MOVE WS-HT-Cust-Number (WS-Group-Start) TO
                WS-WH-Cust-Number.
           MOVE WS-Group-Size TO WS-WH-Change-Cnt.
           WRITE FD-ReportFile-Record FROM WS-Watch-Header
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-Hist-Sub FROM WS-Group-Start BY 1
              UNTIL WS-Hist-Sub > WS-Group-End
              MOVE WS-HT-Record (WS-Hist-Sub) TO WS-Hist-Work
              IF WS-HT-Tonight (WS-Hist-Sub)
                 MOVE "*" TO WS-WD-Tonight-Flag
              ELSE
                 MOVE SPACE TO WS-WD-Tonight-Flag
              END-IF
              MOVE Hist-Change-Date        TO WS-WD-Change-Date
              MOVE Hist-Orig-Region        TO WS-WD-Orig-Region
              MOVE Hist-Orig-Branch        TO WS-WD-Orig-Branch
              MOVE Hist-Orig-Operator      TO WS-WD-Orig-Operator
              MOVE Hist-New-Address-Line-1 TO WS-WD-New-Address-1
              MOVE Hist-New-State          TO WS-WD-New-State
              MOVE Hist-New-Zip-Code       TO WS-WD-New-Zip-Code
              WRITE FD-ReportFile-Record FROM WS-Watch-Detail
           END-PERFORM.

       4000-End-Job.
           MOVE SPACES TO FD-ReportFile-Record.
           WRITE FD-ReportFile-Record AFTER ADVANCING 2 LINES.
           MOVE "CHANGES READ FROM JOURNAL" TO WS-SL-Label.
           MOVE WS-Change-Event-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "ADDRESS CHANGES" TO WS-SL-Label.
           MOVE WS-Address-Change-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "PHONE-ONLY CHANGES" TO WS-SL-Label.
           MOVE WS-Phone-Only-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "CONFIRMATION LETTERS WRITTEN" TO WS-SL-Label.
           MOVE FD-LetterFile-Letter-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "UNPAIRED JOURNAL IMAGES" TO WS-SL-Label.
           MOVE WS-Unpaired-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "HISTORY CARRIED IN" TO WS-SL-Label.
           MOVE FD-HistInFile-Record-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "HISTORY AGED OUT OF THE WINDOW" TO WS-SL-Label.
           MOVE WS-Hist-Expired-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "CHANGES ALREADY IN HISTORY" TO WS-SL-Label.
           MOVE WS-Hist-Repeat-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "HISTORY CARRIED FORWARD" TO WS-SL-Label.
           MOVE FD-HistOutFile-Record-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           MOVE "CUSTOMERS ON THE WATCH LIST" TO WS-SL-Label.
           MOVE WS-Watch-Cust-Cnt TO WS-SL-Count.
           PERFORM 7900-Write-Summary-Line.
           IF WS-History-Missing
              MOVE "*** NO HISTORY READ - TONIGHT'S JOURNAL ONLY"
                   TO FD-ReportFile-Record
              WRITE FD-ReportFile-Record
           END-IF.

           DISPLAY EOJ-End-Message.
           DISPLAY " Journal Records Read: "
                   FD-JournalFile-Record-Cnt
           DISPLAY "    Changes Checked: " WS-Change-Event-Cnt
           DISPLAY "    Address Changes: " WS-Address-Change-Cnt
           DISPLAY " Phone-Only Changes: " WS-Phone-Only-Cnt
           DISPLAY "    Letters Written: " FD-LetterFile-Letter-Cnt
           DISPLAY "    Unpaired Images: " WS-Unpaired-Cnt
           DISPLAY "  History Carried Fwd: "
                   FD-HistOutFile-Record-Cnt
           DISPLAY "  Watch-List Customers: " WS-Watch-Cust-Cnt.

           CLOSE JournalFile
                 HistOutFile
                 LetterFile
                 ReportFile.

           IF WS-Watch-Cust-Cnt > ZERO
              OR WS-Unpaired-Cnt > ZERO
              OR WS-History-Missing
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-Read-JournalFile.
           READ JournalFile
              AT END SET WS-JournalFile-EOF TO TRUE
           END-READ.
           IF WS-JournalFile-Good
              ADD +1 TO FD-JournalFile-Record-Cnt
           ELSE
              IF WS-JournalFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-JournalFile"
                 DISPLAY "Read JournalFile Failed."
                 DISPLAY "File Status: " WS-JournalFile-Status
                 PERFORM 4000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      ***********************************************************
      * WS-DN-Date in, WS-DN-Day-Number out.  A date that is not
      *  a date comes back as day zero - far outside any window.
      **********************************************************
       6500-Compute-Day-Number.
           MOVE ZERO TO WS-DN-Day-Number.
           IF WS-DN-Date NUMERIC
              AND WS-DN-Month >= 1 AND WS-DN-Month <= 12
              MOVE WS-DN-Year TO WS-DN-Y
              IF WS-DN-Month <= 2
                 SUBTRACT 1 FROM WS-DN-Y
                 ADD 9 TO WS-DN-Month GIVING WS-DN-MP
              ELSE
                 SUBTRACT 3 FROM WS-DN-Month GIVING WS-DN-MP
              END-IF
              DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
              DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
              DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
              COMPUTE WS-DN-Work = 153 * WS-DN-MP + 2
              DIVIDE WS-DN-Work BY 5 GIVING WS-DN-Q153
              COMPUTE WS-DN-Day-Number = 365 * WS-DN-Y
                    + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                    + WS-DN-Q153 + WS-DN-Day
           END-IF.

       6600-Format-Date.
           MOVE WS-FD-Year  TO WS-FMT-Year.
           MOVE WS-FD-Month TO WS-FMT-Month.
           MOVE WS-FD-Day   TO WS-FMT-Day.

      ***********************************************************
      * WS-Hist-Work in; WS-Posting-Tonight set means it came
      *  from tonight's journal, not the generation read in.
      **********************************************************
       6700-Table-History.
           IF WS-Hist-Count >= WS-Hist-Max
              DISPLAY "** ERROR **: 6700-Table-History"
              DISPLAY "Address-change history too large for table."
              DISPLAY "Table Limit: " WS-Hist-Max
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Hist-Count.
           MOVE Hist-Cust-Number TO
                WS-HT-Cust-Number (WS-Hist-Count).
           MOVE Hist-Change-Date TO
                WS-HT-Change-Date (WS-Hist-Count).
           MOVE Hist-Tran-Seq    TO
                WS-HT-Tran-Seq (WS-Hist-Count).
           MOVE WS-Hist-Work     TO WS-HT-Record (WS-Hist-Count).
           IF WS-Posting-Tonight
              SET WS-HT-Tonight (WS-Hist-Count) TO TRUE
           ELSE
              MOVE "N" TO WS-HT-Tonight-Switch (WS-Hist-Count)
           END-IF.

      ***********************************************************
      * One letter, addressed from WS-Letter-Customer.  The
      *  letter to the old address says what changed but not
      *  what it changed to - if the change is a takeover, the
      *  new address is the one thing not to send back.
      **********************************************************
       7000-Write-Letter.
           ADD +1 TO FD-LetterFile-Letter-Cnt.
           IF FD-LetterFile-Letter-Cnt = 1
              WRITE FD-LetterFile-Record FROM WS-Letter-Date-Line
           ELSE
              WRITE FD-LetterFile-Record FROM WS-Letter-Date-Line
                  AFTER ADVANCING PAGE
           END-IF.
           MOVE Letter-Cust-Name TO WS-LT-Text.
           WRITE FD-LetterFile-Record FROM WS-Letter-Text-Line
               AFTER ADVANCING 3 LINES.
           MOVE Letter-Cust-Address-Line-1 TO WS-LT-Text.
           PERFORM 7100-Write-Letter-Line.
           IF Letter-Cust-Address-Line-2 NOT = SPACES
              MOVE Letter-Cust-Address-Line-2 TO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
           END-IF.
           MOVE Letter-Cust-City     TO WS-LC-City.
           MOVE Letter-Cust-State    TO WS-LC-State.
           MOVE Letter-Cust-Zip-Code TO WS-LC-Zip.
           WRITE FD-LetterFile-Record FROM WS-Letter-CSZ-Line.
           MOVE Letter-Cust-Number TO WS-LR-Cust-Number.
           WRITE FD-LetterFile-Record FROM WS-Letter-Ref-Line
               AFTER ADVANCING 3 LINES.
           MOVE "Dear Customer:" TO WS-LT-Text.
           WRITE FD-LetterFile-Record FROM WS-Letter-Text-Line
               AFTER ADVANCING 2 LINES.
           MOVE WS-Fmt-Date TO WS-LCH-Date.
           WRITE FD-LetterFile-Record FROM WS-Letter-Changed-Line
               AFTER ADVANCING 2 LINES.
           IF WS-Address-Changed
              MOVE "    - MAILING ADDRESS" TO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
           END-IF.
           IF WS-Phone-Changed
              MOVE "    - TELEPHONE NUMBER" TO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
           END-IF.
           IF WS-Letter-To-New
              MOVE "Your record now reads:" TO WS-LT-Text
              WRITE FD-LetterFile-Record FROM WS-Letter-Text-Line
                  AFTER ADVANCING 2 LINES
              MOVE SPACES TO WS-LT-Text
              STRING "    " Letter-Cust-Address-Line-1
                     DELIMITED BY SIZE INTO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
              IF Letter-Cust-Address-Line-2 NOT = SPACES
                 MOVE SPACES TO WS-LT-Text
                 STRING "    " Letter-Cust-Address-Line-2
                        DELIMITED BY SIZE INTO WS-LT-Text
                 PERFORM 7100-Write-Letter-Line
              END-IF
              MOVE SPACES TO WS-LT-Text
              STRING "    " Letter-Cust-City " "
                     Letter-Cust-State "  " Letter-Cust-Zip-Code
                     DELIMITED BY SIZE INTO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
              MOVE SPACES TO WS-LT-Text
              STRING "    TELEPHONE " Letter-Cust-Phone-Number
                     DELIMITED BY SIZE INTO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
           ELSE
              MOVE "We are writing to the address we held before this"
                   TO WS-LT-Text
              WRITE FD-LetterFile-Record FROM WS-Letter-Text-Line
                  AFTER ADVANCING 2 LINES
              MOVE "change so that you hear of it wherever you now"
                   TO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
              MOVE "receive your mail." TO WS-LT-Text
              PERFORM 7100-Write-Letter-Line
           END-IF.
           MOVE "If you did not ask for this change, call your branch"
                TO WS-LT-Text.
           WRITE FD-LetterFile-Record FROM WS-Letter-Text-Line
               AFTER ADVANCING 2 LINES.
           MOVE "at once - do not wait for your next statement."
                TO WS-LT-Text.
           PERFORM 7100-Write-Letter-Line.
           MOVE "Customer Records Department" TO WS-LT-Text.
           WRITE FD-LetterFile-Record FROM WS-Letter-Text-Line
               AFTER ADVANCING 3 LINES.

       7100-Write-Letter-Line.
           WRITE FD-LetterFile-Record FROM WS-Letter-Text-Line.

       7900-Write-Summary-Line.
           WRITE FD-ReportFile-Record FROM WS-Summary-Line.
