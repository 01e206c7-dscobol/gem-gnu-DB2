      ***********************************************************
      * Copybook name:   ADRHIST
      * Original author: David Stagowki
      *
      *    Description: Address-change history record, one per
      *     journaled change that moved a customer's address.
      *     The maintenance journal is a day's worth at a time,
      *     so VSCBEX32 carries this rolling history forward
      *     from generation to generation (ADHFILE1 in, ADHOUT1
      *     out), keeping only the changes inside the watch
      *     window, and counts each customer's changes from it
      *     for the rapid-change watch list.  The first three
      *     fields are the journal stamp of the change, so a
      *     journal fed twice does not count a move twice.
      *     Callers code the owning 01-level themselves and COPY
      *     this member in underneath it, REPLACING the :tag:
      *     placeholder.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created for the address change
      *                          confirmation letters and the
      *                          rapid-change watch list.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           05  :tag:-Cust-Number           PIC X(07).
           05  :tag:-Change-Date           PIC 9(08).
           05  :tag:-Tran-Seq              PIC 9(07).
           05  :tag:-Orig-Region           PIC X(01).
           05  :tag:-Orig-Branch           PIC X(04).
           05  :tag:-Orig-Operator         PIC X(08).
           05  :tag:-New-Address-Line-1    PIC X(30).
           05  :tag:-New-City              PIC X(20).
           05  :tag:-New-State             PIC X(02).
           05  :tag:-New-Zip-Code          PIC X(10).
           05  FILLER                      PIC X(03).
