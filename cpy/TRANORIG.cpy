      ***********************************************************
      * Copybook name:   TRANORIG
      * Original author: David Stagowki
      *
      *    Description: Transaction origin, carried behind the
      *     CUSTOMRS image on every QFILE3 maintenance
      *     transaction: the region whose number block the
      *     branch draws from, the branch that keyed the
      *     transaction, and the operator who keyed it.  The
      *     region byte sits where VSCBEX20's input always
      *     carried it (byte 162), so the assignment step reads
      *     it unchanged and now passes the whole origin
      *     through.  VSCBEX03 checks the origin against the
      *     authority table and stamps it into the journal
      *     header.  Callers code the owning group themselves
      *     and COPY this member in underneath it, REPLACING the
      *     :tag: placeholder.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created for branch and operator
      *                          authority on maintenance.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           05  :tag:-Orig-Region           PIC X(01).
           05  :tag:-Orig-Branch           PIC X(04).
           05  :tag:-Orig-Operator         PIC X(08).
