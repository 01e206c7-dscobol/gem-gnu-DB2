      ***********************************************************
      * Copybook name:   HOUSEHLD
      * Original author: David Stagowki
      *
      *    Description: Household member record for the keyed
      *     household file (VFILE4), one per customer.  VSCBEX33
      *     maintains it from CUSTFile every cycle: customers
      *     whose standardized address (both address lines plus
      *     zip5, upper-cased, unit words dropped, street words
      *     abbreviated) is the same share one permanent
      *     Household-Id, and a customer keeps that Id until the
      *     address changes.  The prime key is the Cust-Number;
      *     the Household-Id alternate key reads a household's
      *     members together, and the Address-Key alternate key
      *     finds the household already living at an address.
      *     The head of household - the member the household's
      *     mail is addressed to - is stamped on every member,
      *     with the member's own name, status and date added
      *     carried so the head can be chosen without going back
      *     to CUSTFile.  VSCBEX22 reads it for one-piece-per-
      *     household mailings.  Callers code the owning 01-level
      *     themselves and COPY this member in underneath it,
      *     REPLACING the :tag: placeholder.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-14 dscobol       Created for household linking
      *                          and household mailings.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           05  :tag:-Cust-Number           PIC X(07).
           05  :tag:-Household-Id          PIC 9(07).
           05  :tag:-Address-Key.
               10  :tag:-Key-Street        PIC X(60).
               10  :tag:-Key-Zip5          PIC X(05).
           05  :tag:-Head-Switch           PIC X(01).
               88  :tag:-Head                  VALUE "Y".
           05  :tag:-Head-Cust-Number      PIC X(07).
           05  :tag:-Head-Name             PIC X(30).
           05  :tag:-Member-Count          PIC 9(03).
           05  :tag:-Member-Name           PIC X(30).
           05  :tag:-Member-Status         PIC X(01).
           05  :tag:-Member-Date-Added     PIC 9(08).
           05  :tag:-Assigned-Date         PIC 9(08).
           05  :tag:-Household-Opened      PIC 9(08).
           05  FILLER                      PIC X(15).
