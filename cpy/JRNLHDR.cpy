      *     recovery, concatenate them in range order and the
      *     stamps stay ascending.
      *
      *     The VSCBEX24 replica resync file borrows this layout
      *     so VSCBEX19 can apply it unchanged.  It is not a
      *     journal generation: it numbers its own records from
      *     0000001, is fed to VSCBEX19 alone under a ParmFile
      *     card of RSYN (so its counts report as RESYNC- and
      *     leave the night's replica balance alone), and must
      *     never be concatenated into a day's combined journal.
      *     Run order: VSCBEX24, the RSYN VSCBEX19 apply,
      *     VSCBEX24 again to prove it, then VSCBEX13.
      *
      *     Every record also carries who originated the change:
      *     the region, branch and operator from the QFILE3
      *     transaction's TRANORIG trailer when VSCBEX03 wrote
      *     it.  The programs that change CUSTFile on their own
      *     authority (VSCBEX15, VSCBEX16, the VSCBEX24 resync)
      *     leave region and branch blank and put their program
      *     name in the operator field.
      *
      *     Cutover to the 190-byte record: the journal readers
      *     (VSCBEX07/14/17/18/19/32) take only the 190-byte
      *     layout, and no 177-byte generation is converted.  At
      *     go-live take a fresh CUSTFile backup and a fresh
      *     VSCBEX17 base, and retire every older generation from
      *     the recovery and history concatenations.  VSCBEX30
      *     names the journal NOT SEARCHED if an old generation
      *     is ever supplied to it.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          range per writing program, now
      *                          that VSCBEX15 and VSCBEX16
      *                          journal alongside VSCBEX03.
      * 2026-10-14 dscobol       Documented the VSCBEX24 resync
      *                          file's use of the journal
      *                          layout outside the Tran-Seq
      *                          ranges.
      * 2026-10-14 dscobol       Added the originating region,
      *                          branch and operator to the
      *                          header (record grows 177 -> 190).
      * 2026-10-15 dscobol       Documented the RSYN apply of the
      *                          VSCBEX24 resync file and its run
      *                          order.
      * 2026-10-15 dscobol       Documented the cutover to the
      *                          190-byte record.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           05  :tag:-Image-Type            PIC X(01).
               88  :tag:-Before-Image          VALUE "B".
               88  :tag:-After-Image           VALUE "A".
           05  :tag:-Orig-Region           PIC X(01).
           05  :tag:-Orig-Branch           PIC X(04).
           05  :tag:-Orig-Operator         PIC X(08).
