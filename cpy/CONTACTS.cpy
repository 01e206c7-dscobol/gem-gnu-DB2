      * ---------- ------------  --------------------------------
      * 2026-09-02 dscobol       Created for the secondary
      *                          contacts child file.
      * 2026-10-14 dscobol       Added contact type PA, prior
      *                          address - the address a customer
      *                          moved from, kept when the NCOA
      *                          feed (VSCBEX31) changes the
      *                          primary address.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
               88  :tag:-Cont-Billing          VALUE "BI".
               88  :tag:-Cont-Seasonal         VALUE "SE".
               88  :tag:-Cont-Work-Phone       VALUE "WP".
               88  :tag:-Cont-Prior-Address    VALUE "PA".
           05  :tag:-Cont-Address-Line-1   PIC X(30).
           05  :tag:-Cont-Address-Line-2   PIC X(30).
           05  :tag:-Cont-City             PIC X(20).
