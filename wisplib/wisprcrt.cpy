      *
      * --- START OF COPYBOOK:  WISPRCRT.CPY ---
      *
      *    Record layout for WISPRCRT.DAT, the access recertification
      *    campaign.  WISPRCOP opens a campaign by writing one record
      *    per WISPOPRA.DAT operator/program pair (the *ALL grants
      *    included), grouped under the operator's WOPMS-SUPERVISOR
      *    from the operator master - "*NONE" when the operator has
      *    no supervisor or is not on the master.  Each supervisor
      *    works their own list on WACURCRT; WISPRCCL reports the
      *    campaign and closes it once the deadline has passed.
      *       WRCRT-CAMPAIGN      campaign id, year and quarter
      *                           (e.g. 2026Q4)
      *       WRCRT-STATE         "O" open, "C" closed by WISPRCCL
      *       WRCRT-DENIALS       WISPOPRD.LOG refusals on file for
      *                           the operator when the campaign
      *                           was opened
      *       WRCRT-DECISION      blank while nobody has decided,
      *                           "C" certified, "R" revoked (the
      *                           pair was taken off WISPOPRA.DAT),
      *                           and at close "S" suspended (taken
      *                           off) or "X" expired (left on file)
      *       WRCRT-DECIDED-BY/-DATE/-TIME  who decided and when;
      *                           "*CLOSE" for the S and X marks
      *
       01  WISPRCRT-RECORD.
           05  WRCRT-CAMPAIGN          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-STATE             PIC X(01).
               88  WRCRT-CAMPAIGN-OPEN     VALUE "O".
               88  WRCRT-CAMPAIGN-CLOSED   VALUE "C".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-OPENED-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-DEADLINE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-SUPERVISOR        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-DENIALS           PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-DECISION          PIC X(01).
               88  WRCRT-UNDECIDED         VALUE SPACE.
               88  WRCRT-CERTIFIED         VALUE "C".
               88  WRCRT-REVOKED           VALUE "R".
               88  WRCRT-SUSPENDED         VALUE "S".
               88  WRCRT-EXPIRED           VALUE "X".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-DECIDED-BY        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-DECIDED-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRCRT-DECIDED-TIME      PIC X(08).
      *
      * --- END OF COPYBOOK ---
      *
