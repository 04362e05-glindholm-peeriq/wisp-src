      *
      * --- START OF COPYBOOK:  WISPOWNR.CPY ---
      *
      *    Record layout for WISPOWNR.DAT, the ownership file the
      *    WISPCHGB monthly chargeback report charges usage by.
      *    Three kinds of record:
      *
      *      "S"  a WISPSTRM.DAT stream and the department that
      *           owns it - every step program of the stream is
      *           charged to that department.
      *      "P"  a program and the department that owns it - for
      *           ad-hoc programs run outside any stream, or to
      *           charge one step of a shared stream elsewhere.  A
      *           program record wins over its stream's record.
      *      "D"  a department and the report name its own page of
      *           the chargeback report is catalogued under, so a
      *           WISPDIST.DAT rule can route the page to the
      *           department head.  A department without one has
      *           its page catalogued under the first eight
      *           characters of the department code.
      *
      *    Built and maintained by operations with a text editor,
      *    the same way WISPDIST.DAT is.
      *
       01  WISPOWNR-RECORD.
           05  WOWNR-TYPE              PIC X(01).
               88  WOWNR-TYPE-STREAM       VALUE "S".
               88  WOWNR-TYPE-PROGRAM      VALUE "P".
               88  WOWNR-TYPE-DEPARTMENT   VALUE "D".
           05  FILLER                  PIC X(01).
           05  WOWNR-NAME              PIC X(10).
           05  FILLER                  PIC X(01).
           05  WOWNR-DEPARTMENT        PIC X(10).
           05  FILLER REDEFINES WOWNR-DEPARTMENT.
               10  WOWNR-PAGE-REPORT   PIC X(08).
               10  FILLER              PIC X(02).
      *
      * --- END OF COPYBOOK ---
      *
