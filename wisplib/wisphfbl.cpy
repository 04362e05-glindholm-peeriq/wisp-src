      *
      * --- START OF COPYBOOK:  WISPHFBL.CPY ---
      *
      *    Record layout for the WISPHFB.LOG help-topic feedback log
      *    written by WISPHELP when the operator leaves a topic and
      *    answers "Was this topic helpful?".  One record per answer;
      *    an operator who skips the question writes nothing.
      *
      *    WHFBL-PROGRAM and WHFBL-FIELD are the topic the HELP key
      *    was pressed for - the same key WACUHELP logs the press
      *    under in WISPHLP.LOG - even when the operator finished on
      *    a see-also topic.  WHFBL-PAGE is the deepest page of that
      *    topic the operator reached.
      *
       01  WISPHFB-LOG-RECORD.
           05  WHFBL-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WHFBL-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WHFBL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WHFBL-FIELD             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WHFBL-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WHFBL-PAGE              PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WHFBL-RATING            PIC X(01).
               88  WHFBL-HELPFUL           VALUE "Y".
               88  WHFBL-NOT-HELPFUL       VALUE "N".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WHFBL-COMMENT           PIC X(50).
      *
      * --- END OF COPYBOOK ---
      *
