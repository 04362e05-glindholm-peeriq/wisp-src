      *
      * --- START OF COPYBOOK:  WISPSTRH.CPY ---
      *
      *    Record layout for WISPSTRH.LOG, the stream-definition
      *    change history appended by the WACUSTRM maintenance
      *    screen - one record per saved change to a stream's
      *    WISPSTRM.DAT steps, "*PARM" records, or WISPDEAD.DAT
      *    deadlines, saying who made it and when.  WSTRH-ACTION:
      *       A  step added at the end of the stream
      *       I  step inserted ahead of another
      *       C  step changed (program, flags, elapsed allowance)
      *       D  step deleted, with its parameters
      *       R  steps resequenced
      *       P  step parameters changed
      *       L  stream late-start / late-finish deadlines changed
      *    WSTRH-DETAIL carries the values saved, as the screen
      *    showed them.
      *
       01  WISPSTRH-RECORD.
           05  WSTRH-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSTRH-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSTRH-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSTRH-STREAM            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSTRH-STEP              PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSTRH-ACTION            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSTRH-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSTRH-DETAIL            PIC X(50).
      *
      * --- END OF COPYBOOK ---
      *
