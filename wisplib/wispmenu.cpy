      *
      * --- START OF COPYBOOK:  WISPMENU.CPY ---
      *
      *    Record layout for WISPMENU.DAT, the programs the WACUMENU
      *    operator application menu offers.  One record per
      *    program: the application it is grouped under on the
      *    menu and the short description shown beside it.  A
      *    program is only listed to an operator who could run it
      *    through WCLINKX - on WISPAUTH.DAT, granted on
      *    WISPOPRA.DAT (or *ALL), and active on WISPOPMS.DAT - so
      *    this file says what a program is, never who may run it.
      *    A whitelisted program with no record here (a batch step
      *    that expects its *PARM values, say) is not offered.
      *
      *    Applications are listed in name order; within one, the
      *    programs keep the order they have in this file.  A blank
      *    application is listed as GENERAL.
      *
      *    Built and maintained by operations with a text editor,
      *    the same way WISPDIST.DAT is.
      *
       01  WISPMENU-RECORD.
           05  WMENU-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01).
           05  WMENU-APPLICATION       PIC X(20).
           05  FILLER                  PIC X(01).
           05  WMENU-DESCRIPTION       PIC X(50).
      *
      * --- END OF COPYBOOK ---
      *
