      *       STOPPED      the stream failed and left its checkpoint
      *       NOT-STARTED  WISPSTRM bailed before dispatching a step
      *       SKIPPED-NBD  not a business day for this stream
      *       HELD-PREREQ  its WISPPREQ.DAT prerequisites were not met
      *                    by their timeout - never launched (start
      *                    and end are when the wait began and ended)
      *       HELD         held from the WACUSCTL console - never
      *                    launched (start and end are its run time)
      *    Start and end times are spaces on a skipped stream.
      *
       01  WISPSJRN-RECORD.
