      * STRMSTAT - stream outcome record, written by FDNIGHT as the
      * last act of a stream run (PARM token STRM=nn) and read by
      * FDMERGE to decide what each stream's hand-off files are
      * worth.  SS-OUTCOME says how the stream ended; only a
      * completed stream's audit rows, feed batches, history, and
      * registry rows are merged, and its break-master and pool
      * slices replace the shared files' rows for its entities only
      * when SS-MASTER-SW / SS-POOL-SW say the slice was written -
      * otherwise those entities keep last night's rows.  The start
      * date and time are the stream's RUNSTAT start record, which
      * is how FDMERGE knows a stream it has already merged.
           05  SS-STREAM         PIC X(2).
           05  SS-START-DATE     PIC 9(8).
           05  SS-START-TIME     PIC 9(6).
           05  SS-END-TIME       PIC 9(6).
      * C = completed (processed, with or without exceptions),
      * R = rejected by validation, A = aborted on an input or IO
      * failure, S = skipped as a non-business night.
           05  SS-OUTCOME        PIC X(1).
               88  SS-COMPLETED      VALUE 'C'.
               88  SS-REJECTED       VALUE 'R'.
               88  SS-ABORTED        VALUE 'A'.
               88  SS-SKIPPED        VALUE 'S'.
           05  SS-RETURN-CODE    PIC 9(2).
           05  SS-MASTER-SW      PIC X(1).
               88  SS-MASTER-WRITTEN VALUE 'Y'.
           05  SS-POOL-SW        PIC X(1).
               88  SS-POOL-WRITTEN   VALUE 'Y'.
           05  SS-ENT-COUNT      PIC 9(2).
           05  SS-REC-COUNT      PIC 9(9).
           05  SS-EXCP-COUNT     PIC 9(9).
           05  SS-EXPOSURE       PIC 9(13)V99.
           05  SS-MSG            PIC X(40).
