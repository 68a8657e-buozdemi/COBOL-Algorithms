      * STRMCTL - nightly stream map, maintained by ops on the STRMCTL
      * control file, one row per subsidiary entity naming the
      * FDNIGHT job stream that reconciles it.  Each stream runs as
      * its own job against its own extract, in parallel with the
      * others, so adding a subsidiary adds a stream (or a row to an
      * existing one) instead of lengthening one serial run, and a
      * bad extract fails only its own stream.  FDMERGE reads the
      * same map to fold each stream's results back into the shared
      * files.  The last row for an entity wins, so an entity is
      * moved to another stream by appending a row.  A blank entity
      * maps the legacy single-entity extract.  An entity with no row
      * is not reconciled by any stream.
           05  SC-ENTITY         PIC X(2).
           05  SC-STREAM         PIC X(2).
