      * per FGMAINT add/change/delete: when, who keyed it, what the
      * action was, and the before and after images of the STUDREC,
      * so every hand correction to the master is on record instead
      * of being an untraceable text edit.  FGENRLVF takes a
      * withdrawn section's effective date from the change that
      * turned it to W.
           05  MA-DATE           PIC 9(8).
           05  MA-TIME           PIC 9(6).
           05  MA-OPERATOR       PIC X(10).
