      * reconcile every subsidiary: IDs only pair off within their
      * entity.  Blank means the legacy single-entity extract.
           05  RC-ENTITY         PIC X(2).
      * Details carry the ISO currency code of the posting amount in
      * columns 26-28 (blank on legacy extracts, meaning US dollars).
      * The amount in columns 11-23 is in that currency; the runs
      * value it into reporting currency off the FXRATE control
      * file.  Control records stop at column 27.
