      * assignment carries the entity too - the same BRK-ID-VALUE
      * breaking in two subsidiaries is two distinct pieces of
      * work.  Blank entity matches the legacy single-entity rows.
      * P = paired: the analyst confirmed a near-match suggestion
      * and FDWORKQ cleared this break together with its
      * counterpart, named in the comment.
           05  BA-ID-VALUE       PIC S9(9) SIGN LEADING.
           05  BA-ENTITY         PIC X(2).
           05  BA-ANALYST-ID     PIC X(10).
               88  BA-RESEARCHING    VALUE 'R'.
               88  BA-REFERRED       VALUE 'U'.
               88  BA-WRITE-OFF      VALUE 'W'.
               88  BA-PAIRED         VALUE 'P'.
           05  BA-COMMENT        PIC X(30).
           05  BA-ASSIGN-DATE    PIC 9(8).
           05  BA-TOUCH-DATE     PIC 9(8).
