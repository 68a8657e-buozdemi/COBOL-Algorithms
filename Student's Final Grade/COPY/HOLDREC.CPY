      * HOLDREC - student hold record, placed and released through
      * FGHOLD by the bursar (financial holds) and the registrar
      * (disciplinary holds).  The file is append-only and the
      * last row on file for a student and hold type governs, the
      * same last-row-wins rule as PREWAIV: a PLACE row carries the
      * start date and a zero release date, the RELEASE row repeats
      * the start date and adds the release date.  A hold is in
      * force on a given day when it has started and has not yet
      * been released.
           05  HD-STUDENT-ID     PIC X(9).
           05  HD-HOLD-TYPE      PIC X(1).
               88  HD-FINANCIAL      VALUE 'F'.
               88  HD-DISCIPLINARY   VALUE 'D'.
           05  HD-START-DATE     PIC 9(8).
           05  HD-RELEASE-DATE   PIC 9(8).
           05  HD-ACTION-BY      PIC X(10).
