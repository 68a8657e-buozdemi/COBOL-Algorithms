      * TRQREC - official transcript request, one row per request
      * keyed in by the registrar's front desk: whose transcript,
      * who it goes to, and how.  A student may ask for several
      * copies to several recipients in one batch; each row is a
      * separate document.  For electronic delivery the first
      * address line carries the recipient's mail address.
           05  TQ-STUDENT-ID     PIC X(9).
           05  TQ-RECIPIENT      PIC X(30).
           05  TQ-ADDR-LINE-1    PIC X(30).
           05  TQ-ADDR-LINE-2    PIC X(30).
           05  TQ-ADDR-LINE-3    PIC X(30).
           05  TQ-DELIVERY       PIC X(1).
               88  TQ-BY-MAIL        VALUE 'M'.
               88  TQ-ELECTRONIC     VALUE 'E'.
               88  TQ-PICKUP         VALUE 'P'.
           05  TQ-REQUEST-DATE   PIC 9(8).
