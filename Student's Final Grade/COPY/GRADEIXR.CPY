               88  GX-TRANSFER        VALUE 'T'.
           05  GX-RUN-ID         PIC X(8).
           05  GX-XFER-INST      PIC X(12).
           05  GX-LAPSE-REASON   REDEFINES GX-XFER-INST PIC X(12).
           05  GX-XFER-HOURS     PIC 9(2).
