      * in the unscheduled section.
       01  SCHED-LIST.
           05  FILLER             PIC X(8) VALUE 'FDNIGHT '.
           05  FILLER             PIC X(8) VALUE 'FDMERGE '.
           05  FILLER             PIC X(8) VALUE 'FDWOPOST'.
           05  FILLER             PIC X(8) VALUE 'FDNEARM '.
           05  FILLER             PIC X(8) VALUE 'FDALERT '.
           05  FILLER             PIC X(8) VALUE 'FDSUMM  '.
           05  FILLER             PIC X(8) VALUE 'FDBRKAGE'.
           05  FILLER             PIC X(8) VALUE 'FDACK   '.
           05  FILLER             PIC X(8) VALUE 'FDRETR  '.
           05  FILLER             PIC X(8) VALUE 'FDAUDVFY'.
           05  FILLER             PIC X(8) VALUE 'FDCERT  '.
           05  FILLER             PIC X(8) VALUE 'FDARCH  '.
           05  FILLER             PIC X(8) VALUE 'FDRESRPT'.
           05  FILLER             PIC X(8) VALUE 'FGTRANS '.
           05  FILLER             PIC X(8) VALUE 'EOTBATCH'.
           05  FILLER             PIC X(8) VALUE 'FGOVERRD'.
           05  FILLER             PIC X(8) VALUE 'FGHISTVF'.
           05  FILLER             PIC X(8) VALUE 'FGRECORD'.
           05  FILLER             PIC X(8) VALUE 'FGREGRAD'.
           05  FILLER             PIC X(8) VALUE 'FGHISTLD'.
           05  FILLER             PIC X(8) VALUE 'FGLAPSE '.
           05  FILLER             PIC X(8) VALUE 'FGCUMTRN'.
           05  FILLER             PIC X(8) VALUE 'FGATRISK'.
           05  FILLER             PIC X(8) VALUE 'FGSTATS '.
           05  FILLER             PIC X(8) VALUE 'FGSTAND '.
           05  FILLER             PIC X(8) VALUE 'FGSAP   '.
           05  FILLER             PIC X(8) VALUE 'FGENRLVF'.
           05  FILLER             PIC X(8) VALUE 'FGPRECHK'.
           05  FILLER             PIC X(8) VALUE 'FGDEGAUD'.
           05  FILLER             PIC X(8) VALUE 'FGHONORS'.
           05  FILLER             PIC X(8) VALUE 'FGMAILER'.
           05  FILLER             PIC X(8) VALUE 'FGOFFTRN'.
           05  FILLER             PIC X(8) VALUE 'FGXFER  '.
           05  FILLER             PIC X(8) VALUE 'FGCOMPRL'.
           05  FILLER             PIC X(8) VALUE 'FGSCORLD'.
           05  FILLER             PIC X(8) VALUE 'FGACCRPT'.
           05  FILLER             PIC X(8) VALUE 'FGROLLOV'.
       01  SCHED-TABLE REDEFINES SCHED-LIST.
           05  SCHED-PGM-ID       PIC X(8) OCCURS 38 TIMES.
       01  WS-SCHED-MAX           PIC 9(3) VALUE 38.

      * PGM-TABLE - one entry per program seen for the report date,
      * with its last start and last end records folded in.
