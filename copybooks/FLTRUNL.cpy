      *=============================================================*
      *   FLTRUNL.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTRUNL daily-window run ledger,
      *   keyed by run date.  One record per GSKYD010 run date:
      *   the RUN-LEDGER guard step opens it (status OPEN, step
      *   table cleared), each tracked step stamps its own start,
      *   end and return code into its slot, and the closing
      *   RUN-LEDGER step marks the day COMPLETE when every step
      *   ended with RC 4 or less, PARTIAL otherwise.  The guard
      *   refuses a second full run for a date already COMPLETE
      *   unless the RUNLOVR override card names that date.
      *
      *   Step slots hold the ledger step names in window order:
      *     FLTTRK01 FLTBALNC FEEDHLTH LEGBUILD LEGRESLV
      *     APTMOVE  CURFSCAN REGSEND  REGACK   LEGHIST
      *     ZONEOCC  COVGRID  CLONSCAN ARCHIVE  ARCHTRKH
      *     REJRCYCL
      *   A slot with state blank never started; S started with no
      *   end stamp (the step failed, abended, or was bypassed
      *   part-way); E ended, with the step's return code.
      *
      *   The record keyed 00000000 is the window control record:
      *   RUNL-OPEN-DATE there carries the run date the window in
      *   progress is stamping against, so a window that crosses
      *   midnight keeps every stamp on the date the guard opened.
      *   Zero when no window is open.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  RUN-LEDGER-REC.
           05  RUNL-RUN-DATE           PIC 9(08).
           05  RUNL-DAY-STATUS         PIC X(10).
               88  RUNL-DAY-OPEN           VALUE "OPEN".
               88  RUNL-DAY-COMPLETE       VALUE "COMPLETE".
               88  RUNL-DAY-PARTIAL        VALUE "PARTIAL".
           05  RUNL-OPEN-DATE          PIC 9(08).
           05  RUNL-RUN-COUNT          PIC 9(03).
           05  RUNL-OVERRIDE-SW        PIC X(01).
               88  RUNL-RUN-OVERRIDDEN     VALUE "Y".
           05  RUNL-WINDOW-START       PIC X(19).
           05  RUNL-WINDOW-END         PIC X(19).
           05  RUNL-STEP-ENTRY OCCURS 16 TIMES.
               10  RUNL-STEP-NAME      PIC X(08).
               10  RUNL-STEP-STATE     PIC X(01).
                   88  RUNL-STEP-NOT-RUN   VALUE " ".
                   88  RUNL-STEP-STARTED   VALUE "S".
                   88  RUNL-STEP-ENDED     VALUE "E".
               10  RUNL-STEP-START     PIC X(19).
               10  RUNL-STEP-END       PIC X(19).
               10  RUNL-STEP-RC        PIC 9(04).
