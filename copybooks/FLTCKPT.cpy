      *                       emergency lines used to restart from
      *                       zero) stays cumulative across a
      *                       checkpoint restart.
      *     2026-10-15  PZ    Added the out-of-envelope alert,
      *                       exception, and no-envelope counts
      *                       from the FLTTYPE envelope check.  A
      *                       checkpoint written before them reads
      *                       them as non-numeric and restarts
      *                       them from zero.
      *=============================================================*
       01  CHECKPOINT-REC.
           05  CKPT-RECORD-COUNT       PIC 9(09).
           05  CKPT-ALERTS-JUMP        PIC 9(09).
           05  CKPT-EMERGENCY-SQUAWKS  PIC 9(09).
           05  CKPT-WATCH-HITS         PIC 9(09).
           05  CKPT-ALERTS-ENVELOPE    PIC 9(09).
           05  CKPT-ENVELOPE-EXCEPTIONS PIC 9(09).
           05  CKPT-ENVELOPE-NO-TYPE   PIC 9(09).
