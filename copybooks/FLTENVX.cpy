      *=============================================================*
      *   FLTENVX.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTENVX out-of-envelope exception
      *   file written by FLIGHT-TRACKER.  One record per limit a
      *   sighting broke against its registered type's FLTTYPE
      *   envelope (so a sighting both too fast and too high
      *   writes two), carrying the registry identity, the limit
      *   code, what was observed against what the type allows,
      *   and the sighting itself.  Units are the feed's: metres
      *   for altitude, metres per second for speed and vertical
      *   rate.  Written fresh each clean run and extended across
      *   a checkpoint restart, the same lifecycle as FLTWHIT.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  ENVELOPE-EXCEPTION-REC.
           05  ENVX-TIMESTAMP          PIC X(19).
           05  ENVX-ICAO24             PIC X(06).
           05  ENVX-CALLSIGN           PIC X(08).
           05  ENVX-REGISTRATION       PIC X(10).
           05  ENVX-OPERATOR           PIC X(30).
           05  ENVX-ACFT-TYPE          PIC X(20).
           05  ENVX-LIMIT-CODE         PIC X(03).
               88  ENVX-LIMIT-SPEED        VALUE "SPD".
               88  ENVX-LIMIT-CEILING      VALUE "CEI".
               88  ENVX-LIMIT-CLIMB        VALUE "CLB".
               88  ENVX-LIMIT-DESCENT      VALUE "DSC".
           05  ENVX-OBSERVED           PIC S9(05)V9(02)
                                           SIGN LEADING SEPARATE.
           05  ENVX-LIMIT              PIC S9(05)V9(02)
                                           SIGN LEADING SEPARATE.
           05  ENVX-LATITUDE           PIC S9(02)V9(05)
                                           SIGN LEADING SEPARATE.
           05  ENVX-LONGITUDE          PIC S9(03)V9(05)
                                           SIGN LEADING SEPARATE.
           05  ENVX-BARO-ALTITUDE      PIC S9(05)V9(02)
                                           SIGN LEADING SEPARATE.
           05  ENVX-VELOCITY           PIC S9(04)V9(02)
                                           SIGN LEADING SEPARATE.
           05  ENVX-VERTICAL-RATE      PIC S9(03)V9(02)
                                           SIGN LEADING SEPARATE.
           05  ENVX-LAST-CONTACT       PIC 9(10).
           05  ENVX-SOURCE             PIC X(04).
