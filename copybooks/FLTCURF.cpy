      *=============================================================*
      *   FLTCURF.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTCURF airport curfew and noise-
      *   abatement rule master, keyed by the 4-character ICAO
      *   location code (the same key as FLTAPT).  One record per
      *   airport with a rule; maintained by CURF-MAINT and read by
      *   CURF-SCAN in the daily window, which reports curfew-window
      *   departures and arrivals off the day's FLTLEG legs and low
      *   overflights off the sorted FLTTRKH sighting log.
      *
      *   Curfew start/end are HHMM in UTC, the clock every contact
      *   time in the system is kept on -- a field's local curfew
      *   is punched as its UTC equivalent.  A window whose start is
      *   later than its end runs over midnight (2300 to 0600); the
      *   start minute is inside the window, the end minute is not.
      *   Start and end both zero means the airport has no curfew
      *   and only the overflight rule applies.
      *
      *   The radius is nautical miles around the field's reference
      *   point, which CURF-MAINT copies from FLTAPT when the rule
      *   is posted so the daily scan needs no second master.  The
      *   minimum overflight altitude is metres, the same units as
      *   the sighting log's barometric altitude (and FLTZONE's
      *   altitude band); zero turns the overflight check off.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  CURFEW-RULE-REC.
           05  CURF-ICAO               PIC X(04).
           05  CURF-DESCRIPTION        PIC X(30).
           05  CURF-START-HHMM         PIC 9(04).
           05  CURF-END-HHMM           PIC 9(04).
           05  CURF-RADIUS-NM          PIC 9(03)V9(01).
           05  CURF-MIN-ALTITUDE       PIC 9(05)V9(02).
           05  CURF-CENTER-LAT         PIC S9(02)V9(05)
                                           SIGN LEADING SEPARATE.
           05  CURF-CENTER-LON         PIC S9(03)V9(05)
                                           SIGN LEADING SEPARATE.
           05  CURF-LAST-UPDATED       PIC 9(08).
