      *=============================================================*
      *   FLTCLNS.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layouts for the FLTCLNS clone-suspect file CLONE-
      *   SCAN writes off the day's sorted sighting log, fixed
      *   120-byte records.  One S record per ICAO24 and finding,
      *   each followed by the E records of the sightings that
      *   make the case:
      *     S  suspect -- the window date, the ICAO24, the finding
      *        (J back-and-forth jumps between two position
      *        clusters, C overlapping sightings under different
      *        callsigns, T flying outside its registered type's
      *        envelope), the registry identity, how many times
      *        the pattern occurred, the aircraft's sightings for
      *        the day, and a line of detail
      *     E  evidence -- one sighting: callsign, position,
      *        altitude, contact time, the position cluster (A or
      *        B) it fell in, and what it showed
      *   An aircraft can carry more than one finding.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  CLONE-SUSPECT-REC.
           05  CLNS-REC-TYPE           PIC X(01).
           05  CLNS-WINDOW-DATE        PIC 9(08).
           05  CLNS-ICAO24             PIC X(06).
           05  CLNS-FINDING            PIC X(01).
               88  CLNS-CLUSTER-JUMPS      VALUE "J".
               88  CLNS-CALLSIGN-OVERLAP   VALUE "C".
               88  CLNS-TYPE-MISMATCH      VALUE "T".
           05  CLNS-REGISTRATION       PIC X(10).
           05  CLNS-ACFT-TYPE          PIC X(20).
           05  CLNS-EVENT-COUNT        PIC 9(05).
           05  CLNS-SIGHTINGS          PIC 9(07).
           05  CLNS-DETAIL             PIC X(40).
           05  FILLER                  PIC X(22).

       01  CLONE-EVIDENCE-REC.
           05  CLNE-REC-TYPE           PIC X(01).
           05  CLNE-WINDOW-DATE        PIC 9(08).
           05  CLNE-ICAO24             PIC X(06).
           05  CLNE-FINDING            PIC X(01).
           05  CLNE-CALLSIGN           PIC X(08).
           05  CLNE-LATITUDE           PIC S9(02)V9(05)
                                           SIGN LEADING SEPARATE.
           05  CLNE-LONGITUDE          PIC S9(03)V9(05)
                                           SIGN LEADING SEPARATE.
           05  CLNE-ALTITUDE           PIC S9(05)V9(02)
                                           SIGN LEADING SEPARATE.
           05  CLNE-LAST-CONTACT       PIC 9(10).
           05  CLNE-CLUSTER            PIC X(01).
           05  CLNE-NOTE               PIC X(20).
           05  FILLER                  PIC X(40).
