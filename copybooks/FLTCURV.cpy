      *=============================================================*
      *   FLTCURV.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTCURV curfew/noise violation
      *   file CURF-SCAN writes in the daily window, one record per
      *   violation against an FLTCURF airport rule:
      *     D  departure from the field inside its curfew window
      *        (the leg's first contact, stamped with the field by
      *        LEG-RESOLVE)
      *     A  arrival at the field inside its curfew window (the
      *        leg's last contact)
      *     L  low overflight -- an airborne sighting inside the
      *        field's radius below its minimum overflight altitude
      *        on a leg that neither departed nor arrived there;
      *        one record per leg per field, carrying the lowest
      *        sighting as the evidence
      *   Operator and tail number come from the FLTREG registry
      *   ("UNKNOWN AIRCRAFT" and a blank tail when it has no
      *   record), so the file answers a complaint letter as it
      *   stands.  Date and time are UTC; the position is the leg
      *   end for D/A and the lowest sighting for L; the altitude
      *   is that sighting's (zero on D/A, where the leg carries no
      *   end altitude).
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  CURFEW-VIOLATION-REC.
           05  CURV-AIRPORT            PIC X(04).
           05  CURV-TYPE               PIC X(01).
               88  CURV-CURFEW-DEPARTURE   VALUE "D".
               88  CURV-CURFEW-ARRIVAL     VALUE "A".
               88  CURV-LOW-OVERFLIGHT     VALUE "L".
           05  CURV-ICAO24             PIC X(06).
           05  CURV-CALLSIGN           PIC X(08).
           05  CURV-REGISTRATION       PIC X(10).
           05  CURV-OPERATOR           PIC X(30).
           05  CURV-EVENT-DATE         PIC 9(08).
           05  CURV-EVENT-TIME         PIC 9(06).
           05  CURV-LATITUDE           PIC S9(02)V9(05)
                                           SIGN LEADING SEPARATE.
           05  CURV-LONGITUDE          PIC S9(03)V9(05)
                                           SIGN LEADING SEPARATE.
           05  CURV-ALTITUDE           PIC S9(05)V9(02)
                                           SIGN LEADING SEPARATE.
           05  CURV-MIN-ALTITUDE       PIC 9(05)V9(02).
           05  CURV-IN-CURFEW-SW       PIC X(01).
               88  CURV-IN-CURFEW          VALUE "Y".
               88  CURV-OUTSIDE-CURFEW     VALUE "N".
