      *=============================================================*
      *   FLTRGIF.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layouts for the regulator incident interface file
      *   REG-SEND cuts for the aviation authority, fixed 200-byte
      *   records, one file per interface sequence number:
      *     H  header -- sequence number, when cut, the window date
      *        it covers, and the number of detail records
      *     D  one per new reportable incident -- the file's
      *        sequence and the detail's item number (together the
      *        reference the authority acknowledges against), the
      *        incident type (E emergency squawk, G restricted-zone
      *        incursion), registry identity, the zone (or squawk
      *        code), first/last seen and last position
      *     T  trailer -- sequence number again, the detail count,
      *        and the total records including header and trailer
      *   Registration and operator are the ones the alert was
      *   raised with ("UNKNOWN AIRCRAFT" when the registry had no
      *   record); the aircraft type comes from FLTREG.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  REGIF-HEADER-REC.
           05  RGIH-REC-TYPE           PIC X(01).
           05  RGIH-INTERFACE-ID       PIC X(08).
           05  RGIH-SEQUENCE           PIC 9(06).
           05  RGIH-CREATED-DATE       PIC 9(08).
           05  RGIH-CREATED-TIME       PIC 9(06).
           05  RGIH-WINDOW-DATE        PIC 9(08).
           05  RGIH-RECORD-COUNT       PIC 9(07).
           05  FILLER                  PIC X(156).

       01  REGIF-DETAIL-REC.
           05  RGID-REC-TYPE           PIC X(01).
           05  RGID-SEQUENCE           PIC 9(06).
           05  RGID-ITEM               PIC 9(05).
           05  RGID-INCIDENT-TYPE      PIC X(01).
               88  RGID-EMERGENCY-SQUAWK   VALUE "E".
               88  RGID-ZONE-INCURSION     VALUE "G".
           05  RGID-SEVERITY           PIC 9(01).
           05  RGID-ICAO24             PIC X(06).
           05  RGID-CALLSIGN           PIC X(08).
           05  RGID-REGISTRATION       PIC X(10).
           05  RGID-OPERATOR           PIC X(30).
           05  RGID-ACFT-TYPE          PIC X(20).
           05  RGID-UNKNOWN-SW         PIC X(01).
           05  RGID-ZONE-NAME          PIC X(20).
           05  RGID-FIRST-SEEN         PIC X(19).
           05  RGID-LAST-SEEN          PIC X(19).
           05  RGID-LAST-LATITUDE      PIC S9(02)V9(05)
                                           SIGN LEADING SEPARATE.
           05  RGID-LAST-LONGITUDE     PIC S9(03)V9(05)
                                           SIGN LEADING SEPARATE.
           05  RGID-PING-COUNT         PIC 9(07).
           05  FILLER                  PIC X(29).

       01  REGIF-TRAILER-REC.
           05  RGIT-REC-TYPE           PIC X(01).
           05  RGIT-INTERFACE-ID       PIC X(08).
           05  RGIT-SEQUENCE           PIC 9(06).
           05  RGIT-RECORD-COUNT       PIC 9(07).
           05  RGIT-TOTAL-RECORDS      PIC 9(07).
           05  FILLER                  PIC X(171).
