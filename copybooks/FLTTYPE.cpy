      *=============================================================*
      *   FLTTYPE.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTTYPE aircraft-type performance
      *   envelope master, keyed by aircraft type.  One record per
      *   type named in the FLTREG registry (REG-ACFT-TYPE), with
      *   the most that type can plausibly do: top speed, service
      *   ceiling, and best climb and descent rates.  Maintained by
      *   TYPE-MAINT; FLIGHT-TRACKER reads it per sighting of a
      *   registered aircraft and writes an FLTENVX exception (and
      *   raises an alert) for a sighting outside its type's
      *   envelope -- the right tail number flying like the wrong
      *   airframe.
      *
      *   The key is stored upper-case; the tracker upper-cases the
      *   registry's type before the lookup, so the case the
      *   registry extract happens to use does not matter.  Limits
      *   are in the feed's own units to match the state vector --
      *   metres for the ceiling (WS-BARO-ALTITUDE), metres per
      *   second for the speed and vertical rates (WS-VELOCITY,
      *   WS-VERTICAL-RATE) -- the same choice FLTZONE made for its
      *   altitude band.  A limit of zero is not checked, so a type
      *   can be posted with only the figures ops actually have.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  TYPE-MASTER-REC.
           05  TYPE-ACFT-TYPE          PIC X(20).
           05  TYPE-DESCRIPTION        PIC X(30).
           05  TYPE-MAX-SPEED          PIC 9(04)V9(02).
           05  TYPE-CEILING-ALT        PIC 9(05)V9(02).
           05  TYPE-MAX-CLIMB          PIC 9(03)V9(02).
           05  TYPE-MAX-DESCENT        PIC 9(03)V9(02).
           05  TYPE-LAST-UPDATED       PIC 9(08).
