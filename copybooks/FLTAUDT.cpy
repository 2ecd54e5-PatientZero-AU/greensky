      *=============================================================*
      *   FLTAUDT.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTAUDT alert-audit journal.  The
      *   FLTALRT master is maintained in place, so once a record
      *   is rewritten its history is gone; every program that
      *   changes an alert's state appends one record here first-
      *   hand -- FLIGHT-TRACKER when it opens or reopens an alert,
      *   ALRT-DISPATCH when the duty officer acknowledges one,
      *   ALRT-ESCALATE on each escalation bump -- so the whole
      *   life of an alert (opened, paged at each level, acked,
      *   reopened) can be replayed by ALRT-AUDIT for an incident
      *   review.  Append-only and never rewritten; the journal
      *   lives until the retention sweep archives it.
      *
      *   Status bytes carry the ALRT-STATUS-SW values (O open,
      *   A acknowledged; blank old status on a newly opened
      *   alert).  The officer is filled on acknowledgments and
      *   the paged tier on escalations; both are blank otherwise.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  AUDIT-REC.
           05  AUDT-TIMESTAMP          PIC X(19).
           05  AUDT-PROGRAM            PIC X(14).
           05  AUDT-EVENT              PIC X(08).
               88  AUDT-EVENT-OPENED       VALUE "OPENED".
               88  AUDT-EVENT-REOPENED     VALUE "REOPENED".
               88  AUDT-EVENT-ACKED        VALUE "ACKED".
               88  AUDT-EVENT-ESCALATED    VALUE "ESCALATE".
           05  AUDT-ALERT-KEY.
               10  AUDT-ICAO24         PIC X(06).
               10  AUDT-TYPE           PIC X(01).
               10  AUDT-ZONE-NAME      PIC X(20).
           05  AUDT-SEVERITY           PIC 9(01).
           05  AUDT-OLD-STATUS         PIC X(01).
           05  AUDT-NEW-STATUS         PIC X(01).
           05  AUDT-OLD-ESC-LEVEL      PIC 9(01).
           05  AUDT-NEW-ESC-LEVEL      PIC 9(01).
           05  AUDT-ACK-BY             PIC X(08).
           05  AUDT-ESC-TARGET         PIC X(12).
           05  AUDT-PING-COUNT         PIC 9(07).
