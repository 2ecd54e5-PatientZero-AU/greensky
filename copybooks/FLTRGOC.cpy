      *=============================================================*
      *   FLTRGOC.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTRGOC regulator outbound control
      *   master -- the evidence that every reportable incident
      *   (emergency squawk, restricted-zone incursion) went to
      *   the aviation authority, once, and what the authority
      *   said about it.  Three kinds of record share the layout,
      *   told apart by the first key byte:
      *     C  the one control record (rest of the key zero or
      *        blank): RGOC-LAST-SEQUENCE is the last interface
      *        sequence number issued and RGOC-LAST-SENT-DATE the
      *        window date it was cut for
      *     F  one per interface file cut, keyed by its sequence
      *        number: the date sent, its detail count, and
      *        whether the authority has acknowledged the file
      *     I  one per incident sent, keyed by the FLTALRT alert
      *        key plus the alert's first-seen stamp (a reopened
      *        alert restarts first-seen and is a new incident);
      *        RGOC-SEQUENCE/RGOC-ITEM are the file and detail
      *        number it went out as, the authority's reference
      *        back to it
      *   REG-SEND writes the C/F/I records as it cuts the file;
      *   REG-ACK marks the F and I records from the authority's
      *   acknowledgment file.  RGOC-STATUS is S sent (awaiting
      *   acknowledgment), A accepted, R rejected.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  REGULATOR-OUTBOUND-REC.
           05  RGOC-KEY.
               10  RGOC-REC-TYPE       PIC X(01).
                   88  RGOC-CONTROL-REC    VALUE "C".
                   88  RGOC-FILE-REC       VALUE "F".
                   88  RGOC-INCIDENT-REC   VALUE "I".
               10  RGOC-FILE-SEQUENCE  PIC 9(06).
               10  RGOC-ICAO24         PIC X(06).
               10  RGOC-ALERT-TYPE     PIC X(01).
               10  RGOC-ZONE-NAME      PIC X(20).
               10  RGOC-FIRST-SEEN     PIC X(19).
           05  RGOC-SEQUENCE           PIC 9(06).
           05  RGOC-ITEM               PIC 9(05).
           05  RGOC-DETAIL-COUNT       PIC 9(05).
           05  RGOC-SENT-DATE          PIC 9(08).
           05  RGOC-STATUS             PIC X(01).
               88  RGOC-SENT               VALUE "S".
               88  RGOC-ACCEPTED           VALUE "A".
               88  RGOC-REJECTED           VALUE "R".
           05  RGOC-ACK-DATE           PIC 9(08).
           05  RGOC-REJECT-REASON      PIC X(30).
           05  RGOC-LAST-SEQUENCE      PIC 9(06).
           05  RGOC-LAST-SENT-DATE     PIC 9(08).
