      *=============================================================*
      *   FLTRGAK.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layouts for the aviation authority's
      *   acknowledgment file, fixed 80-byte records, read back by
      *   REG-ACK.  One group per interface file the authority has
      *   processed:
      *     H  header -- the interface sequence number answered,
      *        the date processed, and the file-level verdict
      *        (A accepted; R rejected whole, e.g. counts did not
      *        agree, with the reason)
      *     D  one per detail -- sequence and item number of the
      *        incident, A accepted or R rejected, and the reason
      *     T  trailer -- sequence number and the count of D
      *        records in the group
      *   Several groups may arrive in one file.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  REGACK-HEADER-REC.
           05  RGAH-REC-TYPE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  RGAH-SEQUENCE           PIC X(06).
           05  FILLER                  PIC X(01).
           05  RGAH-ACK-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RGAH-FILE-STATUS        PIC X(01).
               88  RGAH-FILE-ACCEPTED      VALUE "A".
               88  RGAH-FILE-REJECTED      VALUE "R".
           05  FILLER                  PIC X(01).
           05  RGAH-REASON             PIC X(30).
           05  FILLER                  PIC X(30).

       01  REGACK-DETAIL-REC.
           05  RGAD-REC-TYPE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  RGAD-SEQUENCE           PIC X(06).
           05  FILLER                  PIC X(01).
           05  RGAD-ITEM               PIC X(05).
           05  FILLER                  PIC X(01).
           05  RGAD-STATUS             PIC X(01).
               88  RGAD-ACCEPTED           VALUE "A".
               88  RGAD-REJECTED           VALUE "R".
           05  FILLER                  PIC X(01).
           05  RGAD-REASON             PIC X(30).
           05  FILLER                  PIC X(33).

       01  REGACK-TRAILER-REC.
           05  RGAT-REC-TYPE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  RGAT-SEQUENCE           PIC X(06).
           05  FILLER                  PIC X(01).
           05  RGAT-DETAIL-COUNT       PIC X(07).
           05  FILLER                  PIC X(64).
