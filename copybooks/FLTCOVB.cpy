      *=============================================================*
      *   FLTCOVB.cpy
      *   AUTHOR:       PATIENTZERO
      *   DATE-WRITTEN: 2026-10-15
      *
      *   Record layout for the FLTCOVB receiver-coverage baseline
      *   master, keyed by grid cell: the cell size the grid was
      *   cut at and the cell's row and column (the south-west
      *   corner is row * size - 90 latitude, column * size - 180
      *   longitude).  One record per cell that has carried
      *   traffic; COV-GRID rolls every record forward once per
      *   daily window and flags a cell whose day fell well below
      *   its baseline.  Carrying the size in the key means a
      *   change to the COVCTL cell size starts a fresh baseline
      *   instead of comparing a half-degree cell with a one-
      *   degree one.
      *
      *   The baseline is a running average of daily sightings --
      *   a straight mean over the first week, then each new day
      *   weighted one seventh.  The roll keeps the average it
      *   started from (PRIOR) and the window date it rolled for,
      *   so a rerun of the same window re-rolls from PRIOR and
      *   lands on the same figure instead of counting the day
      *   twice.
      *
      *   MODIFICATION HISTORY
      *     DATE        BY    DESCRIPTION
      *     2026-10-15  PZ    Original layout.
      *=============================================================*
       01  COVERAGE-BASE-REC.
           05  COVB-KEY.
               10  COVB-CELL-SIZE      PIC 9(02)V9(02).
               10  COVB-CELL-ROW       PIC 9(05).
               10  COVB-CELL-COL       PIC 9(05).
           05  COVB-AVG-SIGHTINGS      PIC 9(07)V9(02).
           05  COVB-DAYS               PIC 9(03).
           05  COVB-PRIOR-AVG          PIC 9(07)V9(02).
           05  COVB-PRIOR-DAYS         PIC 9(03).
           05  COVB-ROLLED-DATE        PIC 9(08).
           05  COVB-LAST-SEEN-DATE     PIC 9(08).
