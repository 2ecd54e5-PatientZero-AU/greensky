      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     COV-GRID.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Receiver Coverage Grid Report
      * FEED-HEALTH says when a source went quiet; this says where
      * each source can see.  Reads the day's ICAO24/time-sorted
      * FLTTRKH sightings, bins them into a latitude/longitude
      * grid, and reports per cell the sightings each TRKH-SOURCE
      * contributed, the distinct aircraft, and the lowest
      * altitude seen -- the view the receiver-siting decisions
      * need.  Two kinds of cell are flagged:
      *   - ONE SOURCE: traffic seen by only one feed on a day
      *     more than one feed reported (our receivers blind
      *     there, or OpenSky is);
      *   - DROP: volume well below the cell's rolling baseline,
      *     which is how a failing receiver shows up as a local
      *     hole long before it goes fully silent.  A baseline
      *     cell with no traffic at all today is listed as well.
      *
      * The cell size, drop threshold, and the smallest baseline
      * worth testing come from the optional COVCTL card (see
      * WS-COVCTL-CARD below).  The baseline lives in the FLTCOVB
      * master and is rolled forward once per daily window, the
      * window date taken from the FLTRUNL run ledger's control
      * record (the run date when no window is open).  Each cell
      * keeps the average it rolled from, so a rerun of the same
      * window re-rolls from that and cannot count the day twice.
      *
      * Cells are held in storage in row/column order as they are
      * added, so the report prints south to north, west to east,
      * and the baseline roll is a single ordered pass over the
      * master alongside the table.  A null barometric altitude
      * reaches the log as zero, so zero is left out of the lowest
      * altitude.
      *
      * The step stamps its start, end and return code as COVGRID
      * on the FLTRUNL daily-window run ledger kept by RUN-LEDGER.
      *
      * MODIFICATION HISTORY
      *   DATE        BY    DESCRIPTION
      *   2026-10-15  PZ    Original version.
      *
      *=============================================================*
       ENVIRONMENT DIVISION.
      *=============================================================*
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGHTING-FILE ASSIGN TO "COVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "COVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "FLTCOVB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COVB-KEY
               FILE STATUS IS WS-COVB-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  SIGHTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGHTING-FILE-REC          PIC X(70).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-FILE-REC           PIC X(20).

       FD  BASELINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTCOVB.cpy".

       FD  RUN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRUNL.cpy".

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    RUN CONTROL SWITCHES AND COUNTERS
      *-----------------------------------------------------------*
       01  WS-EOF                      PIC 9 VALUE 0.
           88  WS-EOF-REACHED          VALUE 1.
           88  WS-MORE-RECORDS         VALUE 0.
       01  WS-SGT-STATUS               PIC X(02) VALUE SPACES.
           88  WS-SGT-STATUS-OK               VALUE "00".
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
           88  WS-CTL-STATUS-OK               VALUE "00".
       01  WS-COVB-STATUS              PIC X(02) VALUE SPACES.
           88  WS-COVB-STATUS-OK              VALUE "00".
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".

       01  WS-SGT-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-SGT-OPEN                    VALUE "Y".
           88  WS-SGT-NOT-OPEN                VALUE "N".
       01  WS-COVB-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-COVB-AVAILABLE              VALUE "Y".
           88  WS-COVB-NOT-AVAILABLE          VALUE "N".
       01  WS-WINDOW-FROM-LEDGER-SW    PIC X(01) VALUE "N".
           88  WS-WINDOW-FROM-LEDGER          VALUE "Y".
           88  WS-WINDOW-FROM-RUN-DATE        VALUE "N".
       01  WS-REROLL-SW                PIC X(01) VALUE "N".
           88  WS-REROLL-SEEN                 VALUE "Y".
           88  WS-NO-REROLL                   VALUE "N".

       77  WS-SIGHTINGS-READ           PIC 9(09) COMP VALUE 0.
       77  WS-SIGHTINGS-PAST-TABLE     PIC 9(09) COMP VALUE 0.
       77  WS-CELLS-ONE-SOURCE         PIC 9(07) COMP VALUE 0.
       77  WS-CELLS-DROPPED            PIC 9(07) COMP VALUE 0.
       77  WS-CELLS-NEW                PIC 9(07) COMP VALUE 0.
       77  WS-CELLS-SILENT             PIC 9(07) COMP VALUE 0.
       77  WS-CELLS-RETIRED            PIC 9(07) COMP VALUE 0.
       77  WS-SILENT-NOT-LISTED        PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    COVCTL CONTROL CARD
      *    One optional card, fixed columns, digits only:
      *      cols  1-4   cell size, hundredths of a degree
      *                  (0050 = half-degree cells; 0005-1000)
      *      cols  6-8   drop threshold, percent below baseline
      *                  (050 = flag a cell at under half its
      *                  baseline; 001-100)
      *      cols 10-15  smallest baseline, sightings per day, a
      *                  cell must carry before a drop counts
      *                  (thin cells swing too much to judge)
      *    A missing card or a blank or non-numeric field keeps
      *    the default shown in the VALUE clauses.
      *-----------------------------------------------------------*
       01  WS-COVCTL-CARD.
           05  WS-COVCTL-CELL-SIZE     PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-COVCTL-DROP-PCT      PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-COVCTL-MIN-BASE      PIC X(06).
           05  FILLER                  PIC X(05).

       01  WS-CELL-SIZE                PIC 9(02)V9(02) VALUE 0.50.
       01  WS-CELL-SIZE-HUNDREDTHS     PIC 9(04) VALUE 0.
       01  WS-DROP-PCT                 PIC 9(03) VALUE 50.
       01  WS-MIN-BASELINE             PIC 9(06) VALUE 100.

       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-WINDOW-DATE              PIC 9(08) VALUE 0.

      *-----------------------------------------------------------*
      *    RECORD AREA UNDER THE WALK
      *-----------------------------------------------------------*
           COPY "FLTTRKH.cpy".

      *-----------------------------------------------------------*
      *    FEED SOURCES SEEN TODAY
      *    Discovered as they appear; the sixth slot takes any
      *    further tag, relabelled OTHR.
      *-----------------------------------------------------------*
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 6 TIMES.
               10  WS-SOURCE-TAG        PIC X(04).
               10  WS-SOURCE-SIGHTINGS  PIC 9(09) COMP.
       77  WS-SOURCE-COUNT             PIC 9(02) COMP VALUE 0.
       77  WS-SOURCE-SUB               PIC 9(02) COMP VALUE 0.
       77  WS-SOURCE-MATCH-SUB         PIC 9(02) COMP VALUE 0.
       77  WS-SOURCES-IN-CELL          PIC 9(02) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    GRID CELL TABLE
      *    Kept in row/column order: a new cell is slotted in ahead
      *    of the first entry that sorts after it, the entries
      *    below shifting down one.  Row and column are carried
      *    as display digits so the group compares in numeric
      *    order, the same order as the FLTCOVB key.  Lowest
      *    altitude starts at the ceiling and is printed only
      *    once something lower was seen.
      *-----------------------------------------------------------*
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 5000 TIMES.
               10  WS-CELL-KEY.
                   15  WS-CELL-ROW      PIC 9(05).
                   15  WS-CELL-COL      PIC 9(05).
               10  WS-CELL-SRC-COUNT    PIC 9(07) COMP
                                            OCCURS 6 TIMES.
               10  WS-CELL-TOTAL        PIC 9(07) COMP.
               10  WS-CELL-AIRCRAFT     PIC 9(05) COMP.
               10  WS-CELL-LOWEST-ALT   PIC S9(05)V9(02).
               10  WS-CELL-BASE-AVG     PIC 9(07)V9(02).
               10  WS-CELL-CHANGE-PCT   PIC S9(05).
               10  WS-CELL-BASE-SW      PIC X(01).
                   88  WS-CELL-HAS-BASE     VALUE "Y".
                   88  WS-CELL-NO-BASE      VALUE "N".
               10  WS-CELL-ONE-SRC-SW   PIC X(01).
                   88  WS-CELL-ONE-SOURCE   VALUE "Y".
               10  WS-CELL-DROP-SW      PIC X(01).
                   88  WS-CELL-DROPPED      VALUE "Y".
       77  WS-CELL-COUNT-USED          PIC 9(04) COMP VALUE 0.
       77  WS-CELL-SUB                 PIC 9(04) COMP VALUE 0.
       77  WS-CELL-SLOT                PIC 9(04) COMP VALUE 0.
       77  WS-CELL-SHIFT-SUB           PIC 9(04) COMP VALUE 0.
       01  WS-CELL-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-CELL-FOUND                  VALUE "Y".
           88  WS-CELL-NOT-FOUND              VALUE "N".

       01  WS-FIND-KEY.
           05  WS-FIND-ROW             PIC 9(05).
           05  WS-FIND-COL             PIC 9(05).

      *-----------------------------------------------------------*
      *    PER-AIRCRAFT STATE
      *    The cells the current aircraft has been counted in, so
      *    it counts once per cell however often it crosses; and
      *    the last cell it was in, so consecutive sightings in
      *    one cell skip the table search entirely.
      *-----------------------------------------------------------*
       01  WS-CURR-ICAO24              PIC X(06) VALUE SPACES.
       01  WS-VISIT-TABLE.
           05  WS-VISIT-KEY OCCURS 500 TIMES PIC X(10).
       77  WS-VISIT-COUNT              PIC 9(03) COMP VALUE 0.
       77  WS-VISIT-SUB                PIC 9(03) COMP VALUE 0.
       01  WS-VISIT-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-VISIT-FOUND                 VALUE "Y".
           88  WS-VISIT-NOT-FOUND             VALUE "N".
       01  WS-LAST-KEY                 PIC X(10) VALUE SPACES.
       77  WS-LAST-CELL-SUB            PIC 9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    BASELINE ROLL WORK AREAS
      *-----------------------------------------------------------*
       01  WS-TODAY-COUNT              PIC 9(07) VALUE 0.
       01  WS-ROLL-PRIOR-AVG           PIC 9(07)V9(02) VALUE 0.
       01  WS-ROLL-PRIOR-DAYS          PIC 9(03) VALUE 0.
       01  WS-ROLL-DIVISOR             PIC 9(03) VALUE 0.
       01  WS-ROLL-NEW-AVG             PIC S9(07)V9(02) VALUE 0.
       01  WS-ROLL-CHANGE-PCT          PIC S9(05) VALUE 0.
       01  WS-ROLL-DROP-SW             PIC X(01) VALUE "N".
           88  WS-ROLL-DROPPED                VALUE "Y".
           88  WS-ROLL-NOT-DROPPED            VALUE "N".
       01  WS-DROP-LIMIT               PIC 9(07)V9(02) VALUE 0.
       01  WS-BROWSE-END-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-ENDED                VALUE "Y".
           88  WS-BROWSE-GOING                VALUE "N".

      *-----------------------------------------------------------*
      *    BASELINE CELLS SILENT TODAY (first 500 listed)
      *-----------------------------------------------------------*
       01  WS-SILENT-TABLE.
           05  WS-SILENT-ENTRY OCCURS 500 TIMES.
               10  WS-SILENT-ROW        PIC 9(05).
               10  WS-SILENT-COL        PIC 9(05).
               10  WS-SILENT-BASE-AVG   PIC 9(07)V9(02).
               10  WS-SILENT-LAST-SEEN  PIC 9(08).
       77  WS-SILENT-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-SILENT-SUB               PIC 9(03) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-CELL-COUNT-ED            PIC ZZZZZZ9.
       01  WS-AIRCRAFT-ED              PIC ZZZZZ9.
       01  WS-ALTITUDE-ED              PIC -ZZZZ9.
       01  WS-PCT-ED                   PIC -ZZZ9.
       01  WS-CORNER-LAT               PIC S9(03)V9(02) VALUE 0.
       01  WS-CORNER-LON               PIC S9(03)V9(02) VALUE 0.
       01  WS-CORNER-LAT-ED            PIC -99.99.
       01  WS-CORNER-LON-ED            PIC -999.99.
       01  WS-CELL-SIZE-ED             PIC Z9.99.
       01  WS-LINE-POS                 PIC 9(03) COMP VALUE 0.
       01  WS-PRINT-SW                 PIC X(01) VALUE "A".
           88  WS-PRINT-ALL-CELLS             VALUE "A".
           88  WS-PRINT-FLAGGED-CELLS         VALUE "F".

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "COVGRID".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Bins the day's sightings, rolls the baseline forward
      *    against them, then prints the grid.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-SIGHTING THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           IF WS-COVB-AVAILABLE AND WS-SGT-OPEN
               PERFORM 3000-ROLL-BASELINE THRU 3000-EXIT
           END-IF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Read the control card and the window date, open the
      *    files, prime the read loop.  A missing FLTCOVB cluster
      *    is laid down empty first, the same way ZONE-MAINT
      *    primes FLTZONE, so the first run starts the baseline.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           INITIALIZE WS-SOURCE-TABLE WS-CELL-TABLE WS-SILENT-TABLE

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           PERFORM 1200-READ-WINDOW-DATE THRU 1200-EXIT

           OPEN INPUT SIGHTING-FILE
           IF WS-SGT-STATUS-OK
               SET WS-SGT-OPEN TO TRUE
           ELSE
               MOVE 1 TO WS-EOF
           END-IF

           OPEN I-O BASELINE-FILE
           IF NOT WS-COVB-STATUS-OK
               OPEN OUTPUT BASELINE-FILE
               CLOSE BASELINE-FILE
               OPEN I-O BASELINE-FILE
           END-IF
           IF WS-COVB-STATUS-OK
               SET WS-COVB-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-MORE-RECORDS
               PERFORM 2100-READ-SIGHTING THRU 2100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-CONTROL-CARD
      *    Picks up whichever COVCTL fields are punched and in
      *    range; the rest keep their defaults.
      *-----------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CTL-STATUS-OK
               GO TO 1100-EXIT
           END-IF

           READ CONTROL-FILE INTO WS-COVCTL-CARD
               AT END
                   CLOSE CONTROL-FILE
                   GO TO 1100-EXIT
           END-READ

           IF WS-COVCTL-CELL-SIZE IS NUMERIC
               MOVE WS-COVCTL-CELL-SIZE TO WS-CELL-SIZE-HUNDREDTHS
               IF WS-CELL-SIZE-HUNDREDTHS >= 5
                       AND WS-CELL-SIZE-HUNDREDTHS <= 1000
                   COMPUTE WS-CELL-SIZE =
                       WS-CELL-SIZE-HUNDREDTHS / 100
               END-IF
           END-IF

           IF WS-COVCTL-DROP-PCT IS NUMERIC
                   AND WS-COVCTL-DROP-PCT NOT = "000"
               MOVE WS-COVCTL-DROP-PCT TO WS-DROP-PCT
               IF WS-DROP-PCT > 100
                   MOVE 50 TO WS-DROP-PCT
               END-IF
           END-IF

           IF WS-COVCTL-MIN-BASE IS NUMERIC
               MOVE WS-COVCTL-MIN-BASE TO WS-MIN-BASELINE
           END-IF

           CLOSE CONTROL-FILE.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-READ-WINDOW-DATE
      *    The window date the baseline rolls for: the run date the
      *    FLTRUNL control record says the open window is stamping
      *    against, so a window that crosses midnight, or a rerun
      *    the next morning, still rolls for the day it covers.
      *    No ledger or no open window falls back to the run date.
      *-----------------------------------------------------------*
       1200-READ-WINDOW-DATE.
           MOVE WS-RUN-DATE TO WS-WINDOW-DATE

           OPEN INPUT RUN-LEDGER-FILE
           IF NOT WS-RUNL-STATUS-OK
               GO TO 1200-EXIT
           END-IF

           MOVE 0 TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO RUNL-OPEN-DATE
           END-READ

           IF RUNL-OPEN-DATE NOT = 0
               MOVE RUNL-OPEN-DATE TO WS-WINDOW-DATE
               SET WS-WINDOW-FROM-LEDGER TO TRUE
           END-IF

           CLOSE RUN-LEDGER-FILE.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-SIGHTING
      *    Puts the sighting in its cell and counts it against its
      *    source, the cell's aircraft, and the cell's lowest
      *    altitude.
      *-----------------------------------------------------------*
       2000-PROCESS-SIGHTING.
           IF TRKH-ICAO24 NOT = WS-CURR-ICAO24
               MOVE TRKH-ICAO24 TO WS-CURR-ICAO24
               MOVE 0 TO WS-VISIT-COUNT
               MOVE SPACES TO WS-LAST-KEY
               MOVE 0 TO WS-LAST-CELL-SUB
           END-IF

           PERFORM 2200-FIND-SOURCE THRU 2200-EXIT

           COMPUTE WS-FIND-ROW = (TRKH-LATITUDE + 90) / WS-CELL-SIZE
           COMPUTE WS-FIND-COL = (TRKH-LONGITUDE + 180) / WS-CELL-SIZE

           IF WS-FIND-KEY = WS-LAST-KEY
               MOVE WS-LAST-CELL-SUB TO WS-CELL-SLOT
           ELSE
               PERFORM 2300-FIND-CELL THRU 2300-EXIT
               IF WS-CELL-NOT-FOUND
                   ADD 1 TO WS-SIGHTINGS-PAST-TABLE
                   GO TO 2000-NEXT
               END-IF
               MOVE WS-FIND-KEY TO WS-LAST-KEY
               MOVE WS-CELL-SLOT TO WS-LAST-CELL-SUB
               PERFORM 2400-NOTE-AIRCRAFT-VISIT THRU 2400-EXIT
           END-IF

           ADD 1 TO WS-CELL-TOTAL (WS-CELL-SLOT)
           ADD 1 TO WS-CELL-SRC-COUNT (WS-CELL-SLOT,
                                       WS-SOURCE-MATCH-SUB)

           IF TRKH-ALTITUDE NOT = 0
                   AND TRKH-ALTITUDE < WS-CELL-LOWEST-ALT (WS-CELL-SLOT)
               MOVE TRKH-ALTITUDE TO WS-CELL-LOWEST-ALT (WS-CELL-SLOT)
           END-IF.

       2000-NEXT.
           PERFORM 2100-READ-SIGHTING THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-SIGHTING
      *    Single read point for the sorted sighting log.
      *-----------------------------------------------------------*
       2100-READ-SIGHTING.
           READ SIGHTING-FILE INTO TRACK-HISTORY-REC
               AT END
                   MOVE 1 TO WS-EOF
           END-READ

           IF WS-MORE-RECORDS
               ADD 1 TO WS-SIGHTINGS-READ
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-FIND-SOURCE
      *    Leaves WS-SOURCE-MATCH-SUB on the sighting's source,
      *    adding it when new.  Past the fifth distinct tag they
      *    all share the sixth slot as OTHR.
      *-----------------------------------------------------------*
       2200-FIND-SOURCE.
           MOVE 0 TO WS-SOURCE-MATCH-SUB
           PERFORM 2210-CHECK-SOURCE-ENTRY THRU 2210-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                   OR WS-SOURCE-MATCH-SUB > 0

           IF WS-SOURCE-MATCH-SUB = 0
               IF WS-SOURCE-COUNT < 6
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SOURCE-MATCH-SUB
                   IF WS-SOURCE-COUNT = 6
                       MOVE "OTHR" TO WS-SOURCE-TAG (6)
                   ELSE
                       MOVE TRKH-SOURCE
                           TO WS-SOURCE-TAG (WS-SOURCE-MATCH-SUB)
                   END-IF
               ELSE
                   MOVE 6 TO WS-SOURCE-MATCH-SUB
               END-IF
           END-IF

           ADD 1 TO WS-SOURCE-SIGHTINGS (WS-SOURCE-MATCH-SUB).

       2200-EXIT.
           EXIT.

       2210-CHECK-SOURCE-ENTRY.
           IF WS-SOURCE-TAG (WS-SOURCE-SUB) = TRKH-SOURCE
               MOVE WS-SOURCE-SUB TO WS-SOURCE-MATCH-SUB
           END-IF.

       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-FIND-CELL
      *    Leaves WS-CELL-SLOT on the row for WS-FIND-KEY, slotting
      *    a new row in key order when the cell is new.  The scan
      *    stops at the first row that sorts at or after the key.
      *    A full table leaves the cell not found.
      *-----------------------------------------------------------*
       2300-FIND-CELL.
           SET WS-CELL-NOT-FOUND TO TRUE
           MOVE 0 TO WS-CELL-SLOT

           PERFORM 2310-CHECK-CELL-SLOT THRU 2310-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
                   OR WS-CELL-SLOT > 0

           IF WS-CELL-FOUND
               GO TO 2300-EXIT
           END-IF

           IF WS-CELL-COUNT-USED >= 5000
               GO TO 2300-EXIT
           END-IF

           IF WS-CELL-SLOT = 0
               COMPUTE WS-CELL-SLOT = WS-CELL-COUNT-USED + 1
           END-IF

           ADD 1 TO WS-CELL-COUNT-USED
           PERFORM 2320-SHIFT-CELL-ENTRY THRU 2320-EXIT
               VARYING WS-CELL-SHIFT-SUB FROM WS-CELL-COUNT-USED
               BY -1
               UNTIL WS-CELL-SHIFT-SUB <= WS-CELL-SLOT

           INITIALIZE WS-CELL-ENTRY (WS-CELL-SLOT)
           MOVE WS-FIND-KEY TO WS-CELL-KEY (WS-CELL-SLOT)
           MOVE 99999.99 TO WS-CELL-LOWEST-ALT (WS-CELL-SLOT)
           SET WS-CELL-NO-BASE (WS-CELL-SLOT) TO TRUE
           SET WS-CELL-FOUND TO TRUE.

       2300-EXIT.
           EXIT.

       2310-CHECK-CELL-SLOT.
           IF WS-CELL-KEY (WS-CELL-SUB) = WS-FIND-KEY
               SET WS-CELL-FOUND TO TRUE
               MOVE WS-CELL-SUB TO WS-CELL-SLOT
           ELSE
               IF WS-CELL-KEY (WS-CELL-SUB) > WS-FIND-KEY
                   MOVE WS-CELL-SUB TO WS-CELL-SLOT
               END-IF
           END-IF.

       2310-EXIT.
           EXIT.

       2320-SHIFT-CELL-ENTRY.
           MOVE WS-CELL-ENTRY (WS-CELL-SHIFT-SUB - 1)
               TO WS-CELL-ENTRY (WS-CELL-SHIFT-SUB).

       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-NOTE-AIRCRAFT-VISIT
      *    Counts the current aircraft in the cell the first time
      *    it is seen there.  An aircraft that visits more cells
      *    than the visit list holds is counted again in any cell
      *    past the list -- only a very long day's track reaches
      *    that.
      *-----------------------------------------------------------*
       2400-NOTE-AIRCRAFT-VISIT.
           SET WS-VISIT-NOT-FOUND TO TRUE
           PERFORM 2410-CHECK-VISIT-ENTRY THRU 2410-EXIT
               VARYING WS-VISIT-SUB FROM 1 BY 1
               UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
                   OR WS-VISIT-FOUND

           IF WS-VISIT-FOUND
               GO TO 2400-EXIT
           END-IF

           ADD 1 TO WS-CELL-AIRCRAFT (WS-CELL-SLOT)
           IF WS-VISIT-COUNT < 500
               ADD 1 TO WS-VISIT-COUNT
               MOVE WS-FIND-KEY TO WS-VISIT-KEY (WS-VISIT-COUNT)
           END-IF.

       2400-EXIT.
           EXIT.

       2410-CHECK-VISIT-ENTRY.
           IF WS-VISIT-KEY (WS-VISIT-SUB) = WS-FIND-KEY
               SET WS-VISIT-FOUND TO TRUE
           END-IF.

       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-ROLL-BASELINE
      *    One ordered pass over the FLTCOVB cells at today's cell
      *    size, alongside the (equally ordered) cell table: a
      *    baseline cell seen today is compared and rolled with
      *    today's count, one not seen today is rolled with zero
      *    and listed as silent.  Cells seen for the first time
      *    are written once the pass is done.
      *-----------------------------------------------------------*
       3000-ROLL-BASELINE.
           SET WS-BROWSE-GOING TO TRUE
           MOVE 1 TO WS-CELL-SUB

           MOVE WS-CELL-SIZE TO COVB-CELL-SIZE
           MOVE 0 TO COVB-CELL-ROW
           MOVE 0 TO COVB-CELL-COL
           START BASELINE-FILE KEY >= COVB-KEY
               INVALID KEY
                   SET WS-BROWSE-ENDED TO TRUE
           END-START

           PERFORM 3100-ROLL-NEXT-BASE-CELL THRU 3100-EXIT
               UNTIL WS-BROWSE-ENDED

           PERFORM 3400-WRITE-NEW-CELL THRU 3400-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-ROLL-NEXT-BASE-CELL
      *    Reads the next baseline cell; stops at end of file or
      *    the first cell of another size.  The table pointer is
      *    walked up to the cell's key -- table cells it passes
      *    have no baseline and wait for 3400.
      *-----------------------------------------------------------*
       3100-ROLL-NEXT-BASE-CELL.
           READ BASELINE-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-ENDED TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF NOT WS-COVB-STATUS-OK
                   OR COVB-CELL-SIZE NOT = WS-CELL-SIZE
               SET WS-BROWSE-ENDED TO TRUE
               GO TO 3100-EXIT
           END-IF

           MOVE COVB-CELL-ROW TO WS-FIND-ROW
           MOVE COVB-CELL-COL TO WS-FIND-COL

           PERFORM 3110-ADVANCE-CELL-POINTER THRU 3110-EXIT
               UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
                   OR WS-CELL-KEY (WS-CELL-SUB) >= WS-FIND-KEY

           MOVE 0 TO WS-TODAY-COUNT
           IF WS-CELL-SUB <= WS-CELL-COUNT-USED
               IF WS-CELL-KEY (WS-CELL-SUB) = WS-FIND-KEY
                   MOVE WS-CELL-TOTAL (WS-CELL-SUB) TO WS-TODAY-COUNT
                   SET WS-CELL-HAS-BASE (WS-CELL-SUB) TO TRUE
               END-IF
           END-IF

           PERFORM 3200-COMPUTE-ROLL THRU 3200-EXIT

           IF WS-TODAY-COUNT > 0
               MOVE WS-ROLL-PRIOR-AVG TO WS-CELL-BASE-AVG (WS-CELL-SUB)
               MOVE WS-ROLL-CHANGE-PCT
                   TO WS-CELL-CHANGE-PCT (WS-CELL-SUB)
               IF WS-ROLL-DROPPED
                   MOVE "Y" TO WS-CELL-DROP-SW (WS-CELL-SUB)
                   ADD 1 TO WS-CELLS-DROPPED
               END-IF
               MOVE WS-WINDOW-DATE TO COVB-LAST-SEEN-DATE
           ELSE
               PERFORM 3300-NOTE-SILENT-CELL THRU 3300-EXIT
           END-IF

      *    A cell whose baseline has decayed below one sighting a
      *    day carries nothing worth comparing; it is dropped
      *    from the master and starts afresh if traffic returns.
           IF WS-ROLL-NEW-AVG < 1 AND WS-TODAY-COUNT = 0
               DELETE BASELINE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-CELLS-RETIRED
               GO TO 3100-EXIT
           END-IF

           MOVE WS-ROLL-NEW-AVG TO COVB-AVG-SIGHTINGS
           IF WS-ROLL-PRIOR-DAYS < 999
               COMPUTE COVB-DAYS = WS-ROLL-PRIOR-DAYS + 1
           END-IF
           MOVE WS-WINDOW-DATE TO COVB-ROLLED-DATE

           REWRITE COVERAGE-BASE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       3100-EXIT.
           EXIT.

       3110-ADVANCE-CELL-POINTER.
           ADD 1 TO WS-CELL-SUB.

       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-COMPUTE-ROLL
      *    Decides the average the roll starts from.  A cell not
      *    yet rolled for this window starts from its current
      *    average, which becomes its PRIOR; one already rolled
      *    for this window (a rerun) starts again from the PRIOR
      *    it kept, so the day is counted exactly once.  Today is
      *    then compared against that starting average and folded
      *    into it: a straight mean for the first week, one
      *    seventh weight after.
      *-----------------------------------------------------------*
       3200-COMPUTE-ROLL.
           IF COVB-ROLLED-DATE = WS-WINDOW-DATE
               SET WS-REROLL-SEEN TO TRUE
           ELSE
               MOVE COVB-AVG-SIGHTINGS TO COVB-PRIOR-AVG
               MOVE COVB-DAYS          TO COVB-PRIOR-DAYS
           END-IF

           MOVE COVB-PRIOR-AVG  TO WS-ROLL-PRIOR-AVG
           MOVE COVB-PRIOR-DAYS TO WS-ROLL-PRIOR-DAYS

           IF WS-ROLL-PRIOR-DAYS = 0
               MOVE WS-TODAY-COUNT TO WS-ROLL-NEW-AVG
               MOVE 0 TO WS-ROLL-CHANGE-PCT
               SET WS-ROLL-NOT-DROPPED TO TRUE
               GO TO 3200-EXIT
           END-IF

           IF WS-ROLL-PRIOR-DAYS >= 7
               MOVE 7 TO WS-ROLL-DIVISOR
           ELSE
               COMPUTE WS-ROLL-DIVISOR = WS-ROLL-PRIOR-DAYS + 1
           END-IF
           COMPUTE WS-ROLL-NEW-AVG ROUNDED =
               WS-ROLL-PRIOR-AVG
               + (WS-TODAY-COUNT - WS-ROLL-PRIOR-AVG) / WS-ROLL-DIVISOR

           IF WS-ROLL-PRIOR-AVG > 0
               COMPUTE WS-ROLL-CHANGE-PCT ROUNDED =
                   (WS-TODAY-COUNT - WS-ROLL-PRIOR-AVG) * 100
                   / WS-ROLL-PRIOR-AVG
           ELSE
               MOVE 0 TO WS-ROLL-CHANGE-PCT
           END-IF

           SET WS-ROLL-NOT-DROPPED TO TRUE
           COMPUTE WS-DROP-LIMIT =
               WS-ROLL-PRIOR-AVG * (100 - WS-DROP-PCT) / 100
           IF WS-ROLL-PRIOR-AVG >= WS-MIN-BASELINE
                   AND WS-TODAY-COUNT < WS-DROP-LIMIT
               SET WS-ROLL-DROPPED TO TRUE
           END-IF.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-NOTE-SILENT-CELL
      *    A baseline cell with no traffic at all today.  Only one
      *    whose baseline clears the minimum is listed -- a thin
      *    cell going quiet for a day is nothing to chase.
      *-----------------------------------------------------------*
       3300-NOTE-SILENT-CELL.
           IF WS-ROLL-PRIOR-AVG < WS-MIN-BASELINE
                   OR WS-ROLL-PRIOR-DAYS = 0
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO WS-CELLS-SILENT
           IF WS-SILENT-COUNT >= 500
               ADD 1 TO WS-SILENT-NOT-LISTED
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO WS-SILENT-COUNT
           MOVE COVB-CELL-ROW TO WS-SILENT-ROW (WS-SILENT-COUNT)
           MOVE COVB-CELL-COL TO WS-SILENT-COL (WS-SILENT-COUNT)
           MOVE WS-ROLL-PRIOR-AVG
               TO WS-SILENT-BASE-AVG (WS-SILENT-COUNT)
           MOVE COVB-LAST-SEEN-DATE
               TO WS-SILENT-LAST-SEEN (WS-SILENT-COUNT).

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3400-WRITE-NEW-CELL
      *    A cell seen today with no baseline yet starts one with
      *    today's count as its first day.
      *-----------------------------------------------------------*
       3400-WRITE-NEW-CELL.
           IF WS-CELL-HAS-BASE (WS-CELL-SUB)
               GO TO 3400-EXIT
           END-IF

           INITIALIZE COVERAGE-BASE-REC
           MOVE WS-CELL-SIZE TO COVB-CELL-SIZE
           MOVE WS-CELL-ROW (WS-CELL-SUB) TO COVB-CELL-ROW
           MOVE WS-CELL-COL (WS-CELL-SUB) TO COVB-CELL-COL
           MOVE WS-CELL-TOTAL (WS-CELL-SUB) TO COVB-AVG-SIGHTINGS
           MOVE 1 TO COVB-DAYS
           MOVE WS-WINDOW-DATE TO COVB-ROLLED-DATE
           MOVE WS-WINDOW-DATE TO COVB-LAST-SEEN-DATE

           WRITE COVERAGE-BASE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-CELLS-NEW.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Prints the heading, the source totals, the full grid,
      *    the flagged cells, the silent cells, and the totals,
      *    and closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           PERFORM 8050-FLAG-ONE-SOURCE-CELL THRU 8050-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED

           MOVE WS-CELL-SIZE TO WS-CELL-SIZE-ED
           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY RECEIVER COVERAGE GRID - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  WINDOW " DELIMITED BY SIZE
                   WS-WINDOW-DATE DELIMITED BY SIZE
                   "  CELL " DELIMITED BY SIZE
                   WS-CELL-SIZE-ED DELIMITED BY SIZE
                   " DEG" DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-WINDOW-FROM-RUN-DATE
               MOVE SPACES TO REPORT-REC
               STRING "*** NO OPEN WINDOW ON FLTRUNL - BASELINE ROLLED"
                       " FOR THE RUN DATE ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-SGT-NOT-OPEN
               MOVE SPACES TO REPORT-REC
               STRING "*** SORTED FLTTRKH LOG NOT AVAILABLE - NO GRID"
                       " BUILT, BASELINE NOT ROLLED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-COVB-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTCOVB BASELINE NOT AVAILABLE - NO DROP"
                       " CHECK ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-REROLL-SEEN
               MOVE SPACES TO REPORT-REC
               STRING "*** BASELINE ALREADY ROLLED FOR THIS WINDOW -"
                       " RE-ROLLED FROM THE PRIOR AVERAGE ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           PERFORM 8100-WRITE-SOURCE-TOTALS THRU 8100-EXIT

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "COVERAGE BY CELL (SOUTH-WEST CORNER)" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 8200-WRITE-CELL-HEADING THRU 8200-EXIT
           SET WS-PRINT-ALL-CELLS TO TRUE
           PERFORM 8300-WRITE-CELL-LINE THRU 8300-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "FLAGGED CELLS (ONE SOURCE, OR DROPPED ON BASELINE)"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 8200-WRITE-CELL-HEADING THRU 8200-EXIT
           SET WS-PRINT-FLAGGED-CELLS TO TRUE
           PERFORM 8300-WRITE-CELL-LINE THRU 8300-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED

           PERFORM 8400-WRITE-SILENT-CELLS THRU 8400-EXIT

           PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT

           IF WS-SGT-OPEN
               CLOSE SIGHTING-FILE
           END-IF
           IF WS-COVB-AVAILABLE
               CLOSE BASELINE-FILE
           END-IF
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8050-FLAG-ONE-SOURCE-CELL
      *    On a day more than one source reported, a cell only one
      *    of them saw into is flagged.
      *-----------------------------------------------------------*
       8050-FLAG-ONE-SOURCE-CELL.
           IF WS-SOURCE-COUNT < 2
               GO TO 8050-EXIT
           END-IF

           MOVE 0 TO WS-SOURCES-IN-CELL
           PERFORM 8060-COUNT-CELL-SOURCE THRU 8060-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT

           IF WS-SOURCES-IN-CELL = 1
               MOVE "Y" TO WS-CELL-ONE-SRC-SW (WS-CELL-SUB)
               ADD 1 TO WS-CELLS-ONE-SOURCE
           END-IF.

       8050-EXIT.
           EXIT.

       8060-COUNT-CELL-SOURCE.
           IF WS-CELL-SRC-COUNT (WS-CELL-SUB, WS-SOURCE-SUB) > 0
               ADD 1 TO WS-SOURCES-IN-CELL
           END-IF.

       8060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8100-WRITE-SOURCE-TOTALS
      *-----------------------------------------------------------*
       8100-WRITE-SOURCE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "SIGHTINGS BY SOURCE" TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 8110-WRITE-SOURCE-LINE THRU 8110-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.

       8100-EXIT.
           EXIT.

       8110-WRITE-SOURCE-LINE.
           MOVE WS-SOURCE-SIGHTINGS (WS-SOURCE-SUB)
               TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
               WS-SOURCE-TAG (WS-SOURCE-SUB) DELIMITED BY SIZE
               " . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       8110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8200-WRITE-CELL-HEADING
      *    Column heads for the cell lines, one column per source
      *    seen today in the order they were first seen.
      *-----------------------------------------------------------*
       8200-WRITE-CELL-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "    LAT     LON" TO WS-REPORT-LINE (1:15)
           PERFORM 8210-WRITE-SOURCE-HEAD THRU 8210-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
           MOVE "  TOTAL   ACFT LOW-M  BASELN  CHG%  FLAGS"
               TO WS-REPORT-LINE (65:42)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8200-EXIT.
           EXIT.

       8210-WRITE-SOURCE-HEAD.
           COMPUTE WS-LINE-POS = 17 + (WS-SOURCE-SUB - 1) * 8
           MOVE WS-SOURCE-TAG (WS-SOURCE-SUB)
               TO WS-REPORT-LINE (WS-LINE-POS + 3:4).

       8210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8300-WRITE-CELL-LINE
      *    One cell: corner, per-source counts, total, aircraft,
      *    lowest altitude, baseline and change, flags.  In the
      *    flagged pass only flagged cells print.
      *-----------------------------------------------------------*
       8300-WRITE-CELL-LINE.
           IF WS-PRINT-FLAGGED-CELLS
                   AND NOT WS-CELL-ONE-SOURCE (WS-CELL-SUB)
                   AND NOT WS-CELL-DROPPED (WS-CELL-SUB)
               GO TO 8300-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           COMPUTE WS-CORNER-LAT =
               WS-CELL-ROW (WS-CELL-SUB) * WS-CELL-SIZE - 90
           COMPUTE WS-CORNER-LON =
               WS-CELL-COL (WS-CELL-SUB) * WS-CELL-SIZE - 180
           MOVE WS-CORNER-LAT TO WS-CORNER-LAT-ED
           MOVE WS-CORNER-LAT-ED TO WS-REPORT-LINE (2:6)
           MOVE WS-CORNER-LON TO WS-CORNER-LON-ED
           MOVE WS-CORNER-LON-ED TO WS-REPORT-LINE (9:7)

           PERFORM 8310-WRITE-SOURCE-COUNT THRU 8310-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT

           MOVE WS-CELL-TOTAL (WS-CELL-SUB) TO WS-CELL-COUNT-ED
           MOVE WS-CELL-COUNT-ED TO WS-REPORT-LINE (65:7)
           MOVE WS-CELL-AIRCRAFT (WS-CELL-SUB) TO WS-AIRCRAFT-ED
           MOVE WS-AIRCRAFT-ED TO WS-REPORT-LINE (73:6)
           IF WS-CELL-LOWEST-ALT (WS-CELL-SUB) < 99999.99
               MOVE WS-CELL-LOWEST-ALT (WS-CELL-SUB) TO WS-ALTITUDE-ED
               MOVE WS-ALTITUDE-ED TO WS-REPORT-LINE (79:6)
           END-IF

           IF WS-CELL-HAS-BASE (WS-CELL-SUB)
               MOVE WS-CELL-BASE-AVG (WS-CELL-SUB) TO WS-CELL-COUNT-ED
               MOVE WS-CELL-COUNT-ED TO WS-REPORT-LINE (86:7)
               MOVE WS-CELL-CHANGE-PCT (WS-CELL-SUB) TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-REPORT-LINE (94:5)
           ELSE
               IF WS-COVB-AVAILABLE
                   MOVE "NEW" TO WS-REPORT-LINE (90:3)
               END-IF
           END-IF

           IF WS-CELL-ONE-SOURCE (WS-CELL-SUB)
               MOVE "ONE SOURCE" TO WS-REPORT-LINE (101:10)
           END-IF
           IF WS-CELL-DROPPED (WS-CELL-SUB)
               MOVE "DROP" TO WS-REPORT-LINE (112:4)
           END-IF

           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8300-EXIT.
           EXIT.

       8310-WRITE-SOURCE-COUNT.
           COMPUTE WS-LINE-POS = 17 + (WS-SOURCE-SUB - 1) * 8
           MOVE WS-CELL-SRC-COUNT (WS-CELL-SUB, WS-SOURCE-SUB)
               TO WS-CELL-COUNT-ED
           MOVE WS-CELL-COUNT-ED TO WS-REPORT-LINE (WS-LINE-POS:7).

       8310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8400-WRITE-SILENT-CELLS
      *    Baseline cells with no traffic at all today.
      *-----------------------------------------------------------*
       8400-WRITE-SILENT-CELLS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CELLS SILENT TODAY (BASELINE TRAFFIC, NOTHING SEEN)"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "    LAT     LON  BASELN  LAST SEEN" TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 8410-WRITE-SILENT-LINE THRU 8410-EXIT
               VARYING WS-SILENT-SUB FROM 1 BY 1
               UNTIL WS-SILENT-SUB > WS-SILENT-COUNT

           IF WS-SILENT-NOT-LISTED > 0
               MOVE WS-SILENT-NOT-LISTED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "  ... AND " DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   " MORE NOT LISTED" DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       8400-EXIT.
           EXIT.

       8410-WRITE-SILENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           COMPUTE WS-CORNER-LAT =
               WS-SILENT-ROW (WS-SILENT-SUB) * WS-CELL-SIZE - 90
           COMPUTE WS-CORNER-LON =
               WS-SILENT-COL (WS-SILENT-SUB) * WS-CELL-SIZE - 180
           MOVE WS-CORNER-LAT TO WS-CORNER-LAT-ED
           MOVE WS-CORNER-LAT-ED TO WS-REPORT-LINE (2:6)
           MOVE WS-CORNER-LON TO WS-CORNER-LON-ED
           MOVE WS-CORNER-LON-ED TO WS-REPORT-LINE (9:7)
           MOVE WS-SILENT-BASE-AVG (WS-SILENT-SUB) TO WS-CELL-COUNT-ED
           MOVE WS-CELL-COUNT-ED TO WS-REPORT-LINE (17:7)
           MOVE WS-SILENT-LAST-SEEN (WS-SILENT-SUB)
               TO WS-REPORT-LINE (26:8)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-TOTALS
      *-----------------------------------------------------------*
       8500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-SIGHTINGS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "SIGHTINGS READ. . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CELL-COUNT-USED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CELLS WITH TRAFFIC. . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CELLS-ONE-SOURCE TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "ONE-SOURCE CELLS. . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CELLS-DROPPED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CELLS DROPPED . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CELLS-SILENT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CELLS SILENT. . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CELLS-NEW TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "NEW BASELINE CELLS. . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CELLS-RETIRED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "BASELINE CELLS RETIRED. : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-SIGHTINGS-PAST-TABLE > 0
               MOVE WS-SIGHTINGS-PAST-TABLE TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "SIGHTINGS PAST CELL TABLE . : " DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       8500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9000-STAMP-LEDGER-START
      *    Stamps this step started in its slot on the FLTRUNL
      *    ledger record of the window in progress.
      *-----------------------------------------------------------*
       9000-STAMP-LEDGER-START.
           PERFORM 9200-LOCATE-LEDGER-SLOT THRU 9200-EXIT
           IF WS-RUNL-MATCH-SUB = 0
               GO TO 9000-EXIT
           END-IF

           SET RUNL-STEP-STARTED (WS-RUNL-MATCH-SUB) TO TRUE
           MOVE WS-RUNL-STAMP TO RUNL-STEP-START (WS-RUNL-MATCH-SUB)
           MOVE SPACES        TO RUNL-STEP-END (WS-RUNL-MATCH-SUB)
           MOVE 0             TO RUNL-STEP-RC (WS-RUNL-MATCH-SUB)
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           CLOSE RUN-LEDGER-FILE.

       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9100-STAMP-LEDGER-END
      *    Stamps this step ended, with the return code it is
      *    about to hand back to the job, once 8000-TERMINATE has
      *    set it.  An abend never gets here, which is what leaves
      *    the slot started with no end on the ledger report.
      *-----------------------------------------------------------*
       9100-STAMP-LEDGER-END.
           PERFORM 9200-LOCATE-LEDGER-SLOT THRU 9200-EXIT
           IF WS-RUNL-MATCH-SUB = 0
               GO TO 9100-EXIT
           END-IF

           SET RUNL-STEP-ENDED (WS-RUNL-MATCH-SUB) TO TRUE
           MOVE WS-RUNL-STAMP TO RUNL-STEP-END (WS-RUNL-MATCH-SUB)
           MOVE RETURN-CODE   TO RUNL-STEP-RC (WS-RUNL-MATCH-SUB)
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           CLOSE RUN-LEDGER-FILE.

       9100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9200-LOCATE-LEDGER-SLOT
      *    Opens the ledger, follows the 00000000 control record to
      *    the run date the guard opened, and finds this step's
      *    slot.  WS-RUNL-MATCH-SUB comes back zero -- and the
      *    ledger closed -- when there is no ledger, no window
      *    open, or no slot by this name.
      *-----------------------------------------------------------*
       9200-LOCATE-LEDGER-SLOT.
           MOVE 0 TO WS-RUNL-MATCH-SUB

           ACCEPT WS-RUNL-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNL-STAMP-TIME FROM TIME
           MOVE SPACES TO WS-RUNL-STAMP
           STRING WS-RUNL-STAMP-DATE (1:4) "-"
                   WS-RUNL-STAMP-DATE (5:2) "-"
                   WS-RUNL-STAMP-DATE (7:2) " "
                   WS-RUNL-STAMP-TIME (1:2) ":"
                   WS-RUNL-STAMP-TIME (3:2) ":"
                   WS-RUNL-STAMP-TIME (5:2)
               DELIMITED BY SIZE INTO WS-RUNL-STAMP
           END-STRING

           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUNL-STATUS-OK
               GO TO 9200-EXIT
           END-IF

           MOVE 0 TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO RUNL-OPEN-DATE
           END-READ

           IF RUNL-OPEN-DATE = 0
               CLOSE RUN-LEDGER-FILE
               GO TO 9200-EXIT
           END-IF

           MOVE RUNL-OPEN-DATE TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CLOSE RUN-LEDGER-FILE
                   GO TO 9200-EXIT
           END-READ

           PERFORM 9210-MATCH-LEDGER-STEP THRU 9210-EXIT
               VARYING WS-RUNL-SUB FROM 1 BY 1
               UNTIL WS-RUNL-SUB > 16 OR WS-RUNL-MATCH-SUB > 0

           IF WS-RUNL-MATCH-SUB = 0
               CLOSE RUN-LEDGER-FILE
           END-IF.

       9200-EXIT.
           EXIT.

       9210-MATCH-LEDGER-STEP.
           IF RUNL-STEP-NAME (WS-RUNL-SUB) = WS-RUNL-STEP-NAME
               MOVE WS-RUNL-SUB TO WS-RUNL-MATCH-SUB
           END-IF.

       9210-EXIT.
           EXIT.
