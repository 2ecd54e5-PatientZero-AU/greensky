      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     APT-MOVEMENTS.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Daily Airport Movements Report
      * Runs after LEG-RESOLVE in the daily window and reads the
      * resolved FLTLEG legs by airport, the view the airport
      * liaison people keep asking for ("how busy was the field
      * yesterday").  For every airport a leg started or ended
      * at:
      *   - departures (leg first airport) and arrivals (leg last
      *     airport) by hour of day, UTC, off LEG-FIRST-CONTACT
      *     and LEG-LAST-CONTACT;
      *   - the top operators at the field, joined through the
      *     FLTREG registry the same way OPS-ACTIVITY joins them;
      *   - how many of the movements were UNKNOWN aircraft (not
      *     on the registry).
      * Then the city pairs (first airport to last airport, ENRT
      * included) with their leg counts, and the legs that began
      * or ended ENRT at one end with a field at the other -- an
      * aircraft seen leaving a field and lost mid-air, or picked
      * up mid-air and seen landing, is a coverage gap near that
      * field.  Legs ENRT at both ends (transits seen only at
      * altitude) are counted, not listed.
      *
      * FLTLEG.DAILY arrives in ICAO24/first-contact order (it is
      * built from the sorted sighting log), so the registry is
      * read once per aircraft on the key break, not per leg.
      * The accumulators are in-storage tables filled as legs are
      * read: airports are kept in ICAO order as they are added,
      * so the report prints alphabetically with no sort step.
      * A table that fills up is reported, not fatal -- the legs
      * that did not fit are counted on the totals.
      *
      * The step stamps its start, end and return code as APTMOVE
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
           SELECT MOVEMENT-INPUT-FILE ASSIGN TO "MOVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIN-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "FLTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ICAO24
               FILE STATUS IS WS-REG-STATUS.

           SELECT AIRPORT-FILE ASSIGN TO "FLTAPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-ICAO
               FILE STATUS IS WS-APT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  MOVEMENT-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-INPUT-REC         PIC X(92).

       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTREG.cpy".

       FD  AIRPORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTAPT.cpy".

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                 PIC X(132).

       FD  RUN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRUNL.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    RUN CONTROL SWITCHES AND COUNTERS
      *-----------------------------------------------------------*
       01  WS-EOF                      PIC 9 VALUE 0.
           88  WS-EOF-REACHED          VALUE 1.
           88  WS-MORE-RECORDS         VALUE 0.
       01  WS-MOVIN-STATUS             PIC X(02) VALUE SPACES.
           88  WS-MOVIN-STATUS-OK             VALUE "00".
       01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
           88  WS-REG-STATUS-OK               VALUE "00".
       01  WS-APT-STATUS               PIC X(02) VALUE SPACES.
           88  WS-APT-STATUS-OK               VALUE "00".

       01  WS-MOVIN-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-MOVIN-OPEN                  VALUE "Y".
           88  WS-MOVIN-NOT-OPEN              VALUE "N".
       01  WS-REG-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-REG-AVAILABLE               VALUE "Y".
           88  WS-REG-NOT-AVAILABLE           VALUE "N".
       01  WS-APT-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-APT-AVAILABLE               VALUE "Y".
           88  WS-APT-NOT-AVAILABLE           VALUE "N".

       77  WS-LEGS-READ                PIC 9(07) COMP VALUE 0.
       77  WS-LEGS-UNRESOLVED          PIC 9(07) COMP VALUE 0.
       77  WS-DEPARTURES               PIC 9(07) COMP VALUE 0.
       77  WS-ARRIVALS                 PIC 9(07) COMP VALUE 0.
       77  WS-ENRT-DEPARTED            PIC 9(07) COMP VALUE 0.
       77  WS-ENRT-ARRIVED             PIC 9(07) COMP VALUE 0.
       77  WS-ENRT-BOTH-ENDS           PIC 9(07) COMP VALUE 0.
       77  WS-AIRPORTS-OVERFLOW        PIC 9(07) COMP VALUE 0.
       77  WS-OPERATORS-OVERFLOW       PIC 9(07) COMP VALUE 0.
       77  WS-PAIRS-OVERFLOW           PIC 9(07) COMP VALUE 0.
       77  WS-ENRT-NOT-LISTED          PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    FLIGHT-LEG RECORD UNDER THE WALK
      *-----------------------------------------------------------*
           COPY "FLTLEG.cpy".

      *-----------------------------------------------------------*
      *    PER-AIRCRAFT STATE ACROSS THE KEY-ORDERED WALK
      *    A miss on the registry, or no registry at all, makes
      *    the aircraft UNKNOWN -- it counts in the field's
      *    unknown column rather than under an operator.
      *-----------------------------------------------------------*
       01  WS-CURR-ICAO24              PIC X(06) VALUE SPACES.
       01  WS-CURR-OPERATOR            PIC X(30) VALUE SPACES.
       01  WS-CURR-UNKNOWN-SW          PIC X(01) VALUE "N".
           88  WS-CURR-UNKNOWN                VALUE "Y".
           88  WS-CURR-KNOWN                  VALUE "N".

      *-----------------------------------------------------------*
      *    PER-AIRPORT ACCUMULATOR TABLE
      *    Kept in ICAO order: a new airport is slotted in ahead
      *    of the first entry that sorts after it, the entries
      *    below shifting down one.  500 slots matches the
      *    airport table LEG-RESOLVE resolves against, so every
      *    field a leg can be stamped with fits.  Hour slots are
      *    hour of day plus one.
      *-----------------------------------------------------------*
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 500 TIMES.
               10  WS-MOVE-ICAO         PIC X(04).
               10  WS-MOVE-DEPS         PIC 9(07) COMP.
               10  WS-MOVE-ARRS         PIC 9(07) COMP.
               10  WS-MOVE-UNK-DEPS     PIC 9(07) COMP.
               10  WS-MOVE-UNK-ARRS     PIC 9(07) COMP.
               10  WS-MOVE-DEP-HOUR     PIC 9(05) COMP
                                            OCCURS 24 TIMES.
               10  WS-MOVE-ARR-HOUR     PIC 9(05) COMP
                                            OCCURS 24 TIMES.
       77  WS-MOVE-COUNT-USED          PIC 9(03) COMP VALUE 0.
       77  WS-MOVE-SUB                 PIC 9(03) COMP VALUE 0.
       77  WS-MOVE-SLOT                PIC 9(03) COMP VALUE 0.
       77  WS-MOVE-SHIFT-SUB           PIC 9(03) COMP VALUE 0.
       01  WS-FIND-ICAO                PIC X(04) VALUE SPACES.
       01  WS-MOVE-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-MOVE-FOUND                  VALUE "Y".
           88  WS-MOVE-NOT-FOUND              VALUE "N".

      *-----------------------------------------------------------*
      *    PER-AIRPORT OPERATOR TABLE
      *    One row per operator seen at a field, departures and
      *    arrivals counted apart.  Once full, new airport and
      *    operator combinations are counted as overflow and left
      *    out of the top-operator lists; the field totals above
      *    still carry them.
      *-----------------------------------------------------------*
       01  WS-AOP-TABLE.
           05  WS-AOP-ENTRY OCCURS 2000 TIMES.
               10  WS-AOP-ICAO          PIC X(04).
               10  WS-AOP-OPERATOR      PIC X(30).
               10  WS-AOP-DEPS          PIC 9(07) COMP.
               10  WS-AOP-ARRS          PIC 9(07) COMP.
       77  WS-AOP-COUNT-USED           PIC 9(04) COMP VALUE 0.
       77  WS-AOP-SUB                  PIC 9(04) COMP VALUE 0.
       77  WS-AOP-MATCH-SUB            PIC 9(04) COMP VALUE 0.
       01  WS-AOP-DIRECTION            PIC X(01) VALUE SPACE.
           88  WS-AOP-DEPARTURE               VALUE "D".
           88  WS-AOP-ARRIVAL                 VALUE "A".

      *-----------------------------------------------------------*
      *    TOP-OPERATOR TABLE (per airport, by movements, kept in
      *    descending order by shifting entries down on insert --
      *    the same top-N pattern TRK-SWEEP uses)
      *-----------------------------------------------------------*
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 5 TIMES.
               10  WS-TOP-AOP-SUB       PIC 9(04) COMP.
               10  WS-TOP-MOVES         PIC 9(07) COMP.
       77  WS-TOP-SUB                  PIC 9(02) COMP VALUE 0.
       77  WS-TOP-SHIFT-SUB            PIC 9(02) COMP VALUE 0.
       77  WS-TOP-SLOT                 PIC 9(02) COMP VALUE 0.
       77  WS-TOP-CANDIDATE            PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    CITY-PAIR TABLE
      *    First airport to last airport, ENRT included at either
      *    end.  Overflow is counted on the totals.
      *-----------------------------------------------------------*
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 1000 TIMES.
               10  WS-PAIR-FROM         PIC X(04).
               10  WS-PAIR-TO           PIC X(04).
               10  WS-PAIR-LEGS         PIC 9(07) COMP.
       77  WS-PAIR-COUNT-USED          PIC 9(04) COMP VALUE 0.
       77  WS-PAIR-SUB                 PIC 9(04) COMP VALUE 0.
       77  WS-PAIR-MATCH-SUB           PIC 9(04) COMP VALUE 0.
       01  WS-PAIR-ORIGIN              PIC X(04) VALUE SPACES.

      *-----------------------------------------------------------*
      *    ENROUTE-LEG LIST
      *    The one-sided ENRT legs kept for the coverage-gap
      *    section; past 500 they are counted, not listed.
      *-----------------------------------------------------------*
       01  WS-ENRT-TABLE.
           05  WS-ENRT-ENTRY OCCURS 500 TIMES.
               10  WS-ENRT-ICAO24       PIC X(06).
               10  WS-ENRT-CALLSIGN     PIC X(08).
               10  WS-ENRT-FROM         PIC X(04).
               10  WS-ENRT-TO           PIC X(04).
               10  WS-ENRT-FIRST-CONTACT PIC 9(10).
               10  WS-ENRT-LAST-CONTACT PIC 9(10).
               10  WS-ENRT-LATITUDE     PIC S9(02)V9(05).
               10  WS-ENRT-LONGITUDE    PIC S9(03)V9(05).
               10  WS-ENRT-MAX-ALTITUDE PIC S9(05)V9(02).
       77  WS-ENRT-COUNT-USED          PIC 9(03) COMP VALUE 0.
       77  WS-ENRT-SUB                 PIC 9(03) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    EPOCH-TO-TIME-OF-DAY WORK AREAS
      *    Contact times are epoch seconds; the hour of day is the
      *    remainder past the last midnight UTC.
      *-----------------------------------------------------------*
       01  WS-EPOCH-IN                 PIC 9(10) VALUE 0.
       01  WS-EPOCH-DAYS               PIC 9(08) COMP VALUE 0.
       01  WS-DAY-SECONDS              PIC 9(05) COMP VALUE 0.
       01  WS-DAY-MINUTES              PIC 9(04) COMP VALUE 0.
       01  WS-HOUR-OF-DAY              PIC 9(02) VALUE 0.
       01  WS-MINUTE-OF-HOUR           PIC 9(02) VALUE 0.
       01  WS-HOUR-SLOT                PIC 9(02) COMP VALUE 0.
       01  WS-TIME-HHMM                PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-HOUR-COUNT-ED            PIC ZZZ9.
       01  WS-HOUR-ED                  PIC 99.
       01  WS-LINE-POS                 PIC 9(03) COMP VALUE 0.
       01  WS-LATITUDE-ED              PIC -99.99999.
       01  WS-LONGITUDE-ED             PIC -999.99999.
       01  WS-ALTITUDE-ED              PIC -ZZZZ9.
       01  WS-APT-NAME                 PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "APTMOVE".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Walks the day's resolved legs once into the tables,
      *    then prints the report from them.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-LEG THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Open the legs, the optional registry and airport
      *    masters, and the report, and prime the read loop.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           INITIALIZE WS-MOVE-TABLE WS-AOP-TABLE WS-PAIR-TABLE
                      WS-ENRT-TABLE

           OPEN INPUT MOVEMENT-INPUT-FILE
           IF WS-MOVIN-STATUS-OK
               SET WS-MOVIN-OPEN TO TRUE
           ELSE
               MOVE 1 TO WS-EOF
           END-IF

           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS-OK
               SET WS-REG-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT AIRPORT-FILE
           IF WS-APT-STATUS-OK
               SET WS-APT-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-MORE-RECORDS
               PERFORM 2100-READ-LEG THRU 2100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-LEG
      *    Folds the current leg into the departure side of its
      *    first airport, the arrival side of its last, the city
      *    pair, and -- one-sided ENRT -- the coverage-gap list.
      *    A leg with no airport stamps at all never went through
      *    LEG-RESOLVE and is only counted.
      *-----------------------------------------------------------*
       2000-PROCESS-LEG.
           IF LEG-ICAO24 NOT = WS-CURR-ICAO24
               MOVE LEG-ICAO24 TO WS-CURR-ICAO24
               PERFORM 2200-RESOLVE-OPERATOR THRU 2200-EXIT
           END-IF

           IF LEG-FIRST-AIRPORT = SPACES
                   OR LEG-LAST-AIRPORT = SPACES
               ADD 1 TO WS-LEGS-UNRESOLVED
               GO TO 2000-NEXT
           END-IF

           IF NOT LEG-FIRST-ENROUTE
               PERFORM 2300-TALLY-DEPARTURE THRU 2300-EXIT
           END-IF

           IF NOT LEG-LAST-ENROUTE
               PERFORM 2400-TALLY-ARRIVAL THRU 2400-EXIT
           END-IF

           PERFORM 2700-TALLY-CITY-PAIR THRU 2700-EXIT

           EVALUATE TRUE
               WHEN LEG-FIRST-ENROUTE AND LEG-LAST-ENROUTE
                   ADD 1 TO WS-ENRT-BOTH-ENDS
               WHEN LEG-FIRST-ENROUTE
                   ADD 1 TO WS-ENRT-ARRIVED
                   PERFORM 2800-NOTE-ENROUTE-LEG THRU 2800-EXIT
               WHEN LEG-LAST-ENROUTE
                   ADD 1 TO WS-ENRT-DEPARTED
                   PERFORM 2800-NOTE-ENROUTE-LEG THRU 2800-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-NEXT.
           PERFORM 2100-READ-LEG THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-LEG
      *    Single read point for the resolved leg dataset.
      *-----------------------------------------------------------*
       2100-READ-LEG.
           READ MOVEMENT-INPUT-FILE INTO FLIGHT-LEG-REC
               AT END
                   MOVE 1 TO WS-EOF
           END-READ

           IF WS-MORE-RECORDS
               ADD 1 TO WS-LEGS-READ
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-RESOLVE-OPERATOR
      *    Keyed registry read for the aircraft now under the
      *    walk, as in OPS-ACTIVITY.  A registered airframe with
      *    no operator on file is grouped under its own label,
      *    not as unknown.
      *-----------------------------------------------------------*
       2200-RESOLVE-OPERATOR.
           SET WS-CURR-UNKNOWN TO TRUE
           MOVE "UNKNOWN AIRCRAFT" TO WS-CURR-OPERATOR

           IF WS-REG-NOT-AVAILABLE
               GO TO 2200-EXIT
           END-IF

           MOVE FUNCTION LOWER-CASE(WS-CURR-ICAO24) TO REG-ICAO24
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CURR-KNOWN TO TRUE
                   IF REG-OPERATOR = SPACES
                       MOVE "(OPERATOR NOT RECORDED)"
                           TO WS-CURR-OPERATOR
                   ELSE
                       MOVE REG-OPERATOR TO WS-CURR-OPERATOR
                   END-IF
           END-READ.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-TALLY-DEPARTURE
      *    Counts the leg against its first airport, in the hour
      *    of its first contact.
      *-----------------------------------------------------------*
       2300-TALLY-DEPARTURE.
           MOVE LEG-FIRST-AIRPORT TO WS-FIND-ICAO
           PERFORM 2500-FIND-AIRPORT THRU 2500-EXIT
           IF WS-MOVE-NOT-FOUND
               GO TO 2300-EXIT
           END-IF

           MOVE LEG-FIRST-CONTACT TO WS-EPOCH-IN
           PERFORM 2900-DERIVE-TIME-OF-DAY THRU 2900-EXIT

           ADD 1 TO WS-DEPARTURES
           ADD 1 TO WS-MOVE-DEPS (WS-MOVE-SLOT)
           ADD 1 TO WS-MOVE-DEP-HOUR (WS-MOVE-SLOT, WS-HOUR-SLOT)

           IF WS-CURR-UNKNOWN
               ADD 1 TO WS-MOVE-UNK-DEPS (WS-MOVE-SLOT)
           ELSE
               SET WS-AOP-DEPARTURE TO TRUE
               PERFORM 2600-TALLY-OPERATOR THRU 2600-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-TALLY-ARRIVAL
      *    Counts the leg against its last airport, in the hour
      *    of its last contact.
      *-----------------------------------------------------------*
       2400-TALLY-ARRIVAL.
           MOVE LEG-LAST-AIRPORT TO WS-FIND-ICAO
           PERFORM 2500-FIND-AIRPORT THRU 2500-EXIT
           IF WS-MOVE-NOT-FOUND
               GO TO 2400-EXIT
           END-IF

           MOVE LEG-LAST-CONTACT TO WS-EPOCH-IN
           PERFORM 2900-DERIVE-TIME-OF-DAY THRU 2900-EXIT

           ADD 1 TO WS-ARRIVALS
           ADD 1 TO WS-MOVE-ARRS (WS-MOVE-SLOT)
           ADD 1 TO WS-MOVE-ARR-HOUR (WS-MOVE-SLOT, WS-HOUR-SLOT)

           IF WS-CURR-UNKNOWN
               ADD 1 TO WS-MOVE-UNK-ARRS (WS-MOVE-SLOT)
           ELSE
               SET WS-AOP-ARRIVAL TO TRUE
               PERFORM 2600-TALLY-OPERATOR THRU 2600-EXIT
           END-IF.

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-FIND-AIRPORT
      *    Leaves WS-MOVE-SLOT on the row for WS-FIND-ICAO,
      *    slotting a new row in ICAO order when the field is new.
      *    The table being ordered, the scan stops at the first
      *    row that sorts at or after the code.  A full table
      *    leaves the field not found and counts the movement as
      *    overflow.
      *-----------------------------------------------------------*
       2500-FIND-AIRPORT.
           SET WS-MOVE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-MOVE-SLOT

           PERFORM 2510-CHECK-AIRPORT-SLOT THRU 2510-EXIT
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT-USED
                   OR WS-MOVE-SLOT > 0

           IF WS-MOVE-FOUND
               GO TO 2500-EXIT
           END-IF

           IF WS-MOVE-COUNT-USED >= 500
               ADD 1 TO WS-AIRPORTS-OVERFLOW
               GO TO 2500-EXIT
           END-IF

           IF WS-MOVE-SLOT = 0
               COMPUTE WS-MOVE-SLOT = WS-MOVE-COUNT-USED + 1
           END-IF

           ADD 1 TO WS-MOVE-COUNT-USED
           PERFORM 2520-SHIFT-AIRPORT-ENTRY THRU 2520-EXIT
               VARYING WS-MOVE-SHIFT-SUB FROM WS-MOVE-COUNT-USED
               BY -1
               UNTIL WS-MOVE-SHIFT-SUB <= WS-MOVE-SLOT

           INITIALIZE WS-MOVE-ENTRY (WS-MOVE-SLOT)
           MOVE WS-FIND-ICAO TO WS-MOVE-ICAO (WS-MOVE-SLOT)
           SET WS-MOVE-FOUND TO TRUE.

       2500-EXIT.
           EXIT.

       2510-CHECK-AIRPORT-SLOT.
           IF WS-MOVE-ICAO (WS-MOVE-SUB) = WS-FIND-ICAO
               SET WS-MOVE-FOUND TO TRUE
               MOVE WS-MOVE-SUB TO WS-MOVE-SLOT
           ELSE
               IF WS-MOVE-ICAO (WS-MOVE-SUB) > WS-FIND-ICAO
                   MOVE WS-MOVE-SUB TO WS-MOVE-SLOT
               END-IF
           END-IF.

       2510-EXIT.
           EXIT.

       2520-SHIFT-AIRPORT-ENTRY.
           MOVE WS-MOVE-ENTRY (WS-MOVE-SHIFT-SUB - 1)
               TO WS-MOVE-ENTRY (WS-MOVE-SHIFT-SUB).

       2520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2600-TALLY-OPERATOR
      *    Finds (or adds) the row for this operator at the field
      *    in WS-FIND-ICAO and counts the movement in the
      *    direction the caller set.
      *-----------------------------------------------------------*
       2600-TALLY-OPERATOR.
           MOVE 0 TO WS-AOP-MATCH-SUB
           PERFORM 2610-FIND-OPERATOR-ENTRY THRU 2610-EXIT
               VARYING WS-AOP-SUB FROM 1 BY 1
               UNTIL WS-AOP-SUB > WS-AOP-COUNT-USED
                   OR WS-AOP-MATCH-SUB > 0

           IF WS-AOP-MATCH-SUB = 0
               IF WS-AOP-COUNT-USED >= 2000
                   ADD 1 TO WS-OPERATORS-OVERFLOW
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO WS-AOP-COUNT-USED
               MOVE WS-AOP-COUNT-USED TO WS-AOP-MATCH-SUB
               MOVE WS-FIND-ICAO
                   TO WS-AOP-ICAO (WS-AOP-MATCH-SUB)
               MOVE WS-CURR-OPERATOR
                   TO WS-AOP-OPERATOR (WS-AOP-MATCH-SUB)
           END-IF

           IF WS-AOP-DEPARTURE
               ADD 1 TO WS-AOP-DEPS (WS-AOP-MATCH-SUB)
           ELSE
               ADD 1 TO WS-AOP-ARRS (WS-AOP-MATCH-SUB)
           END-IF.

       2600-EXIT.
           EXIT.

       2610-FIND-OPERATOR-ENTRY.
           IF WS-AOP-ICAO (WS-AOP-SUB) = WS-FIND-ICAO
                   AND WS-AOP-OPERATOR (WS-AOP-SUB) = WS-CURR-OPERATOR
               MOVE WS-AOP-SUB TO WS-AOP-MATCH-SUB
           END-IF.

       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2700-TALLY-CITY-PAIR
      *    Finds (or adds) the first-to-last airport pair and
      *    counts the leg.
      *-----------------------------------------------------------*
       2700-TALLY-CITY-PAIR.
           MOVE 0 TO WS-PAIR-MATCH-SUB
           PERFORM 2710-FIND-PAIR-ENTRY THRU 2710-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT-USED
                   OR WS-PAIR-MATCH-SUB > 0

           IF WS-PAIR-MATCH-SUB = 0
               IF WS-PAIR-COUNT-USED >= 1000
                   ADD 1 TO WS-PAIRS-OVERFLOW
                   GO TO 2700-EXIT
               END-IF
               ADD 1 TO WS-PAIR-COUNT-USED
               MOVE WS-PAIR-COUNT-USED TO WS-PAIR-MATCH-SUB
               MOVE LEG-FIRST-AIRPORT
                   TO WS-PAIR-FROM (WS-PAIR-MATCH-SUB)
               MOVE LEG-LAST-AIRPORT
                   TO WS-PAIR-TO (WS-PAIR-MATCH-SUB)
           END-IF

           ADD 1 TO WS-PAIR-LEGS (WS-PAIR-MATCH-SUB).

       2700-EXIT.
           EXIT.

       2710-FIND-PAIR-ENTRY.
           IF WS-PAIR-FROM (WS-PAIR-SUB) = LEG-FIRST-AIRPORT
                   AND WS-PAIR-TO (WS-PAIR-SUB) = LEG-LAST-AIRPORT
               MOVE WS-PAIR-SUB TO WS-PAIR-MATCH-SUB
           END-IF.

       2710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2800-NOTE-ENROUTE-LEG
      *    Keeps a one-sided ENRT leg for the coverage-gap list,
      *    with the position of its ENRT end -- where the feed
      *    picked the aircraft up or lost it.
      *-----------------------------------------------------------*
       2800-NOTE-ENROUTE-LEG.
           IF WS-ENRT-COUNT-USED >= 500
               ADD 1 TO WS-ENRT-NOT-LISTED
               GO TO 2800-EXIT
           END-IF

           ADD 1 TO WS-ENRT-COUNT-USED
           MOVE WS-ENRT-COUNT-USED TO WS-ENRT-SUB
           MOVE LEG-ICAO24        TO WS-ENRT-ICAO24 (WS-ENRT-SUB)
           MOVE LEG-CALLSIGN      TO WS-ENRT-CALLSIGN (WS-ENRT-SUB)
           MOVE LEG-FIRST-AIRPORT TO WS-ENRT-FROM (WS-ENRT-SUB)
           MOVE LEG-LAST-AIRPORT  TO WS-ENRT-TO (WS-ENRT-SUB)
           MOVE LEG-FIRST-CONTACT
               TO WS-ENRT-FIRST-CONTACT (WS-ENRT-SUB)
           MOVE LEG-LAST-CONTACT
               TO WS-ENRT-LAST-CONTACT (WS-ENRT-SUB)
           MOVE LEG-MAX-ALTITUDE
               TO WS-ENRT-MAX-ALTITUDE (WS-ENRT-SUB)

           IF LEG-FIRST-ENROUTE
               MOVE LEG-FIRST-LATITUDE
                   TO WS-ENRT-LATITUDE (WS-ENRT-SUB)
               MOVE LEG-FIRST-LONGITUDE
                   TO WS-ENRT-LONGITUDE (WS-ENRT-SUB)
           ELSE
               MOVE LEG-LAST-LATITUDE
                   TO WS-ENRT-LATITUDE (WS-ENRT-SUB)
               MOVE LEG-LAST-LONGITUDE
                   TO WS-ENRT-LONGITUDE (WS-ENRT-SUB)
           END-IF.

       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-DERIVE-TIME-OF-DAY
      *    Epoch seconds in WS-EPOCH-IN to the UTC hour slot and
      *    an HH:MM string.
      *-----------------------------------------------------------*
       2900-DERIVE-TIME-OF-DAY.
           DIVIDE WS-EPOCH-IN BY 86400
               GIVING WS-EPOCH-DAYS
               REMAINDER WS-DAY-SECONDS
           DIVIDE WS-DAY-SECONDS BY 60 GIVING WS-DAY-MINUTES
           DIVIDE WS-DAY-MINUTES BY 60
               GIVING WS-HOUR-OF-DAY
               REMAINDER WS-MINUTE-OF-HOUR
           COMPUTE WS-HOUR-SLOT = WS-HOUR-OF-DAY + 1

           MOVE SPACES TO WS-TIME-HHMM
           STRING WS-HOUR-OF-DAY ":" WS-MINUTE-OF-HOUR
               DELIMITED BY SIZE INTO WS-TIME-HHMM
           END-STRING.

       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Prints the airport blocks, the city pairs, the ENRT
      *    legs, and the totals, and closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY DAILY AIRPORT MOVEMENTS - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  (HOURS UTC)" DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-MOVIN-NOT-OPEN
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTLEG DAILY LEGS NOT AVAILABLE - NO"
                       " MOVEMENTS REPORTED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-REG-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTREG REGISTRY NOT AVAILABLE - EVERY"
                       " AIRCRAFT COUNTED UNKNOWN ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           PERFORM 8100-WRITE-AIRPORT-BLOCK THRU 8100-EXIT
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT-USED

           PERFORM 8400-WRITE-CITY-PAIRS THRU 8400-EXIT

           PERFORM 8500-WRITE-ENROUTE-LEGS THRU 8500-EXIT

           PERFORM 8600-WRITE-TOTALS THRU 8600-EXIT

           IF WS-MOVIN-OPEN
               CLOSE MOVEMENT-INPUT-FILE
           END-IF
           IF WS-REG-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-APT-AVAILABLE
               CLOSE AIRPORT-FILE
           END-IF
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8100-WRITE-AIRPORT-BLOCK
      *    One field: name from FLTAPT, departure and arrival
      *    totals with their unknown-aircraft share, the hourly
      *    grid, and the top operators.
      *-----------------------------------------------------------*
       8100-WRITE-AIRPORT-BLOCK.
           MOVE SPACES TO WS-APT-NAME
           IF WS-APT-AVAILABLE
               MOVE WS-MOVE-ICAO (WS-MOVE-SUB) TO APT-ICAO
               READ AIRPORT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE APT-NAME TO WS-APT-NAME
               END-READ
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "AIRPORT " DELIMITED BY SIZE
               WS-MOVE-ICAO (WS-MOVE-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-APT-NAME DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  DEPARTURES . . : " TO WS-REPORT-LINE (1:19)
           MOVE WS-MOVE-DEPS (WS-MOVE-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (20:7)
           MOVE "UNKNOWN AIRCRAFT: " TO WS-REPORT-LINE (30:18)
           MOVE WS-MOVE-UNK-DEPS (WS-MOVE-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (48:7)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  ARRIVALS . . . : " TO WS-REPORT-LINE (1:19)
           MOVE WS-MOVE-ARRS (WS-MOVE-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (20:7)
           MOVE "UNKNOWN AIRCRAFT: " TO WS-REPORT-LINE (30:18)
           MOVE WS-MOVE-UNK-ARRS (WS-MOVE-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (48:7)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  HOUR" TO WS-REPORT-LINE (1:6)
           PERFORM 8110-WRITE-HOUR-HEADING THRU 8110-EXIT
               VARYING WS-HOUR-SLOT FROM 1 BY 1
               UNTIL WS-HOUR-SLOT > 24
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  DEP" TO WS-REPORT-LINE (1:5)
           PERFORM 8120-WRITE-DEP-HOUR THRU 8120-EXIT
               VARYING WS-HOUR-SLOT FROM 1 BY 1
               UNTIL WS-HOUR-SLOT > 24
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  ARR" TO WS-REPORT-LINE (1:5)
           PERFORM 8130-WRITE-ARR-HOUR THRU 8130-EXIT
               VARYING WS-HOUR-SLOT FROM 1 BY 1
               UNTIL WS-HOUR-SLOT > 24
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 8200-WRITE-TOP-OPERATORS THRU 8200-EXIT.

       8100-EXIT.
           EXIT.

       8110-WRITE-HOUR-HEADING.
           COMPUTE WS-LINE-POS = 7 + (WS-HOUR-SLOT - 1) * 5
           COMPUTE WS-HOUR-ED = WS-HOUR-SLOT - 1
           MOVE WS-HOUR-ED TO WS-REPORT-LINE (WS-LINE-POS + 3:2).

       8110-EXIT.
           EXIT.

       8120-WRITE-DEP-HOUR.
           COMPUTE WS-LINE-POS = 7 + (WS-HOUR-SLOT - 1) * 5
           MOVE WS-MOVE-DEP-HOUR (WS-MOVE-SUB, WS-HOUR-SLOT)
               TO WS-HOUR-COUNT-ED
           MOVE WS-HOUR-COUNT-ED TO WS-REPORT-LINE (WS-LINE-POS + 1:4).

       8120-EXIT.
           EXIT.

       8130-WRITE-ARR-HOUR.
           COMPUTE WS-LINE-POS = 7 + (WS-HOUR-SLOT - 1) * 5
           MOVE WS-MOVE-ARR-HOUR (WS-MOVE-SUB, WS-HOUR-SLOT)
               TO WS-HOUR-COUNT-ED
           MOVE WS-HOUR-COUNT-ED TO WS-REPORT-LINE (WS-LINE-POS + 1:4).

       8130-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8200-WRITE-TOP-OPERATORS
      *    Picks the five busiest registered operators at the
      *    field (departures plus arrivals) out of the operator
      *    table and prints them.
      *-----------------------------------------------------------*
       8200-WRITE-TOP-OPERATORS.
           INITIALIZE WS-TOP-TABLE

           PERFORM 8210-RANK-OPERATOR-ENTRY THRU 8210-EXIT
               VARYING WS-AOP-SUB FROM 1 BY 1
               UNTIL WS-AOP-SUB > WS-AOP-COUNT-USED

           IF WS-TOP-MOVES (1) = 0
               MOVE SPACES TO REPORT-REC
               MOVE "  TOP OPERATORS    (NO REGISTERED AIRCRAFT)"
                   TO REPORT-REC
               WRITE REPORT-REC
               GO TO 8200-EXIT
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "  TOP OPERATORS                     "
                   "     DEPS    ARRS   TOTAL"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 8230-WRITE-TOP-LINE THRU 8230-EXIT
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > 5.

       8200-EXIT.
           EXIT.

       8210-RANK-OPERATOR-ENTRY.
           IF WS-AOP-ICAO (WS-AOP-SUB) NOT = WS-MOVE-ICAO (WS-MOVE-SUB)
               GO TO 8210-EXIT
           END-IF

           COMPUTE WS-TOP-CANDIDATE =
               WS-AOP-DEPS (WS-AOP-SUB) + WS-AOP-ARRS (WS-AOP-SUB)

           MOVE 0 TO WS-TOP-SLOT
           PERFORM 8220-FIND-TOP-SLOT THRU 8220-EXIT
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > 5 OR WS-TOP-SLOT > 0

           IF WS-TOP-SLOT = 0
               GO TO 8210-EXIT
           END-IF

           PERFORM 8225-SHIFT-TOP-ENTRY THRU 8225-EXIT
               VARYING WS-TOP-SHIFT-SUB FROM 5 BY -1
               UNTIL WS-TOP-SHIFT-SUB <= WS-TOP-SLOT

           MOVE WS-AOP-SUB       TO WS-TOP-AOP-SUB (WS-TOP-SLOT)
           MOVE WS-TOP-CANDIDATE TO WS-TOP-MOVES (WS-TOP-SLOT).

       8210-EXIT.
           EXIT.

       8220-FIND-TOP-SLOT.
           IF WS-TOP-CANDIDATE > WS-TOP-MOVES (WS-TOP-SUB)
               MOVE WS-TOP-SUB TO WS-TOP-SLOT
           END-IF.

       8220-EXIT.
           EXIT.

       8225-SHIFT-TOP-ENTRY.
           MOVE WS-TOP-ENTRY (WS-TOP-SHIFT-SUB - 1)
               TO WS-TOP-ENTRY (WS-TOP-SHIFT-SUB).

       8225-EXIT.
           EXIT.

       8230-WRITE-TOP-LINE.
           IF WS-TOP-MOVES (WS-TOP-SUB) = 0
               GO TO 8230-EXIT
           END-IF

           MOVE WS-TOP-AOP-SUB (WS-TOP-SUB) TO WS-AOP-SUB
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-AOP-OPERATOR (WS-AOP-SUB) TO WS-REPORT-LINE (5:30)
           MOVE WS-AOP-DEPS (WS-AOP-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (38:7)
           MOVE WS-AOP-ARRS (WS-AOP-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (46:7)
           MOVE WS-TOP-MOVES (WS-TOP-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (54:7)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8400-WRITE-CITY-PAIRS
      *    The pairs grouped by origin: every airport in ICAO
      *    order, then the legs first seen ENRT.
      *-----------------------------------------------------------*
       8400-WRITE-CITY-PAIRS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "CITY PAIRS (FIRST AIRPORT TO LAST AIRPORT)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "  FROM  TO       LEGS"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 8410-WRITE-PAIRS-FOR-ORIGIN THRU 8410-EXIT
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT-USED

           MOVE "ENRT" TO WS-PAIR-ORIGIN
           PERFORM 8420-WRITE-PAIR-LINE THRU 8420-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT-USED.

       8400-EXIT.
           EXIT.

       8410-WRITE-PAIRS-FOR-ORIGIN.
           MOVE WS-MOVE-ICAO (WS-MOVE-SUB) TO WS-PAIR-ORIGIN
           PERFORM 8420-WRITE-PAIR-LINE THRU 8420-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT-USED.

       8410-EXIT.
           EXIT.

       8420-WRITE-PAIR-LINE.
           IF WS-PAIR-FROM (WS-PAIR-SUB) NOT = WS-PAIR-ORIGIN
               GO TO 8420-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PAIR-FROM (WS-PAIR-SUB) TO WS-REPORT-LINE (3:4)
           MOVE WS-PAIR-TO (WS-PAIR-SUB)   TO WS-REPORT-LINE (9:4)
           MOVE WS-PAIR-LEGS (WS-PAIR-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (15:7)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-ENROUTE-LEGS
      *    The legs with a field at one end and ENRT at the other,
      *    with the position of the ENRT end.
      *-----------------------------------------------------------*
       8500-WRITE-ENROUTE-LEGS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "LEGS ENRT AT ONE END (POSSIBLE COVERAGE GAP NEAR"
                   " THE FIELD)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "  ICAO24 CALLSIGN FROM TO   FIRST LAST "
                   "  ENRT LAT   ENRT LON  MAX ALT"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 8510-WRITE-ENROUTE-LINE THRU 8510-EXIT
               VARYING WS-ENRT-SUB FROM 1 BY 1
               UNTIL WS-ENRT-SUB > WS-ENRT-COUNT-USED

           IF WS-ENRT-NOT-LISTED > 0
               MOVE WS-ENRT-NOT-LISTED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "  ... AND " DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   " MORE NOT LISTED" DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       8500-EXIT.
           EXIT.

       8510-WRITE-ENROUTE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ENRT-ICAO24 (WS-ENRT-SUB)   TO WS-REPORT-LINE (3:6)
           MOVE WS-ENRT-CALLSIGN (WS-ENRT-SUB) TO WS-REPORT-LINE (10:8)
           MOVE WS-ENRT-FROM (WS-ENRT-SUB)     TO WS-REPORT-LINE (19:4)
           MOVE WS-ENRT-TO (WS-ENRT-SUB)       TO WS-REPORT-LINE (24:4)

           MOVE WS-ENRT-FIRST-CONTACT (WS-ENRT-SUB) TO WS-EPOCH-IN
           PERFORM 2900-DERIVE-TIME-OF-DAY THRU 2900-EXIT
           MOVE WS-TIME-HHMM TO WS-REPORT-LINE (29:5)
           MOVE WS-ENRT-LAST-CONTACT (WS-ENRT-SUB) TO WS-EPOCH-IN
           PERFORM 2900-DERIVE-TIME-OF-DAY THRU 2900-EXIT
           MOVE WS-TIME-HHMM TO WS-REPORT-LINE (35:5)

           MOVE WS-ENRT-LATITUDE (WS-ENRT-SUB) TO WS-LATITUDE-ED
           MOVE WS-LATITUDE-ED TO WS-REPORT-LINE (41:9)
           MOVE WS-ENRT-LONGITUDE (WS-ENRT-SUB) TO WS-LONGITUDE-ED
           MOVE WS-LONGITUDE-ED TO WS-REPORT-LINE (51:10)
           MOVE WS-ENRT-MAX-ALTITUDE (WS-ENRT-SUB) TO WS-ALTITUDE-ED
           MOVE WS-ALTITUDE-ED TO WS-REPORT-LINE (63:6)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8600-WRITE-TOTALS
      *    Run totals, with the table overflows so a figure that
      *    did not fit is never silently missing.
      *-----------------------------------------------------------*
       8600-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-LEGS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "LEGS READ . . . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-MOVE-COUNT-USED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "AIRPORTS WITH MOVEMENTS : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-DEPARTURES TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "DEPARTURES. . . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ARRIVALS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "ARRIVALS. . . . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ENRT-DEPARTED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "DEPARTED, LOST ENRT . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ENRT-ARRIVED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "FIRST SEEN ENRT, LANDED : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ENRT-BOTH-ENDS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "ENRT BOTH ENDS (TRANSIT): " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-LEGS-UNRESOLVED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "LEGS NOT RESOLVED . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-AIRPORTS-OVERFLOW > 0
               MOVE WS-AIRPORTS-OVERFLOW TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "MOVEMENTS PAST AIRPORT TABLE  : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-OPERATORS-OVERFLOW > 0
               MOVE WS-OPERATORS-OVERFLOW TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "MOVEMENTS PAST OPERATOR TABLE : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-PAIRS-OVERFLOW > 0
               MOVE WS-PAIRS-OVERFLOW TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "LEGS PAST CITY-PAIR TABLE . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       8600-EXIT.
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
