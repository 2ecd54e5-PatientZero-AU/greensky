      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     CURF-SCAN.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Airport Curfew / Noise Scan
      * Runs in the daily window after LEG-RESOLVE and checks the
      * day's traffic against the FLTCURF airport rules:
      *   - a leg whose first airport has a curfew and whose first
      *     contact falls inside it is a curfew departure; a leg
      *     whose last airport has one and whose last contact
      *     falls inside it is a curfew arrival;
      *   - an airborne sighting inside a field's radius below its
      *     minimum overflight altitude, on a leg that neither
      *     departed nor arrived at that field, is a low
      *     overflight -- reported once per leg per field, with
      *     the lowest sighting as the evidence, at any hour (the
      *     record says whether it was inside the curfew).
      * Every violation goes to the FLTCURV file with the registry
      * operator and tail number, and the CURVRPT report lists them
      * airport by airport, so a complaint letter is answered from
      * the list instead of a GSKYX010 extract and a map.
      *
      * The sorted FLTTRKH log and FLTLEG.DAILY are both in ICAO24
      * order (the legs are built from the sorted log), so the two
      * are read side by side: on each aircraft break in the log
      * that aircraft's legs are taken into a small table, and a
      * sighting is matched to its leg by contact time.  A leg the
      * log has no sightings for is still checked for curfew.  The
      * registry is read once per aircraft.
      *
      * A null barometric altitude reaches the log as exactly zero,
      * so a zero-altitude sighting is not taken as a low pass, nor
      * is one the transponder reports on the ground.
      *
      * The rule table holds 100 rules; any further FLTCURF rules
      * are counted and reported on CURVRPT as unchecked.  The
      * step stamps its start, end and return code as CURFSCAN on
      * the FLTRUNL daily-window run ledger kept by RUN-LEDGER.
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
           SELECT SIGHTING-FILE ASSIGN TO "CURFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGT-STATUS.

           SELECT LEG-FILE ASSIGN TO "FLTLEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEG-STATUS.

           SELECT CURFEW-FILE ASSIGN TO "FLTCURF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURF-ICAO
               FILE STATUS IS WS-CURF-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "FLTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ICAO24
               FILE STATUS IS WS-REG-STATUS.

           SELECT VIOLATION-FILE ASSIGN TO "FLTCURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURV-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CURVRPT"
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
       FD  SIGHTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGHTING-FILE-REC          PIC X(70).

       FD  LEG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEG-FILE-REC               PIC X(92).

       FD  CURFEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTCURF.cpy".

       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTREG.cpy".

       FD  VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  VIOLATION-FILE-REC         PIC X(106).

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
       01  WS-LEG-EOF                  PIC 9 VALUE 0.
           88  WS-LEG-EOF-REACHED      VALUE 1.
           88  WS-MORE-LEGS            VALUE 0.
       01  WS-SGT-STATUS               PIC X(02) VALUE SPACES.
           88  WS-SGT-STATUS-OK               VALUE "00".
       01  WS-LEG-STATUS               PIC X(02) VALUE SPACES.
           88  WS-LEG-STATUS-OK               VALUE "00".
       01  WS-CURF-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CURF-STATUS-OK              VALUE "00".
       01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
           88  WS-REG-STATUS-OK               VALUE "00".
       01  WS-CURV-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CURV-STATUS-OK              VALUE "00".

       01  WS-SGT-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-SGT-OPEN                    VALUE "Y".
           88  WS-SGT-NOT-OPEN                VALUE "N".
       01  WS-LEG-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-LEG-OPEN                    VALUE "Y".
           88  WS-LEG-NOT-OPEN                VALUE "N".
       01  WS-REG-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-REG-AVAILABLE               VALUE "Y".
           88  WS-REG-NOT-AVAILABLE           VALUE "N".

       77  WS-SIGHTINGS-READ           PIC 9(07) COMP VALUE 0.
       77  WS-LEGS-READ                PIC 9(07) COMP VALUE 0.
       77  WS-CURFEW-DEPARTURES        PIC 9(07) COMP VALUE 0.
       77  WS-CURFEW-ARRIVALS          PIC 9(07) COMP VALUE 0.
       77  WS-LOW-OVERFLIGHTS          PIC 9(07) COMP VALUE 0.
       77  WS-VIOLATIONS-WRITTEN       PIC 9(07) COMP VALUE 0.
       77  WS-VIOLATIONS-NOT-LISTED    PIC 9(07) COMP VALUE 0.
       77  WS-LEGS-PAST-TABLE          PIC 9(07) COMP VALUE 0.
       77  WS-PASSES-PAST-TABLE        PIC 9(07) COMP VALUE 0.
       77  WS-RULES-PAST-TABLE         PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    RECORD AREAS UNDER THE WALK
      *-----------------------------------------------------------*
           COPY "FLTTRKH.cpy".
           COPY "FLTLEG.cpy".
           COPY "FLTCURV.cpy".

      *-----------------------------------------------------------*
      *    CURFEW RULE TABLE
      *    Loaded once from FLTCURF in key order, so the report
      *    prints airport by airport.  The radius is squared in
      *    degrees and the cosine of the field's latitude taken at
      *    load, so the per-sighting test is the same two
      *    multiplies and a compare FLIGHT-TRACKER's circular-zone
      *    check does.
      *-----------------------------------------------------------*
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RULE-ICAO         PIC X(04).
               10  WS-RULE-DESCRIPTION  PIC X(30).
               10  WS-RULE-START-HHMM   PIC 9(04).
               10  WS-RULE-END-HHMM     PIC 9(04).
               10  WS-RULE-RADIUS-NM    PIC 9(03)V9(01).
               10  WS-RULE-MIN-ALTITUDE PIC 9(05)V9(02).
               10  WS-RULE-CENTER-LAT   PIC S9(02)V9(05).
               10  WS-RULE-CENTER-LON   PIC S9(03)V9(05).
               10  WS-RULE-RADIUS-DEG   PIC S9(03)V9(05).
               10  WS-RULE-RADIUS-DEG-SQ PIC S9(07)V9(08).
               10  WS-RULE-COS-LAT      PIC S9(01)V9(08).
               10  WS-RULE-DEPARTURES   PIC 9(07) COMP.
               10  WS-RULE-ARRIVALS     PIC 9(07) COMP.
               10  WS-RULE-OVERFLIGHTS  PIC 9(07) COMP.
       77  WS-RULE-COUNT               PIC 9(03) COMP VALUE 0.
       77  WS-RULE-SUB                 PIC 9(03) COMP VALUE 0.
       77  WS-RULE-MATCH-SUB           PIC 9(03) COMP VALUE 0.
       01  WS-FIND-ICAO                PIC X(04) VALUE SPACES.
       01  WS-RADIUS-DEG-WORK          PIC S9(03)V9(05) VALUE 0.

      *-----------------------------------------------------------*
      *    PER-AIRCRAFT STATE
      *    The current aircraft's registry identity, its legs for
      *    the day, and the low passes found so far -- one row per
      *    field per leg, holding the lowest sighting.  Both tables
      *    are cleared on every aircraft break.
      *-----------------------------------------------------------*
       01  WS-CURR-ICAO24              PIC X(06) VALUE SPACES.
       01  WS-FIND-ICAO24              PIC X(06) VALUE SPACES.
       01  WS-REG-ICAO24               PIC X(06) VALUE SPACES.
       01  WS-REG-TAIL                 PIC X(10) VALUE SPACES.
       01  WS-REG-OWNER                PIC X(30) VALUE SPACES.

       01  WS-ACFT-LEG-TABLE.
           05  WS-ACFT-LEG-ENTRY OCCURS 50 TIMES.
               10  WS-ALEG-FIRST-CONTACT PIC 9(10).
               10  WS-ALEG-LAST-CONTACT PIC 9(10).
               10  WS-ALEG-FIRST-AIRPORT PIC X(04).
               10  WS-ALEG-LAST-AIRPORT PIC X(04).
       77  WS-ALEG-COUNT               PIC 9(03) COMP VALUE 0.
       77  WS-ALEG-SUB                 PIC 9(03) COMP VALUE 0.
       77  WS-ALEG-MATCH-SUB           PIC 9(03) COMP VALUE 0.

       01  WS-PASS-TABLE.
           05  WS-PASS-ENTRY OCCURS 100 TIMES.
               10  WS-PASS-RULE-SUB     PIC 9(03) COMP.
               10  WS-PASS-LEG-SUB      PIC 9(03) COMP.
               10  WS-PASS-CALLSIGN     PIC X(08).
               10  WS-PASS-CONTACT      PIC 9(10).
               10  WS-PASS-LATITUDE     PIC S9(02)V9(05).
               10  WS-PASS-LONGITUDE    PIC S9(03)V9(05).
               10  WS-PASS-ALTITUDE     PIC S9(05)V9(02).
       77  WS-PASS-COUNT               PIC 9(03) COMP VALUE 0.
       77  WS-PASS-SUB                 PIC 9(03) COMP VALUE 0.
       77  WS-PASS-MATCH-SUB           PIC 9(03) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    DISTANCE WORK AREAS
      *-----------------------------------------------------------*
       01  WS-DLAT                     PIC S9(03)V9(05) VALUE 0.
       01  WS-DLON                     PIC S9(04)V9(05) VALUE 0.
       01  WS-DIST-SQ                  PIC S9(07)V9(08) VALUE 0.

      *-----------------------------------------------------------*
      *    EPOCH CONVERSION AND CURFEW WINDOW WORK AREAS
      *    Contact times are epoch seconds, UTC.  The window test
      *    compares HHMM; a window whose start is past its end
      *    runs over midnight.
      *-----------------------------------------------------------*
       01  WS-EPOCH-IN                 PIC 9(10) VALUE 0.
       01  WS-EPOCH-DAYS               PIC S9(08) COMP VALUE 0.
       01  WS-EVENT-DATE-INT           PIC S9(08) COMP VALUE 0.
       01  WS-EVENT-DATE               PIC 9(08) VALUE 0.
       01  WS-DAY-SECONDS              PIC 9(05) COMP VALUE 0.
       01  WS-EVENT-HH                 PIC 9(02) VALUE 0.
       01  WS-EVENT-MM                 PIC 9(02) VALUE 0.
       01  WS-EVENT-SS                 PIC 9(02) VALUE 0.
       01  WS-EVENT-MINUTES            PIC 9(04) COMP VALUE 0.
       01  WS-EVENT-TIME               PIC 9(06) VALUE 0.
       01  WS-EVENT-HHMM               PIC 9(04) VALUE 0.
       01  WS-IN-CURFEW-SW             PIC X(01) VALUE "N".
           88  WS-IN-CURFEW                   VALUE "Y".
           88  WS-NOT-IN-CURFEW               VALUE "N".

      *-----------------------------------------------------------*
      *    VIOLATION LIST FOR THE REPORT
      *    Every violation written is kept here too so the report
      *    can print them grouped by airport; past 2000 they are
      *    still on FLTCURV but only counted on the report.
      *-----------------------------------------------------------*
       01  WS-VIOL-TABLE.
           05  WS-VIOL-ENTRY           PIC X(106)
                                           OCCURS 2000 TIMES.
       77  WS-VIOL-COUNT               PIC 9(04) COMP VALUE 0.
       77  WS-VIOL-SUB                 PIC 9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-RADIUS-ED                PIC ZZ9.9.
       01  WS-ALTITUDE-ED              PIC -ZZZZ9.
       01  WS-MIN-ALT-ED               PIC ZZZZ9.
       01  WS-TIME-ED                  PIC 99B99B99.
       01  WS-VIOL-WORD                PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "CURFSCAN".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Walks the sorted sightings with the legs alongside,
      *    checks any legs left once the sightings run out, then
      *    prints the report.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-SIGHTING THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 2300-FINISH-AIRCRAFT THRU 2300-EXIT.

           PERFORM 2450-CHECK-UNMATCHED-LEG THRU 2450-EXIT
               UNTIL WS-LEG-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Open the files, load the rule table, prime both reads.
      *    With no rules there is nothing to check, and both
      *    inputs are treated as empty.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           INITIALIZE WS-RULE-TABLE

           OPEN INPUT SIGHTING-FILE
           IF WS-SGT-STATUS-OK
               SET WS-SGT-OPEN TO TRUE
           ELSE
               MOVE 1 TO WS-EOF
           END-IF

           OPEN INPUT LEG-FILE
           IF WS-LEG-STATUS-OK
               SET WS-LEG-OPEN TO TRUE
           ELSE
               MOVE 1 TO WS-LEG-EOF
           END-IF

           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS-OK
               SET WS-REG-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT VIOLATION-FILE
           OPEN OUTPUT REPORT-FILE

           PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT

           IF WS-RULE-COUNT = 0
               MOVE 1 TO WS-EOF
               MOVE 1 TO WS-LEG-EOF
           END-IF

           IF WS-MORE-RECORDS
               PERFORM 2100-READ-SIGHTING THRU 2100-EXIT
           END-IF

           IF WS-MORE-LEGS
               PERFORM 2200-READ-LEG THRU 2200-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-LOAD-RULE-TABLE
      *    Every FLTCURF rule, first 100, in airport order.  A
      *    missing or empty master leaves the table empty and the
      *    report shows only its headings.  Rules past the table
      *    are read and counted, so the report says how many
      *    airports went unchecked.
      *-----------------------------------------------------------*
       1100-LOAD-RULE-TABLE.
           MOVE 0 TO WS-RULE-COUNT

           OPEN INPUT CURFEW-FILE

           IF NOT WS-CURF-STATUS-OK
               GO TO 1100-EXIT
           END-IF

           MOVE LOW-VALUES TO CURF-ICAO
           START CURFEW-FILE KEY >= CURF-ICAO
               INVALID KEY
                   CLOSE CURFEW-FILE
                   GO TO 1100-EXIT
           END-START

           PERFORM 1150-LOAD-RULE-ENTRY THRU 1150-EXIT
               UNTIL NOT WS-CURF-STATUS-OK

           CLOSE CURFEW-FILE.

       1100-EXIT.
           EXIT.

       1150-LOAD-RULE-ENTRY.
           READ CURFEW-FILE NEXT RECORD
               AT END
                   GO TO 1150-EXIT
           END-READ

           IF NOT WS-CURF-STATUS-OK
               GO TO 1150-EXIT
           END-IF

           IF WS-RULE-COUNT >= 100
               ADD 1 TO WS-RULES-PAST-TABLE
               GO TO 1150-EXIT
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-COUNT TO WS-RULE-SUB
           MOVE CURF-ICAO         TO WS-RULE-ICAO (WS-RULE-SUB)
           MOVE CURF-DESCRIPTION  TO WS-RULE-DESCRIPTION (WS-RULE-SUB)
           MOVE CURF-START-HHMM   TO WS-RULE-START-HHMM (WS-RULE-SUB)
           MOVE CURF-END-HHMM     TO WS-RULE-END-HHMM (WS-RULE-SUB)
           MOVE CURF-RADIUS-NM    TO WS-RULE-RADIUS-NM (WS-RULE-SUB)
           MOVE CURF-MIN-ALTITUDE
               TO WS-RULE-MIN-ALTITUDE (WS-RULE-SUB)
           MOVE CURF-CENTER-LAT   TO WS-RULE-CENTER-LAT (WS-RULE-SUB)
           MOVE CURF-CENTER-LON   TO WS-RULE-CENTER-LON (WS-RULE-SUB)

      *    Radius nautical miles to degrees of latitude (a minute
      *    each), squared so the per-sighting test takes no root.
           COMPUTE WS-RADIUS-DEG-WORK = CURF-RADIUS-NM / 60
           MOVE WS-RADIUS-DEG-WORK TO WS-RULE-RADIUS-DEG (WS-RULE-SUB)
           COMPUTE WS-RULE-RADIUS-DEG-SQ (WS-RULE-SUB) =
               WS-RADIUS-DEG-WORK * WS-RADIUS-DEG-WORK
           COMPUTE WS-RULE-COS-LAT (WS-RULE-SUB) =
               FUNCTION COS(CURF-CENTER-LAT * 3.14159265 / 180).

       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-SIGHTING
      *    On an aircraft break, writes the last aircraft's low
      *    passes and takes on the new aircraft's registry entry
      *    and legs.  Each airborne sighting is then tested
      *    against every field's overflight rule.
      *-----------------------------------------------------------*
       2000-PROCESS-SIGHTING.
           IF TRKH-ICAO24 NOT = WS-CURR-ICAO24
               PERFORM 2300-FINISH-AIRCRAFT THRU 2300-EXIT
               MOVE TRKH-ICAO24 TO WS-CURR-ICAO24
               PERFORM 2400-LOAD-AIRCRAFT-LEGS THRU 2400-EXIT
           END-IF

           IF TRKH-ON-GROUND-YES OR TRKH-ALTITUDE = 0
               GO TO 2000-NEXT
           END-IF

           PERFORM 2600-CHECK-OVERFLIGHT THRU 2600-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

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
      *    2200-READ-LEG
      *    Single read point for the day's resolved legs.
      *-----------------------------------------------------------*
       2200-READ-LEG.
           READ LEG-FILE INTO FLIGHT-LEG-REC
               AT END
                   MOVE 1 TO WS-LEG-EOF
           END-READ

           IF WS-MORE-LEGS
               ADD 1 TO WS-LEGS-READ
           END-IF.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-FINISH-AIRCRAFT
      *    Writes a low-overflight violation for each field/leg
      *    row the aircraft just finished built up.
      *-----------------------------------------------------------*
       2300-FINISH-AIRCRAFT.
           IF WS-CURR-ICAO24 = SPACES
               GO TO 2300-EXIT
           END-IF

           PERFORM 2310-WRITE-PASS-VIOLATION THRU 2310-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT

           MOVE 0 TO WS-PASS-COUNT
           INITIALIZE WS-PASS-TABLE.

       2300-EXIT.
           EXIT.

       2310-WRITE-PASS-VIOLATION.
           MOVE WS-PASS-RULE-SUB (WS-PASS-SUB) TO WS-RULE-SUB

           INITIALIZE CURFEW-VIOLATION-REC
           SET CURV-LOW-OVERFLIGHT TO TRUE
           MOVE WS-RULE-ICAO (WS-RULE-SUB)   TO CURV-AIRPORT
           MOVE WS-CURR-ICAO24               TO CURV-ICAO24
           MOVE WS-PASS-CALLSIGN (WS-PASS-SUB) TO CURV-CALLSIGN
           MOVE WS-PASS-LATITUDE (WS-PASS-SUB) TO CURV-LATITUDE
           MOVE WS-PASS-LONGITUDE (WS-PASS-SUB) TO CURV-LONGITUDE
           MOVE WS-PASS-ALTITUDE (WS-PASS-SUB) TO CURV-ALTITUDE
           MOVE WS-RULE-MIN-ALTITUDE (WS-RULE-SUB)
               TO CURV-MIN-ALTITUDE
           MOVE WS-PASS-CONTACT (WS-PASS-SUB) TO WS-EPOCH-IN

           ADD 1 TO WS-LOW-OVERFLIGHTS
           ADD 1 TO WS-RULE-OVERFLIGHTS (WS-RULE-SUB)
           PERFORM 2800-WRITE-VIOLATION THRU 2800-EXIT.

       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-LOAD-AIRCRAFT-LEGS
      *    Brings the leg file up to the new aircraft: legs for
      *    aircraft the log skipped are checked for curfew on the
      *    way past, and this aircraft's own legs are checked and
      *    taken into the leg table for the sighting match.  The
      *    registry is read for the new aircraft up front.
      *-----------------------------------------------------------*
       2400-LOAD-AIRCRAFT-LEGS.
           MOVE 0 TO WS-ALEG-COUNT
           INITIALIZE WS-ACFT-LEG-TABLE

           PERFORM 2450-CHECK-UNMATCHED-LEG THRU 2450-EXIT
               UNTIL WS-LEG-EOF-REACHED
                   OR LEG-ICAO24 >= WS-CURR-ICAO24

           MOVE WS-CURR-ICAO24 TO WS-FIND-ICAO24
           PERFORM 2500-RESOLVE-REGISTRY THRU 2500-EXIT

           PERFORM 2460-TAKE-AIRCRAFT-LEG THRU 2460-EXIT
               UNTIL WS-LEG-EOF-REACHED
                   OR LEG-ICAO24 NOT = WS-CURR-ICAO24.

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2450-CHECK-UNMATCHED-LEG
      *    A leg whose aircraft has no sightings in the log (or
      *    one left over once the log ends): curfew check only.
      *-----------------------------------------------------------*
       2450-CHECK-UNMATCHED-LEG.
           MOVE LEG-ICAO24 TO WS-FIND-ICAO24
           PERFORM 2500-RESOLVE-REGISTRY THRU 2500-EXIT
           PERFORM 2700-CHECK-LEG-CURFEW THRU 2700-EXIT
           PERFORM 2200-READ-LEG THRU 2200-EXIT.

       2450-EXIT.
           EXIT.

       2460-TAKE-AIRCRAFT-LEG.
           PERFORM 2700-CHECK-LEG-CURFEW THRU 2700-EXIT

           IF WS-ALEG-COUNT >= 50
               ADD 1 TO WS-LEGS-PAST-TABLE
           ELSE
               ADD 1 TO WS-ALEG-COUNT
               MOVE LEG-FIRST-CONTACT
                   TO WS-ALEG-FIRST-CONTACT (WS-ALEG-COUNT)
               MOVE LEG-LAST-CONTACT
                   TO WS-ALEG-LAST-CONTACT (WS-ALEG-COUNT)
               MOVE LEG-FIRST-AIRPORT
                   TO WS-ALEG-FIRST-AIRPORT (WS-ALEG-COUNT)
               MOVE LEG-LAST-AIRPORT
                   TO WS-ALEG-LAST-AIRPORT (WS-ALEG-COUNT)
           END-IF

           PERFORM 2200-READ-LEG THRU 2200-EXIT.

       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-RESOLVE-REGISTRY
      *    Keyed registry read for the aircraft the caller left in
      *    WS-FIND-ICAO24, skipped when it is the aircraft already
      *    resolved.  A miss, or no registry, leaves the
      *    tail blank and the operator "UNKNOWN AIRCRAFT".
      *-----------------------------------------------------------*
       2500-RESOLVE-REGISTRY.
           IF WS-FIND-ICAO24 = WS-REG-ICAO24
               GO TO 2500-EXIT
           END-IF

           MOVE WS-FIND-ICAO24 TO WS-REG-ICAO24
           MOVE SPACES TO WS-REG-TAIL
           MOVE "UNKNOWN AIRCRAFT" TO WS-REG-OWNER

           IF WS-REG-NOT-AVAILABLE
               GO TO 2500-EXIT
           END-IF

           MOVE FUNCTION LOWER-CASE(WS-FIND-ICAO24) TO REG-ICAO24
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-REGISTRATION TO WS-REG-TAIL
                   IF REG-OPERATOR = SPACES
                       MOVE "(OPERATOR NOT RECORDED)"
                           TO WS-REG-OWNER
                   ELSE
                       MOVE REG-OPERATOR TO WS-REG-OWNER
                   END-IF
           END-READ.

       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2600-CHECK-OVERFLIGHT
      *    One sighting against one field's rule: below the
      *    minimum altitude, then inside the radius (latitude
      *    band first, so most fields cost a single compare).
      *    A pass on a leg that departed or arrived at the field
      *    is the approach or climb-out, not an overflight.
      *-----------------------------------------------------------*
       2600-CHECK-OVERFLIGHT.
           IF WS-RULE-MIN-ALTITUDE (WS-RULE-SUB) = 0
                   OR TRKH-ALTITUDE >=
                       WS-RULE-MIN-ALTITUDE (WS-RULE-SUB)
               GO TO 2600-EXIT
           END-IF

           COMPUTE WS-DLAT =
               TRKH-LATITUDE - WS-RULE-CENTER-LAT (WS-RULE-SUB)
           IF WS-DLAT > WS-RULE-RADIUS-DEG (WS-RULE-SUB)
                   OR WS-DLAT < 0 - WS-RULE-RADIUS-DEG (WS-RULE-SUB)
               GO TO 2600-EXIT
           END-IF

           COMPUTE WS-DLON =
               (TRKH-LONGITUDE - WS-RULE-CENTER-LON (WS-RULE-SUB))
               * WS-RULE-COS-LAT (WS-RULE-SUB)
           COMPUTE WS-DIST-SQ =
               WS-DLAT * WS-DLAT + WS-DLON * WS-DLON
           IF WS-DIST-SQ > WS-RULE-RADIUS-DEG-SQ (WS-RULE-SUB)
               GO TO 2600-EXIT
           END-IF

           MOVE 0 TO WS-ALEG-MATCH-SUB
           PERFORM 2610-FIND-SIGHTING-LEG THRU 2610-EXIT
               VARYING WS-ALEG-SUB FROM 1 BY 1
               UNTIL WS-ALEG-SUB > WS-ALEG-COUNT
                   OR WS-ALEG-MATCH-SUB > 0

           IF WS-ALEG-MATCH-SUB > 0
               IF WS-ALEG-FIRST-AIRPORT (WS-ALEG-MATCH-SUB) =
                       WS-RULE-ICAO (WS-RULE-SUB)
                   OR WS-ALEG-LAST-AIRPORT (WS-ALEG-MATCH-SUB) =
                       WS-RULE-ICAO (WS-RULE-SUB)
                   GO TO 2600-EXIT
               END-IF
           END-IF

           PERFORM 2620-NOTE-LOW-PASS THRU 2620-EXIT.

       2600-EXIT.
           EXIT.

       2610-FIND-SIGHTING-LEG.
           IF TRKH-LAST-CONTACT >=
                   WS-ALEG-FIRST-CONTACT (WS-ALEG-SUB)
               AND TRKH-LAST-CONTACT <=
                   WS-ALEG-LAST-CONTACT (WS-ALEG-SUB)
               MOVE WS-ALEG-SUB TO WS-ALEG-MATCH-SUB
           END-IF.

       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2620-NOTE-LOW-PASS
      *    Finds (or adds) the row for this field and leg and
      *    keeps the lowest sighting on it.
      *-----------------------------------------------------------*
       2620-NOTE-LOW-PASS.
           MOVE 0 TO WS-PASS-MATCH-SUB
           PERFORM 2630-FIND-PASS-ENTRY THRU 2630-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT
                   OR WS-PASS-MATCH-SUB > 0

           IF WS-PASS-MATCH-SUB = 0
               IF WS-PASS-COUNT >= 100
                   ADD 1 TO WS-PASSES-PAST-TABLE
                   GO TO 2620-EXIT
               END-IF
               ADD 1 TO WS-PASS-COUNT
               MOVE WS-PASS-COUNT TO WS-PASS-MATCH-SUB
               MOVE WS-RULE-SUB
                   TO WS-PASS-RULE-SUB (WS-PASS-MATCH-SUB)
               MOVE WS-ALEG-MATCH-SUB
                   TO WS-PASS-LEG-SUB (WS-PASS-MATCH-SUB)
           ELSE
               IF TRKH-ALTITUDE >=
                       WS-PASS-ALTITUDE (WS-PASS-MATCH-SUB)
                   GO TO 2620-EXIT
               END-IF
           END-IF

           MOVE TRKH-CALLSIGN
               TO WS-PASS-CALLSIGN (WS-PASS-MATCH-SUB)
           MOVE TRKH-LAST-CONTACT
               TO WS-PASS-CONTACT (WS-PASS-MATCH-SUB)
           MOVE TRKH-LATITUDE
               TO WS-PASS-LATITUDE (WS-PASS-MATCH-SUB)
           MOVE TRKH-LONGITUDE
               TO WS-PASS-LONGITUDE (WS-PASS-MATCH-SUB)
           MOVE TRKH-ALTITUDE
               TO WS-PASS-ALTITUDE (WS-PASS-MATCH-SUB).

       2620-EXIT.
           EXIT.

       2630-FIND-PASS-ENTRY.
           IF WS-PASS-RULE-SUB (WS-PASS-SUB) = WS-RULE-SUB
                   AND WS-PASS-LEG-SUB (WS-PASS-SUB) =
                       WS-ALEG-MATCH-SUB
               MOVE WS-PASS-SUB TO WS-PASS-MATCH-SUB
           END-IF.

       2630-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2700-CHECK-LEG-CURFEW
      *    The leg's first contact against its first airport's
      *    curfew, its last contact against its last airport's.
      *    ENRT ends have no rule and fall through the lookup.
      *-----------------------------------------------------------*
       2700-CHECK-LEG-CURFEW.
           MOVE LEG-FIRST-AIRPORT TO WS-FIND-ICAO
           PERFORM 2750-FIND-RULE THRU 2750-EXIT
           IF WS-RULE-MATCH-SUB > 0
               MOVE WS-RULE-MATCH-SUB TO WS-RULE-SUB
               MOVE LEG-FIRST-CONTACT TO WS-EPOCH-IN
               PERFORM 2900-DERIVE-EVENT-TIME THRU 2900-EXIT
               IF WS-IN-CURFEW
                   INITIALIZE CURFEW-VIOLATION-REC
                   SET CURV-CURFEW-DEPARTURE TO TRUE
                   MOVE LEG-FIRST-AIRPORT   TO CURV-AIRPORT
                   MOVE LEG-ICAO24          TO CURV-ICAO24
                   MOVE LEG-CALLSIGN        TO CURV-CALLSIGN
                   MOVE LEG-FIRST-LATITUDE  TO CURV-LATITUDE
                   MOVE LEG-FIRST-LONGITUDE TO CURV-LONGITUDE
                   ADD 1 TO WS-CURFEW-DEPARTURES
                   ADD 1 TO WS-RULE-DEPARTURES (WS-RULE-SUB)
                   PERFORM 2800-WRITE-VIOLATION THRU 2800-EXIT
               END-IF
           END-IF

           MOVE LEG-LAST-AIRPORT TO WS-FIND-ICAO
           PERFORM 2750-FIND-RULE THRU 2750-EXIT
           IF WS-RULE-MATCH-SUB > 0
               MOVE WS-RULE-MATCH-SUB TO WS-RULE-SUB
               MOVE LEG-LAST-CONTACT TO WS-EPOCH-IN
               PERFORM 2900-DERIVE-EVENT-TIME THRU 2900-EXIT
               IF WS-IN-CURFEW
                   INITIALIZE CURFEW-VIOLATION-REC
                   SET CURV-CURFEW-ARRIVAL TO TRUE
                   MOVE LEG-LAST-AIRPORT    TO CURV-AIRPORT
                   MOVE LEG-ICAO24          TO CURV-ICAO24
                   MOVE LEG-CALLSIGN        TO CURV-CALLSIGN
                   MOVE LEG-LAST-LATITUDE   TO CURV-LATITUDE
                   MOVE LEG-LAST-LONGITUDE  TO CURV-LONGITUDE
                   ADD 1 TO WS-CURFEW-ARRIVALS
                   ADD 1 TO WS-RULE-ARRIVALS (WS-RULE-SUB)
                   PERFORM 2800-WRITE-VIOLATION THRU 2800-EXIT
               END-IF
           END-IF.

       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2750-FIND-RULE
      *    Leaves WS-RULE-MATCH-SUB on the rule for WS-FIND-ICAO,
      *    zero when the field has none.
      *-----------------------------------------------------------*
       2750-FIND-RULE.
           MOVE 0 TO WS-RULE-MATCH-SUB

           IF WS-FIND-ICAO = SPACES OR WS-FIND-ICAO = "ENRT"
               GO TO 2750-EXIT
           END-IF

           PERFORM 2760-CHECK-RULE-ENTRY THRU 2760-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   OR WS-RULE-MATCH-SUB > 0.

       2750-EXIT.
           EXIT.

       2760-CHECK-RULE-ENTRY.
           IF WS-RULE-ICAO (WS-RULE-SUB) = WS-FIND-ICAO
               MOVE WS-RULE-SUB TO WS-RULE-MATCH-SUB
           END-IF.

       2760-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2800-WRITE-VIOLATION
      *    Completes the violation built by the caller -- event
      *    date and time from WS-EPOCH-IN, curfew flag against
      *    the rule in WS-RULE-SUB, registry identity -- writes it
      *    to FLTCURV and keeps it for the report.
      *-----------------------------------------------------------*
       2800-WRITE-VIOLATION.
           PERFORM 2900-DERIVE-EVENT-TIME THRU 2900-EXIT
           MOVE WS-EVENT-DATE     TO CURV-EVENT-DATE
           MOVE WS-EVENT-TIME     TO CURV-EVENT-TIME
           MOVE WS-IN-CURFEW-SW   TO CURV-IN-CURFEW-SW
           MOVE WS-REG-TAIL       TO CURV-REGISTRATION
           MOVE WS-REG-OWNER      TO CURV-OPERATOR

           WRITE VIOLATION-FILE-REC FROM CURFEW-VIOLATION-REC
           ADD 1 TO WS-VIOLATIONS-WRITTEN

           IF WS-VIOL-COUNT >= 2000
               ADD 1 TO WS-VIOLATIONS-NOT-LISTED
           ELSE
               ADD 1 TO WS-VIOL-COUNT
               MOVE CURFEW-VIOLATION-REC
                   TO WS-VIOL-ENTRY (WS-VIOL-COUNT)
           END-IF.

       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-DERIVE-EVENT-TIME
      *    Epoch seconds in WS-EPOCH-IN to the UTC calendar date
      *    and HHMMSS, and whether HHMM falls inside the curfew of
      *    the rule in WS-RULE-SUB.  A rule with no curfew (start
      *    and end both zero) is never inside one.
      *-----------------------------------------------------------*
       2900-DERIVE-EVENT-TIME.
           COMPUTE WS-EPOCH-DAYS = WS-EPOCH-IN / 86400
           COMPUTE WS-EVENT-DATE-INT = WS-EPOCH-DAYS
               + FUNCTION INTEGER-OF-DATE(19700101)
           COMPUTE WS-EVENT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EVENT-DATE-INT)

           COMPUTE WS-DAY-SECONDS = WS-EPOCH-IN - WS-EPOCH-DAYS * 86400
           DIVIDE WS-DAY-SECONDS BY 60
               GIVING WS-EVENT-MINUTES
               REMAINDER WS-EVENT-SS
           DIVIDE WS-EVENT-MINUTES BY 60
               GIVING WS-EVENT-HH
               REMAINDER WS-EVENT-MM
           COMPUTE WS-EVENT-HHMM = WS-EVENT-HH * 100 + WS-EVENT-MM
           COMPUTE WS-EVENT-TIME = WS-EVENT-HHMM * 100 + WS-EVENT-SS

           SET WS-NOT-IN-CURFEW TO TRUE
           EVALUATE TRUE
               WHEN WS-RULE-START-HHMM (WS-RULE-SUB) = 0
                       AND WS-RULE-END-HHMM (WS-RULE-SUB) = 0
                   CONTINUE
               WHEN WS-RULE-START-HHMM (WS-RULE-SUB) <
                       WS-RULE-END-HHMM (WS-RULE-SUB)
                   IF WS-EVENT-HHMM >= WS-RULE-START-HHMM (WS-RULE-SUB)
                           AND WS-EVENT-HHMM <
                               WS-RULE-END-HHMM (WS-RULE-SUB)
                       SET WS-IN-CURFEW TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-EVENT-HHMM >= WS-RULE-START-HHMM (WS-RULE-SUB)
                           OR WS-EVENT-HHMM <
                               WS-RULE-END-HHMM (WS-RULE-SUB)
                       SET WS-IN-CURFEW TO TRUE
                   END-IF
           END-EVALUATE.

       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Prints the per-airport report and the totals, and
      *    closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY AIRPORT CURFEW AND NOISE VIOLATIONS - RUN "
                   "DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  (TIMES UTC)" DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-RULE-COUNT = 0
               MOVE SPACES TO REPORT-REC
               STRING "*** NO FLTCURF AIRPORT RULES LOADED - NOTHING"
                       " CHECKED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-RULE-COUNT > 0 AND WS-SGT-NOT-OPEN
               MOVE SPACES TO REPORT-REC
               STRING "*** SORTED FLTTRKH LOG NOT AVAILABLE - NO"
                       " OVERFLIGHTS CHECKED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-RULE-COUNT > 0 AND WS-LEG-NOT-OPEN
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTLEG DAILY LEGS NOT AVAILABLE - NO"
                       " CURFEW MOVEMENTS CHECKED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-REG-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTREG REGISTRY NOT AVAILABLE - EVERY"
                       " AIRCRAFT SHOWN UNKNOWN ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           PERFORM 8100-WRITE-AIRPORT-BLOCK THRU 8100-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT

           PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT

           IF WS-SGT-OPEN
               CLOSE SIGHTING-FILE
           END-IF
           IF WS-LEG-OPEN
               CLOSE LEG-FILE
           END-IF
           IF WS-REG-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           CLOSE VIOLATION-FILE
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8100-WRITE-AIRPORT-BLOCK
      *    One field: its rule, its counts, and its violations in
      *    the order they were found.
      *-----------------------------------------------------------*
       8100-WRITE-AIRPORT-BLOCK.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "AIRPORT "  TO WS-REPORT-LINE (1:8)
           MOVE WS-RULE-ICAO (WS-RULE-SUB) TO WS-REPORT-LINE (9:4)
           MOVE WS-RULE-DESCRIPTION (WS-RULE-SUB)
               TO WS-REPORT-LINE (15:30)
           IF WS-RULE-START-HHMM (WS-RULE-SUB) = 0
                   AND WS-RULE-END-HHMM (WS-RULE-SUB) = 0
               MOVE "NO CURFEW" TO WS-REPORT-LINE (46:9)
           ELSE
               MOVE "CURFEW" TO WS-REPORT-LINE (46:6)
               MOVE WS-RULE-START-HHMM (WS-RULE-SUB)
                   TO WS-REPORT-LINE (53:4)
               MOVE "-" TO WS-REPORT-LINE (57:1)
               MOVE WS-RULE-END-HHMM (WS-RULE-SUB)
                   TO WS-REPORT-LINE (58:4)
           END-IF
           MOVE "RADIUS" TO WS-REPORT-LINE (64:6)
           MOVE WS-RULE-RADIUS-NM (WS-RULE-SUB) TO WS-RADIUS-ED
           MOVE WS-RADIUS-ED TO WS-REPORT-LINE (71:5)
           MOVE "NM  MIN ALT" TO WS-REPORT-LINE (77:11)
           MOVE WS-RULE-MIN-ALTITUDE (WS-RULE-SUB) TO WS-MIN-ALT-ED
           MOVE WS-MIN-ALT-ED TO WS-REPORT-LINE (89:5)
           MOVE "M" TO WS-REPORT-LINE (95:1)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  CURFEW DEPARTURES: " TO WS-REPORT-LINE (1:21)
           MOVE WS-RULE-DEPARTURES (WS-RULE-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (22:7)
           MOVE "CURFEW ARRIVALS: " TO WS-REPORT-LINE (32:17)
           MOVE WS-RULE-ARRIVALS (WS-RULE-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (49:7)
           MOVE "LOW OVERFLIGHTS: " TO WS-REPORT-LINE (59:17)
           MOVE WS-RULE-OVERFLIGHTS (WS-RULE-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (76:7)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           IF WS-RULE-DEPARTURES (WS-RULE-SUB) = 0
                   AND WS-RULE-ARRIVALS (WS-RULE-SUB) = 0
                   AND WS-RULE-OVERFLIGHTS (WS-RULE-SUB) = 0
               GO TO 8100-EXIT
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "  VIOLATION    DATE     TIME     ICAO24 CALLSIGN "
                   "TAIL       OPERATOR                       "
                   "ALT-M CURFEW"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 8200-WRITE-VIOLATION-LINE THRU 8200-EXIT
               VARYING WS-VIOL-SUB FROM 1 BY 1
               UNTIL WS-VIOL-SUB > WS-VIOL-COUNT.

       8100-EXIT.
           EXIT.

       8200-WRITE-VIOLATION-LINE.
           MOVE WS-VIOL-ENTRY (WS-VIOL-SUB) TO CURFEW-VIOLATION-REC
           IF CURV-AIRPORT NOT = WS-RULE-ICAO (WS-RULE-SUB)
               GO TO 8200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CURV-CURFEW-DEPARTURE
                   MOVE "CURFEW DEP"  TO WS-VIOL-WORD
               WHEN CURV-CURFEW-ARRIVAL
                   MOVE "CURFEW ARR"  TO WS-VIOL-WORD
               WHEN OTHER
                   MOVE "LOW OVERFLT" TO WS-VIOL-WORD
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-VIOL-WORD      TO WS-REPORT-LINE (3:12)
           MOVE CURV-EVENT-DATE   TO WS-REPORT-LINE (15:8)
           MOVE CURV-EVENT-TIME   TO WS-TIME-ED
           INSPECT WS-TIME-ED REPLACING ALL " " BY ":"
           MOVE WS-TIME-ED        TO WS-REPORT-LINE (24:8)
           MOVE CURV-ICAO24       TO WS-REPORT-LINE (33:6)
           MOVE CURV-CALLSIGN     TO WS-REPORT-LINE (40:8)
           MOVE CURV-REGISTRATION TO WS-REPORT-LINE (49:10)
           MOVE CURV-OPERATOR     TO WS-REPORT-LINE (60:30)
           IF CURV-LOW-OVERFLIGHT
               MOVE CURV-ALTITUDE TO WS-ALTITUDE-ED
               MOVE WS-ALTITUDE-ED TO WS-REPORT-LINE (90:6)
           END-IF
           MOVE CURV-IN-CURFEW-SW TO WS-REPORT-LINE (99:1)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8300-WRITE-TOTALS
      *    Run totals, with anything a table could not hold.
      *-----------------------------------------------------------*
       8300-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-RULE-COUNT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "AIRPORT RULES LOADED. . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-SIGHTINGS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "SIGHTINGS READ. . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-LEGS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "LEGS READ . . . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CURFEW-DEPARTURES TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CURFEW DEPARTURES . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CURFEW-ARRIVALS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CURFEW ARRIVALS . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-LOW-OVERFLIGHTS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "LOW OVERFLIGHTS . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-VIOLATIONS-WRITTEN TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "VIOLATIONS WRITTEN. . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-VIOLATIONS-NOT-LISTED > 0
               MOVE WS-VIOLATIONS-NOT-LISTED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "VIOLATIONS ON FILE, NOT LISTED: "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-LEGS-PAST-TABLE > 0
               MOVE WS-LEGS-PAST-TABLE TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "LEGS PAST AIRCRAFT TABLE  . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-PASSES-PAST-TABLE > 0
               MOVE WS-PASSES-PAST-TABLE TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "LOW PASSES PAST AIRCRAFT TABLE: "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-RULES-PAST-TABLE > 0
               MOVE WS-RULES-PAST-TABLE TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "RULES UNCHECKED, PAST TABLE . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       8300-EXIT.
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
