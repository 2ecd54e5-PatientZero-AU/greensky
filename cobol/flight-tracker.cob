      *                     for every circular TFR and alert on
      *                     its corners.  Box zones and the
      *                     altitude/date handling are unchanged.
      *   2026-10-15  PZ    Stamps its start, end and return code
      *                     as step FLTTRK01 on the FLTRUNL
      *                     daily-window run ledger kept by
      *                     RUN-LEDGER.
      *   2026-10-15  PZ    Out-of-envelope check: a valid sighting
      *                     of a registered aircraft is held to its
      *                     type's limits on the FLTTYPE envelope
      *                     master (maintained by TYPE-MAINT) --
      *                     top speed, service ceiling, climb and
      *                     descent rate.  Every limit broken
      *                     writes an FLTENVX exception record and
      *                     the sighting raises a severity-3
      *                     OUT OF ENVELOPE alert (class P), with
      *                     the counts on the checkpoint and the
      *                     FLTRPT summary.  A missing FLTTYPE
      *                     switches the check off.
      *   2026-10-15  PZ    Every alert opened or reopened now
      *                     appends an entry to the shared FLTAUDT
      *                     alert-audit journal (ALRT-DISPATCH and
      *                     ALRT-ESCALATE journal the acks and
      *                     escalations), so ALRT-AUDIT can replay
      *                     an alert's life for incident review.
      *                     A refresh that leaves the alert's
      *                     status alone is not journaled -- the
      *                     master's ping count and last-seen
      *                     carry that.
      *   2026-10-15  PZ    Ledger slot search covers all 16 slots of
      *                     the widened FLTRUNL step table.
      *
      *=============================================================*
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT TYPE-FILE ASSIGN TO "FLTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-ACFT-TYPE
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT ENVELOPE-FILE ASSIGN TO "FLTENVX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVX-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "FLTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
           LABEL RECORDS ARE STANDARD.
           COPY "FLTSTAT.cpy".

       FD  TYPE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTTYPE.cpy".

       FD  ENVELOPE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENVELOPE-FILE-REC          PIC X(164).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC             PIC X(100).

       FD  RUN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRUNL.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    RUN CONTROL SWITCHES AND COUNTERS
       77  WS-ALERTS-EMERG-RAISED      PIC 9(09) COMP VALUE 0.
       77  WS-ALERTS-GEO-RAISED        PIC 9(09) COMP VALUE 0.
       77  WS-ALERTS-JUMP-RAISED       PIC 9(09) COMP VALUE 0.
       77  WS-ALERTS-ENV-RAISED        PIC 9(09) COMP VALUE 0.
       77  WS-STAT-SUB                 PIC 9(02) COMP VALUE 0.
       01  WS-STAT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-STAT-STATUS-OK              VALUE "00".
           88  WS-ACFT-UNKNOWN                VALUE "Y".
           88  WS-ACFT-KNOWN                  VALUE "N".
       77  WS-ZONE-MATCH-IDX            PIC 9(02) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    AIRCRAFT-TYPE ENVELOPE (FLTTYPE) CHECK WORK AREAS
      *    One keyed read per valid sighting of a registered
      *    aircraft, the same pattern as the registry lookup; a
      *    missing FLTTYPE switches the check off for the run, and
      *    a type with no envelope on the master is counted (so
      *    ops can see which types still need posting) but not
      *    checked.  The allowances are added on top of the
      *    type's figures before a sighting counts as a breach:
      *    the feed's velocity is ground speed, not airspeed, so
      *    a tailwind is worth 30 m/s (about 60 knots); the
      *    altitude is barometric against a standard setting, so
      *    the ceiling gets 300 m (about 1000 ft); and the
      *    vertical rate is a noisy derived figure, so the climb
      *    and descent rates get 2.5 m/s (about 500 ft/min).
      *    Spoofed and misregistered airframes are off their
      *    type's envelope by multiples, not by these margins.
      *-----------------------------------------------------------*
       01  WS-TYPE-STATUS               PIC X(02) VALUE SPACES.
           88  WS-TYPE-STATUS-OK              VALUE "00".
       01  WS-ENVX-STATUS               PIC X(02) VALUE SPACES.
           88  WS-ENVX-STATUS-OK              VALUE "00".
       01  WS-TYPE-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-TYPE-AVAILABLE              VALUE "Y".
           88  WS-TYPE-NOT-AVAILABLE          VALUE "N".
       01  WS-ENV-BREACH-SW             PIC X(01) VALUE "N".
           88  WS-ENV-BREACHED                VALUE "Y".
           88  WS-ENV-NOT-BREACHED            VALUE "N".
       77  WS-ENV-SPEED-ALLOW           PIC 9(03)V9(02)
                                              VALUE 030.00.
       77  WS-ENV-CEILING-ALLOW         PIC 9(05)V9(02)
                                              VALUE 00300.00.
       77  WS-ENV-RATE-ALLOW            PIC 9(03)V9(02)
                                              VALUE 002.50.
       01  WS-ENV-LIMIT-CODE            PIC X(03) VALUE SPACES.
       01  WS-ENV-OBSERVED              PIC S9(05)V9(02) VALUE 0.
       01  WS-ENV-LIMIT                 PIC S9(05)V9(02) VALUE 0.
       01  WS-ENV-DESCENT-RATE          PIC S9(03)V9(02) VALUE 0.
       77  WS-ENVELOPE-EXCEPTIONS       PIC 9(09) COMP VALUE 0.
       77  WS-ENVELOPE-NO-TYPE          PIC 9(09) COMP VALUE 0.

           COPY "FLTENVX.cpy".

       01  WS-ZONE-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-ZONE-FOUND                  VALUE "Y".
           88  WS-ZONE-NOT-FOUND              VALUE "N".
      *    master record for the aircraft/condition at hand.
      *    Severity ranks the alert classes for the dispatch
      *    report: 1 is reserved for emergencies, geofence
      *    incursions rank 2, out-of-envelope sightings 3,
      *    continuity jumps 4.
      *-----------------------------------------------------------*
       01  WS-ALERT-TYPE                PIC X(01) VALUE SPACE.
       01  WS-ALERT-ZONE                PIC X(20) VALUE SPACES.
       01  WS-ALERT-NOW-INT             PIC 9(08) COMP VALUE 0.
       01  WS-ALERT-NOW-SECS            PIC 9(06) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    ALERT-AUDIT JOURNAL (FLTAUDT) WORK AREAS
      *    The journal is shared with ALRT-DISPATCH and
      *    ALRT-ESCALATE and only ever appended to -- EXTEND, on a
      *    fresh run as well as a restart.  A journal that will not
      *    open does not stop the run (the alerts themselves matter
      *    more than their history); it is flagged on FLTRPT.
      *    The old status and escalation level are caught before
      *    2865 resets them so the entry shows what was reopened.
      *-----------------------------------------------------------*
       01  WS-AUDT-STATUS               PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-OK              VALUE "00".
       01  WS-AUDT-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-AUDT-AVAILABLE              VALUE "Y".
           88  WS-AUDT-NOT-AVAILABLE          VALUE "N".
       01  WS-ALERT-REOPEN-SW           PIC X(01) VALUE "N".
           88  WS-ALERT-REOPENED              VALUE "Y".
           88  WS-ALERT-NOT-REOPENED          VALUE "N".
       01  WS-AUDT-EVENT                PIC X(08) VALUE SPACES.
       01  WS-AUDT-OLD-STATUS           PIC X(01) VALUE SPACE.
       01  WS-AUDT-OLD-LEVEL            PIC 9(01) VALUE 0.
       77  WS-AUDIT-ENTRIES             PIC 9(09) COMP VALUE 0.

           COPY "FLTAUDT.cpy".

      *-----------------------------------------------------------*
      *    TRACK-HISTORY (FLTTRK) WORK AREAS
      *    FLTTRK holds one master record per ICAO24 with the last
       01  WS-CSV-TRUE-TRACK            PIC ZZ9.99.
       01  WS-CSV-VERTICAL-RATE         PIC -999.99.

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "FLTTRK01".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    record on FLTIN until end of file, close down.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.

               OPEN I-O ALERT-FILE
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDT-STATUS-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDT-STATUS-OK
               SET WS-AUDT-AVAILABLE TO TRUE
           END-IF

           PERFORM 1150-LOAD-OUTPUT-FORMAT-OPTION THRU 1150-EXIT.

           PERFORM 1160-LOAD-ZONE-TABLE THRU 1160-EXIT.

           PERFORM 1180-LOAD-WATCHLIST THRU 1180-EXIT.

           PERFORM 1190-OPEN-TYPE-ENVELOPES THRU 1190-EXIT.

           SET WS-SKIPPING-TO-RESTART TO TRUE
           PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
               VARYING WS-SKIP-COUNT FROM 1 BY 1
                               MOVE CKPT-WATCH-HITS
                                   TO WS-WATCH-HITS
                           END-IF
                           IF CKPT-ALERTS-ENVELOPE IS NUMERIC
                               MOVE CKPT-ALERTS-ENVELOPE
                                   TO WS-ALERTS-ENV-RAISED
                           END-IF
                           IF CKPT-ENVELOPE-EXCEPTIONS IS NUMERIC
                               MOVE CKPT-ENVELOPE-EXCEPTIONS
                                   TO WS-ENVELOPE-EXCEPTIONS
                           END-IF
                           IF CKPT-ENVELOPE-NO-TYPE IS NUMERIC
                               MOVE CKPT-ENVELOPE-NO-TYPE
                                   TO WS-ENVELOPE-NO-TYPE
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
               IF NOT WS-WHIT-STATUS-OK
                   OPEN OUTPUT WATCH-HIT-FILE
               END-IF

               OPEN EXTEND ENVELOPE-FILE
               IF NOT WS-ENVX-STATUS-OK
                   OPEN OUTPUT ENVELOPE-FILE
               END-IF
           ELSE
               OPEN OUTPUT FLT-OUTPUT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT TRACK-HISTORY-FILE
               OPEN OUTPUT WATCH-HIT-FILE
               OPEN OUTPUT ENVELOPE-FILE
           END-IF.

       1120-EXIT.
       1185-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1190-OPEN-TYPE-ENVELOPES
      *    Opens the FLTTYPE aircraft-type envelope master for the
      *    per-sighting keyed lookup.  A missing master just
      *    switches the envelope check off for the run, the same
      *    fallback as the registry.
      *-----------------------------------------------------------*
       1190-OPEN-TYPE-ENVELOPES.
           SET WS-TYPE-NOT-AVAILABLE TO TRUE

           OPEN INPUT TYPE-FILE

           IF WS-TYPE-STATUS-OK
               SET WS-TYPE-AVAILABLE TO TRUE
           END-IF.

       1190-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-RECORD
      *    Parses and validates the current record; records that
               PERFORM 2900-UPDATE-TRACK-HISTORY THRU 2900-EXIT
           END-IF

      *    The envelope check wants a sighting whose every field
      *    passed validation -- a garbage altitude or velocity
      *    would read as an impossible airframe -- of an aircraft
      *    the registry gave a type for.  A cross-feed duplicate
      *    was already checked as the first feed's copy.
           IF WS-INPUT-PARSED
                   AND WS-RECORD-VALID
                   AND WS-NOT-DUPLICATE
                   AND WS-ACFT-KNOWN
                   AND WS-ACFT-TYPE NOT = SPACES
               PERFORM 2350-CHECK-TYPE-ENVELOPE THRU 2350-EXIT
           END-IF

      *    A valid record the track-history check recognized as a
      *    cross-feed duplicate is collapsed here: counted, but
      *    not written to FLTOUT and not rejected.  An invalid
       2311-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2350-CHECK-TYPE-ENVELOPE
      *    Holds a valid sighting of a registered aircraft to its
      *    type's FLTTYPE envelope.  Each limit on the master that
      *    is set (non-zero) and that the sighting exceeds by more
      *    than its allowance writes one FLTENVX exception; any
      *    breach at all raises (or refreshes) the aircraft's one
      *    OUT OF ENVELOPE alert.  The vertical rate carries its
      *    sign -- climb positive, descent negative -- and the
      *    descent limit is held as a magnitude, so a descent is
      *    compared (and reported) as a positive rate.
      *-----------------------------------------------------------*
       2350-CHECK-TYPE-ENVELOPE.
           IF WS-TYPE-NOT-AVAILABLE
               GO TO 2350-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-ACFT-TYPE) TO TYPE-ACFT-TYPE

           READ TYPE-FILE
               INVALID KEY
                   ADD 1 TO WS-ENVELOPE-NO-TYPE
                   GO TO 2350-EXIT
           END-READ

           SET WS-ENV-NOT-BREACHED TO TRUE

           IF TYPE-MAX-SPEED > 0 AND WS-VELOCITY-PRESENT
               IF WS-VELOCITY > TYPE-MAX-SPEED + WS-ENV-SPEED-ALLOW
                   MOVE "SPD"          TO WS-ENV-LIMIT-CODE
                   MOVE WS-VELOCITY    TO WS-ENV-OBSERVED
                   MOVE TYPE-MAX-SPEED TO WS-ENV-LIMIT
                   PERFORM 2360-WRITE-ENVELOPE-EXCEPTION
                       THRU 2360-EXIT
               END-IF
           END-IF

           IF TYPE-CEILING-ALT > 0 AND WS-BARO-ALTITUDE-PRESENT
               IF WS-BARO-ALTITUDE >
                       TYPE-CEILING-ALT + WS-ENV-CEILING-ALLOW
                   MOVE "CEI"            TO WS-ENV-LIMIT-CODE
                   MOVE WS-BARO-ALTITUDE TO WS-ENV-OBSERVED
                   MOVE TYPE-CEILING-ALT TO WS-ENV-LIMIT
                   PERFORM 2360-WRITE-ENVELOPE-EXCEPTION
                       THRU 2360-EXIT
               END-IF
           END-IF

           IF TYPE-MAX-CLIMB > 0
               IF WS-VERTICAL-RATE > TYPE-MAX-CLIMB + WS-ENV-RATE-ALLOW
                   MOVE "CLB"            TO WS-ENV-LIMIT-CODE
                   MOVE WS-VERTICAL-RATE TO WS-ENV-OBSERVED
                   MOVE TYPE-MAX-CLIMB   TO WS-ENV-LIMIT
                   PERFORM 2360-WRITE-ENVELOPE-EXCEPTION
                       THRU 2360-EXIT
               END-IF
           END-IF

           IF TYPE-MAX-DESCENT > 0 AND WS-VERTICAL-RATE < 0
               COMPUTE WS-ENV-DESCENT-RATE = 0 - WS-VERTICAL-RATE
               IF WS-ENV-DESCENT-RATE >
                       TYPE-MAX-DESCENT + WS-ENV-RATE-ALLOW
                   MOVE "DSC"               TO WS-ENV-LIMIT-CODE
                   MOVE WS-ENV-DESCENT-RATE TO WS-ENV-OBSERVED
                   MOVE TYPE-MAX-DESCENT    TO WS-ENV-LIMIT
                   PERFORM 2360-WRITE-ENVELOPE-EXCEPTION
                       THRU 2360-EXIT
               END-IF
           END-IF

           IF WS-ENV-BREACHED
               PERFORM 2370-RAISE-ENVELOPE-ALERT THRU 2370-EXIT
           END-IF.

       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2360-WRITE-ENVELOPE-EXCEPTION
      *    One FLTENVX record for the limit just broken, carrying
      *    the registry identity alongside the sighting so the
      *    exception reads on its own without a registry lookup.
      *-----------------------------------------------------------*
       2360-WRITE-ENVELOPE-EXCEPTION.
           SET WS-ENV-BREACHED TO TRUE
           ADD 1 TO WS-ENVELOPE-EXCEPTIONS

           ACCEPT WS-REJ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REJ-TIME FROM TIME

           MOVE SPACES TO ENVELOPE-EXCEPTION-REC
           STRING WS-REJ-DATE (1:4) "-" WS-REJ-DATE (5:2) "-"
                   WS-REJ-DATE (7:2) " " WS-REJ-TIME (1:2) ":"
                   WS-REJ-TIME (3:2) ":" WS-REJ-TIME (5:2)
               DELIMITED BY SIZE INTO ENVX-TIMESTAMP
           END-STRING

           MOVE WS-ICAO24             TO ENVX-ICAO24
           MOVE WS-CALLSIGN           TO ENVX-CALLSIGN
           MOVE WS-ACFT-REGISTRATION  TO ENVX-REGISTRATION
           MOVE WS-ACFT-OPERATOR      TO ENVX-OPERATOR
           MOVE TYPE-ACFT-TYPE        TO ENVX-ACFT-TYPE
           MOVE WS-ENV-LIMIT-CODE     TO ENVX-LIMIT-CODE
           MOVE WS-ENV-OBSERVED       TO ENVX-OBSERVED
           MOVE WS-ENV-LIMIT          TO ENVX-LIMIT
           MOVE WS-LATITUDE           TO ENVX-LATITUDE
           MOVE WS-LONGITUDE          TO ENVX-LONGITUDE
           MOVE WS-BARO-ALTITUDE      TO ENVX-BARO-ALTITUDE
           MOVE WS-VELOCITY           TO ENVX-VELOCITY
           MOVE WS-VERTICAL-RATE      TO ENVX-VERTICAL-RATE
           MOVE WS-LAST-CONTACT       TO ENVX-LAST-CONTACT
           MOVE WS-SOURCE             TO ENVX-SOURCE

           MOVE ENVELOPE-EXCEPTION-REC TO ENVELOPE-FILE-REC
           WRITE ENVELOPE-FILE-REC.

       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2370-RAISE-ENVELOPE-ALERT
      *    A sighting outside its type's envelope raises (or
      *    refreshes) the one open envelope alert for this
      *    aircraft, whichever limits it broke -- the FLTENVX
      *    records carry the detail.
      *-----------------------------------------------------------*
       2370-RAISE-ENVELOPE-ALERT.
           MOVE "P" TO WS-ALERT-TYPE
           MOVE "OUT OF ENVELOPE" TO WS-ALERT-ZONE
           MOVE 3 TO WS-ALERT-SEVERITY
           PERFORM 2840-RAISE-ALERT THRU 2840-EXIT.

       2370-EXIT.
           EXIT.


      *-----------------------------------------------------------*
      *    2400-TALLY-CALLSIGN-PREFIX
           MOVE WS-ALERTS-JUMP-RAISED  TO CKPT-ALERTS-JUMP
           MOVE WS-EMERGENCY-COUNT     TO CKPT-EMERGENCY-SQUAWKS
           MOVE WS-WATCH-HITS          TO CKPT-WATCH-HITS
           MOVE WS-ALERTS-ENV-RAISED   TO CKPT-ALERTS-ENVELOPE
           MOVE WS-ENVELOPE-EXCEPTIONS TO CKPT-ENVELOPE-EXCEPTIONS
           MOVE WS-ENVELOPE-NO-TYPE    TO CKPT-ENVELOPE-NO-TYPE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

                   CONTINUE
           END-WRITE

           IF WS-FLTALRT-STATUS-OK
               MOVE "OPENED" TO WS-AUDT-EVENT
               MOVE SPACE    TO WS-AUDT-OLD-STATUS
               MOVE 0        TO WS-AUDT-OLD-LEVEL
               PERFORM 2870-WRITE-AUDIT-ENTRY THRU 2870-EXIT
           END-IF

           ADD 1 TO WS-ALERTS-RAISED
           PERFORM 2855-TALLY-ALERT-CLASS THRU 2855-EXIT.

                   ADD 1 TO WS-ALERTS-GEO-RAISED
               WHEN "J"
                   ADD 1 TO WS-ALERTS-JUMP-RAISED
               WHEN "P"
                   ADD 1 TO WS-ALERTS-ENV-RAISED
           END-EVALUATE.

       2855-EXIT.
           EXIT.

       2860-REFRESH-OPEN-ALERT.
           SET WS-ALERT-NOT-REOPENED TO TRUE

           IF ALRT-STATUS-ACKED
               PERFORM 2865-REOPEN-STALE-ALERT THRU 2865-EXIT
           END-IF
           REWRITE ALERT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-ALERT-REOPENED AND WS-FLTALRT-STATUS-OK
               MOVE "REOPENED" TO WS-AUDT-EVENT
               PERFORM 2870-WRITE-AUDIT-ENTRY THRU 2870-EXIT
           END-IF.

       2860-EXIT.
           EXIT.
               + WS-ALERT-NOW-SECS - WS-ALERT-LAST-SECS

           IF WS-ALERT-GAP-SECONDS > WS-ALERT-STALE-SEC
               SET WS-ALERT-REOPENED TO TRUE
               MOVE ALRT-STATUS-SW TO WS-AUDT-OLD-STATUS
               MOVE ALRT-ESC-LEVEL TO WS-AUDT-OLD-LEVEL
               SET ALRT-STATUS-OPEN TO TRUE
               MOVE WS-ALERT-NOW TO ALRT-FIRST-SEEN
               MOVE 0 TO ALRT-PING-COUNT
       2865-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2870-WRITE-AUDIT-ENTRY
      *    Appends one FLTAUDT journal entry for the alert record
      *    just written or rewritten, stamped with the same time
      *    as the alert itself.  The caller sets the event and the
      *    state the alert was in before the change.
      *-----------------------------------------------------------*
       2870-WRITE-AUDIT-ENTRY.
           IF WS-AUDT-NOT-AVAILABLE
               GO TO 2870-EXIT
           END-IF

           MOVE SPACES               TO AUDIT-REC
           MOVE WS-ALERT-NOW         TO AUDT-TIMESTAMP
           MOVE "FLIGHT-TRACKER"     TO AUDT-PROGRAM
           MOVE WS-AUDT-EVENT        TO AUDT-EVENT
           MOVE ALRT-KEY             TO AUDT-ALERT-KEY
           MOVE ALRT-SEVERITY        TO AUDT-SEVERITY
           MOVE WS-AUDT-OLD-STATUS   TO AUDT-OLD-STATUS
           MOVE ALRT-STATUS-SW       TO AUDT-NEW-STATUS
           MOVE WS-AUDT-OLD-LEVEL    TO AUDT-OLD-ESC-LEVEL
           MOVE ALRT-ESC-LEVEL       TO AUDT-NEW-ESC-LEVEL
           MOVE ALRT-PING-COUNT      TO AUDT-PING-COUNT

           MOVE AUDIT-REC TO AUDIT-FILE-REC
           WRITE AUDIT-FILE-REC

           ADD 1 TO WS-AUDIT-ENTRIES.

       2870-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-UPDATE-TRACK-HISTORY
      *    Looks up the FLTTRK master record for this aircraft's
           MOVE 0 TO CKPT-ALERTS-JUMP
           MOVE 0 TO CKPT-EMERGENCY-SQUAWKS
           MOVE 0 TO CKPT-WATCH-HITS
           MOVE 0 TO CKPT-ALERTS-ENVELOPE
           MOVE 0 TO CKPT-ENVELOPE-EXCEPTIONS
           MOVE 0 TO CKPT-ENVELOPE-NO-TYPE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE

           CLOSE TRACK-FILE
           CLOSE TRACK-HISTORY-FILE
           CLOSE WATCH-HIT-FILE
           CLOSE ENVELOPE-FILE

           IF WS-AUDT-AVAILABLE
               CLOSE AUDIT-FILE
           END-IF

           IF WS-REG-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF

           IF WS-TYPE-AVAILABLE
               CLOSE TYPE-FILE
           END-IF.

       8000-EXIT.
           END-STRING
           WRITE SUMMARY-REC

           MOVE WS-ENVELOPE-EXCEPTIONS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO SUMMARY-REC
           STRING "ENVELOPE EXCEPTIONS. . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           MOVE WS-ALERTS-ENV-RAISED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO SUMMARY-REC
           STRING "ENVELOPE ALERTS RAISED . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           MOVE WS-ENVELOPE-NO-TYPE TO WS-REPORT-COUNT-ED
           MOVE SPACES TO SUMMARY-REC
           STRING "SIGHTINGS WITH NO ENVELOPE . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           MOVE WS-AUDIT-ENTRIES TO WS-REPORT-COUNT-ED
           MOVE SPACES TO SUMMARY-REC
           STRING "ALERT AUDIT ENTRIES. . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           IF WS-AUDT-NOT-AVAILABLE
               MOVE SPACES TO SUMMARY-REC
               STRING "*** FLTAUDT JOURNAL UNAVAILABLE - ALERT"
                       " CHANGES NOT JOURNALED ***"
                   DELIMITED BY SIZE INTO SUMMARY-REC
               END-STRING
               WRITE SUMMARY-REC
           END-IF

           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC


       8320-EXIT.
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
