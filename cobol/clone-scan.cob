      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     CLONE-SCAN.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Cloned/Shared ICAO24 Scan
      * FLIGHT-TRACKER's continuity check compares each ping with
      * the one last position on FLTTRK, so a cloned or
      * misprogrammed transponder -- two airframes answering to
      * one ICAO24 -- shows up only as a string of separate
      * CONTINUITY JUMP alerts nobody connects.  This end-of-window
      * scan reads the ICAO24/time-sorted sighting log (the same
      * GSKY.FLTTRKH.SORTED LEG-BUILDER reads), holds each
      * aircraft's day in storage, and looks at it whole for three
      * patterns:
      *   J  back-and-forth jumps between two position clusters:
      *      a jump is a move further than the minimum separation
      *      faster than any airliner flies; the first jump opens
      *      a second cluster, and each later jump that lands back
      *      near the other cluster is a return.  Enough returns
      *      in one day is two transmitters, not one bad fix.
      *   C  overlapping sightings under different callsigns: each
      *      callsign's spans of continuous use -- a span closes
      *      when the callsign goes unseen longer than the span
      *      gap, and its next sighting opens another -- and any
      *      two spans under different callsigns that overlap by
      *      at least the minimum.  A flight renumbered between
      *      legs hands over cleanly and never overlaps, even when
      *      the first callsign is flown again later in the day.
      *   T  flying outside the registered type's envelope: ground
      *      speed derived between consecutive sightings that are
      *      not jumps, and altitude, against the FLTTYPE figures
      *      for the type FLTREG holds, with FLIGHT-TRACKER's
      *      allowances -- the right ICAO24 on the wrong airframe.
      * Thresholds come from the optional CLNCTL card (see
      * WS-CLNCTL-CARD below).
      *
      * Each finding goes to the FLTCLNS clone-suspect file and the
      * CLNRPT report with the sightings that make the case
      * attached (the first 25 of them).  For every suspect
      * aircraft not already on the FLTWTCH watchlist, an I card
      * in FLTWTCH layout goes to CLNWTCH, so a suspect ops
      * confirm is added to the watchlist by copying its card
      * into the deck.  The window date comes from the FLTRUNL run
      * ledger's control record (the run date when no window is
      * open).
      *
      * An aircraft with more sightings than the table holds is
      * examined on the sightings that fit and counted on the
      * report.
      *
      * The step stamps its start, end and return code as CLONSCAN
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
           SELECT SIGHTING-FILE ASSIGN TO "CLNIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CLNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "FLTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ICAO24
               FILE STATUS IS WS-REG-STATUS.

           SELECT TYPE-FILE ASSIGN TO "FLTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-ACFT-TYPE
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO "FLTWTCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTCH-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "FLTCLNS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WATCH-CARD-FILE ASSIGN TO "CLNWTCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CLNRPT"
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
       01  CONTROL-FILE-REC           PIC X(25).

       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTREG.cpy".

       FD  TYPE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTTYPE.cpy".

       FD  WATCH-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCH-LIST-REC             PIC X(80).

       FD  RUN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRUNL.cpy".

       FD  SUSPECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPECT-FILE-REC           PIC X(120).

       FD  WATCH-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCH-CARD-REC             PIC X(80).

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
       01  WS-SGT-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-SGT-OPEN                    VALUE "Y".
           88  WS-SGT-NOT-OPEN                VALUE "N".
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
           88  WS-CTL-STATUS-OK               VALUE "00".
       01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
           88  WS-REG-STATUS-OK               VALUE "00".
       01  WS-TYPE-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TYPE-STATUS-OK              VALUE "00".
       01  WS-WTCH-STATUS              PIC X(02) VALUE SPACES.
           88  WS-WTCH-STATUS-OK              VALUE "00".
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".
       01  WS-REG-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-REG-AVAILABLE               VALUE "Y".
           88  WS-REG-NOT-AVAILABLE           VALUE "N".
       01  WS-TYPE-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-TYPE-AVAILABLE              VALUE "Y".
           88  WS-TYPE-NOT-AVAILABLE          VALUE "N".

       77  WS-SIGHTINGS-READ           PIC 9(09) COMP VALUE 0.
       77  WS-AIRCRAFT-SCANNED         PIC 9(07) COMP VALUE 0.
       77  WS-AIRCRAFT-TRUNCATED       PIC 9(07) COMP VALUE 0.
       77  WS-SIGHTINGS-NOT-HELD       PIC 9(09) COMP VALUE 0.
       77  WS-SUSPECT-AIRCRAFT         PIC 9(07) COMP VALUE 0.
       77  WS-JUMP-SUSPECTS            PIC 9(07) COMP VALUE 0.
       77  WS-CALL-SUSPECTS            PIC 9(07) COMP VALUE 0.
       77  WS-TYPE-SUSPECTS            PIC 9(07) COMP VALUE 0.
       77  WS-CARDS-WRITTEN            PIC 9(07) COMP VALUE 0.
       77  WS-ALREADY-WATCHED          PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    CLNCTL CONTROL CARD
      *    One optional card, fixed columns, digits only:
      *      cols  1-3   jump speed, metres per second (350 --
      *                  faster than any airliner's ground speed)
      *      cols  5-8   minimum separation for a jump and the
      *                  radius of a position cluster, km (0100)
      *      cols 10-11  returns to the other cluster that make a
      *                  jump suspect (02)
      *      cols 13-16  overlap, seconds, two callsigns' spans
      *                  must share to make a suspect (0120)
      *      cols 18-19  envelope breaches that make a type
      *                  suspect (03)
      *      cols 21-24  span gap, seconds: a callsign unseen
      *                  longer than this starts a new span when
      *                  it is next seen (0900)
      *    A missing card or a blank, zero or non-numeric field
      *    keeps the default shown in the VALUE clauses.
      *-----------------------------------------------------------*
       01  WS-CLNCTL-CARD.
           05  WS-CLNCTL-JUMP-SPEED    PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-CLNCTL-MIN-SEP       PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-CLNCTL-MIN-RETURNS   PIC X(02).
           05  FILLER                  PIC X(01).
           05  WS-CLNCTL-MIN-OVERLAP   PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-CLNCTL-MIN-BREACHES  PIC X(02).
           05  FILLER                  PIC X(01).
           05  WS-CLNCTL-SPAN-GAP      PIC X(04).
           05  FILLER                  PIC X(01).

       01  WS-JUMP-SPEED               PIC 9(03) VALUE 350.
       01  WS-MIN-SEP-KM               PIC 9(04) VALUE 100.
       01  WS-MIN-SEP-M                PIC 9(08) VALUE 0.
       01  WS-MIN-RETURNS              PIC 9(02) VALUE 2.
       01  WS-MIN-OVERLAP              PIC 9(04) VALUE 120.
       01  WS-MIN-BREACHES             PIC 9(02) VALUE 3.
       01  WS-SPAN-GAP                 PIC 9(04) VALUE 900.

      *    Envelope allowances, as FLIGHT-TRACKER adds them: ground
      *    speed is not airspeed, barometric altitude is off a
      *    standard setting.  A speed is only derived across at
      *    least WS-MIN-SPEED-SECS, so ping-time jitter cannot
      *    turn two close fixes into a supersonic airframe.
       77  WS-SPEED-ALLOW              PIC 9(03)V9(02) VALUE 030.00.
       77  WS-CEILING-ALLOW            PIC 9(05)V9(02) VALUE 00300.00.
       77  WS-MIN-SPEED-SECS           PIC 9(03) VALUE 30.

       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-WINDOW-DATE              PIC 9(08) VALUE 0.

      *-----------------------------------------------------------*
      *    RECORD AREAS
      *-----------------------------------------------------------*
           COPY "FLTTRKH.cpy".
           COPY "FLTCLNS.cpy".

      *    Watchlist card layout, as FLIGHT-TRACKER reads FLTWTCH:
      *      col   1     type (I = ICAO24, C = callsign pattern)
      *      cols  3-10  value
      *      cols 12-41  reason text carried onto the hit record
       01  WTCH-CARD.
           05  WTCH-CARD-TYPE           PIC X(01).
           05  FILLER                   PIC X(01).
           05  WTCH-CARD-VALUE          PIC X(08).
           05  FILLER                   PIC X(01).
           05  WTCH-CARD-REASON         PIC X(30).
           05  FILLER                   PIC X(39).

      *-----------------------------------------------------------*
      *    ICAO24S ALREADY ON THE WATCHLIST
      *    The tracker holds 100 watchlist entries, so this table
      *    needs no more.
      *-----------------------------------------------------------*
       01  WS-WATCHED-TABLE.
           05  WS-WATCHED-ICAO24 OCCURS 100 TIMES PIC X(06).
       77  WS-WATCHED-COUNT            PIC 9(03) COMP VALUE 0.
       77  WS-WATCHED-SUB              PIC 9(03) COMP VALUE 0.
       01  WS-WATCHED-SW               PIC X(01) VALUE "N".
           88  WS-ON-WATCHLIST                VALUE "Y".
           88  WS-NOT-ON-WATCHLIST            VALUE "N".

      *-----------------------------------------------------------*
      *    THE CURRENT AIRCRAFT'S SIGHTINGS
      *    Filled in time order off the sorted log, then examined
      *    whole on the ICAO24 break.  The cluster is A or B; the
      *    three evidence switches mark the sightings attached to
      *    each finding.  9000 holds a ping every ten seconds
      *    round the clock.
      *-----------------------------------------------------------*
       01  WS-SIGHTING-TABLE.
           05  WS-SGT-ENTRY OCCURS 9000 TIMES.
               10  WS-SGT-CALLSIGN      PIC X(08).
               10  WS-SGT-LATITUDE      PIC S9(02)V9(05).
               10  WS-SGT-LONGITUDE     PIC S9(03)V9(05).
               10  WS-SGT-ALTITUDE      PIC S9(05)V9(02).
               10  WS-SGT-CONTACT       PIC 9(10).
               10  WS-SGT-CLUSTER       PIC X(01).
               10  WS-SGT-JUMP-SW       PIC X(01).
                   88  WS-SGT-JUMP-EVIDENCE VALUE "Y".
               10  WS-SGT-JUMP-KM       PIC 9(05).
               10  WS-SGT-CALL-SW       PIC X(01).
                   88  WS-SGT-CALL-EVIDENCE VALUE "Y".
               10  WS-SGT-TYPE-SW       PIC X(01).
                   88  WS-SGT-TYPE-EVIDENCE VALUE "Y".
               10  WS-SGT-SPEED         PIC 9(04).
               10  WS-SGT-CEILING-SW    PIC X(01).
                   88  WS-SGT-OVER-CEILING  VALUE "Y".
       77  WS-SGT-COUNT                PIC 9(05) COMP VALUE 0.
       77  WS-SGT-SUB                  PIC 9(05) COMP VALUE 0.
       77  WS-PREV-SUB                 PIC 9(05) COMP VALUE 0.
       01  WS-CURR-ICAO24              PIC X(06) VALUE SPACES.
       77  WS-CURR-SIGHTINGS           PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    THE CURRENT AIRCRAFT'S CALLSIGN SPANS
      *    One entry per span of continuous use of a callsign:
      *    its first and last contact.  A callsign flown on
      *    several legs of the day holds several entries; the
      *    first twenty spans are followed.
      *-----------------------------------------------------------*
       01  WS-CALLSIGN-TABLE.
           05  WS-CALL-ENTRY OCCURS 20 TIMES.
               10  WS-CALL-SIGN         PIC X(08).
               10  WS-CALL-FIRST        PIC 9(10).
               10  WS-CALL-LAST         PIC 9(10).
       77  WS-CALL-COUNT               PIC 9(02) COMP VALUE 0.
       77  WS-CALL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-CALL-OTHER               PIC 9(02) COMP VALUE 0.
       77  WS-CALL-MATCH               PIC 9(02) COMP VALUE 0.
       77  WS-CALL-GAP-SECS            PIC S9(10) COMP VALUE 0.
       01  WS-OVERLAP-START            PIC 9(10) VALUE 0.
       01  WS-OVERLAP-END              PIC 9(10) VALUE 0.
       01  WS-OVERLAP-SECS             PIC S9(10) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    PER-AIRCRAFT FINDINGS
      *-----------------------------------------------------------*
       01  WS-CLUSTER-B-SW             PIC X(01) VALUE "N".
           88  WS-CLUSTER-B-OPEN              VALUE "Y".
           88  WS-CLUSTER-B-NOT-OPEN          VALUE "N".
       01  WS-ANCHOR-A-LAT             PIC S9(02)V9(05) VALUE 0.
       01  WS-ANCHOR-A-LON             PIC S9(03)V9(05) VALUE 0.
       01  WS-ANCHOR-B-LAT             PIC S9(02)V9(05) VALUE 0.
       01  WS-ANCHOR-B-LON             PIC S9(03)V9(05) VALUE 0.
       01  WS-THIS-CLUSTER             PIC X(01) VALUE SPACES.
       01  WS-OTHER-CLUSTER            PIC X(01) VALUE SPACES.
       77  WS-JUMP-COUNT               PIC 9(05) COMP VALUE 0.
       77  WS-RETURN-COUNT             PIC 9(05) COMP VALUE 0.
       77  WS-OVERLAP-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-OVERLAP-CALL-1           PIC X(08) VALUE SPACES.
       01  WS-OVERLAP-CALL-2           PIC X(08) VALUE SPACES.
       77  WS-BREACH-COUNT             PIC 9(05) COMP VALUE 0.
       77  WS-EVENT-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-MAX-SPEED                PIC 9(04) VALUE 0.
       01  WS-MAX-ALTITUDE             PIC S9(05)V9(02) VALUE 0.
       01  WS-CURR-REGISTRATION        PIC X(10) VALUE SPACES.
       01  WS-CURR-ACFT-TYPE           PIC X(20) VALUE SPACES.
       01  WS-CURR-TYPE-SW             PIC X(01) VALUE "N".
           88  WS-CURR-TYPE-KNOWN             VALUE "Y".
           88  WS-CURR-TYPE-NOT-KNOWN         VALUE "N".
       01  WS-CURR-SUSPECT-SW          PIC X(01) VALUE "N".
           88  WS-CURR-SUSPECT                VALUE "Y".
           88  WS-CURR-NOT-SUSPECT            VALUE "N".
       01  WS-CURR-CARD-REASON         PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------*
      *    DISTANCE WORK AREAS
      *    Flat-earth distance, longitude scaled by the cosine of
      *    the first point's latitude, as leg-resolve and the
      *    geofence do it -- close enough over the few hundred
      *    kilometres that matter here.  A degree of latitude is
      *    taken as 111,120 metres (60 nautical miles).
      *-----------------------------------------------------------*
       01  WS-FROM-LAT                 PIC S9(02)V9(05) VALUE 0.
       01  WS-FROM-LON                 PIC S9(03)V9(05) VALUE 0.
       01  WS-TO-LAT                   PIC S9(02)V9(05) VALUE 0.
       01  WS-TO-LON                   PIC S9(03)V9(05) VALUE 0.
       01  WS-COS-LAT                  PIC S9(01)V9(08) VALUE 0.
       01  WS-DLAT                     PIC S9(03)V9(05) VALUE 0.
       01  WS-DLON                     PIC S9(04)V9(05) VALUE 0.
       01  WS-DIST-M                   PIC 9(08)V9(02) VALUE 0.
       01  WS-ELAPSED-SECS             PIC S9(10) COMP VALUE 0.
       01  WS-PAIR-SPEED               PIC 9(06) VALUE 0.
       01  WS-JUMP-SW                  PIC X(01) VALUE "N".
           88  WS-PAIR-IS-JUMP                VALUE "Y".
           88  WS-PAIR-NOT-JUMP               VALUE "N".

      *-----------------------------------------------------------*
      *    CONTACT-TIME FORMATTING
      *-----------------------------------------------------------*
       01  WS-EPOCH-BASE-INT           PIC S9(08) COMP VALUE 0.
       01  WS-EPOCH-DAYS               PIC 9(08) VALUE 0.
       01  WS-SECS-OF-DAY              PIC 9(05) VALUE 0.
       01  WS-CONTACT-DATE             PIC 9(08) VALUE 0.
       01  WS-CONTACT-HH               PIC 9(02) VALUE 0.
       01  WS-CONTACT-MM               PIC 9(02) VALUE 0.
       01  WS-CONTACT-SS               PIC 9(02) VALUE 0.
       01  WS-CONTACT-WORK             PIC 9(05) VALUE 0.
       01  WS-CONTACT-STAMP            PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------*
      *    EVIDENCE WRITING
      *-----------------------------------------------------------*
       01  WS-EVID-FINDING             PIC X(01) VALUE SPACES.
       01  WS-EVID-SW                  PIC X(01) VALUE "N".
           88  WS-EVID-SELECTED               VALUE "Y".
           88  WS-EVID-NOT-SELECTED           VALUE "N".
       01  WS-EVID-NOTE                PIC X(20) VALUE SPACES.
       77  WS-EVID-WRITTEN             PIC 9(05) COMP VALUE 0.
       77  WS-EVID-MORE                PIC 9(05) COMP VALUE 0.
       77  WS-EVID-LIMIT               PIC 9(05) COMP VALUE 25.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SMALL-ED                 PIC ZZZZ9.
       01  WS-KM-ED                    PIC ZZZ9.
       01  WS-LAT-ED                   PIC -Z9.99999.
       01  WS-LON-ED                   PIC -ZZ9.99999.
       01  WS-ALT-ED                   PIC -ZZ,ZZ9.
       01  WS-DETAIL-TEXT              PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "CLONSCAN".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Walk the sorted sightings an aircraft at a time, examine
      *    the last aircraft, print the totals.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-SIGHTING THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Open the files, take the thresholds, window date and
      *    watchlist, prime the read.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-EPOCH-BASE-INT =
               FUNCTION INTEGER-OF-DATE(19700101)

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           COMPUTE WS-MIN-SEP-M = WS-MIN-SEP-KM * 1000
           PERFORM 1200-READ-WINDOW-DATE THRU 1200-EXIT
           PERFORM 1300-LOAD-WATCHLIST THRU 1300-EXIT

           OPEN INPUT SIGHTING-FILE
           IF WS-SGT-STATUS-OK
               SET WS-SGT-OPEN TO TRUE
           ELSE
               MOVE 1 TO WS-EOF
           END-IF

           SET WS-REG-NOT-AVAILABLE TO TRUE
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS-OK
               SET WS-REG-AVAILABLE TO TRUE
           END-IF

           SET WS-TYPE-NOT-AVAILABLE TO TRUE
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-STATUS-OK
               SET WS-TYPE-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT SUSPECT-FILE
           OPEN OUTPUT WATCH-CARD-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY CLONED/SHARED ICAO24 SCAN - WINDOW DATE "
                   DELIMITED BY SIZE
                   WS-WINDOW-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-JUMP-SPEED TO WS-SMALL-ED
           MOVE WS-MIN-SEP-KM TO WS-KM-ED
           MOVE SPACES TO REPORT-REC
           STRING "A JUMP IS OVER " DELIMITED BY SIZE
                   WS-KM-ED DELIMITED BY SIZE
                   " KM AT OVER " DELIMITED BY SIZE
                   WS-SMALL-ED DELIMITED BY SIZE
                   " M/S; A CLUSTER IS THE SAME DISTANCE ACROSS"
                   DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           IF WS-MORE-RECORDS
               PERFORM 2100-READ-SIGHTING THRU 2100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-CONTROL-CARD
      *-----------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CTL-STATUS-OK
               GO TO 1100-EXIT
           END-IF

           MOVE SPACES TO WS-CLNCTL-CARD
           READ CONTROL-FILE INTO WS-CLNCTL-CARD
               AT END
                   CLOSE CONTROL-FILE
                   GO TO 1100-EXIT
           END-READ

           IF WS-CLNCTL-JUMP-SPEED IS NUMERIC
                   AND WS-CLNCTL-JUMP-SPEED NOT = "000"
               MOVE WS-CLNCTL-JUMP-SPEED TO WS-JUMP-SPEED
           END-IF

           IF WS-CLNCTL-MIN-SEP IS NUMERIC
                   AND WS-CLNCTL-MIN-SEP NOT = "0000"
               MOVE WS-CLNCTL-MIN-SEP TO WS-MIN-SEP-KM
           END-IF

           IF WS-CLNCTL-MIN-RETURNS IS NUMERIC
                   AND WS-CLNCTL-MIN-RETURNS NOT = "00"
               MOVE WS-CLNCTL-MIN-RETURNS TO WS-MIN-RETURNS
           END-IF

           IF WS-CLNCTL-MIN-OVERLAP IS NUMERIC
                   AND WS-CLNCTL-MIN-OVERLAP NOT = "0000"
               MOVE WS-CLNCTL-MIN-OVERLAP TO WS-MIN-OVERLAP
           END-IF

           IF WS-CLNCTL-MIN-BREACHES IS NUMERIC
                   AND WS-CLNCTL-MIN-BREACHES NOT = "00"
               MOVE WS-CLNCTL-MIN-BREACHES TO WS-MIN-BREACHES
           END-IF

           IF WS-CLNCTL-SPAN-GAP IS NUMERIC
                   AND WS-CLNCTL-SPAN-GAP NOT = "0000"
               MOVE WS-CLNCTL-SPAN-GAP TO WS-SPAN-GAP
           END-IF

           CLOSE CONTROL-FILE.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-READ-WINDOW-DATE
      *    The window the guard opened, from the FLTRUNL control
      *    record; the run date when there is no ledger or no
      *    window open.
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
           END-IF

           CLOSE RUN-LEDGER-FILE.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-LOAD-WATCHLIST
      *    The ICAO24 (type I) entries already on FLTWTCH, so no
      *    card is cut for an aircraft already being watched.  No
      *    deck leaves the table empty.
      *-----------------------------------------------------------*
       1300-LOAD-WATCHLIST.
           MOVE 0 TO WS-WATCHED-COUNT
           OPEN INPUT WATCH-LIST-FILE
           IF NOT WS-WTCH-STATUS-OK
               GO TO 1300-EXIT
           END-IF

           PERFORM 1350-LOAD-WATCH-CARD THRU 1350-EXIT
               UNTIL NOT WS-WTCH-STATUS-OK
                   OR WS-WATCHED-COUNT >= 100

           CLOSE WATCH-LIST-FILE.

       1300-EXIT.
           EXIT.

       1350-LOAD-WATCH-CARD.
           READ WATCH-LIST-FILE INTO WTCH-CARD
               AT END
                   MOVE "10" TO WS-WTCH-STATUS
                   GO TO 1350-EXIT
           END-READ

           IF WTCH-CARD-TYPE = "I"
               ADD 1 TO WS-WATCHED-COUNT
               MOVE WTCH-CARD-VALUE (1:6)
                   TO WS-WATCHED-ICAO24 (WS-WATCHED-COUNT)
           END-IF.

       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-SIGHTING
      *    Aircraft break first (examine the aircraft just
      *    finished), then hold the sighting.
      *-----------------------------------------------------------*
       2000-PROCESS-SIGHTING.
           IF TRKH-ICAO24 NOT = WS-CURR-ICAO24
               IF WS-CURR-ICAO24 NOT = SPACES
                   PERFORM 3000-EXAMINE-AIRCRAFT THRU 3000-EXIT
               END-IF
               MOVE TRKH-ICAO24 TO WS-CURR-ICAO24
               MOVE 0 TO WS-SGT-COUNT
               MOVE 0 TO WS-CURR-SIGHTINGS
               MOVE 0 TO WS-CALL-COUNT
           END-IF

           ADD 1 TO WS-CURR-SIGHTINGS
           IF WS-SGT-COUNT >= 9000
               ADD 1 TO WS-SIGHTINGS-NOT-HELD
               IF WS-CURR-SIGHTINGS = 9001
                   ADD 1 TO WS-AIRCRAFT-TRUNCATED
               END-IF
               GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO WS-SGT-COUNT
           MOVE WS-SGT-COUNT TO WS-SGT-SUB
           MOVE TRKH-CALLSIGN     TO WS-SGT-CALLSIGN (WS-SGT-SUB)
           MOVE TRKH-LATITUDE     TO WS-SGT-LATITUDE (WS-SGT-SUB)
           MOVE TRKH-LONGITUDE    TO WS-SGT-LONGITUDE (WS-SGT-SUB)
           MOVE TRKH-ALTITUDE     TO WS-SGT-ALTITUDE (WS-SGT-SUB)
           MOVE TRKH-LAST-CONTACT TO WS-SGT-CONTACT (WS-SGT-SUB)
           MOVE SPACES            TO WS-SGT-CLUSTER (WS-SGT-SUB)
           MOVE "N"               TO WS-SGT-JUMP-SW (WS-SGT-SUB)
           MOVE 0                 TO WS-SGT-JUMP-KM (WS-SGT-SUB)
           MOVE "N"               TO WS-SGT-CALL-SW (WS-SGT-SUB)
           MOVE "N"               TO WS-SGT-TYPE-SW (WS-SGT-SUB)
           MOVE 0                 TO WS-SGT-SPEED (WS-SGT-SUB)
           MOVE "N"               TO WS-SGT-CEILING-SW (WS-SGT-SUB)

           IF TRKH-CALLSIGN NOT = SPACES
               PERFORM 2200-TRACK-CALLSIGN THRU 2200-EXIT
           END-IF.

       2000-READ-NEXT.
           PERFORM 2100-READ-SIGHTING THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-SIGHTING
      *    Single read point over the sorted sighting log.
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
      *    2200-TRACK-CALLSIGN
      *    Stretches the callsign's latest span to this sighting,
      *    or starts a new span when the callsign has not been
      *    seen yet or has been unseen longer than the span gap.
      *    The table is searched from the end, so the first entry
      *    found is the callsign's latest span.
      *-----------------------------------------------------------*
       2200-TRACK-CALLSIGN.
           MOVE 0 TO WS-CALL-MATCH
           PERFORM 2250-MATCH-CALLSIGN THRU 2250-EXIT
               VARYING WS-CALL-SUB FROM WS-CALL-COUNT BY -1
               UNTIL WS-CALL-SUB < 1
                   OR WS-CALL-MATCH > 0

           IF WS-CALL-MATCH > 0
               COMPUTE WS-CALL-GAP-SECS = TRKH-LAST-CONTACT
                   - WS-CALL-LAST (WS-CALL-MATCH)
               IF WS-CALL-GAP-SECS NOT > WS-SPAN-GAP
                   MOVE TRKH-LAST-CONTACT
                       TO WS-CALL-LAST (WS-CALL-MATCH)
                   GO TO 2200-EXIT
               END-IF
           END-IF

           IF WS-CALL-COUNT < 20
               ADD 1 TO WS-CALL-COUNT
               MOVE TRKH-CALLSIGN TO WS-CALL-SIGN (WS-CALL-COUNT)
               MOVE TRKH-LAST-CONTACT TO WS-CALL-FIRST (WS-CALL-COUNT)
               MOVE TRKH-LAST-CONTACT TO WS-CALL-LAST (WS-CALL-COUNT)
           END-IF.

       2200-EXIT.
           EXIT.

       2250-MATCH-CALLSIGN.
           IF WS-CALL-SIGN (WS-CALL-SUB) = TRKH-CALLSIGN
               MOVE WS-CALL-SUB TO WS-CALL-MATCH
           END-IF.

       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-EXAMINE-AIRCRAFT
      *    Runs the three tests over the aircraft just finished
      *    and writes whatever it found.
      *-----------------------------------------------------------*
       3000-EXAMINE-AIRCRAFT.
           ADD 1 TO WS-AIRCRAFT-SCANNED
           SET WS-CURR-NOT-SUSPECT TO TRUE
           MOVE SPACES TO WS-CURR-CARD-REASON

           PERFORM 3050-RESOLVE-REGISTRY THRU 3050-EXIT

           MOVE 0 TO WS-JUMP-COUNT
           MOVE 0 TO WS-RETURN-COUNT
           MOVE 0 TO WS-BREACH-COUNT
           MOVE 0 TO WS-MAX-SPEED
           MOVE 0 TO WS-MAX-ALTITUDE
           SET WS-CLUSTER-B-NOT-OPEN TO TRUE
           MOVE "A" TO WS-SGT-CLUSTER (1)
           MOVE WS-SGT-LATITUDE (1)  TO WS-ANCHOR-A-LAT
           MOVE WS-SGT-LONGITUDE (1) TO WS-ANCHOR-A-LON
           MOVE 1 TO WS-SGT-SUB
           PERFORM 3300-CHECK-ALTITUDE THRU 3300-EXIT
           PERFORM 3100-WALK-SIGHTING THRU 3100-EXIT
               VARYING WS-SGT-SUB FROM 2 BY 1
               UNTIL WS-SGT-SUB > WS-SGT-COUNT

           MOVE 0 TO WS-OVERLAP-COUNT
           PERFORM 3400-CHECK-CALLSIGN-PAIRS THRU 3400-EXIT
               VARYING WS-CALL-SUB FROM 1 BY 1
               UNTIL WS-CALL-SUB >= WS-CALL-COUNT

           IF WS-RETURN-COUNT >= WS-MIN-RETURNS
               ADD 1 TO WS-JUMP-SUSPECTS
               PERFORM 3600-REPORT-JUMPS THRU 3600-EXIT
           END-IF

           IF WS-OVERLAP-COUNT > 0
               ADD 1 TO WS-CALL-SUSPECTS
               PERFORM 3700-REPORT-CALLSIGNS THRU 3700-EXIT
           END-IF

           IF WS-BREACH-COUNT >= WS-MIN-BREACHES
               ADD 1 TO WS-TYPE-SUSPECTS
               PERFORM 3800-REPORT-TYPE THRU 3800-EXIT
           END-IF

           IF WS-CURR-SUSPECT
               ADD 1 TO WS-SUSPECT-AIRCRAFT
               PERFORM 3900-WRITE-WATCH-CARD THRU 3900-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3050-RESOLVE-REGISTRY
      *    The aircraft's registration and type, and whether
      *    FLTTYPE has an envelope for the type.  No registry, no
      *    registry record or no envelope leaves the type test
      *    off for this aircraft.
      *-----------------------------------------------------------*
       3050-RESOLVE-REGISTRY.
           MOVE SPACES TO WS-CURR-REGISTRATION
           MOVE SPACES TO WS-CURR-ACFT-TYPE
           SET WS-CURR-TYPE-NOT-KNOWN TO TRUE

           IF WS-REG-NOT-AVAILABLE
               GO TO 3050-EXIT
           END-IF

           MOVE FUNCTION LOWER-CASE(WS-CURR-ICAO24) TO REG-ICAO24
           READ REGISTRY-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO WS-CURR-REGISTRATION
                   GO TO 3050-EXIT
           END-READ
           MOVE REG-REGISTRATION TO WS-CURR-REGISTRATION
           MOVE REG-ACFT-TYPE    TO WS-CURR-ACFT-TYPE

           IF WS-TYPE-NOT-AVAILABLE OR REG-ACFT-TYPE = SPACES
               GO TO 3050-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(REG-ACFT-TYPE) TO TYPE-ACFT-TYPE
           READ TYPE-FILE
               INVALID KEY
                   GO TO 3050-EXIT
           END-READ
           SET WS-CURR-TYPE-KNOWN TO TRUE.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-WALK-SIGHTING
      *    Measures this sighting against the one before it.  Not
      *    a jump: same cluster, the cluster follows the aircraft,
      *    and the pair's ground speed is tested against the type.
      *    A jump: the first opens cluster B; a later one that
      *    lands within the separation of the other cluster's last
      *    position is a return; one that lands somewhere new
      *    moves the other cluster there.
      *-----------------------------------------------------------*
       3100-WALK-SIGHTING.
           COMPUTE WS-PREV-SUB = WS-SGT-SUB - 1
           MOVE WS-SGT-CLUSTER (WS-PREV-SUB) TO WS-THIS-CLUSTER
           IF WS-THIS-CLUSTER = "A"
               MOVE "B" TO WS-OTHER-CLUSTER
           ELSE
               MOVE "A" TO WS-OTHER-CLUSTER
           END-IF

           MOVE WS-SGT-LATITUDE (WS-PREV-SUB)  TO WS-FROM-LAT
           MOVE WS-SGT-LONGITUDE (WS-PREV-SUB) TO WS-FROM-LON
           MOVE WS-SGT-LATITUDE (WS-SGT-SUB)   TO WS-TO-LAT
           MOVE WS-SGT-LONGITUDE (WS-SGT-SUB)  TO WS-TO-LON
           PERFORM 3500-MEASURE-DISTANCE THRU 3500-EXIT
           COMPUTE WS-ELAPSED-SECS =
               WS-SGT-CONTACT (WS-SGT-SUB)
               - WS-SGT-CONTACT (WS-PREV-SUB)

           SET WS-PAIR-NOT-JUMP TO TRUE
           IF WS-DIST-M >= WS-MIN-SEP-M
               IF WS-ELAPSED-SECS <= 0
                   SET WS-PAIR-IS-JUMP TO TRUE
               ELSE
                   IF WS-DIST-M > WS-JUMP-SPEED * WS-ELAPSED-SECS
                       SET WS-PAIR-IS-JUMP TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM 3300-CHECK-ALTITUDE THRU 3300-EXIT

           IF WS-PAIR-NOT-JUMP
               MOVE WS-THIS-CLUSTER TO WS-SGT-CLUSTER (WS-SGT-SUB)
               PERFORM 3150-MOVE-ANCHOR THRU 3150-EXIT
               PERFORM 3200-CHECK-SPEED THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-JUMP-COUNT
           MOVE "Y" TO WS-SGT-JUMP-SW (WS-PREV-SUB)
           MOVE "Y" TO WS-SGT-JUMP-SW (WS-SGT-SUB)
           COMPUTE WS-SGT-JUMP-KM (WS-SGT-SUB) = WS-DIST-M / 1000
           MOVE WS-OTHER-CLUSTER TO WS-SGT-CLUSTER (WS-SGT-SUB)

           IF WS-CLUSTER-B-NOT-OPEN
               SET WS-CLUSTER-B-OPEN TO TRUE
               PERFORM 3150-MOVE-ANCHOR THRU 3150-EXIT
               GO TO 3100-EXIT
           END-IF

           IF WS-OTHER-CLUSTER = "A"
               MOVE WS-ANCHOR-A-LAT TO WS-FROM-LAT
               MOVE WS-ANCHOR-A-LON TO WS-FROM-LON
           ELSE
               MOVE WS-ANCHOR-B-LAT TO WS-FROM-LAT
               MOVE WS-ANCHOR-B-LON TO WS-FROM-LON
           END-IF
           PERFORM 3500-MEASURE-DISTANCE THRU 3500-EXIT
           IF WS-DIST-M < WS-MIN-SEP-M
               ADD 1 TO WS-RETURN-COUNT
           END-IF
           PERFORM 3150-MOVE-ANCHOR THRU 3150-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3150-MOVE-ANCHOR
      *    The sighting's cluster now sits at the sighting.
      *-----------------------------------------------------------*
       3150-MOVE-ANCHOR.
           IF WS-SGT-CLUSTER (WS-SGT-SUB) = "A"
               MOVE WS-SGT-LATITUDE (WS-SGT-SUB)  TO WS-ANCHOR-A-LAT
               MOVE WS-SGT-LONGITUDE (WS-SGT-SUB) TO WS-ANCHOR-A-LON
           ELSE
               MOVE WS-SGT-LATITUDE (WS-SGT-SUB)  TO WS-ANCHOR-B-LAT
               MOVE WS-SGT-LONGITUDE (WS-SGT-SUB) TO WS-ANCHOR-B-LON
           END-IF.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-CHECK-SPEED
      *    Ground speed across a non-jump pair at least
      *    WS-MIN-SPEED-SECS apart, against the type's top speed.
      *-----------------------------------------------------------*
       3200-CHECK-SPEED.
           IF WS-CURR-TYPE-NOT-KNOWN OR TYPE-MAX-SPEED = 0
               GO TO 3200-EXIT
           END-IF
           IF WS-ELAPSED-SECS < WS-MIN-SPEED-SECS
               GO TO 3200-EXIT
           END-IF

           COMPUTE WS-PAIR-SPEED = WS-DIST-M / WS-ELAPSED-SECS
           IF WS-PAIR-SPEED > TYPE-MAX-SPEED + WS-SPEED-ALLOW
               ADD 1 TO WS-BREACH-COUNT
               MOVE "Y" TO WS-SGT-TYPE-SW (WS-SGT-SUB)
               MOVE WS-PAIR-SPEED TO WS-SGT-SPEED (WS-SGT-SUB)
               IF WS-PAIR-SPEED > WS-MAX-SPEED
                   MOVE WS-PAIR-SPEED TO WS-MAX-SPEED
               END-IF
           END-IF.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-CHECK-ALTITUDE
      *    The sighting's altitude against the type's ceiling.
      *-----------------------------------------------------------*
       3300-CHECK-ALTITUDE.
           IF WS-CURR-TYPE-NOT-KNOWN OR TYPE-CEILING-ALT = 0
               GO TO 3300-EXIT
           END-IF

           IF WS-SGT-ALTITUDE (WS-SGT-SUB) >
                   TYPE-CEILING-ALT + WS-CEILING-ALLOW
               ADD 1 TO WS-BREACH-COUNT
               MOVE "Y" TO WS-SGT-TYPE-SW (WS-SGT-SUB)
               MOVE "Y" TO WS-SGT-CEILING-SW (WS-SGT-SUB)
               IF WS-SGT-ALTITUDE (WS-SGT-SUB) > WS-MAX-ALTITUDE
                   MOVE WS-SGT-ALTITUDE (WS-SGT-SUB)
                       TO WS-MAX-ALTITUDE
               END-IF
           END-IF.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3400-CHECK-CALLSIGN-PAIRS
      *    This span against every later one.
      *-----------------------------------------------------------*
       3400-CHECK-CALLSIGN-PAIRS.
           COMPUTE WS-CALL-OTHER = WS-CALL-SUB + 1
           PERFORM 3450-CHECK-CALLSIGN-PAIR THRU 3450-EXIT
               VARYING WS-CALL-OTHER FROM WS-CALL-OTHER BY 1
               UNTIL WS-CALL-OTHER > WS-CALL-COUNT.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3450-CHECK-CALLSIGN-PAIR
      *    Overlap is the later first contact to the earlier last
      *    contact.  Two spans of the same callsign are not a
      *    pair.  An overlap of the minimum or more marks both
      *    callsigns' sightings inside it as evidence.
      *-----------------------------------------------------------*
       3450-CHECK-CALLSIGN-PAIR.
           IF WS-CALL-SIGN (WS-CALL-SUB) =
                   WS-CALL-SIGN (WS-CALL-OTHER)
               GO TO 3450-EXIT
           END-IF

           IF WS-CALL-FIRST (WS-CALL-SUB) >
                   WS-CALL-FIRST (WS-CALL-OTHER)
               MOVE WS-CALL-FIRST (WS-CALL-SUB) TO WS-OVERLAP-START
           ELSE
               MOVE WS-CALL-FIRST (WS-CALL-OTHER) TO WS-OVERLAP-START
           END-IF
           IF WS-CALL-LAST (WS-CALL-SUB) <
                   WS-CALL-LAST (WS-CALL-OTHER)
               MOVE WS-CALL-LAST (WS-CALL-SUB) TO WS-OVERLAP-END
           ELSE
               MOVE WS-CALL-LAST (WS-CALL-OTHER) TO WS-OVERLAP-END
           END-IF
           COMPUTE WS-OVERLAP-SECS = WS-OVERLAP-END - WS-OVERLAP-START

           IF WS-OVERLAP-SECS < WS-MIN-OVERLAP
               GO TO 3450-EXIT
           END-IF

           ADD 1 TO WS-OVERLAP-COUNT
           IF WS-OVERLAP-COUNT = 1
               MOVE WS-CALL-SIGN (WS-CALL-SUB)   TO WS-OVERLAP-CALL-1
               MOVE WS-CALL-SIGN (WS-CALL-OTHER) TO WS-OVERLAP-CALL-2
           END-IF

           PERFORM 3460-MARK-OVERLAP-SIGHTING THRU 3460-EXIT
               VARYING WS-SGT-SUB FROM 1 BY 1
               UNTIL WS-SGT-SUB > WS-SGT-COUNT.

       3450-EXIT.
           EXIT.

       3460-MARK-OVERLAP-SIGHTING.
           IF WS-SGT-CONTACT (WS-SGT-SUB) < WS-OVERLAP-START
                   OR WS-SGT-CONTACT (WS-SGT-SUB) > WS-OVERLAP-END
               GO TO 3460-EXIT
           END-IF

           IF WS-SGT-CALLSIGN (WS-SGT-SUB) = WS-CALL-SIGN (WS-CALL-SUB)
                   OR WS-SGT-CALLSIGN (WS-SGT-SUB) =
                       WS-CALL-SIGN (WS-CALL-OTHER)
               MOVE "Y" TO WS-SGT-CALL-SW (WS-SGT-SUB)
           END-IF.

       3460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-MEASURE-DISTANCE
      *    Metres from WS-FROM-LAT/LON to WS-TO-LAT/LON.  A pair
      *    either side of the antimeridian is measured the short
      *    way round.
      *-----------------------------------------------------------*
       3500-MEASURE-DISTANCE.
           COMPUTE WS-COS-LAT =
               FUNCTION COS(WS-FROM-LAT * 3.14159265 / 180)
           COMPUTE WS-DLAT = WS-TO-LAT - WS-FROM-LAT
           COMPUTE WS-DLON = WS-TO-LON - WS-FROM-LON
           IF WS-DLON > 180
               SUBTRACT 360 FROM WS-DLON
           END-IF
           IF WS-DLON < -180
               ADD 360 TO WS-DLON
           END-IF
           COMPUTE WS-DLON = WS-DLON * WS-COS-LAT
           COMPUTE WS-DIST-M =
               FUNCTION SQRT(WS-DLAT * WS-DLAT + WS-DLON * WS-DLON)
               * 111120.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3600-REPORT-JUMPS
      *-----------------------------------------------------------*
       3600-REPORT-JUMPS.
           IF WS-CURR-CARD-REASON = SPACES
               MOVE "SUSPECT CLONE - POSITION JUMPS"
                   TO WS-CURR-CARD-REASON
           END-IF

           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE WS-JUMP-COUNT TO WS-SMALL-ED
           STRING WS-SMALL-ED DELIMITED BY SIZE
                   " JUMPS BETWEEN TWO POSITION CLUSTERS"
                   DELIMITED BY SIZE
               INTO WS-DETAIL-TEXT
           END-STRING
           MOVE "J" TO WS-EVID-FINDING
           MOVE WS-RETURN-COUNT TO WS-EVENT-COUNT
           PERFORM 4000-WRITE-SUSPECT THRU 4000-EXIT.

       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3700-REPORT-CALLSIGNS
      *-----------------------------------------------------------*
       3700-REPORT-CALLSIGNS.
           IF WS-CURR-CARD-REASON = SPACES
               MOVE "SUSPECT CLONE - CALLSIGNS"
                   TO WS-CURR-CARD-REASON
           END-IF

           MOVE SPACES TO WS-DETAIL-TEXT
           STRING "CALLSIGNS " DELIMITED BY SIZE
                   WS-OVERLAP-CALL-1 DELIMITED BY SPACE
                   " AND " DELIMITED BY SIZE
                   WS-OVERLAP-CALL-2 DELIMITED BY SPACE
                   " OVERLAP" DELIMITED BY SIZE
               INTO WS-DETAIL-TEXT
           END-STRING
           MOVE "C" TO WS-EVID-FINDING
           MOVE WS-OVERLAP-COUNT TO WS-EVENT-COUNT
           PERFORM 4000-WRITE-SUSPECT THRU 4000-EXIT.

       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3800-REPORT-TYPE
      *-----------------------------------------------------------*
       3800-REPORT-TYPE.
           IF WS-CURR-CARD-REASON = SPACES
               MOVE "SUSPECT CLONE - TYPE MISMATCH"
                   TO WS-CURR-CARD-REASON
           END-IF

           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE WS-MAX-SPEED TO WS-SMALL-ED
           MOVE WS-MAX-ALTITUDE TO WS-ALT-ED
           STRING "MAX " DELIMITED BY SIZE
                   WS-SMALL-ED DELIMITED BY SIZE
                   " M/S, MAX ALT " DELIMITED BY SIZE
                   WS-ALT-ED DELIMITED BY SIZE
                   " M" DELIMITED BY SIZE
               INTO WS-DETAIL-TEXT
           END-STRING
           MOVE "T" TO WS-EVID-FINDING
           MOVE WS-BREACH-COUNT TO WS-EVENT-COUNT
           PERFORM 4000-WRITE-SUSPECT THRU 4000-EXIT.

       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3900-WRITE-WATCH-CARD
      *    One I card per suspect aircraft not already watched,
      *    reason from its first finding.
      *-----------------------------------------------------------*
       3900-WRITE-WATCH-CARD.
           SET WS-NOT-ON-WATCHLIST TO TRUE
           PERFORM 3950-MATCH-WATCHED THRU 3950-EXIT
               VARYING WS-WATCHED-SUB FROM 1 BY 1
               UNTIL WS-WATCHED-SUB > WS-WATCHED-COUNT
                   OR WS-ON-WATCHLIST

           IF WS-ON-WATCHLIST
               ADD 1 TO WS-ALREADY-WATCHED
               MOVE SPACES TO REPORT-REC
               STRING "    ALREADY ON THE FLTWTCH WATCHLIST - NO CARD"
                       DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               GO TO 3900-EXIT
           END-IF

           MOVE SPACES TO WTCH-CARD
           MOVE "I" TO WTCH-CARD-TYPE
           MOVE WS-CURR-ICAO24 TO WTCH-CARD-VALUE
           MOVE WS-CURR-CARD-REASON TO WTCH-CARD-REASON
           WRITE WATCH-CARD-REC FROM WTCH-CARD
           ADD 1 TO WS-CARDS-WRITTEN

           MOVE SPACES TO REPORT-REC
           STRING "    WATCHLIST CARD: " DELIMITED BY SIZE
                   WTCH-CARD DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       3900-EXIT.
           EXIT.

       3950-MATCH-WATCHED.
           IF WS-WATCHED-ICAO24 (WS-WATCHED-SUB) = WS-CURR-ICAO24
               SET WS-ON-WATCHLIST TO TRUE
           END-IF.

       3950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-WRITE-SUSPECT
      *    The S record and report heading for the finding in
      *    WS-EVID-FINDING (how often in WS-EVENT-COUNT), then
      *    its evidence sightings.
      *-----------------------------------------------------------*
       4000-WRITE-SUSPECT.
           SET WS-CURR-SUSPECT TO TRUE

           MOVE SPACES               TO CLONE-SUSPECT-REC
           MOVE "S"                  TO CLNS-REC-TYPE
           MOVE WS-WINDOW-DATE       TO CLNS-WINDOW-DATE
           MOVE WS-CURR-ICAO24       TO CLNS-ICAO24
           MOVE WS-EVID-FINDING      TO CLNS-FINDING
           MOVE WS-CURR-REGISTRATION TO CLNS-REGISTRATION
           MOVE WS-CURR-ACFT-TYPE    TO CLNS-ACFT-TYPE
           MOVE WS-CURR-SIGHTINGS    TO CLNS-SIGHTINGS
           MOVE WS-DETAIL-TEXT       TO CLNS-DETAIL
           MOVE WS-EVENT-COUNT       TO CLNS-EVENT-COUNT
           WRITE SUSPECT-FILE-REC FROM CLONE-SUSPECT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CURR-ICAO24 TO WS-REPORT-LINE (1:6)
           MOVE WS-CURR-REGISTRATION TO WS-REPORT-LINE (9:10)
           MOVE WS-CURR-ACFT-TYPE TO WS-REPORT-LINE (21:20)
           EVALUATE TRUE
               WHEN CLNS-CLUSTER-JUMPS
                   MOVE "BACK-AND-FORTH JUMPS, RETURNS:"
                       TO WS-REPORT-LINE (43:30)
               WHEN CLNS-CALLSIGN-OVERLAP
                   MOVE "CALLSIGNS AT ONCE, PAIRS:"
                       TO WS-REPORT-LINE (43:30)
               WHEN OTHER
                   MOVE "OUTSIDE TYPE ENVELOPE, BREACHES:"
                       TO WS-REPORT-LINE (43:32)
           END-EVALUATE
           MOVE CLNS-EVENT-COUNT TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO WS-REPORT-LINE (76:5)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-CURR-SIGHTINGS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "    " DELIMITED BY SIZE
                   WS-DETAIL-TEXT DELIMITED BY SIZE
                   "  SIGHTINGS TODAY:" DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "    CALLSIGN LATITUDE   LONGITUDE   ALTITUDE"
                   "  CONTACT (UTC)        CL NOTE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE 0 TO WS-EVID-WRITTEN
           MOVE 0 TO WS-EVID-MORE
           PERFORM 4100-WRITE-EVIDENCE THRU 4100-EXIT
               VARYING WS-SGT-SUB FROM 1 BY 1
               UNTIL WS-SGT-SUB > WS-SGT-COUNT

           IF WS-EVID-MORE > 0
               MOVE WS-EVID-MORE TO WS-SMALL-ED
               MOVE SPACES TO REPORT-REC
               STRING "    ... AND " DELIMITED BY SIZE
                       WS-SMALL-ED DELIMITED BY SIZE
                       " MORE SIGHTINGS NOT LISTED" DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4100-WRITE-EVIDENCE
      *    One E record and report line for a sighting marked for
      *    this finding, up to WS-EVID-LIMIT; the rest are counted.
      *-----------------------------------------------------------*
       4100-WRITE-EVIDENCE.
           SET WS-EVID-NOT-SELECTED TO TRUE
           MOVE SPACES TO WS-EVID-NOTE
           EVALUATE WS-EVID-FINDING
               WHEN "J"
                   IF WS-SGT-JUMP-EVIDENCE (WS-SGT-SUB)
                       SET WS-EVID-SELECTED TO TRUE
                       PERFORM 4200-JUMP-NOTE THRU 4200-EXIT
                   END-IF
               WHEN "C"
                   IF WS-SGT-CALL-EVIDENCE (WS-SGT-SUB)
                       SET WS-EVID-SELECTED TO TRUE
                       MOVE "CALLSIGN OVERLAP" TO WS-EVID-NOTE
                   END-IF
               WHEN "T"
                   IF WS-SGT-TYPE-EVIDENCE (WS-SGT-SUB)
                       SET WS-EVID-SELECTED TO TRUE
                       PERFORM 4300-TYPE-NOTE THRU 4300-EXIT
                   END-IF
           END-EVALUATE

           IF WS-EVID-NOT-SELECTED
               GO TO 4100-EXIT
           END-IF
           IF WS-EVID-WRITTEN >= WS-EVID-LIMIT
               ADD 1 TO WS-EVID-MORE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-EVID-WRITTEN

           MOVE SPACES TO CLONE-EVIDENCE-REC
           MOVE "E"             TO CLNE-REC-TYPE
           MOVE WS-WINDOW-DATE  TO CLNE-WINDOW-DATE
           MOVE WS-CURR-ICAO24  TO CLNE-ICAO24
           MOVE WS-EVID-FINDING TO CLNE-FINDING
           MOVE WS-SGT-CALLSIGN (WS-SGT-SUB)  TO CLNE-CALLSIGN
           MOVE WS-SGT-LATITUDE (WS-SGT-SUB)  TO CLNE-LATITUDE
           MOVE WS-SGT-LONGITUDE (WS-SGT-SUB) TO CLNE-LONGITUDE
           MOVE WS-SGT-ALTITUDE (WS-SGT-SUB)  TO CLNE-ALTITUDE
           MOVE WS-SGT-CONTACT (WS-SGT-SUB)   TO CLNE-LAST-CONTACT
           MOVE WS-SGT-CLUSTER (WS-SGT-SUB)   TO CLNE-CLUSTER
           MOVE WS-EVID-NOTE    TO CLNE-NOTE
           WRITE SUSPECT-FILE-REC FROM CLONE-EVIDENCE-REC

           PERFORM 4400-FORMAT-CONTACT THRU 4400-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SGT-CALLSIGN (WS-SGT-SUB) TO WS-REPORT-LINE (5:8)
           MOVE WS-SGT-LATITUDE (WS-SGT-SUB) TO WS-LAT-ED
           MOVE WS-LAT-ED TO WS-REPORT-LINE (14:9)
           MOVE WS-SGT-LONGITUDE (WS-SGT-SUB) TO WS-LON-ED
           MOVE WS-LON-ED TO WS-REPORT-LINE (25:10)
           MOVE WS-SGT-ALTITUDE (WS-SGT-SUB) TO WS-ALT-ED
           MOVE WS-ALT-ED TO WS-REPORT-LINE (37:7)
           MOVE WS-CONTACT-STAMP TO WS-REPORT-LINE (47:19)
           MOVE WS-SGT-CLUSTER (WS-SGT-SUB) TO WS-REPORT-LINE (68:1)
           MOVE WS-EVID-NOTE TO WS-REPORT-LINE (71:20)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-JUMP-NOTE
      *    A sighting a jump landed on carries the distance; the
      *    one it jumped from is marked as the departure point.
      *-----------------------------------------------------------*
       4200-JUMP-NOTE.
           IF WS-SGT-JUMP-KM (WS-SGT-SUB) = 0
               MOVE "JUMPED FROM HERE" TO WS-EVID-NOTE
               GO TO 4200-EXIT
           END-IF

           MOVE WS-SGT-JUMP-KM (WS-SGT-SUB) TO WS-SMALL-ED
           STRING "JUMPED " DELIMITED BY SIZE
                   WS-SMALL-ED DELIMITED BY SIZE
                   " KM" DELIMITED BY SIZE
               INTO WS-EVID-NOTE
           END-STRING.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-TYPE-NOTE
      *    Speed and/or ceiling, whichever the sighting broke.
      *-----------------------------------------------------------*
       4300-TYPE-NOTE.
           IF WS-SGT-SPEED (WS-SGT-SUB) > 0
               MOVE WS-SGT-SPEED (WS-SGT-SUB) TO WS-SMALL-ED
               STRING "SPEED " DELIMITED BY SIZE
                       WS-SMALL-ED DELIMITED BY SIZE
                       " M/S" DELIMITED BY SIZE
                   INTO WS-EVID-NOTE
               END-STRING
               IF WS-SGT-OVER-CEILING (WS-SGT-SUB)
                   MOVE "+CEIL" TO WS-EVID-NOTE (16:5)
               END-IF
           ELSE
               MOVE "ABOVE TYPE CEILING" TO WS-EVID-NOTE
           END-IF.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4400-FORMAT-CONTACT
      *    The sighting's epoch contact as CCYY-MM-DD HH:MM:SS.
      *-----------------------------------------------------------*
       4400-FORMAT-CONTACT.
           DIVIDE WS-SGT-CONTACT (WS-SGT-SUB) BY 86400
               GIVING WS-EPOCH-DAYS REMAINDER WS-SECS-OF-DAY
           COMPUTE WS-CONTACT-DATE = FUNCTION DATE-OF-INTEGER(
               WS-EPOCH-DAYS + WS-EPOCH-BASE-INT)
           DIVIDE WS-SECS-OF-DAY BY 3600
               GIVING WS-CONTACT-HH REMAINDER WS-CONTACT-WORK
           DIVIDE WS-CONTACT-WORK BY 60
               GIVING WS-CONTACT-MM REMAINDER WS-CONTACT-SS

           MOVE SPACES TO WS-CONTACT-STAMP
           STRING WS-CONTACT-DATE (1:4) "-"
                   WS-CONTACT-DATE (5:2) "-"
                   WS-CONTACT-DATE (7:2) " "
                   WS-CONTACT-HH ":"
                   WS-CONTACT-MM ":"
                   WS-CONTACT-SS
               DELIMITED BY SIZE INTO WS-CONTACT-STAMP
           END-STRING.

       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Examine the final aircraft, write the totals, close
      *    down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-CURR-ICAO24 NOT = SPACES
               PERFORM 3000-EXAMINE-AIRCRAFT THRU 3000-EXIT
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-SIGHTINGS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "SIGHTINGS READ. . . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-AIRCRAFT-SCANNED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "AIRCRAFT SCANNED. . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-JUMP-SUSPECTS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "BACK-AND-FORTH JUMP SUSPECTS: " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CALL-SUSPECTS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CALLSIGN OVERLAP SUSPECTS . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-TYPE-SUSPECTS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TYPE ENVELOPE SUSPECTS. . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-SUSPECT-AIRCRAFT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "SUSPECT AIRCRAFT. . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CARDS-WRITTEN TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "WATCHLIST CARDS CUT . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ALREADY-WATCHED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "ALREADY ON WATCHLIST. . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-AIRCRAFT-TRUNCATED > 0
               MOVE WS-AIRCRAFT-TRUNCATED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "AIRCRAFT OVER 9000 SIGHTINGS: "
                       DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE WS-SIGHTINGS-NOT-HELD TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "  SIGHTINGS NOT EXAMINED. . : "
                       DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-REG-NOT-AVAILABLE OR WS-TYPE-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTREG OR FLTTYPE NOT AVAILABLE - TYPE"
                       " TEST NOT RUN ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-SGT-OPEN
               CLOSE SIGHTING-FILE
           END-IF
           IF WS-REG-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-TYPE-AVAILABLE
               CLOSE TYPE-FILE
           END-IF
           CLOSE SUSPECT-FILE
           CLOSE WATCH-CARD-FILE
           CLOSE REPORT-FILE.

       8000-EXIT.
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
