      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     SHIFT-HANDOVER.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Duty-Officer Shift Handover
      * The handover used to be pasted together by hand from the
      * ALRTDISP report, the FLTESC extract, the day's watch hits,
      * the latest feed verdict and the FLTBALNC result, and
      * things fell between shifts.  This prints the one document
      * the incoming officer signs for, covering the shift named
      * on the control card:
      *   - whether the last daily run balanced (FLTRUNL ledger,
      *     the FLTBALNC step's end and return code);
      *   - alerts opened, acknowledged, escalated in the shift,
      *     and still open at handover, grouped by severity, with
      *     a severity-by-activity count block on top;
      *   - emergency squawk (type E) alerts active in the shift;
      *   - watch-list aircraft seen in the shift, one line per
      *     aircraft (FLTWHIT);
      *   - every FLTVERD feed verdict whose window touched the
      *     shift, outages and INCOMPLETE days marked;
      *   - a sign-off block.
      *
      * Alert activity comes from the FLTAUDT alert-audit journal
      * (opened/reopened, acked) and the FLTESC escalation extract
      * (escalations); still-open alerts and squawks come from the
      * FLTALRT master itself.  When the journal or the extract is
      * missing, the same activity is taken from the stamps on the
      * master instead (first seen, ack time, escalation time) --
      * less complete, since the master only holds an alert's
      * latest state, and the report says so.
      *
      * Control card (HNDCTL, required):
      *   cols  1-8   shift start date CCYYMMDD
      *   cols 10-13  shift start time HHMM
      *   cols 15-22  shift end date CCYYMMDD
      *   cols 24-27  shift end time HHMM
      * The start is inclusive and the end exclusive, so back-to-
      * back shifts never both claim an event.  Times are the
      * system clock the alert stamps are written with; feed
      * verdict windows (contact epoch, UTC) are compared on the
      * same footing.  A missing or invalid card prints the reason
      * and ends RETURN-CODE 8 with no handover.
      *
      * Runnable on demand like GSKYQ010 -- see GSKYQ040.
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
           SELECT CONTROL-FILE ASSIGN TO "HNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO "FLTALRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "FLTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT ESCALATION-FILE ASSIGN TO "FLTESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.

           SELECT WATCH-HIT-FILE ASSIGN TO "FLTWHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHIT-STATUS.

           SELECT VERDICT-FILE ASSIGN TO "FLTVERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERD-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-FILE-REC           PIC X(80).

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTALRT.cpy".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC             PIC X(100).

       FD  ESCALATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCALATION-FILE-REC        PIC X(151).

       FD  WATCH-HIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCH-HIT-FILE-REC         PIC X(119).

       FD  VERDICT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERDICT-FILE-REC           PIC X(52).

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
       01  WS-SCAN-EOF                 PIC 9 VALUE 0.
           88  WS-SCAN-EOF-REACHED     VALUE 1.
           88  WS-SCAN-MORE-RECORDS    VALUE 0.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
           88  WS-CTL-STATUS-OK               VALUE "00".
       01  WS-ALRT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-ALRT-STATUS-OK              VALUE "00".
       01  WS-AUDT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-OK              VALUE "00".
       01  WS-ESC-STATUS               PIC X(02) VALUE SPACES.
           88  WS-ESC-STATUS-OK               VALUE "00".
       01  WS-WHIT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-WHIT-STATUS-OK              VALUE "00".
       01  WS-VERD-STATUS              PIC X(02) VALUE SPACES.
           88  WS-VERD-STATUS-OK              VALUE "00".
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".

       01  WS-CARD-VALID-SW            PIC X(01) VALUE "N".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
       01  WS-CARD-ERROR               PIC X(60) VALUE SPACES.

       01  WS-ALRT-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-ALRT-AVAILABLE              VALUE "Y".
           88  WS-ALRT-NOT-AVAILABLE          VALUE "N".
       01  WS-AUDT-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-AUDT-AVAILABLE              VALUE "Y".
           88  WS-AUDT-NOT-AVAILABLE          VALUE "N".
       01  WS-ESC-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-ESC-AVAILABLE               VALUE "Y".
           88  WS-ESC-NOT-AVAILABLE           VALUE "N".
       01  WS-WHIT-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-WHIT-AVAILABLE              VALUE "Y".
           88  WS-WHIT-NOT-AVAILABLE          VALUE "N".
       01  WS-VERD-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-VERD-AVAILABLE              VALUE "Y".
           88  WS-VERD-NOT-AVAILABLE          VALUE "N".
       01  WS-RUNL-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-RUNL-AVAILABLE              VALUE "Y".
           88  WS-RUNL-NOT-AVAILABLE          VALUE "N".

       77  WS-ACTIVITY-NOT-LISTED      PIC 9(07) COMP VALUE 0.
       77  WS-EMERG-NOT-LISTED         PIC 9(07) COMP VALUE 0.
       77  WS-WATCH-NOT-LISTED         PIC 9(07) COMP VALUE 0.
       77  WS-WATCH-HITS-IN-SHIFT      PIC 9(07) COMP VALUE 0.
       77  WS-VERDICTS-LISTED          PIC 9(07) COMP VALUE 0.
       77  WS-VERDICTS-WITH-OUTAGES    PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    HNDCTL CONTROL CARD
      *-----------------------------------------------------------*
       01  WS-HNDCTL-CARD.
           05  WS-HNDCTL-START-DATE    PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-HNDCTL-START-HHMM    PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-HNDCTL-END-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-HNDCTL-END-HHMM      PIC X(04).
           05  FILLER                  PIC X(53).

      *-----------------------------------------------------------*
      *    SHIFT WINDOW
      *    Held as the same "CCYY-MM-DD HH:MM:SS" stamp the alert,
      *    journal, extract and watch-hit records carry, so every
      *    window test is a plain compare.
      *-----------------------------------------------------------*
       01  WS-SHIFT-START-DATE         PIC 9(08) VALUE 0.
       01  WS-SHIFT-START-HHMM         PIC 9(04) VALUE 0.
       01  WS-SHIFT-END-DATE           PIC 9(08) VALUE 0.
       01  WS-SHIFT-END-HHMM           PIC 9(04) VALUE 0.
       01  WS-SHIFT-START-STAMP        PIC X(19) VALUE SPACES.
       01  WS-SHIFT-END-STAMP          PIC X(19) VALUE SPACES.

       01  WS-CHECK-DATE               PIC 9(08) VALUE 0.
       01  WS-CHECK-HHMM               PIC 9(04) VALUE 0.
       01  WS-CHECK-STAMP              PIC X(19) VALUE SPACES.
       01  WS-CHECK-OK-SW              PIC X(01) VALUE "N".
           88  WS-CHECK-OK                    VALUE "Y".
           88  WS-CHECK-BAD                   VALUE "N".

       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                 PIC 9(08) VALUE 0.
       01  WS-NOW-STAMP                PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------*
      *    RECORD AREAS FOR THE SEQUENTIAL FILES
      *-----------------------------------------------------------*
           COPY "FLTAUDT.cpy".

           COPY "FLTESC.cpy".

           COPY "FLTWHIT.cpy".

           COPY "FLTVERD.cpy".

      *-----------------------------------------------------------*
      *    ALERT ACTIVITY TABLE
      *    One row per thing that happened to an alert in the
      *    shift, in the order the sources were read -- journal and
      *    extract are chronological, the master is in key order.
      *    Category: O opened/reopened, A acknowledged,
      *    E escalated, S still open at handover.
      *-----------------------------------------------------------*
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACT-CATEGORY      PIC X(01).
               10  WS-ACT-SEVERITY      PIC 9(01).
               10  WS-ACT-TYPE          PIC X(01).
               10  WS-ACT-ICAO24        PIC X(06).
               10  WS-ACT-ZONE-NAME     PIC X(20).
               10  WS-ACT-STAMP         PIC X(19).
               10  WS-ACT-DETAIL        PIC X(30).
       77  WS-ACT-COUNT                PIC 9(04) COMP VALUE 0.
       77  WS-ACT-SUB                  PIC 9(04) COMP VALUE 0.

       01  WS-NEW-ACT-CATEGORY         PIC X(01) VALUE SPACES.
       01  WS-NEW-ACT-SEVERITY         PIC 9(01) VALUE 0.
       01  WS-NEW-ACT-TYPE             PIC X(01) VALUE SPACES.
       01  WS-NEW-ACT-ICAO24           PIC X(06) VALUE SPACES.
       01  WS-NEW-ACT-ZONE-NAME        PIC X(20) VALUE SPACES.
       01  WS-NEW-ACT-STAMP            PIC X(19) VALUE SPACES.
       01  WS-NEW-ACT-DETAIL           PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------*
      *    SEVERITY-BY-ACTIVITY COUNTS
      *    Rows are severity 1-9 (a zero severity is carried as 9,
      *    least urgent); columns are the four categories in the
      *    order of WS-CATEGORY-CODES.
      *-----------------------------------------------------------*
       01  WS-SEV-TABLE.
           05  WS-SEV-ENTRY OCCURS 9 TIMES.
               10  WS-SEV-CAT-COUNT     PIC 9(05) COMP
                                            OCCURS 4 TIMES.
               10  WS-SEV-TOTAL         PIC 9(05) COMP.
       77  WS-SEV-SUB                  PIC 9(02) COMP VALUE 0.
       77  WS-CAT-SUB                  PIC 9(02) COMP VALUE 0.
       01  WS-SEV-DISPLAY              PIC 9(01) VALUE 0.
       01  WS-CATEGORY-CODES           PIC X(04) VALUE "OAES".
       01  WS-CATEGORY-LABELS          PIC X(40) VALUE
           "OPENED    ACKED     ESCALATED STILL OPEN".
       01  WS-CAT-TOTALS.
           05  WS-CAT-TOTAL            PIC 9(05) COMP
                                            OCCURS 4 TIMES.

      *-----------------------------------------------------------*
      *    EMERGENCY SQUAWKS ACTIVE IN THE SHIFT
      *-----------------------------------------------------------*
       01  WS-EMERG-TABLE.
           05  WS-EMERG-ENTRY OCCURS 200 TIMES.
               10  WS-EMERG-ICAO24      PIC X(06).
               10  WS-EMERG-SQUAWK      PIC X(20).
               10  WS-EMERG-CALLSIGN    PIC X(08).
               10  WS-EMERG-REGISTRATION PIC X(10).
               10  WS-EMERG-OPERATOR    PIC X(30).
               10  WS-EMERG-FIRST-SEEN  PIC X(19).
               10  WS-EMERG-LAST-SEEN   PIC X(19).
               10  WS-EMERG-STATUS      PIC X(01).
               10  WS-EMERG-ACK-BY      PIC X(08).
       77  WS-EMERG-COUNT              PIC 9(03) COMP VALUE 0.
       77  WS-EMERG-SUB                PIC 9(03) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    WATCH-LIST AIRCRAFT SEEN IN THE SHIFT
      *    One row per aircraft, however many hits it threw.
      *-----------------------------------------------------------*
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 500 TIMES.
               10  WS-WATCH-ICAO24      PIC X(06).
               10  WS-WATCH-CALLSIGN    PIC X(08).
               10  WS-WATCH-MATCH-TYPE  PIC X(01).
               10  WS-WATCH-MATCH-VALUE PIC X(08).
               10  WS-WATCH-REASON      PIC X(30).
               10  WS-WATCH-HITS        PIC 9(05) COMP.
               10  WS-WATCH-FIRST-STAMP PIC X(19).
               10  WS-WATCH-LAST-STAMP  PIC X(19).
       77  WS-WATCH-COUNT              PIC 9(03) COMP VALUE 0.
       77  WS-WATCH-SUB                PIC 9(03) COMP VALUE 0.
       77  WS-WATCH-MATCH-SUB          PIC 9(03) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    LAST DAILY RUN (FLTRUNL)
      *    The newest dated ledger record, and the FLTBALNC and
      *    FEEDHLTH step slots off it.
      *-----------------------------------------------------------*
       01  WS-LAST-RUN-DATE            PIC 9(08) VALUE 0.
       01  WS-LAST-RUN-STATUS          PIC X(10) VALUE SPACES.
       01  WS-LAST-RUN-COUNT           PIC 9(03) VALUE 0.
       01  WS-LAST-WINDOW-START        PIC X(19) VALUE SPACES.
       01  WS-LAST-WINDOW-END          PIC X(19) VALUE SPACES.
       01  WS-LAST-BAL-STATE           PIC X(01) VALUE SPACES.
           88  WS-LAST-BAL-NOT-RUN            VALUE " ".
           88  WS-LAST-BAL-STARTED            VALUE "S".
           88  WS-LAST-BAL-ENDED              VALUE "E".
       01  WS-LAST-BAL-RC              PIC 9(04) VALUE 0.
       01  WS-LAST-FEED-STATE          PIC X(01) VALUE SPACES.
       01  WS-LAST-FEED-RC             PIC 9(04) VALUE 0.
       77  WS-STEP-SUB                 PIC 9(02) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    EPOCH CONVERSION WORK AREAS
      *-----------------------------------------------------------*
       01  WS-EPOCH-IN                 PIC 9(10) VALUE 0.
       01  WS-EPOCH-DAYS               PIC S9(08) COMP VALUE 0.
       01  WS-EPOCH-DATE-INT           PIC S9(08) COMP VALUE 0.
       01  WS-EPOCH-DATE               PIC 9(08) VALUE 0.
       01  WS-DAY-SECONDS              PIC 9(05) VALUE 0.
       01  WS-EPOCH-MINUTES            PIC 9(04) VALUE 0.
       01  WS-EPOCH-HH                 PIC 9(02) VALUE 0.
       01  WS-EPOCH-MM                 PIC 9(02) VALUE 0.
       01  WS-EPOCH-SS                 PIC 9(02) VALUE 0.
       01  WS-EPOCH-STAMP              PIC X(19) VALUE SPACES.
       01  WS-VERD-START-STAMP         PIC X(19) VALUE SPACES.
       01  WS-VERD-END-STAMP           PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-GRID-COUNT-ED            PIC ZZZZ9.
       01  WS-PINGS-ED                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-RC-ED                    PIC 9(04).
       01  WS-LINE-POS                 PIC 9(03) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Reads and checks the shift card, gathers the shift's
      *    activity from each source, then prints the handover.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-CARD-VALID
               PERFORM 2000-COLLECT-JOURNAL THRU 2000-EXIT
               PERFORM 3000-COLLECT-ESCALATIONS THRU 3000-EXIT
               PERFORM 4000-COLLECT-ALERT-MASTER THRU 4000-EXIT
               PERFORM 5000-COLLECT-WATCH-HITS THRU 5000-EXIT
               PERFORM 6000-READ-LAST-RUN THRU 6000-EXIT
               PERFORM 7000-PRINT-HANDOVER THRU 7000-EXIT
           END-IF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Read the shift card, then open every source.  Each one
      *    that will not open only costs its own section -- the
      *    handover still prints, saying what it could not see.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-RUN-DATE (1:4) "-" WS-RUN-DATE (5:2) "-"
                   WS-RUN-DATE (7:2) " " WS-RUN-TIME (1:2) ":"
                   WS-RUN-TIME (3:2) ":" WS-RUN-TIME (5:2)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
           END-STRING

           INITIALIZE WS-ACT-TABLE WS-SEV-TABLE WS-CAT-TOTALS
               WS-EMERG-TABLE WS-WATCH-TABLE

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY DUTY-OFFICER SHIFT HANDOVER - PRINTED "
               DELIMITED BY SIZE
               WS-NOW-STAMP DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 1100-READ-SHIFT-CARD THRU 1100-EXIT

           IF WS-CARD-INVALID
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ALERT-FILE
           IF WS-ALRT-STATUS-OK
               SET WS-ALRT-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDT-STATUS-OK
               SET WS-AUDT-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT ESCALATION-FILE
           IF WS-ESC-STATUS-OK
               SET WS-ESC-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT WATCH-HIT-FILE
           IF WS-WHIT-STATUS-OK
               SET WS-WHIT-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT VERDICT-FILE
           IF WS-VERD-STATUS-OK
               SET WS-VERD-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RUNL-STATUS-OK
               SET WS-RUNL-AVAILABLE TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-SHIFT-CARD
      *    Reads the HNDCTL card and builds the shift's start and
      *    end stamps.  Anything wrong leaves the card invalid with
      *    the reason in WS-CARD-ERROR.
      *-----------------------------------------------------------*
       1100-READ-SHIFT-CARD.
           SET WS-CARD-INVALID TO TRUE

           OPEN INPUT CONTROL-FILE
           IF NOT WS-CTL-STATUS-OK
               MOVE "HNDCTL SHIFT CARD NOT AVAILABLE" TO WS-CARD-ERROR
               GO TO 1100-EXIT
           END-IF

           READ CONTROL-FILE INTO WS-HNDCTL-CARD
               AT END
                   MOVE "HNDCTL HAS NO SHIFT CARD" TO WS-CARD-ERROR
                   CLOSE CONTROL-FILE
                   GO TO 1100-EXIT
           END-READ
           CLOSE CONTROL-FILE

           IF WS-HNDCTL-START-DATE IS NOT NUMERIC
                   OR WS-HNDCTL-START-HHMM IS NOT NUMERIC
               MOVE "SHIFT START DATE/TIME NOT NUMERIC"
                   TO WS-CARD-ERROR
               GO TO 1100-EXIT
           END-IF
           IF WS-HNDCTL-END-DATE IS NOT NUMERIC
                   OR WS-HNDCTL-END-HHMM IS NOT NUMERIC
               MOVE "SHIFT END DATE/TIME NOT NUMERIC" TO WS-CARD-ERROR
               GO TO 1100-EXIT
           END-IF

           MOVE WS-HNDCTL-START-DATE TO WS-SHIFT-START-DATE
           MOVE WS-HNDCTL-START-HHMM TO WS-SHIFT-START-HHMM
           MOVE WS-HNDCTL-END-DATE   TO WS-SHIFT-END-DATE
           MOVE WS-HNDCTL-END-HHMM   TO WS-SHIFT-END-HHMM

           MOVE WS-SHIFT-START-DATE TO WS-CHECK-DATE
           MOVE WS-SHIFT-START-HHMM TO WS-CHECK-HHMM
           PERFORM 1150-BUILD-SHIFT-STAMP THRU 1150-EXIT
           IF WS-CHECK-BAD
               MOVE "SHIFT START IS NOT A VALID DATE AND TIME"
                   TO WS-CARD-ERROR
               GO TO 1100-EXIT
           END-IF
           MOVE WS-CHECK-STAMP TO WS-SHIFT-START-STAMP

           MOVE WS-SHIFT-END-DATE TO WS-CHECK-DATE
           MOVE WS-SHIFT-END-HHMM TO WS-CHECK-HHMM
           PERFORM 1150-BUILD-SHIFT-STAMP THRU 1150-EXIT
           IF WS-CHECK-BAD
               MOVE "SHIFT END IS NOT A VALID DATE AND TIME"
                   TO WS-CARD-ERROR
               GO TO 1100-EXIT
           END-IF
           MOVE WS-CHECK-STAMP TO WS-SHIFT-END-STAMP

           IF WS-SHIFT-END-STAMP NOT > WS-SHIFT-START-STAMP
               MOVE "SHIFT END IS NOT AFTER SHIFT START"
                   TO WS-CARD-ERROR
               GO TO 1100-EXIT
           END-IF

           SET WS-CARD-VALID TO TRUE.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1150-BUILD-SHIFT-STAMP
      *    Checks WS-CHECK-DATE/WS-CHECK-HHMM and builds the stamp
      *    in WS-CHECK-STAMP.  The day is range-checked only to 31
      *    -- a 31st of a short month simply matches nothing.
      *-----------------------------------------------------------*
       1150-BUILD-SHIFT-STAMP.
           SET WS-CHECK-BAD TO TRUE

           IF WS-CHECK-DATE (5:2) < "01" OR WS-CHECK-DATE (5:2) > "12"
               GO TO 1150-EXIT
           END-IF
           IF WS-CHECK-DATE (7:2) < "01" OR WS-CHECK-DATE (7:2) > "31"
               GO TO 1150-EXIT
           END-IF
           IF WS-CHECK-HHMM (1:2) > "23" OR WS-CHECK-HHMM (3:2) > "59"
               GO TO 1150-EXIT
           END-IF

           MOVE SPACES TO WS-CHECK-STAMP
           STRING WS-CHECK-DATE (1:4) "-" WS-CHECK-DATE (5:2) "-"
                   WS-CHECK-DATE (7:2) " " WS-CHECK-HHMM (1:2) ":"
                   WS-CHECK-HHMM (3:2) ":00"
               DELIMITED BY SIZE INTO WS-CHECK-STAMP
           END-STRING

           SET WS-CHECK-OK TO TRUE.

       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-COLLECT-JOURNAL
      *    Opened, reopened and acknowledged alerts from the
      *    FLTAUDT journal.  Escalations are taken from here only
      *    when the FLTESC extract is missing.
      *-----------------------------------------------------------*
       2000-COLLECT-JOURNAL.
           IF WS-AUDT-NOT-AVAILABLE
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-SCAN-EOF
           PERFORM 2100-CHECK-JOURNAL-ENTRY THRU 2100-EXIT
               UNTIL WS-SCAN-EOF-REACHED.

       2000-EXIT.
           EXIT.

       2100-CHECK-JOURNAL-ENTRY.
           READ AUDIT-FILE INTO AUDIT-REC
               AT END
                   MOVE 1 TO WS-SCAN-EOF
                   GO TO 2100-EXIT
           END-READ

           IF AUDT-TIMESTAMP < WS-SHIFT-START-STAMP
                   OR AUDT-TIMESTAMP NOT < WS-SHIFT-END-STAMP
               GO TO 2100-EXIT
           END-IF

           MOVE AUDT-SEVERITY   TO WS-NEW-ACT-SEVERITY
           MOVE AUDT-TYPE       TO WS-NEW-ACT-TYPE
           MOVE AUDT-ICAO24     TO WS-NEW-ACT-ICAO24
           MOVE AUDT-ZONE-NAME  TO WS-NEW-ACT-ZONE-NAME
           MOVE AUDT-TIMESTAMP  TO WS-NEW-ACT-STAMP
           MOVE SPACES          TO WS-NEW-ACT-DETAIL

           EVALUATE TRUE
               WHEN AUDT-EVENT-OPENED
               WHEN AUDT-EVENT-REOPENED
                   MOVE "O" TO WS-NEW-ACT-CATEGORY
                   MOVE AUDT-EVENT TO WS-NEW-ACT-DETAIL
               WHEN AUDT-EVENT-ACKED
                   MOVE "A" TO WS-NEW-ACT-CATEGORY
                   STRING "BY " AUDT-ACK-BY
                       DELIMITED BY SIZE INTO WS-NEW-ACT-DETAIL
                   END-STRING
               WHEN AUDT-EVENT-ESCALATED
                   IF WS-ESC-AVAILABLE
                       GO TO 2100-EXIT
                   END-IF
                   MOVE "E" TO WS-NEW-ACT-CATEGORY
                   STRING "LEVEL " AUDT-NEW-ESC-LEVEL " TO "
                           AUDT-ESC-TARGET
                       DELIMITED BY SIZE INTO WS-NEW-ACT-DETAIL
                   END-STRING
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE

           PERFORM 2900-ADD-ACTIVITY THRU 2900-EXIT.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-ADD-ACTIVITY
      *    Adds the WS-NEW-ACT- row to the activity table and the
      *    severity-by-activity counts.  The counts keep going
      *    past a full table, so the summary block stays right.
      *-----------------------------------------------------------*
       2900-ADD-ACTIVITY.
           IF WS-NEW-ACT-SEVERITY < 1
               MOVE 9 TO WS-NEW-ACT-SEVERITY
           END-IF

           MOVE 1 TO WS-CAT-SUB
           PERFORM 2910-NEXT-CATEGORY THRU 2910-EXIT
               UNTIL WS-CAT-SUB > 4
                   OR WS-CATEGORY-CODES (WS-CAT-SUB:1) =
                       WS-NEW-ACT-CATEGORY
           IF WS-CAT-SUB > 4
               GO TO 2900-EXIT
           END-IF

           ADD 1 TO WS-SEV-CAT-COUNT (WS-NEW-ACT-SEVERITY, WS-CAT-SUB)
           ADD 1 TO WS-SEV-TOTAL (WS-NEW-ACT-SEVERITY)
           ADD 1 TO WS-CAT-TOTAL (WS-CAT-SUB)

           IF WS-ACT-COUNT >= 2000
               ADD 1 TO WS-ACTIVITY-NOT-LISTED
               GO TO 2900-EXIT
           END-IF

           ADD 1 TO WS-ACT-COUNT
           MOVE WS-NEW-ACT-CATEGORY  TO WS-ACT-CATEGORY (WS-ACT-COUNT)
           MOVE WS-NEW-ACT-SEVERITY  TO WS-ACT-SEVERITY (WS-ACT-COUNT)
           MOVE WS-NEW-ACT-TYPE      TO WS-ACT-TYPE (WS-ACT-COUNT)
           MOVE WS-NEW-ACT-ICAO24    TO WS-ACT-ICAO24 (WS-ACT-COUNT)
           MOVE WS-NEW-ACT-ZONE-NAME
               TO WS-ACT-ZONE-NAME (WS-ACT-COUNT)
           MOVE WS-NEW-ACT-STAMP     TO WS-ACT-STAMP (WS-ACT-COUNT)
           MOVE WS-NEW-ACT-DETAIL    TO WS-ACT-DETAIL (WS-ACT-COUNT).

       2900-EXIT.
           EXIT.

       2910-NEXT-CATEGORY.
           ADD 1 TO WS-CAT-SUB.

       2910-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-COLLECT-ESCALATIONS
      *    Escalations paged in the shift, from the FLTESC extract.
      *-----------------------------------------------------------*
       3000-COLLECT-ESCALATIONS.
           IF WS-ESC-NOT-AVAILABLE
               GO TO 3000-EXIT
           END-IF

           MOVE 0 TO WS-SCAN-EOF
           PERFORM 3100-CHECK-ESCALATION THRU 3100-EXIT
               UNTIL WS-SCAN-EOF-REACHED.

       3000-EXIT.
           EXIT.

       3100-CHECK-ESCALATION.
           READ ESCALATION-FILE INTO ESCALATION-REC
               AT END
                   MOVE 1 TO WS-SCAN-EOF
                   GO TO 3100-EXIT
           END-READ

           IF ESC-TIMESTAMP < WS-SHIFT-START-STAMP
                   OR ESC-TIMESTAMP NOT < WS-SHIFT-END-STAMP
               GO TO 3100-EXIT
           END-IF

           MOVE "E"            TO WS-NEW-ACT-CATEGORY
           MOVE ESC-SEVERITY   TO WS-NEW-ACT-SEVERITY
           MOVE ESC-TYPE       TO WS-NEW-ACT-TYPE
           MOVE ESC-ICAO24     TO WS-NEW-ACT-ICAO24
           MOVE ESC-ZONE-NAME  TO WS-NEW-ACT-ZONE-NAME
           MOVE ESC-TIMESTAMP  TO WS-NEW-ACT-STAMP
           MOVE SPACES         TO WS-NEW-ACT-DETAIL
           STRING "LEVEL " ESC-LEVEL " TO " ESC-TARGET
               DELIMITED BY SIZE INTO WS-NEW-ACT-DETAIL
           END-STRING

           PERFORM 2900-ADD-ACTIVITY THRU 2900-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-COLLECT-ALERT-MASTER
      *    One pass over FLTALRT: every alert still open that was
      *    raised before the shift ended, every emergency squawk
      *    active at any point in the shift, and -- only for a
      *    source that is missing -- the opened/acked/escalated
      *    activity read off the master's own stamps.
      *-----------------------------------------------------------*
       4000-COLLECT-ALERT-MASTER.
           IF WS-ALRT-NOT-AVAILABLE
               GO TO 4000-EXIT
           END-IF

           MOVE LOW-VALUES TO ALRT-KEY
           START ALERT-FILE KEY >= ALRT-KEY
               INVALID KEY
                   GO TO 4000-EXIT
           END-START

           MOVE 0 TO WS-SCAN-EOF
           PERFORM 4100-CHECK-ALERT THRU 4100-EXIT
               UNTIL WS-SCAN-EOF-REACHED.

       4000-EXIT.
           EXIT.

       4100-CHECK-ALERT.
           READ ALERT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF
                   GO TO 4100-EXIT
           END-READ

           IF NOT WS-ALRT-STATUS-OK
               MOVE 1 TO WS-SCAN-EOF
               GO TO 4100-EXIT
           END-IF

           MOVE ALRT-SEVERITY   TO WS-NEW-ACT-SEVERITY
           MOVE ALRT-TYPE       TO WS-NEW-ACT-TYPE
           MOVE ALRT-ICAO24     TO WS-NEW-ACT-ICAO24
           MOVE ALRT-ZONE-NAME  TO WS-NEW-ACT-ZONE-NAME

           IF WS-AUDT-NOT-AVAILABLE
               PERFORM 4200-MASTER-OPEN-AND-ACK THRU 4200-EXIT
           END-IF

           IF WS-ESC-NOT-AVAILABLE AND WS-AUDT-NOT-AVAILABLE
               PERFORM 4300-MASTER-ESCALATION THRU 4300-EXIT
           END-IF

           IF ALRT-STATUS-OPEN
                   AND ALRT-FIRST-SEEN < WS-SHIFT-END-STAMP
               MOVE "S" TO WS-NEW-ACT-CATEGORY
               MOVE ALRT-FIRST-SEEN TO WS-NEW-ACT-STAMP
               MOVE SPACES TO WS-NEW-ACT-DETAIL
               STRING "ESC " ALRT-ESC-LEVEL " LAST " ALRT-LAST-SEEN
                   DELIMITED BY SIZE INTO WS-NEW-ACT-DETAIL
               END-STRING
               PERFORM 2900-ADD-ACTIVITY THRU 2900-EXIT
           END-IF

           IF ALRT-TYPE-EMERGENCY
                   AND ALRT-FIRST-SEEN < WS-SHIFT-END-STAMP
                   AND ALRT-LAST-SEEN NOT < WS-SHIFT-START-STAMP
               PERFORM 4400-NOTE-EMERGENCY THRU 4400-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-MASTER-OPEN-AND-ACK
      *    Journal missing: an alert first seen in the shift counts
      *    as opened, one whose ack time is in the shift as acked.
      *    A reopen or an ack later overtaken by a reopen does not
      *    show -- the master only keeps the latest stamps.
      *-----------------------------------------------------------*
       4200-MASTER-OPEN-AND-ACK.
           IF ALRT-FIRST-SEEN NOT < WS-SHIFT-START-STAMP
                   AND ALRT-FIRST-SEEN < WS-SHIFT-END-STAMP
               MOVE "O" TO WS-NEW-ACT-CATEGORY
               MOVE ALRT-FIRST-SEEN TO WS-NEW-ACT-STAMP
               MOVE "FIRST SEEN (MASTER)" TO WS-NEW-ACT-DETAIL
               PERFORM 2900-ADD-ACTIVITY THRU 2900-EXIT
           END-IF

           IF ALRT-STATUS-ACKED
                   AND ALRT-ACK-TIME NOT < WS-SHIFT-START-STAMP
                   AND ALRT-ACK-TIME < WS-SHIFT-END-STAMP
               MOVE "A" TO WS-NEW-ACT-CATEGORY
               MOVE ALRT-ACK-TIME TO WS-NEW-ACT-STAMP
               MOVE SPACES TO WS-NEW-ACT-DETAIL
               STRING "BY " ALRT-ACK-BY
                   DELIMITED BY SIZE INTO WS-NEW-ACT-DETAIL
               END-STRING
               PERFORM 2900-ADD-ACTIVITY THRU 2900-EXIT
           END-IF.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-MASTER-ESCALATION
      *    Extract and journal both missing: the alert's latest
      *    escalation, when it was paged in the shift.
      *-----------------------------------------------------------*
       4300-MASTER-ESCALATION.
           IF ALRT-ESC-LEVEL > 0
                   AND ALRT-ESC-TIME NOT < WS-SHIFT-START-STAMP
                   AND ALRT-ESC-TIME < WS-SHIFT-END-STAMP
               MOVE "E" TO WS-NEW-ACT-CATEGORY
               MOVE ALRT-ESC-TIME TO WS-NEW-ACT-STAMP
               MOVE SPACES TO WS-NEW-ACT-DETAIL
               STRING "LEVEL " ALRT-ESC-LEVEL " (MASTER)"
                   DELIMITED BY SIZE INTO WS-NEW-ACT-DETAIL
               END-STRING
               PERFORM 2900-ADD-ACTIVITY THRU 2900-EXIT
           END-IF.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4400-NOTE-EMERGENCY
      *    Keeps the squawk alert for the emergency section.
      *-----------------------------------------------------------*
       4400-NOTE-EMERGENCY.
           IF WS-EMERG-COUNT >= 200
               ADD 1 TO WS-EMERG-NOT-LISTED
               GO TO 4400-EXIT
           END-IF

           ADD 1 TO WS-EMERG-COUNT
           MOVE ALRT-ICAO24       TO WS-EMERG-ICAO24 (WS-EMERG-COUNT)
           MOVE ALRT-ZONE-NAME    TO WS-EMERG-SQUAWK (WS-EMERG-COUNT)
           MOVE ALRT-CALLSIGN     TO WS-EMERG-CALLSIGN (WS-EMERG-COUNT)
           MOVE ALRT-REGISTRATION
               TO WS-EMERG-REGISTRATION (WS-EMERG-COUNT)
           MOVE ALRT-OPERATOR     TO WS-EMERG-OPERATOR (WS-EMERG-COUNT)
           MOVE ALRT-FIRST-SEEN
               TO WS-EMERG-FIRST-SEEN (WS-EMERG-COUNT)
           MOVE ALRT-LAST-SEEN
               TO WS-EMERG-LAST-SEEN (WS-EMERG-COUNT)
           MOVE ALRT-STATUS-SW    TO WS-EMERG-STATUS (WS-EMERG-COUNT)
           MOVE SPACES            TO WS-EMERG-ACK-BY (WS-EMERG-COUNT)
           IF ALRT-STATUS-ACKED
               MOVE ALRT-ACK-BY   TO WS-EMERG-ACK-BY (WS-EMERG-COUNT)
           END-IF.

       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-COLLECT-WATCH-HITS
      *    Watch hits stamped in the shift, rolled up per aircraft.
      *-----------------------------------------------------------*
       5000-COLLECT-WATCH-HITS.
           IF WS-WHIT-NOT-AVAILABLE
               GO TO 5000-EXIT
           END-IF

           MOVE 0 TO WS-SCAN-EOF
           PERFORM 5100-CHECK-WATCH-HIT THRU 5100-EXIT
               UNTIL WS-SCAN-EOF-REACHED.

       5000-EXIT.
           EXIT.

       5100-CHECK-WATCH-HIT.
           READ WATCH-HIT-FILE INTO WATCH-HIT-REC
               AT END
                   MOVE 1 TO WS-SCAN-EOF
                   GO TO 5100-EXIT
           END-READ

           IF WHIT-TIMESTAMP < WS-SHIFT-START-STAMP
                   OR WHIT-TIMESTAMP NOT < WS-SHIFT-END-STAMP
               GO TO 5100-EXIT
           END-IF

           ADD 1 TO WS-WATCH-HITS-IN-SHIFT

           MOVE 0 TO WS-WATCH-MATCH-SUB
           PERFORM 5110-MATCH-WATCH-ENTRY THRU 5110-EXIT
               VARYING WS-WATCH-SUB FROM 1 BY 1
               UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
                   OR WS-WATCH-MATCH-SUB > 0

           IF WS-WATCH-MATCH-SUB > 0
               ADD 1 TO WS-WATCH-HITS (WS-WATCH-MATCH-SUB)
               MOVE WHIT-TIMESTAMP
                   TO WS-WATCH-LAST-STAMP (WS-WATCH-MATCH-SUB)
               IF WHIT-CALLSIGN NOT = SPACES
                   MOVE WHIT-CALLSIGN
                       TO WS-WATCH-CALLSIGN (WS-WATCH-MATCH-SUB)
               END-IF
               GO TO 5100-EXIT
           END-IF

           IF WS-WATCH-COUNT >= 500
               ADD 1 TO WS-WATCH-NOT-LISTED
               GO TO 5100-EXIT
           END-IF

           ADD 1 TO WS-WATCH-COUNT
           MOVE WHIT-ICAO24       TO WS-WATCH-ICAO24 (WS-WATCH-COUNT)
           MOVE WHIT-CALLSIGN     TO WS-WATCH-CALLSIGN (WS-WATCH-COUNT)
           MOVE WHIT-MATCH-TYPE
               TO WS-WATCH-MATCH-TYPE (WS-WATCH-COUNT)
           MOVE WHIT-MATCH-VALUE
               TO WS-WATCH-MATCH-VALUE (WS-WATCH-COUNT)
           MOVE WHIT-REASON       TO WS-WATCH-REASON (WS-WATCH-COUNT)
           MOVE 1                 TO WS-WATCH-HITS (WS-WATCH-COUNT)
           MOVE WHIT-TIMESTAMP
               TO WS-WATCH-FIRST-STAMP (WS-WATCH-COUNT)
           MOVE WHIT-TIMESTAMP
               TO WS-WATCH-LAST-STAMP (WS-WATCH-COUNT).

       5100-EXIT.
           EXIT.

       5110-MATCH-WATCH-ENTRY.
           IF WS-WATCH-ICAO24 (WS-WATCH-SUB) = WHIT-ICAO24
               MOVE WS-WATCH-SUB TO WS-WATCH-MATCH-SUB
           END-IF.

       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-READ-LAST-RUN
      *    Walks the dated FLTRUNL records (the ledger holds one
      *    per run date, so this is short) and keeps the newest:
      *    its day status, window, and the FLTBALNC and FEEDHLTH
      *    step slots.  The control record (key zero) is skipped.
      *-----------------------------------------------------------*
       6000-READ-LAST-RUN.
           IF WS-RUNL-NOT-AVAILABLE
               GO TO 6000-EXIT
           END-IF

           MOVE 0 TO RUNL-RUN-DATE
           START RUN-LEDGER-FILE KEY > RUNL-RUN-DATE
               INVALID KEY
                   GO TO 6000-EXIT
           END-START

           MOVE 0 TO WS-SCAN-EOF
           PERFORM 6100-CHECK-LEDGER-DAY THRU 6100-EXIT
               UNTIL WS-SCAN-EOF-REACHED.

       6000-EXIT.
           EXIT.

       6100-CHECK-LEDGER-DAY.
           READ RUN-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF
                   GO TO 6100-EXIT
           END-READ

           IF NOT WS-RUNL-STATUS-OK
               MOVE 1 TO WS-SCAN-EOF
               GO TO 6100-EXIT
           END-IF

           MOVE RUNL-RUN-DATE     TO WS-LAST-RUN-DATE
           MOVE RUNL-DAY-STATUS   TO WS-LAST-RUN-STATUS
           MOVE RUNL-RUN-COUNT    TO WS-LAST-RUN-COUNT
           MOVE RUNL-WINDOW-START TO WS-LAST-WINDOW-START
           MOVE RUNL-WINDOW-END   TO WS-LAST-WINDOW-END
           MOVE SPACES            TO WS-LAST-BAL-STATE
           MOVE 0                 TO WS-LAST-BAL-RC
           MOVE SPACES            TO WS-LAST-FEED-STATE
           MOVE 0                 TO WS-LAST-FEED-RC

           PERFORM 6110-CHECK-STEP-SLOT THRU 6110-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 16.

       6100-EXIT.
           EXIT.

       6110-CHECK-STEP-SLOT.
           EVALUATE RUNL-STEP-NAME (WS-STEP-SUB)
               WHEN "FLTBALNC"
                   MOVE RUNL-STEP-STATE (WS-STEP-SUB)
                       TO WS-LAST-BAL-STATE
                   MOVE RUNL-STEP-RC (WS-STEP-SUB) TO WS-LAST-BAL-RC
               WHEN "FEEDHLTH"
                   MOVE RUNL-STEP-STATE (WS-STEP-SUB)
                       TO WS-LAST-FEED-STATE
                   MOVE RUNL-STEP-RC (WS-STEP-SUB) TO WS-LAST-FEED-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7000-PRINT-HANDOVER
      *    The handover in reading order: the shift, the last
      *    run's balance, alerts, squawks, watch hits, the feed,
      *    then the sign-off.
      *-----------------------------------------------------------*
       7000-PRINT-HANDOVER.
           MOVE SPACES TO REPORT-REC
           STRING "SHIFT FROM " DELIMITED BY SIZE
               WS-SHIFT-START-STAMP DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-SHIFT-END-STAMP DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 7100-PRINT-LAST-RUN THRU 7100-EXIT
           PERFORM 7200-PRINT-ALERT-SUMMARY THRU 7200-EXIT
           PERFORM 7300-PRINT-ALERT-ACTIVITY THRU 7300-EXIT
           PERFORM 7400-PRINT-EMERGENCIES THRU 7400-EXIT
           PERFORM 7500-PRINT-WATCH-HITS THRU 7500-EXIT
           PERFORM 7600-PRINT-FEED-VERDICTS THRU 7600-EXIT
           PERFORM 7900-PRINT-SIGN-OFF THRU 7900-EXIT.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7100-PRINT-LAST-RUN
      *    Did the last daily run balance?  Taken from how the
      *    FLTBALNC step ended on the newest ledger day: ended RC 0
      *    is balanced, any other RC is out of balance (the
      *    archive and purge were held), started with no end means
      *    the step never finished, and no stamp means it never
      *    ran.
      *-----------------------------------------------------------*
       7100-PRINT-LAST-RUN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- LAST DAILY RUN (FLTRUNL)" TO REPORT-REC
           WRITE REPORT-REC

           IF WS-RUNL-NOT-AVAILABLE OR WS-LAST-RUN-DATE = 0
               MOVE "    RUN LEDGER NOT AVAILABLE - BALANCE UNKNOWN"
                   TO REPORT-REC
               WRITE REPORT-REC
               GO TO 7100-EXIT
           END-IF

           MOVE WS-LAST-RUN-COUNT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "    RUN DATE " DELIMITED BY SIZE
               WS-LAST-RUN-DATE DELIMITED BY SIZE
               "  DAY " DELIMITED BY SIZE
               WS-LAST-RUN-STATUS DELIMITED BY SIZE
               "  WINDOW " DELIMITED BY SIZE
               WS-LAST-WINDOW-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-LAST-WINDOW-END DELIMITED BY SIZE
               "  RUNS " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-LAST-BAL-RC TO WS-RC-ED
           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
               WHEN WS-LAST-BAL-ENDED AND WS-LAST-BAL-RC = 0
                   MOVE "    BALANCE: BALANCED (FLTBALNC RC 0000)"
                       TO REPORT-REC
               WHEN WS-LAST-BAL-ENDED
                   STRING "    BALANCE: *** OUT OF BALANCE (FLTBALNC"
                           " RC " WS-RC-ED ") - ARCHIVE/PURGE HELD"
                           " ***"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN WS-LAST-BAL-STARTED
                   MOVE "    BALANCE: *** FLTBALNC STARTED, NEVER ENDED"
                       TO REPORT-REC
               WHEN OTHER
                   MOVE "    BALANCE: *** FLTBALNC NOT RUN ***"
                       TO REPORT-REC
           END-EVALUATE
           WRITE REPORT-REC

           IF WS-LAST-FEED-STATE = "E" AND WS-LAST-FEED-RC NOT = 0
               MOVE "    FEED: FEEDHLTH MARKED THE DAY INCOMPLETE"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7200-PRINT-ALERT-SUMMARY
      *    The severity-by-activity count block.
      *-----------------------------------------------------------*
       7200-PRINT-ALERT-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- ALERTS IN THE SHIFT BY SEVERITY" TO REPORT-REC
           WRITE REPORT-REC

           IF WS-ALRT-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "    *** FLTALRT MASTER NOT AVAILABLE - NO"
                       " STILL-OPEN ALERTS OR SQUAWKS ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           IF WS-AUDT-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "    *** FLTAUDT JOURNAL NOT AVAILABLE -"
                       " OPENED/ACKED TAKEN FROM THE MASTER ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           IF WS-ESC-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "    *** FLTESC EXTRACT NOT AVAILABLE -"
                       " ESCALATIONS FROM JOURNAL OR MASTER ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "    SEVERITY" TO WS-REPORT-LINE (1:12)
           PERFORM 7210-WRITE-CATEGORY-HEAD THRU 7210-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 4
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 7220-WRITE-SEVERITY-ROW THRU 7220-EXIT
               VARYING WS-SEV-SUB FROM 1 BY 1
               UNTIL WS-SEV-SUB > 9

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "    TOTAL" TO WS-REPORT-LINE (1:9)
           PERFORM 7230-WRITE-CATEGORY-TOTAL THRU 7230-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 4
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       7200-EXIT.
           EXIT.

       7210-WRITE-CATEGORY-HEAD.
           COMPUTE WS-LINE-POS = 15 + (WS-CAT-SUB - 1) * 12
           MOVE WS-CATEGORY-LABELS ((WS-CAT-SUB - 1) * 10 + 1:10)
               TO WS-REPORT-LINE (WS-LINE-POS:10).

       7210-EXIT.
           EXIT.

       7220-WRITE-SEVERITY-ROW.
           IF WS-SEV-TOTAL (WS-SEV-SUB) = 0
               GO TO 7220-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SEV-SUB TO WS-SEV-DISPLAY
           MOVE WS-SEV-DISPLAY TO WS-REPORT-LINE (12:1)
           PERFORM 7225-WRITE-SEVERITY-COUNT THRU 7225-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 4
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       7220-EXIT.
           EXIT.

       7225-WRITE-SEVERITY-COUNT.
           COMPUTE WS-LINE-POS = 15 + (WS-CAT-SUB - 1) * 12
           MOVE WS-SEV-CAT-COUNT (WS-SEV-SUB, WS-CAT-SUB)
               TO WS-GRID-COUNT-ED
           MOVE WS-GRID-COUNT-ED TO WS-REPORT-LINE (WS-LINE-POS:5).

       7225-EXIT.
           EXIT.

       7230-WRITE-CATEGORY-TOTAL.
           COMPUTE WS-LINE-POS = 15 + (WS-CAT-SUB - 1) * 12
           MOVE WS-CAT-TOTAL (WS-CAT-SUB) TO WS-GRID-COUNT-ED
           MOVE WS-GRID-COUNT-ED TO WS-REPORT-LINE (WS-LINE-POS:5).

       7230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7300-PRINT-ALERT-ACTIVITY
      *    The activity lines, most severe first, and within a
      *    severity opened / acked / escalated / still open.
      *-----------------------------------------------------------*
       7300-PRINT-ALERT-ACTIVITY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- ALERT ACTIVITY" TO REPORT-REC
           WRITE REPORT-REC

           IF WS-ACT-COUNT = 0
               MOVE "    NO ALERT ACTIVITY IN THE SHIFT" TO REPORT-REC
               WRITE REPORT-REC
               GO TO 7300-EXIT
           END-IF

           PERFORM 7310-PRINT-SEVERITY-GROUP THRU 7310-EXIT
               VARYING WS-SEV-SUB FROM 1 BY 1
               UNTIL WS-SEV-SUB > 9

           IF WS-ACTIVITY-NOT-LISTED > 0
               MOVE WS-ACTIVITY-NOT-LISTED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "    ... AND " DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   " MORE COUNTED ABOVE BUT NOT LISTED"
                   DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       7300-EXIT.
           EXIT.

       7310-PRINT-SEVERITY-GROUP.
           IF WS-SEV-TOTAL (WS-SEV-SUB) = 0
               GO TO 7310-EXIT
           END-IF

           MOVE WS-SEV-SUB TO WS-SEV-DISPLAY
           MOVE SPACES TO REPORT-REC
           STRING "  SEVERITY " WS-SEV-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 7320-PRINT-CATEGORY-LINES THRU 7320-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 4.

       7310-EXIT.
           EXIT.

       7320-PRINT-CATEGORY-LINES.
           PERFORM 7330-PRINT-ACTIVITY-LINE THRU 7330-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.

       7320-EXIT.
           EXIT.

       7330-PRINT-ACTIVITY-LINE.
           IF WS-ACT-SEVERITY (WS-ACT-SUB) NOT = WS-SEV-SUB
                   OR WS-ACT-CATEGORY (WS-ACT-SUB) NOT =
                       WS-CATEGORY-CODES (WS-CAT-SUB:1)
               GO TO 7330-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CATEGORY-LABELS ((WS-CAT-SUB - 1) * 10 + 1:10)
               TO WS-REPORT-LINE (5:10)
           MOVE WS-ACT-STAMP (WS-ACT-SUB)     TO WS-REPORT-LINE (16:19)
           MOVE WS-ACT-TYPE (WS-ACT-SUB)      TO WS-REPORT-LINE (36:1)
           MOVE WS-ACT-ICAO24 (WS-ACT-SUB)    TO WS-REPORT-LINE (38:6)
           MOVE WS-ACT-ZONE-NAME (WS-ACT-SUB) TO WS-REPORT-LINE (45:20)
           MOVE WS-ACT-DETAIL (WS-ACT-SUB)    TO WS-REPORT-LINE (66:30)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       7330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7400-PRINT-EMERGENCIES
      *    Squawk alerts active at any point in the shift, with
      *    where each one stands now.
      *-----------------------------------------------------------*
       7400-PRINT-EMERGENCIES.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- EMERGENCY SQUAWKS" TO REPORT-REC
           WRITE REPORT-REC

           IF WS-EMERG-COUNT = 0
               MOVE "    NO EMERGENCY SQUAWKS IN THE SHIFT"
                   TO REPORT-REC
               WRITE REPORT-REC
               GO TO 7400-EXIT
           END-IF

           PERFORM 7410-PRINT-EMERGENCY-LINE THRU 7410-EXIT
               VARYING WS-EMERG-SUB FROM 1 BY 1
               UNTIL WS-EMERG-SUB > WS-EMERG-COUNT

           IF WS-EMERG-NOT-LISTED > 0
               MOVE WS-EMERG-NOT-LISTED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "    ... AND " DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   " MORE NOT LISTED" DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       7400-EXIT.
           EXIT.

       7410-PRINT-EMERGENCY-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EMERG-SQUAWK (WS-EMERG-SUB) (8:4)
               TO WS-REPORT-LINE (5:4)
           MOVE WS-EMERG-ICAO24 (WS-EMERG-SUB)
               TO WS-REPORT-LINE (10:6)
           MOVE WS-EMERG-CALLSIGN (WS-EMERG-SUB)
               TO WS-REPORT-LINE (17:8)
           MOVE WS-EMERG-REGISTRATION (WS-EMERG-SUB)
               TO WS-REPORT-LINE (26:10)
           MOVE WS-EMERG-OPERATOR (WS-EMERG-SUB)
               TO WS-REPORT-LINE (37:30)
           MOVE WS-EMERG-FIRST-SEEN (WS-EMERG-SUB)
               TO WS-REPORT-LINE (68:19)
           MOVE WS-EMERG-LAST-SEEN (WS-EMERG-SUB)
               TO WS-REPORT-LINE (88:19)
           IF WS-EMERG-STATUS (WS-EMERG-SUB) = "A"
               MOVE "ACKED" TO WS-REPORT-LINE (108:5)
               MOVE WS-EMERG-ACK-BY (WS-EMERG-SUB)
                   TO WS-REPORT-LINE (114:8)
           ELSE
               MOVE "*OPEN*" TO WS-REPORT-LINE (108:6)
           END-IF
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       7410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7500-PRINT-WATCH-HITS
      *    One line per watch-list aircraft seen in the shift.
      *-----------------------------------------------------------*
       7500-PRINT-WATCH-HITS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- WATCH-LIST AIRCRAFT SEEN (FLTWHIT)" TO REPORT-REC
           WRITE REPORT-REC

           IF WS-WHIT-NOT-AVAILABLE
               MOVE "    WATCH-HIT FILE NOT AVAILABLE" TO REPORT-REC
               WRITE REPORT-REC
               GO TO 7500-EXIT
           END-IF

           IF WS-WATCH-COUNT = 0
               MOVE "    NO WATCH HITS IN THE SHIFT" TO REPORT-REC
               WRITE REPORT-REC
               GO TO 7500-EXIT
           END-IF

           PERFORM 7510-PRINT-WATCH-LINE THRU 7510-EXIT
               VARYING WS-WATCH-SUB FROM 1 BY 1
               UNTIL WS-WATCH-SUB > WS-WATCH-COUNT

           MOVE WS-WATCH-HITS-IN-SHIFT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "    WATCH HITS IN SHIFT : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-WATCH-NOT-LISTED > 0
               MOVE WS-WATCH-NOT-LISTED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "    HITS ON AIRCRAFT NOT LISTED : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       7500-EXIT.
           EXIT.

       7510-PRINT-WATCH-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-WATCH-ICAO24 (WS-WATCH-SUB) TO WS-REPORT-LINE (5:6)
           MOVE WS-WATCH-CALLSIGN (WS-WATCH-SUB)
               TO WS-REPORT-LINE (12:8)
           MOVE WS-WATCH-MATCH-TYPE (WS-WATCH-SUB)
               TO WS-REPORT-LINE (21:1)
           MOVE WS-WATCH-MATCH-VALUE (WS-WATCH-SUB)
               TO WS-REPORT-LINE (23:8)
           MOVE WS-WATCH-REASON (WS-WATCH-SUB)
               TO WS-REPORT-LINE (32:30)
           MOVE WS-WATCH-HITS (WS-WATCH-SUB) TO WS-GRID-COUNT-ED
           MOVE WS-GRID-COUNT-ED TO WS-REPORT-LINE (63:5)
           MOVE WS-WATCH-FIRST-STAMP (WS-WATCH-SUB)
               TO WS-REPORT-LINE (69:19)
           MOVE WS-WATCH-LAST-STAMP (WS-WATCH-SUB)
               TO WS-REPORT-LINE (89:19)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       7510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7600-PRINT-FEED-VERDICTS
      *    Every FLTVERD verdict whose contact window overlaps the
      *    shift.  A verdict with outages or an INCOMPLETE status
      *    is starred -- the shift had holes in its picture.
      *-----------------------------------------------------------*
       7600-PRINT-FEED-VERDICTS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- FEED VERDICTS TOUCHING THE SHIFT (FLTVERD)"
               TO REPORT-REC
           WRITE REPORT-REC

           IF WS-VERD-NOT-AVAILABLE
               MOVE "    FEED VERDICT MASTER NOT AVAILABLE"
                   TO REPORT-REC
               WRITE REPORT-REC
               GO TO 7600-EXIT
           END-IF

           MOVE 0 TO WS-SCAN-EOF
           PERFORM 7610-CHECK-VERDICT THRU 7610-EXIT
               UNTIL WS-SCAN-EOF-REACHED

           IF WS-VERDICTS-LISTED = 0
               MOVE "    NO FEED VERDICT COVERS THE SHIFT YET"
                   TO REPORT-REC
               WRITE REPORT-REC
               GO TO 7600-EXIT
           END-IF

           IF WS-VERDICTS-WITH-OUTAGES = 0
               MOVE "    FEED COMPLETE FOR THE SHIFT - NO OUTAGES"
                   TO REPORT-REC
           ELSE
               MOVE "    *** FEED OUTAGE/INCOMPLETE DAY TOUCHED THE"
                   TO REPORT-REC
               MOVE " SHIFT - SEE FEEDHLTH REPORT ***"
                   TO REPORT-REC (47:32)
           END-IF
           WRITE REPORT-REC.

       7600-EXIT.
           EXIT.

       7610-CHECK-VERDICT.
           READ VERDICT-FILE INTO FEED-VERDICT-REC
               AT END
                   MOVE 1 TO WS-SCAN-EOF
                   GO TO 7610-EXIT
           END-READ

           MOVE VERD-WINDOW-START TO WS-EPOCH-IN
           PERFORM 7690-EPOCH-TO-STAMP THRU 7690-EXIT
           MOVE WS-EPOCH-STAMP TO WS-VERD-START-STAMP
           MOVE VERD-WINDOW-END TO WS-EPOCH-IN
           PERFORM 7690-EPOCH-TO-STAMP THRU 7690-EXIT
           MOVE WS-EPOCH-STAMP TO WS-VERD-END-STAMP

           IF WS-VERD-START-STAMP NOT < WS-SHIFT-END-STAMP
                   OR WS-VERD-END-STAMP < WS-SHIFT-START-STAMP
               GO TO 7610-EXIT
           END-IF

           ADD 1 TO WS-VERDICTS-LISTED

           MOVE SPACES TO WS-REPORT-LINE
           MOVE VERD-RUN-DATE TO WS-REPORT-LINE (5:8)
           MOVE VERD-STATUS TO WS-REPORT-LINE (14:10)
           MOVE VERD-OUTAGE-COUNT TO WS-GRID-COUNT-ED
           MOVE "OUTAGES" TO WS-REPORT-LINE (25:7)
           MOVE WS-GRID-COUNT-ED TO WS-REPORT-LINE (33:5)
           MOVE "LOST PINGS" TO WS-REPORT-LINE (39:10)
           MOVE VERD-EST-LOST-PINGS TO WS-PINGS-ED
           MOVE WS-PINGS-ED TO WS-REPORT-LINE (50:11)
           MOVE WS-VERD-START-STAMP TO WS-REPORT-LINE (62:19)
           MOVE "-" TO WS-REPORT-LINE (82:1)
           MOVE WS-VERD-END-STAMP TO WS-REPORT-LINE (84:19)
           IF VERD-INCOMPLETE OR VERD-OUTAGE-COUNT > 0
               MOVE "*" TO WS-REPORT-LINE (3:1)
               ADD 1 TO WS-VERDICTS-WITH-OUTAGES
           END-IF
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       7610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7690-EPOCH-TO-STAMP
      *    Epoch seconds in WS-EPOCH-IN to a "CCYY-MM-DD HH:MM:SS"
      *    stamp in WS-EPOCH-STAMP.
      *-----------------------------------------------------------*
       7690-EPOCH-TO-STAMP.
           COMPUTE WS-EPOCH-DAYS = WS-EPOCH-IN / 86400
           COMPUTE WS-EPOCH-DATE-INT = WS-EPOCH-DAYS
               + FUNCTION INTEGER-OF-DATE(19700101)
           COMPUTE WS-EPOCH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EPOCH-DATE-INT)

           COMPUTE WS-DAY-SECONDS = WS-EPOCH-IN - WS-EPOCH-DAYS * 86400
           DIVIDE WS-DAY-SECONDS BY 60
               GIVING WS-EPOCH-MINUTES
               REMAINDER WS-EPOCH-SS
           DIVIDE WS-EPOCH-MINUTES BY 60
               GIVING WS-EPOCH-HH
               REMAINDER WS-EPOCH-MM

           MOVE SPACES TO WS-EPOCH-STAMP
           STRING WS-EPOCH-DATE (1:4) "-" WS-EPOCH-DATE (5:2) "-"
                   WS-EPOCH-DATE (7:2) " " WS-EPOCH-HH ":"
                   WS-EPOCH-MM ":" WS-EPOCH-SS
               DELIMITED BY SIZE INTO WS-EPOCH-STAMP
           END-STRING.

       7690-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7900-PRINT-SIGN-OFF
      *-----------------------------------------------------------*
       7900-PRINT-SIGN-OFF.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- HANDOVER" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "    HANDED OVER BY . . : ______________________"
               TO REPORT-REC
           MOVE "  TIME : ________" TO REPORT-REC (48:17)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "    TAKEN OVER BY. . . : ______________________"
               TO REPORT-REC
           MOVE "  TIME : ________" TO REPORT-REC (48:17)
           WRITE REPORT-REC.

       7900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    A bad shift card prints its reason and ends RC 8;
      *    otherwise closes the sources down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-CARD-INVALID
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING "*** NO HANDOVER PRINTED: " DELIMITED BY SIZE
                   WS-CARD-ERROR DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 8000-EXIT
           END-IF

           IF WS-ALRT-AVAILABLE
               CLOSE ALERT-FILE
           END-IF
           IF WS-AUDT-AVAILABLE
               CLOSE AUDIT-FILE
           END-IF
           IF WS-ESC-AVAILABLE
               CLOSE ESCALATION-FILE
           END-IF
           IF WS-WHIT-AVAILABLE
               CLOSE WATCH-HIT-FILE
           END-IF
           IF WS-VERD-AVAILABLE
               CLOSE VERDICT-FILE
           END-IF
           IF WS-RUNL-AVAILABLE
               CLOSE RUN-LEDGER-FILE
           END-IF
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.
