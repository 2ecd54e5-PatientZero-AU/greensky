      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     RUN-LEDGER.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Daily-Window Run Ledger
      * Keeps the FLTRUNL run ledger: one record per GSKYD010 run
      * date with the start, end and return code of every tracked
      * step, so the state of a window is read off one report
      * instead of pieced together from old SYSOUT.
      *
      * A resubmitted window is not harmless: FLIGHT-TRACKER
      * appends a second FLTSTAT record for the date, FEED-HEALTH
      * a second FLTVERD verdict, and the archive steps cut an
      * extra FLTIN/FLTTRKH generation.  The GUARD card is the
      * first step of GSKYD010 and refuses (RETURN-CODE 8, every
      * later step bypassed) a second full run for a date the
      * ledger already holds COMPLETE.  A PARTIAL or still-OPEN
      * date is let through -- rerunning a window that fell over
      * is the recovery procedure.  A date that genuinely has to
      * run again is released with the RUNLOVR override card.
      *
      * The COBOL steps of the window stamp their own ledger slot
      * at start and end (their return code is only known to
      * them); the IDCAMS archive steps are bracketed by START and
      * END cards run through this program.  The CLOSE card at
      * the end of the window marks the day COMPLETE when every
      * step ended with RC 4 or less, PARTIAL otherwise.  The
      * REPORT card lists a date range day by day as COMPLETE,
      * PARTIAL or MISSING, with the step table of every day that
      * is not complete.
      *
      * Control cards (RUNLCTL, one action per card):
      *   GUARD  [ccyymmdd]        open the window (default today)
      *   START  stepname          stamp a step started
      *   END    stepname rrrr     stamp a step ended with RC rrrr
      *   CLOSE                    close the window
      *   REPORT [ccyymmdd ccyymmdd]  ledger report, from/to
      *                            (default the 31 days to today)
      *   Action in columns 1-6, first operand 8-15, second 17-24.
      *
      * Override card (RUNLOVR, optional):
      *   cols 1-8   run date the override releases
      *   col  10    Y = let a second full run of that date through
      *   The date must match, so a card left in the deck does not
      *   quietly disarm the guard for every later day.
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
           SELECT LEDGER-CTL-FILE ASSIGN TO "RUNLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "RUNLOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RUNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  LEDGER-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-CTL-REC             PIC X(80).

       FD  OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERRIDE-REC               PIC X(10).

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
       01  WS-RTRN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RTRN-STATUS-OK              VALUE "00".
       01  WS-OVR-STATUS               PIC X(02) VALUE SPACES.
           88  WS-OVR-STATUS-OK               VALUE "00".
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".

       77  WS-CARDS-READ               PIC 9(07) COMP VALUE 0.
       77  WS-CARDS-IN-ERROR           PIC 9(07) COMP VALUE 0.
       77  WS-STEP-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-STEP-MATCH-SUB           PIC 9(02) COMP VALUE 0.
       77  WS-STEP-COUNT               PIC 9(02) COMP VALUE 16.

       01  WS-REFUSED-SW               PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                 VALUE "Y".
           88  WS-RUN-ALLOWED                 VALUE "N".
       01  WS-DAY-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-DAY-FOUND                   VALUE "Y".
           88  WS-DAY-NOT-FOUND               VALUE "N".
       01  WS-DAY-CLEAN-SW             PIC X(01) VALUE "Y".
           88  WS-DAY-CLEAN                   VALUE "Y".
           88  WS-DAY-NOT-CLEAN               VALUE "N".

      *-----------------------------------------------------------*
      *    CONTROL CARD LAYOUT
      *    Action in columns 1-6, first operand (step name or
      *    date) in 8-15, second operand (return code or to-date)
      *    in 17-24.
      *-----------------------------------------------------------*
       01  RTRN-REC.
           05  RTRN-ACTION             PIC X(06).
               88  RTRN-ACTION-GUARD       VALUE "GUARD ".
               88  RTRN-ACTION-START       VALUE "START ".
               88  RTRN-ACTION-END         VALUE "END   ".
               88  RTRN-ACTION-CLOSE       VALUE "CLOSE ".
               88  RTRN-ACTION-REPORT      VALUE "REPORT".
           05  FILLER                  PIC X(01).
           05  RTRN-OPERAND-1          PIC X(08).
           05  FILLER                  PIC X(01).
           05  RTRN-OPERAND-2          PIC X(08).
           05  FILLER                  PIC X(56).

      *-----------------------------------------------------------*
      *    GUARD CONTROLS
      *    The window date the guard opens, and the override card
      *    as read from RUNLOVR.
      *-----------------------------------------------------------*
       01  WS-WINDOW-DATE              PIC 9(08) VALUE 0.
       01  WS-OVR-DATE                 PIC 9(08) VALUE 0.
       01  WS-OVERRIDE-SW              PIC X(01) VALUE "N".
           88  WS-OVERRIDE-SUPPLIED           VALUE "Y".
           88  WS-NO-OVERRIDE                 VALUE "N".
       01  WS-PRIOR-STATUS             PIC X(10) VALUE SPACES.
       01  WS-REFUSED-DATE             PIC 9(08) VALUE 0.

      *-----------------------------------------------------------*
      *    STAMP WORK AREAS
      *-----------------------------------------------------------*
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-STAMP-DATE               PIC 9(08) VALUE 0.
       01  WS-STAMP-TIME               PIC 9(08) VALUE 0.
       01  WS-NOW-STAMP                PIC X(19) VALUE SPACES.
       01  WS-STAMP-STEP-NAME          PIC X(08) VALUE SPACES.
       01  WS-STAMP-RC                 PIC 9(04) VALUE 0.

      *-----------------------------------------------------------*
      *    REPORT RANGE WORK AREAS
      *    Days are walked as integer dates so a range crosses
      *    month and year ends without calendar arithmetic.
      *-----------------------------------------------------------*
       01  WS-RPT-FROM-DATE            PIC 9(08) VALUE 0.
       01  WS-RPT-TO-DATE              PIC 9(08) VALUE 0.
       01  WS-RPT-DAY-DATE             PIC 9(08) VALUE 0.
       01  WS-RPT-FROM-INT             PIC 9(08) COMP VALUE 0.
       01  WS-RPT-TO-INT               PIC 9(08) COMP VALUE 0.
       01  WS-RPT-DAY-INT              PIC 9(08) COMP VALUE 0.
       77  WS-RPT-DAYS-COMPLETE        PIC 9(05) COMP VALUE 0.
       77  WS-RPT-DAYS-PARTIAL         PIC 9(05) COMP VALUE 0.
       77  WS-RPT-DAYS-MISSING         PIC 9(05) COMP VALUE 0.
       77  WS-RPT-DAYS-OVERRIDDEN      PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-RUN-COUNT-ED             PIC ZZ9.
       01  WS-RC-ED                    PIC ZZZ9.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Applies every RUNLCTL card in turn, then the totals.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Open the card deck, the ledger, and the report, and
      *    prime the read loop.  A missing FLTRUNL cluster is laid
      *    down empty first, the same way ZONE-MAINT primes
      *    FLTZONE.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 1100-READ-OVERRIDE-CARD THRU 1100-EXIT.

           OPEN INPUT LEDGER-CTL-FILE
           IF NOT WS-RTRN-STATUS-OK
               MOVE 1 TO WS-EOF
           END-IF

           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUNL-STATUS-OK
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN I-O RUN-LEDGER-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY DAILY-WINDOW RUN LEDGER - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           IF WS-MORE-RECORDS
               PERFORM 2100-READ-CTL-CARD THRU 2100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-OVERRIDE-CARD
      *    RUNLOVR: the run date being released and the Y switch.
      *    Absent, or with a bad date, there is no override.
      *-----------------------------------------------------------*
       1100-READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVR-STATUS-OK
               READ OVERRIDE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OVERRIDE-REC (1:8) IS NUMERIC
                               AND OVERRIDE-REC (10:1) = "Y"
                           MOVE OVERRIDE-REC (1:8) TO WS-OVR-DATE
                           SET WS-OVERRIDE-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-CARD
      *    Dispatches the current card by its action code.  Once
      *    the guard has refused the window the remaining cards
      *    are read and passed over -- nothing may be stamped
      *    against a day that is not being run.
      *-----------------------------------------------------------*
       2000-PROCESS-CARD.
           IF WS-RUN-REFUSED
               GO TO 2000-NEXT
           END-IF

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-STAMP-DATE (1:4) "-" WS-STAMP-DATE (5:2) "-"
                   WS-STAMP-DATE (7:2) " " WS-STAMP-TIME (1:2) ":"
                   WS-STAMP-TIME (3:2) ":" WS-STAMP-TIME (5:2)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
           END-STRING

           EVALUATE TRUE
               WHEN RTRN-ACTION-GUARD
                   PERFORM 3000-GUARD-WINDOW THRU 3000-EXIT
               WHEN RTRN-ACTION-START
                   PERFORM 3100-START-STEP THRU 3100-EXIT
               WHEN RTRN-ACTION-END
                   PERFORM 3200-END-STEP THRU 3200-EXIT
               WHEN RTRN-ACTION-CLOSE
                   PERFORM 3300-CLOSE-WINDOW THRU 3300-EXIT
               WHEN RTRN-ACTION-REPORT
                   PERFORM 3400-REPORT-LEDGER THRU 3400-EXIT
               WHEN RTRN-REC = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CARDS-IN-ERROR
                   MOVE SPACES TO REPORT-REC
                   STRING "REJECTED UNRECOGNIZED ACTION: "
                       DELIMITED BY SIZE
                       RTRN-ACTION DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
           END-EVALUATE.

       2000-NEXT.
           PERFORM 2100-READ-CTL-CARD THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-CTL-CARD
      *    Single read point for the control card deck.
      *-----------------------------------------------------------*
       2100-READ-CTL-CARD.
           READ LEDGER-CTL-FILE INTO RTRN-REC
               AT END
                   MOVE 1 TO WS-EOF
           END-READ

           IF WS-MORE-RECORDS
               ADD 1 TO WS-CARDS-READ
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-GUARD-WINDOW
      *    Decides whether the window may run for the date and,
      *    when it may, opens the day's ledger record afresh:
      *    status OPEN, run count bumped, every step slot cleared,
      *    and the control record pointed at the date so the
      *    steps stamp against it even past midnight.  A refusal
      *    sets RETURN-CODE 8 and, when the control record still
      *    points at the refused date, closes it so no stray
      *    stamp lands on the completed day.  A window open for
      *    any other date -- a PARTIAL day waiting on its restart
      *    -- is left pointed at.
      *-----------------------------------------------------------*
       3000-GUARD-WINDOW.
           IF RTRN-OPERAND-1 IS NUMERIC
               MOVE RTRN-OPERAND-1 TO WS-WINDOW-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-WINDOW-DATE
           END-IF

           SET WS-RUN-ALLOWED TO TRUE
           SET WS-DAY-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-PRIOR-STATUS

           MOVE WS-WINDOW-DATE TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DAY-FOUND TO TRUE
                   MOVE RUNL-DAY-STATUS TO WS-PRIOR-STATUS
           END-READ

           IF WS-DAY-FOUND AND RUNL-DAY-COMPLETE
               IF WS-OVERRIDE-SUPPLIED
                       AND WS-OVR-DATE = WS-WINDOW-DATE
                   CONTINUE
               ELSE
                   SET WS-RUN-REFUSED TO TRUE
               END-IF
           END-IF

           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               MOVE WS-WINDOW-DATE TO WS-REFUSED-DATE
               PERFORM 3060-RELEASE-REFUSED-DATE THRU 3060-EXIT
               MOVE SPACES TO REPORT-REC
               STRING "REFUSED  RUN DATE " DELIMITED BY SIZE
                   WS-REFUSED-DATE DELIMITED BY SIZE
                   " IS ALREADY COMPLETE -- NO OVERRIDE CARD FOR"
                   DELIMITED BY SIZE
                   " THIS DATE; EVERY LATER STEP IS BYPASSED"
                   DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               GO TO 3000-EXIT
           END-IF

           IF WS-DAY-NOT-FOUND
               MOVE WS-WINDOW-DATE TO RUNL-RUN-DATE
               MOVE 0 TO RUNL-RUN-COUNT
           END-IF

           MOVE "OPEN" TO RUNL-DAY-STATUS
           MOVE 0 TO RUNL-OPEN-DATE
           ADD 1 TO RUNL-RUN-COUNT
           MOVE "N" TO RUNL-OVERRIDE-SW
           IF WS-PRIOR-STATUS = "COMPLETE"
               MOVE "Y" TO RUNL-OVERRIDE-SW
           END-IF
           MOVE WS-NOW-STAMP TO RUNL-WINDOW-START
           MOVE SPACES TO RUNL-WINDOW-END
           PERFORM 3010-CLEAR-STEP-SLOT THRU 3010-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           PERFORM 3020-NAME-STEP-SLOTS THRU 3020-EXIT

           IF WS-DAY-FOUND
               REWRITE RUN-LEDGER-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           PERFORM 3050-POINT-CONTROL-RECORD THRU 3050-EXIT

           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
               WHEN WS-PRIOR-STATUS = "COMPLETE"
                   STRING "OPENED   RUN DATE " DELIMITED BY SIZE
                       WS-WINDOW-DATE DELIMITED BY SIZE
                       " -- RERUN OF A COMPLETE DAY RELEASED BY THE"
                       DELIMITED BY SIZE
                       " OVERRIDE CARD" DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN WS-PRIOR-STATUS = "OPEN"
                   STRING "OPENED   RUN DATE " DELIMITED BY SIZE
                       WS-WINDOW-DATE DELIMITED BY SIZE
                       " -- PREVIOUS RUN OF THIS DATE WAS NEVER"
                       DELIMITED BY SIZE
                       " CLOSED" DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN WS-PRIOR-STATUS = "PARTIAL"
                   STRING "OPENED   RUN DATE " DELIMITED BY SIZE
                       WS-WINDOW-DATE DELIMITED BY SIZE
                       " -- RERUN OF A PARTIAL DAY" DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "OPENED   RUN DATE " DELIMITED BY SIZE
                       WS-WINDOW-DATE DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC.

       3000-EXIT.
           EXIT.

       3010-CLEAR-STEP-SLOT.
           MOVE SPACES TO RUNL-STEP-STATE (WS-STEP-SUB)
           MOVE SPACES TO RUNL-STEP-START (WS-STEP-SUB)
           MOVE SPACES TO RUNL-STEP-END (WS-STEP-SUB)
           MOVE 0      TO RUNL-STEP-RC (WS-STEP-SUB).

       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3020-NAME-STEP-SLOTS
      *    The tracked steps of GSKYD010 in window order.  These
      *    names are what each step's own stamp and the START/END
      *    cards look their slot up by.
      *-----------------------------------------------------------*
       3020-NAME-STEP-SLOTS.
           MOVE "FLTTRK01" TO RUNL-STEP-NAME (1)
           MOVE "FLTBALNC" TO RUNL-STEP-NAME (2)
           MOVE "FEEDHLTH" TO RUNL-STEP-NAME (3)
           MOVE "LEGBUILD" TO RUNL-STEP-NAME (4)
           MOVE "LEGRESLV" TO RUNL-STEP-NAME (5)
           MOVE "APTMOVE " TO RUNL-STEP-NAME (6)
           MOVE "CURFSCAN" TO RUNL-STEP-NAME (7)
           MOVE "REGSEND " TO RUNL-STEP-NAME (8)
           MOVE "REGACK  " TO RUNL-STEP-NAME (9)
           MOVE "LEGHIST " TO RUNL-STEP-NAME (10)
           MOVE "ZONEOCC " TO RUNL-STEP-NAME (11)
           MOVE "COVGRID " TO RUNL-STEP-NAME (12)
           MOVE "CLONSCAN" TO RUNL-STEP-NAME (13)
           MOVE "ARCHIVE " TO RUNL-STEP-NAME (14)
           MOVE "ARCHTRKH" TO RUNL-STEP-NAME (15)
           MOVE "REJRCYCL" TO RUNL-STEP-NAME (16).

       3020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3050-POINT-CONTROL-RECORD
      *    Points the 00000000 control record at WS-WINDOW-DATE
      *    (zero closes it), laying the record down on first use.
      *-----------------------------------------------------------*
       3050-POINT-CONTROL-RECORD.
           MOVE 0 TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   INITIALIZE RUN-LEDGER-REC
                   MOVE 0 TO RUNL-RUN-DATE
                   MOVE "CONTROL" TO RUNL-DAY-STATUS
                   MOVE WS-WINDOW-DATE TO RUNL-OPEN-DATE
                   WRITE RUN-LEDGER-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO 3050-EXIT
           END-READ

           MOVE WS-WINDOW-DATE TO RUNL-OPEN-DATE
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3060-RELEASE-REFUSED-DATE
      *    Zeroes the control record's open date only when it is
      *    the date just refused.
      *-----------------------------------------------------------*
       3060-RELEASE-REFUSED-DATE.
           MOVE 0 TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   GO TO 3060-EXIT
           END-READ

           IF RUNL-OPEN-DATE NOT = WS-REFUSED-DATE
               GO TO 3060-EXIT
           END-IF

           MOVE 0 TO RUNL-OPEN-DATE
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-START-STEP
      *    START card: stamps the named step started in the open
      *    window -- start time now, end and RC cleared.
      *-----------------------------------------------------------*
       3100-START-STEP.
           MOVE RTRN-OPERAND-1 TO WS-STAMP-STEP-NAME
           PERFORM 3500-LOCATE-STEP-SLOT THRU 3500-EXIT
           IF WS-STEP-MATCH-SUB = 0
               GO TO 3100-EXIT
           END-IF

           SET RUNL-STEP-STARTED (WS-STEP-MATCH-SUB) TO TRUE
           MOVE WS-NOW-STAMP TO RUNL-STEP-START (WS-STEP-MATCH-SUB)
           MOVE SPACES       TO RUNL-STEP-END (WS-STEP-MATCH-SUB)
           MOVE 0            TO RUNL-STEP-RC (WS-STEP-MATCH-SUB)
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO REPORT-REC
           STRING "STARTED  " DELIMITED BY SIZE
               WS-STAMP-STEP-NAME DELIMITED BY SIZE
               " RUN DATE " DELIMITED BY SIZE
               RUNL-RUN-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-NOW-STAMP DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-END-STEP
      *    END card: stamps the named step ended with the return
      *    code on the card.  The JCL runs each END card under a
      *    COND test that only lets it through on that code, so
      *    the card is the step's RC.  A step that never got its
      *    START (a bypassed START step) keeps a blank start.
      *-----------------------------------------------------------*
       3200-END-STEP.
           MOVE RTRN-OPERAND-1 TO WS-STAMP-STEP-NAME
           MOVE 0 TO WS-STAMP-RC
           IF RTRN-OPERAND-2 (1:4) IS NUMERIC
               MOVE RTRN-OPERAND-2 (1:4) TO WS-STAMP-RC
           END-IF

           PERFORM 3500-LOCATE-STEP-SLOT THRU 3500-EXIT
           IF WS-STEP-MATCH-SUB = 0
               GO TO 3200-EXIT
           END-IF

           SET RUNL-STEP-ENDED (WS-STEP-MATCH-SUB) TO TRUE
           MOVE WS-NOW-STAMP TO RUNL-STEP-END (WS-STEP-MATCH-SUB)
           MOVE WS-STAMP-RC  TO RUNL-STEP-RC (WS-STEP-MATCH-SUB)
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE WS-STAMP-RC TO WS-RC-ED
           MOVE SPACES TO REPORT-REC
           STRING "ENDED    " DELIMITED BY SIZE
               WS-STAMP-STEP-NAME DELIMITED BY SIZE
               " RUN DATE " DELIMITED BY SIZE
               RUNL-RUN-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-NOW-STAMP DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               WS-RC-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-CLOSE-WINDOW
      *    Rates the open day: COMPLETE when every tracked step
      *    ended with RC 4 or less (FEED-HEALTH's incomplete-day
      *    warning is still a finished run), PARTIAL otherwise.
      *    Prints the day's step table and, on a COMPLETE day,
      *    closes the control record.  Runs with COND=EVEN, so it
      *    also rates a window that failed part-way.
      *-----------------------------------------------------------*
       3300-CLOSE-WINDOW.
           PERFORM 3510-LOCATE-OPEN-DAY THRU 3510-EXIT
           IF WS-DAY-NOT-FOUND
               GO TO 3300-EXIT
           END-IF

           SET WS-DAY-CLEAN TO TRUE
           PERFORM 3310-RATE-STEP-SLOT THRU 3310-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT

           IF WS-DAY-CLEAN
               MOVE "COMPLETE" TO RUNL-DAY-STATUS
           ELSE
               MOVE "PARTIAL" TO RUNL-DAY-STATUS
           END-IF
           MOVE WS-NOW-STAMP TO RUNL-WINDOW-END
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO REPORT-REC
           STRING "CLOSED   RUN DATE " DELIMITED BY SIZE
               RUNL-RUN-DATE DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               RUNL-DAY-STATUS DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 3600-PRINT-STEP-TABLE THRU 3600-EXIT

      *    A PARTIAL window stays open on the control record, so a
      *    resubmission restarted at the failing step stamps the
      *    same date and its CLOSE rates the day again.  The next
      *    GUARD repoints it either way.
           IF RUNL-DAY-COMPLETE
               MOVE 0 TO WS-WINDOW-DATE
               PERFORM 3050-POINT-CONTROL-RECORD THRU 3050-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

       3310-RATE-STEP-SLOT.
           IF NOT RUNL-STEP-ENDED (WS-STEP-SUB)
                   OR RUNL-STEP-RC (WS-STEP-SUB) > 4
               SET WS-DAY-NOT-CLEAN TO TRUE
           END-IF.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3400-REPORT-LEDGER
      *    REPORT card: one line per date in the range, COMPLETE,
      *    PARTIAL (including a window still OPEN) or MISSING,
      *    with the step table under every day that is not
      *    complete so the failing step is on the page.
      *-----------------------------------------------------------*
       3400-REPORT-LEDGER.
           IF RTRN-OPERAND-2 IS NUMERIC
               MOVE RTRN-OPERAND-2 TO WS-RPT-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RPT-TO-DATE
           END-IF
           COMPUTE WS-RPT-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-RPT-TO-DATE)

           IF RTRN-OPERAND-1 IS NUMERIC
               MOVE RTRN-OPERAND-1 TO WS-RPT-FROM-DATE
               COMPUTE WS-RPT-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RPT-FROM-DATE)
           ELSE
               COMPUTE WS-RPT-FROM-INT = WS-RPT-TO-INT - 30
               COMPUTE WS-RPT-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RPT-FROM-INT)
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "LEDGER REPORT " DELIMITED BY SIZE
               WS-RPT-FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-RPT-TO-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "RUN DATE  STATUS    RUNS OVR WINDOW START       "
                   "  WINDOW END          NOTE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE 0 TO WS-RPT-DAYS-COMPLETE WS-RPT-DAYS-PARTIAL
                     WS-RPT-DAYS-MISSING WS-RPT-DAYS-OVERRIDDEN

           PERFORM 3410-REPORT-ONE-DAY THRU 3410-EXIT
               VARYING WS-RPT-DAY-INT FROM WS-RPT-FROM-INT BY 1
               UNTIL WS-RPT-DAY-INT > WS-RPT-TO-INT

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-RPT-DAYS-COMPLETE TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "DAYS COMPLETE . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-RPT-DAYS-PARTIAL TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "DAYS PARTIAL  . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-RPT-DAYS-MISSING TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "DAYS MISSING  . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-RPT-DAYS-OVERRIDDEN TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "DAYS RERUN BY OVERRIDE  : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3410-REPORT-ONE-DAY
      *    One date of the range: MISSING when the ledger holds no
      *    record for it.
      *-----------------------------------------------------------*
       3410-REPORT-ONE-DAY.
           COMPUTE WS-RPT-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RPT-DAY-INT)

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RPT-DAY-DATE TO WS-REPORT-LINE (1:8)

           MOVE WS-RPT-DAY-DATE TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-RPT-DAYS-MISSING
                   MOVE "MISSING" TO WS-REPORT-LINE (11:8)
                   MOVE "NO LEDGER RECORD -- WINDOW NEVER RAN"
                       TO WS-REPORT-LINE (80:36)
                   MOVE WS-REPORT-LINE TO REPORT-REC
                   WRITE REPORT-REC
                   GO TO 3410-EXIT
           END-READ

           MOVE RUNL-RUN-COUNT TO WS-RUN-COUNT-ED
           MOVE WS-RUN-COUNT-ED   TO WS-REPORT-LINE (22:3)
           MOVE RUNL-OVERRIDE-SW  TO WS-REPORT-LINE (27:1)
           MOVE RUNL-WINDOW-START TO WS-REPORT-LINE (30:19)
           MOVE RUNL-WINDOW-END   TO WS-REPORT-LINE (51:19)
           IF RUNL-RUN-OVERRIDDEN
               ADD 1 TO WS-RPT-DAYS-OVERRIDDEN
           END-IF

           IF RUNL-DAY-COMPLETE
               ADD 1 TO WS-RPT-DAYS-COMPLETE
               MOVE "COMPLETE" TO WS-REPORT-LINE (11:8)
               MOVE WS-REPORT-LINE TO REPORT-REC
               WRITE REPORT-REC
               GO TO 3410-EXIT
           END-IF

           ADD 1 TO WS-RPT-DAYS-PARTIAL
           MOVE "PARTIAL" TO WS-REPORT-LINE (11:8)
           IF RUNL-DAY-OPEN
               MOVE "WINDOW STILL OPEN -- RUNNING OR NEVER CLOSED"
                   TO WS-REPORT-LINE (80:44)
           END-IF
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 3600-PRINT-STEP-TABLE THRU 3600-EXIT.

       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-LOCATE-STEP-SLOT
      *    Reads the open day and finds WS-STAMP-STEP-NAME in its
      *    step table.  WS-STEP-MATCH-SUB is zero (and the card
      *    reported) when no window is open or the name is not a
      *    tracked step.
      *-----------------------------------------------------------*
       3500-LOCATE-STEP-SLOT.
           MOVE 0 TO WS-STEP-MATCH-SUB

           PERFORM 3510-LOCATE-OPEN-DAY THRU 3510-EXIT
           IF WS-DAY-NOT-FOUND
               GO TO 3500-EXIT
           END-IF

           PERFORM 3520-MATCH-STEP-NAME THRU 3520-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR WS-STEP-MATCH-SUB > 0

           IF WS-STEP-MATCH-SUB = 0
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE SPACES TO REPORT-REC
               STRING "REJECTED STEP NOT TRACKED IN THE LEDGER: "
                   DELIMITED BY SIZE
                   WS-STAMP-STEP-NAME DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3510-LOCATE-OPEN-DAY
      *    Follows the control record to the day the window in
      *    progress is stamping against and reads it.
      *-----------------------------------------------------------*
       3510-LOCATE-OPEN-DAY.
           SET WS-DAY-NOT-FOUND TO TRUE

           MOVE 0 TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO RUNL-OPEN-DATE
           END-READ

           IF RUNL-OPEN-DATE = 0
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE SPACES TO REPORT-REC
               STRING "REJECTED NO WINDOW OPEN FOR CARD: "
                   DELIMITED BY SIZE
                   RTRN-REC (1:24) DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               GO TO 3510-EXIT
           END-IF

           MOVE RUNL-OPEN-DATE TO RUNL-RUN-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   GO TO 3510-EXIT
           END-READ

           SET WS-DAY-FOUND TO TRUE.

       3510-EXIT.
           EXIT.

       3520-MATCH-STEP-NAME.
           IF RUNL-STEP-NAME (WS-STEP-SUB) = WS-STAMP-STEP-NAME
               MOVE WS-STEP-SUB TO WS-STEP-MATCH-SUB
           END-IF.

       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3600-PRINT-STEP-TABLE
      *    The current day's step slots, one indented line each.
      *-----------------------------------------------------------*
       3600-PRINT-STEP-TABLE.
           PERFORM 3610-PRINT-STEP-SLOT THRU 3610-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

       3600-EXIT.
           EXIT.

       3610-PRINT-STEP-SLOT.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE RUNL-STEP-NAME (WS-STEP-SUB)
               TO WS-REPORT-LINE (5:8)
           EVALUATE TRUE
               WHEN RUNL-STEP-ENDED (WS-STEP-SUB)
                   MOVE "ENDED"       TO WS-REPORT-LINE (15:11)
                   MOVE "RC"          TO WS-REPORT-LINE (27:2)
                   MOVE RUNL-STEP-RC (WS-STEP-SUB) TO WS-RC-ED
                   MOVE WS-RC-ED      TO WS-REPORT-LINE (30:4)
               WHEN RUNL-STEP-STARTED (WS-STEP-SUB)
                   MOVE "NO END"      TO WS-REPORT-LINE (15:11)
               WHEN OTHER
                   MOVE "NOT RUN"     TO WS-REPORT-LINE (15:11)
           END-EVALUATE
           MOVE RUNL-STEP-START (WS-STEP-SUB)
               TO WS-REPORT-LINE (36:19)
           MOVE RUNL-STEP-END (WS-STEP-SUB)
               TO WS-REPORT-LINE (57:19)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Writes the card totals and closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-CARDS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CONTROL CARDS READ  . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-CARDS-IN-ERROR TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "CARDS IN ERROR  . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

      *    A stamp that could not be applied is a warning on the
      *    job log, never a stop -- the window itself still runs.
           IF WS-CARDS-IN-ERROR > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE LEDGER-CTL-FILE
           CLOSE RUN-LEDGER-FILE
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.
