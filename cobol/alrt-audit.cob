      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     ALRT-AUDIT.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Alert Audit Replay
      * The FLTALRT master only ever shows an alert as it stands
      * now; the first time ops were asked "when was this 7500
      * acked, by whom, and had it already gone to the supervisor"
      * the answer was not on file anywhere.  FLIGHT-TRACKER,
      * ALRT-DISPATCH and ALRT-ESCALATE now append an FLTAUDT
      * journal entry every time they change an alert's state;
      * this program replays that journal for an incident review.
      *
      * The journal arrives sorted by alert key and timestamp
      * (GSKYQ030 STEP010), so each alert prints as one block in
      * the order things happened to it -- opened, paged at each
      * level, acknowledged, reopened.  One report section per
      * control card:
      *
      * Control cards (AUDCTL, one per section):
      *   KEY    replay one alert, or every alert on one aircraft
      *     cols  1-6   KEY
      *     cols  8-13  ICAO24
      *     col   15    alert type (E/G/J/P; blank = every type)
      *     cols 17-36  subject (blank = every subject)
      *   RANGE  replay every alert touched in a date range
      *     cols  1-6   RANGE
      *     cols  8-15  from date CCYYMMDD (default 30 days before
      *                 the to date)
      *     cols 17-24  to date CCYYMMDD (default today)
      *   A KEY card's date columns are not read -- the whole life
      *   of the alert is the point.
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
           SELECT AUDIT-CTL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "FLTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  AUDIT-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CTL-REC              PIC X(80).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTAUDT.cpy".

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
       01  WS-AUDT-EOF                 PIC 9 VALUE 0.
           88  WS-AUDT-EOF-REACHED     VALUE 1.
           88  WS-AUDT-MORE-RECORDS    VALUE 0.
       01  WS-ACTL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-ACTL-STATUS-OK              VALUE "00".
       01  WS-AUDT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-OK              VALUE "00".

       01  WS-AUDT-FOUND-SW            PIC X(01) VALUE "Y".
           88  WS-AUDT-FOUND                  VALUE "Y".
           88  WS-AUDT-NOT-FOUND              VALUE "N".
       01  WS-ACTL-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-ACTL-OPEN                   VALUE "Y".
           88  WS-ACTL-NOT-OPEN               VALUE "N".
       01  WS-SELECT-SW                PIC X(01) VALUE SPACE.
           88  WS-SELECT-BY-KEY               VALUE "K".
           88  WS-SELECT-BY-RANGE             VALUE "R".
       01  WS-MATCH-SW                 PIC X(01) VALUE "N".
           88  WS-ENTRY-MATCHES               VALUE "Y".
           88  WS-ENTRY-NO-MATCH              VALUE "N".

       77  WS-CARDS-READ               PIC 9(07) COMP VALUE 0.
       77  WS-CARDS-IN-ERROR           PIC 9(07) COMP VALUE 0.
       77  WS-ENTRIES-LISTED           PIC 9(07) COMP VALUE 0.
       77  WS-SECT-ENTRIES             PIC 9(07) COMP VALUE 0.
       77  WS-SECT-ALERTS              PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    CONTROL CARD LAYOUT
      *    Action in columns 1-6.  A KEY card carries the alert
      *    key from column 8; a RANGE card carries its from and to
      *    dates in 8-15 and 17-24.
      *-----------------------------------------------------------*
       01  ACTL-REC.
           05  ACTL-ACTION             PIC X(06).
               88  ACTL-ACTION-KEY         VALUE "KEY   ".
               88  ACTL-ACTION-RANGE       VALUE "RANGE ".
           05  FILLER                  PIC X(01).
           05  ACTL-OPERANDS           PIC X(73).

       01  ACTL-KEY-OPERANDS.
           05  ACTL-ICAO24             PIC X(06).
           05  FILLER                  PIC X(01).
           05  ACTL-TYPE               PIC X(01).
           05  FILLER                  PIC X(01).
           05  ACTL-ZONE-NAME          PIC X(20).
           05  FILLER                  PIC X(44).

       01  ACTL-RANGE-OPERANDS.
           05  ACTL-FROM-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  ACTL-TO-DATE            PIC X(08).
           05  FILLER                  PIC X(56).

      *-----------------------------------------------------------*
      *    SELECTION WORK AREAS
      *    The range dates are held in the journal's own
      *    CCYY-MM-DD form so an entry's timestamp compares
      *    against them directly.
      *-----------------------------------------------------------*
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-SEL-ICAO24               PIC X(06) VALUE SPACES.
       01  WS-SEL-TYPE                 PIC X(01) VALUE SPACE.
       01  WS-SEL-ZONE-NAME            PIC X(20) VALUE SPACES.
       01  WS-SEL-FROM-DATE            PIC 9(08) VALUE 0.
       01  WS-SEL-TO-DATE              PIC 9(08) VALUE 0.
       01  WS-SEL-FROM-INT             PIC 9(08) COMP VALUE 0.
       01  WS-SEL-TO-INT               PIC 9(08) COMP VALUE 0.
       01  WS-SEL-FROM-STAMP           PIC X(10) VALUE SPACES.
       01  WS-SEL-TO-STAMP             PIC X(10) VALUE SPACES.
       01  WS-PREV-ALERT-KEY           PIC X(27) VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-PING-COUNT-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Replays the journal once per AUDCTL card, then the
      *    totals.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Open the card deck and the report and prime the read
      *    loop.  The journal itself is opened afresh for each
      *    card.  No journal at all means nothing can be
      *    replayed: the cards are not read and the job ends
      *    RC=8 rather than print an empty review as if the alert
      *    had no history.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY ALERT AUDIT REPLAY - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           OPEN INPUT AUDIT-FILE
           IF WS-AUDT-STATUS-OK
               CLOSE AUDIT-FILE
           ELSE
               SET WS-AUDT-NOT-FOUND TO TRUE
               MOVE 1 TO WS-EOF
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT AUDIT-CTL-FILE
           IF WS-ACTL-STATUS-OK
               SET WS-ACTL-OPEN TO TRUE
               PERFORM 2100-READ-CTL-CARD THRU 2100-EXIT
           ELSE
               MOVE 1 TO WS-EOF
           END-IF.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-CARD
      *    Sets up the selection for the current card and replays
      *    the journal against it.  A card that does not validate
      *    is reported and counted, and the rest of the deck still
      *    runs.
      *-----------------------------------------------------------*
       2000-PROCESS-CARD.
           EVALUATE TRUE
               WHEN ACTL-ACTION-KEY
                   PERFORM 3000-SELECT-BY-KEY THRU 3000-EXIT
               WHEN ACTL-ACTION-RANGE
                   PERFORM 3100-SELECT-BY-RANGE THRU 3100-EXIT
               WHEN ACTL-REC = SPACES
                   GO TO 2000-NEXT
               WHEN OTHER
                   MOVE SPACES TO REPORT-REC
                   STRING "REJECTED UNRECOGNIZED ACTION: "
                       DELIMITED BY SIZE
                       ACTL-ACTION DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
                   PERFORM 7000-REJECT-CARD THRU 7000-EXIT
                   GO TO 2000-NEXT
           END-EVALUATE

           IF WS-SELECT-BY-KEY OR WS-SELECT-BY-RANGE
               PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 2100-READ-CTL-CARD THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-CTL-CARD
      *    Single read point for the control cards.
      *-----------------------------------------------------------*
       2100-READ-CTL-CARD.
           READ AUDIT-CTL-FILE INTO ACTL-REC
               AT END
                   MOVE 1 TO WS-EOF
           END-READ

           IF WS-MORE-RECORDS
               ADD 1 TO WS-CARDS-READ
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-SELECT-BY-KEY
      *    KEY card: the aircraft is required, the type and the
      *    subject narrow it to one alert when given.  The ICAO24
      *    is lower-cased to match the feed's own case, which is
      *    the case the alert key was written in.
      *-----------------------------------------------------------*
       3000-SELECT-BY-KEY.
           MOVE SPACE TO WS-SELECT-SW
           MOVE ACTL-OPERANDS TO ACTL-KEY-OPERANDS

           IF ACTL-ICAO24 = SPACES
               MOVE SPACES TO REPORT-REC
               STRING "REJECTED KEY CARD - NO ICAO24"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               PERFORM 7000-REJECT-CARD THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE FUNCTION LOWER-CASE(ACTL-ICAO24) TO WS-SEL-ICAO24
           MOVE ACTL-TYPE      TO WS-SEL-TYPE
           MOVE ACTL-ZONE-NAME TO WS-SEL-ZONE-NAME
           SET WS-SELECT-BY-KEY TO TRUE

           MOVE SPACES TO REPORT-REC
           STRING "AUDIT REPLAY FOR ICAO24 " DELIMITED BY SIZE
               WS-SEL-ICAO24 DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               WS-SEL-TYPE DELIMITED BY SIZE
               "  SUBJECT " DELIMITED BY SIZE
               WS-SEL-ZONE-NAME DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-SELECT-BY-RANGE
      *    RANGE card: from and to dates, defaulted the same way
      *    as the run-ledger REPORT card -- to today, from thirty
      *    days before the to date.  A date that is punched but
      *    not a date, or a range that runs backwards, rejects
      *    the card.
      *-----------------------------------------------------------*
       3100-SELECT-BY-RANGE.
           MOVE SPACE TO WS-SELECT-SW
           MOVE ACTL-OPERANDS TO ACTL-RANGE-OPERANDS

           IF (ACTL-FROM-DATE NOT = SPACES
                   AND ACTL-FROM-DATE IS NOT NUMERIC)
               OR (ACTL-TO-DATE NOT = SPACES
                   AND ACTL-TO-DATE IS NOT NUMERIC)
               MOVE SPACES TO REPORT-REC
               STRING "REJECTED RANGE CARD - BAD DATE: "
                   DELIMITED BY SIZE
                   ACTL-FROM-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ACTL-TO-DATE DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               PERFORM 7000-REJECT-CARD THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF

           IF ACTL-TO-DATE IS NUMERIC
               MOVE ACTL-TO-DATE TO WS-SEL-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-SEL-TO-DATE
           END-IF
           COMPUTE WS-SEL-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-SEL-TO-DATE)

           IF ACTL-FROM-DATE IS NUMERIC
               MOVE ACTL-FROM-DATE TO WS-SEL-FROM-DATE
               COMPUTE WS-SEL-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SEL-FROM-DATE)
           ELSE
               COMPUTE WS-SEL-FROM-INT = WS-SEL-TO-INT - 30
               COMPUTE WS-SEL-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SEL-FROM-INT)
           END-IF

           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               MOVE SPACES TO REPORT-REC
               STRING "REJECTED RANGE CARD - FROM " DELIMITED BY SIZE
                   WS-SEL-FROM-DATE DELIMITED BY SIZE
                   " IS AFTER TO " DELIMITED BY SIZE
                   WS-SEL-TO-DATE DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               PERFORM 7000-REJECT-CARD THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES TO WS-SEL-FROM-STAMP WS-SEL-TO-STAMP
           STRING WS-SEL-FROM-DATE (1:4) "-" WS-SEL-FROM-DATE (5:2)
                   "-" WS-SEL-FROM-DATE (7:2)
               DELIMITED BY SIZE INTO WS-SEL-FROM-STAMP
           END-STRING
           STRING WS-SEL-TO-DATE (1:4) "-" WS-SEL-TO-DATE (5:2)
                   "-" WS-SEL-TO-DATE (7:2)
               DELIMITED BY SIZE INTO WS-SEL-TO-STAMP
           END-STRING
           SET WS-SELECT-BY-RANGE TO TRUE

           MOVE SPACES TO REPORT-REC
           STRING "AUDIT REPLAY FOR ALERTS CHANGED " DELIMITED BY SIZE
               WS-SEL-FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-SEL-TO-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-REPLAY-JOURNAL
      *    One pass of the sorted journal for the current card,
      *    printing every entry the selection takes, each alert
      *    under its own heading, then the section totals.
      *-----------------------------------------------------------*
       4000-REPLAY-JOURNAL.
           MOVE 0 TO WS-SECT-ENTRIES WS-SECT-ALERTS
           MOVE SPACES TO WS-PREV-ALERT-KEY

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "    TIMESTAMP            EVENT    PROGRAM       "
                   "   SEV STATUS LEVEL "
                   "ACK BY   PAGED          PINGS"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE 0 TO WS-AUDT-EOF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDT-STATUS-OK
               MOVE 1 TO WS-AUDT-EOF
           END-IF

           PERFORM 4100-REPLAY-NEXT-ENTRY THRU 4100-EXIT
               UNTIL WS-AUDT-EOF-REACHED

           IF WS-AUDT-STATUS-OK OR WS-AUDT-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-SECT-ALERTS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "ALERTS REPLAYED . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-SECT-ENTRIES TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "JOURNAL ENTRIES LISTED  : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       4000-EXIT.
           EXIT.

       4100-REPLAY-NEXT-ENTRY.
           READ AUDIT-FILE
               AT END
                   MOVE 1 TO WS-AUDT-EOF
                   GO TO 4100-EXIT
           END-READ

           PERFORM 4200-MATCH-ENTRY THRU 4200-EXIT
           IF WS-ENTRY-NO-MATCH
               GO TO 4100-EXIT
           END-IF

           IF AUDT-ALERT-KEY NOT = WS-PREV-ALERT-KEY
               PERFORM 4300-PRINT-ALERT-HEADING THRU 4300-EXIT
           END-IF

           PERFORM 4400-PRINT-ENTRY THRU 4400-EXIT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-MATCH-ENTRY
      *    KEY: the aircraft must match, and the type and subject
      *    too where the card gave them.  RANGE: the entry's date
      *    must fall in the range.
      *-----------------------------------------------------------*
       4200-MATCH-ENTRY.
           SET WS-ENTRY-NO-MATCH TO TRUE

           IF WS-SELECT-BY-KEY
               IF AUDT-ICAO24 NOT = WS-SEL-ICAO24
                   GO TO 4200-EXIT
               END-IF
               IF WS-SEL-TYPE NOT = SPACE
                       AND AUDT-TYPE NOT = WS-SEL-TYPE
                   GO TO 4200-EXIT
               END-IF
               IF WS-SEL-ZONE-NAME NOT = SPACES
                       AND AUDT-ZONE-NAME NOT = WS-SEL-ZONE-NAME
                   GO TO 4200-EXIT
               END-IF
           ELSE
               IF AUDT-TIMESTAMP (1:10) < WS-SEL-FROM-STAMP
                       OR AUDT-TIMESTAMP (1:10) > WS-SEL-TO-STAMP
                   GO TO 4200-EXIT
               END-IF
           END-IF

           SET WS-ENTRY-MATCHES TO TRUE.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-PRINT-ALERT-HEADING
      *    Key break: a blank line and the alert's key ahead of
      *    its entries.
      *-----------------------------------------------------------*
       4300-PRINT-ALERT-HEADING.
           MOVE AUDT-ALERT-KEY TO WS-PREV-ALERT-KEY
           ADD 1 TO WS-SECT-ALERTS

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "ALERT  ICAO24 " DELIMITED BY SIZE
               AUDT-ICAO24 DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               AUDT-TYPE DELIMITED BY SIZE
               "  SUBJECT " DELIMITED BY SIZE
               AUDT-ZONE-NAME DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4400-PRINT-ENTRY
      *    One line per journal entry: status and escalation level
      *    shown before and after the change (a blank before-
      *    status is a newly opened alert).
      *-----------------------------------------------------------*
       4400-PRINT-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE AUDT-TIMESTAMP     TO WS-REPORT-LINE (5:19)
           MOVE AUDT-EVENT         TO WS-REPORT-LINE (26:8)
           MOVE AUDT-PROGRAM       TO WS-REPORT-LINE (35:14)
           MOVE AUDT-SEVERITY      TO WS-REPORT-LINE (52:1)
           MOVE AUDT-OLD-STATUS    TO WS-REPORT-LINE (56:1)
           MOVE "->"               TO WS-REPORT-LINE (57:2)
           MOVE AUDT-NEW-STATUS    TO WS-REPORT-LINE (59:1)
           MOVE AUDT-OLD-ESC-LEVEL TO WS-REPORT-LINE (63:1)
           MOVE "->"               TO WS-REPORT-LINE (64:2)
           MOVE AUDT-NEW-ESC-LEVEL TO WS-REPORT-LINE (66:1)
           MOVE AUDT-ACK-BY        TO WS-REPORT-LINE (69:8)
           MOVE AUDT-ESC-TARGET    TO WS-REPORT-LINE (78:12)
           MOVE AUDT-PING-COUNT    TO WS-PING-COUNT-ED
           MOVE WS-PING-COUNT-ED   TO WS-REPORT-LINE (91:7)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           ADD 1 TO WS-SECT-ENTRIES
           ADD 1 TO WS-ENTRIES-LISTED.

       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7000-REJECT-CARD
      *    Prints the rejection the caller built in REPORT-REC and
      *    counts the card.
      *-----------------------------------------------------------*
       7000-REJECT-CARD.
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-CARDS-IN-ERROR.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Writes the run totals and closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-AUDT-NOT-FOUND
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTAUDT JOURNAL NOT FOUND - NOTHING"
                       " REPLAYED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO RETURN-CODE
           END-IF

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

           MOVE WS-ENTRIES-LISTED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL ENTRIES LISTED  . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-CARDS-IN-ERROR > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-ACTL-OPEN
               CLOSE AUDIT-CTL-FILE
           END-IF
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.
