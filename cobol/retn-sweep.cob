      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     RETN-SWEEP.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Monthly Retention Sweep
      * TRK-SWEEP keeps FLTTRK small; nothing did the same for the
      * other masters the daily cycle only ever adds to, and ops
      * pruned them by hand with an IDCAMS REPRO/reload.  This
      * sweep does it for all of them in one pass, each against
      * its own horizon from the RETNCTL policy cards:
      *   FLTALRT  acknowledged alerts whose last sighting and
      *            acknowledgment are both past the horizon.  An
      *            open alert -- escalating or not -- is never
      *            touched, whatever its age (ALRT-ESCALATE only
      *            escalates open alerts, so acknowledged is
      *            closed).
      *   FLTLEGH  legs whose last contact is past the horizon.
      *   FLTSTAT  daily statistics records run before it.
      *   FLTVERD  feed verdicts run before it.
      *   FLTAUDT  journal entries stamped before it, except any
      *            for an alert still open on FLTALRT, so an open
      *            alert can always be replayed from its opening.
      * Every record removed is written first to that master's
      * own archive generation.  FLTALRT and FLTLEGH are keyed and
      * are deleted from in place; the other three are sequential
      * files appended by DISP=MOD, so the records kept are
      * written to a keep file the job copies back over the
      * master once this step ends clean.
      *
      * The RETNREPT report shows per master the horizon and the
      * cutoff date, the records read, kept and purged, and the
      * oldest date still on file after the sweep.  All five
      * masters are opened before any is swept: a bad policy card
      * or a master that will not open sweeps nothing at all and
      * ends RC=8 -- the copy-back steps test this one, so a
      * sequential master is never replaced by a short keep file
      * and no record is archived that is still on its master.
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
           SELECT POLICY-FILE ASSIGN TO "RETNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.

           SELECT ALERT-FILE ASSIGN TO "FLTALRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT ALERT-ARCH-FILE ASSIGN TO "ALRTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEG-HISTORY-FILE ASSIGN TO "FLTLEGH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEGH-KEY
               FILE STATUS IS WS-LEGH-STATUS.

           SELECT LEGH-ARCH-FILE ASSIGN TO "LEGHARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATS-FILE ASSIGN TO "FLTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT STATS-KEEP-FILE ASSIGN TO "STATKEEP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATS-ARCH-FILE ASSIGN TO "STATARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VERDICT-FILE ASSIGN TO "FLTVERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERD-STATUS.

           SELECT VERDICT-KEEP-FILE ASSIGN TO "VERDKEEP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VERDICT-ARCH-FILE ASSIGN TO "VERDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "FLTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT AUDIT-KEEP-FILE ASSIGN TO "AUDTKEEP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POLICY-FILE-REC            PIC X(80).

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTALRT.cpy".

       FD  ALERT-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERT-ARCH-REC             PIC X(187).

       FD  LEG-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTLEGH.cpy".

       FD  LEGH-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEGH-ARCH-REC              PIC X(92).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATS-FILE-REC             PIC X(579).

       FD  STATS-KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATS-KEEP-REC             PIC X(579).

       FD  STATS-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATS-ARCH-REC             PIC X(579).

       FD  VERDICT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERDICT-FILE-REC           PIC X(52).

       FD  VERDICT-KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERDICT-KEEP-REC           PIC X(52).

       FD  VERDICT-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERDICT-ARCH-REC           PIC X(52).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC             PIC X(100).

       FD  AUDIT-KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-KEEP-REC             PIC X(100).

       FD  AUDIT-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCH-REC             PIC X(100).

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
       01  WS-POL-STATUS               PIC X(02) VALUE SPACES.
           88  WS-POL-STATUS-OK               VALUE "00".
       01  WS-ALRT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-ALRT-STATUS-OK              VALUE "00".
       01  WS-LEGH-STATUS              PIC X(02) VALUE SPACES.
           88  WS-LEGH-STATUS-OK              VALUE "00".
       01  WS-STAT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-STAT-STATUS-OK              VALUE "00".
       01  WS-VERD-STATUS              PIC X(02) VALUE SPACES.
           88  WS-VERD-STATUS-OK              VALUE "00".
       01  WS-AUDT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-OK              VALUE "00".

       01  WS-POLICY-OK-SW             PIC X(01) VALUE "Y".
           88  WS-POLICY-OK                   VALUE "Y".
           88  WS-POLICY-IN-ERROR             VALUE "N".
       01  WS-MASTERS-OK-SW            PIC X(01) VALUE "Y".
           88  WS-MASTERS-OK                  VALUE "Y".
           88  WS-MASTERS-IN-ERROR            VALUE "N".
       01  WS-PURGE-SW                 PIC X(01) VALUE "N".
           88  WS-PURGE-RECORD                VALUE "Y".
           88  WS-KEEP-RECORD                 VALUE "N".

       77  WS-CARDS-READ               PIC 9(05) COMP VALUE 0.
       77  WS-ALRT-OPEN-KEPT           PIC 9(09) COMP VALUE 0.
       77  WS-AUDT-OPEN-KEPT           PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    RETNCTL POLICY CARDS
      *    One card per master to override its default horizon:
      *      cols  1-8   master DD name (FLTALRT, FLTLEGH,
      *                  FLTSTAT, FLTVERD, FLTAUDT)
      *      cols 10-13  horizon in days, 0031-9999
      *    An asterisk in column 1 marks a comment; blank cards
      *    are skipped.  A master with no card keeps the default
      *    set in 1000-INITIALIZE.  The 31-day floor stops a
      *    mispunched card from emptying a master the month-end
      *    reports still need.
      *-----------------------------------------------------------*
       01  WS-POLICY-CARD.
           05  WS-PCARD-MASTER         PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-PCARD-DAYS           PIC X(04).
           05  FILLER                  PIC X(67).

      *-----------------------------------------------------------*
      *    PER-MASTER POLICY AND RESULTS
      *    Fixed order: 1 FLTALRT, 2 FLTLEGH, 3 FLTSTAT,
      *    4 FLTVERD, 5 FLTAUDT.  The oldest surviving date is
      *    kept as CCYYMMDD characters so the stamp-dated and the
      *    numeric-dated masters compare alike.
      *-----------------------------------------------------------*
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY OCCURS 5 TIMES.
               10  WS-POL-MASTER        PIC X(08).
               10  WS-POL-DAYS          PIC 9(04).
               10  WS-POL-SOURCE        PIC X(07).
               10  WS-POL-CUTOFF-DATE   PIC 9(08).
               10  WS-POL-READ          PIC 9(09) COMP.
               10  WS-POL-KEPT          PIC 9(09) COMP.
               10  WS-POL-PURGED        PIC 9(09) COMP.
               10  WS-POL-OLDEST        PIC X(08).
               10  WS-POL-SWEPT-SW      PIC X(01).
                   88  WS-POL-SWEPT         VALUE "Y".
                   88  WS-POL-NOT-SWEPT     VALUE "N".
               10  WS-POL-OPEN-SW       PIC X(01).
                   88  WS-POL-OPEN          VALUE "Y".
                   88  WS-POL-NOT-OPEN      VALUE "N".
       77  WS-POL-SUB                  PIC 9(02) COMP VALUE 0.
       77  WS-POL-MATCH                PIC 9(02) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    CUTOFF WORK AREAS
      *    FLTALRT and FLTAUDT carry "CCYY-MM-DD HH:MM:SS" stamps,
      *    compared against the cutoff punctuated the same way;
      *    FLTLEGH carries epoch seconds, compared against the
      *    cutoff date's midnight in epoch seconds.
      *-----------------------------------------------------------*
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-DATE-INT                 PIC S9(08) COMP VALUE 0.
       01  WS-EPOCH-BASE-INT           PIC S9(08) COMP VALUE 0.
       01  WS-ALRT-CUTOFF-STAMP        PIC X(10) VALUE SPACES.
       01  WS-AUDT-CUTOFF-STAMP        PIC X(10) VALUE SPACES.
       01  WS-LEGH-CUTOFF-EPOCH        PIC S9(12) COMP VALUE 0.
       01  WS-WORK-DATE                PIC 9(08) VALUE 0.
       01  WS-WORK-DATE-X              PIC X(08) VALUE SPACES.
       01  WS-WORK-STAMP               PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------*
      *    RECORD AREAS FOR THE SEQUENTIAL MASTERS
      *-----------------------------------------------------------*
           COPY "FLTSTAT.cpy".
           COPY "FLTVERD.cpy".
           COPY "FLTAUDT.cpy".

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-OPEN-FAIL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-DAYS-ED                  PIC ZZZ9.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Reads the policy, opens every master, sweeps each in
      *    turn, and prints the retention report.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-POLICY-OK
               PERFORM 1500-OPEN-MASTERS THRU 1500-EXIT
           END-IF

           IF WS-POLICY-OK AND WS-MASTERS-OK
               PERFORM 2000-SWEEP-ALERTS THRU 2000-EXIT
               PERFORM 3000-SWEEP-LEG-HISTORY THRU 3000-EXIT
               PERFORM 4000-SWEEP-STATISTICS THRU 4000-EXIT
               PERFORM 5000-SWEEP-VERDICTS THRU 5000-EXIT
               PERFORM 6000-SWEEP-JOURNAL THRU 6000-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Set the default horizons, apply the policy cards, work
      *    out each master's cutoff, and open the report and the
      *    archive and keep files (each is a new generation or
      *    work file whether or not anything lands in it).
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           INITIALIZE WS-POLICY-TABLE
           MOVE "FLTALRT"  TO WS-POL-MASTER (1)
           MOVE 90         TO WS-POL-DAYS (1)
           MOVE "FLTLEGH"  TO WS-POL-MASTER (2)
           MOVE 400        TO WS-POL-DAYS (2)
           MOVE "FLTSTAT"  TO WS-POL-MASTER (3)
           MOVE 400        TO WS-POL-DAYS (3)
           MOVE "FLTVERD"  TO WS-POL-MASTER (4)
           MOVE 400        TO WS-POL-DAYS (4)
           MOVE "FLTAUDT"  TO WS-POL-MASTER (5)
           MOVE 400        TO WS-POL-DAYS (5)
           PERFORM 1010-SET-DEFAULT-ENTRY THRU 1010-EXIT
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > 5

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY MONTHLY RETENTION SWEEP - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM 1100-READ-POLICY-CARDS THRU 1100-EXIT

           PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > 5

           MOVE WS-POL-CUTOFF-DATE (1) TO WS-WORK-DATE
           PERFORM 1300-FORMAT-STAMP-DATE THRU 1300-EXIT
           MOVE WS-WORK-STAMP TO WS-ALRT-CUTOFF-STAMP
           MOVE WS-POL-CUTOFF-DATE (5) TO WS-WORK-DATE
           PERFORM 1300-FORMAT-STAMP-DATE THRU 1300-EXIT
           MOVE WS-WORK-STAMP TO WS-AUDT-CUTOFF-STAMP

           COMPUTE WS-EPOCH-BASE-INT =
               FUNCTION INTEGER-OF-DATE(19700101)
           COMPUTE WS-LEGH-CUTOFF-EPOCH =
               (FUNCTION INTEGER-OF-DATE(WS-POL-CUTOFF-DATE (2))
                - WS-EPOCH-BASE-INT) * 86400

           OPEN OUTPUT ALERT-ARCH-FILE
           OPEN OUTPUT LEGH-ARCH-FILE
           OPEN OUTPUT STATS-KEEP-FILE
           OPEN OUTPUT STATS-ARCH-FILE
           OPEN OUTPUT VERDICT-KEEP-FILE
           OPEN OUTPUT VERDICT-ARCH-FILE
           OPEN OUTPUT AUDIT-KEEP-FILE
           OPEN OUTPUT AUDIT-ARCH-FILE.

       1000-EXIT.
           EXIT.

       1010-SET-DEFAULT-ENTRY.
           MOVE "DEFAULT"  TO WS-POL-SOURCE (WS-POL-SUB)
           MOVE "99999999" TO WS-POL-OLDEST (WS-POL-SUB)
           SET WS-POL-NOT-SWEPT (WS-POL-SUB) TO TRUE
           SET WS-POL-NOT-OPEN (WS-POL-SUB) TO TRUE.

       1010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-POLICY-CARDS
      *    Applies each card; any bad card is listed and the whole
      *    sweep is called off.  No RETNCTL at all runs on the
      *    defaults.
      *-----------------------------------------------------------*
       1100-READ-POLICY-CARDS.
           OPEN INPUT POLICY-FILE
           IF NOT WS-POL-STATUS-OK
               GO TO 1100-EXIT
           END-IF

           PERFORM 1110-APPLY-POLICY-CARD THRU 1110-EXIT
               UNTIL WS-EOF-REACHED

           CLOSE POLICY-FILE
           MOVE 0 TO WS-EOF.

       1100-EXIT.
           EXIT.

       1110-APPLY-POLICY-CARD.
           READ POLICY-FILE INTO WS-POLICY-CARD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO WS-CARDS-READ

           IF WS-POLICY-CARD = SPACES
                   OR WS-POLICY-CARD (1:1) = "*"
               GO TO 1110-EXIT
           END-IF

           MOVE 0 TO WS-POL-MATCH
           PERFORM 1120-MATCH-MASTER THRU 1120-EXIT
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > 5
           IF WS-POL-MATCH = 0
               PERFORM 1150-REJECT-CARD THRU 1150-EXIT
               GO TO 1110-EXIT
           END-IF

           IF WS-PCARD-DAYS IS NOT NUMERIC
               PERFORM 1150-REJECT-CARD THRU 1150-EXIT
               GO TO 1110-EXIT
           END-IF
           IF WS-PCARD-DAYS < "0031"
               PERFORM 1150-REJECT-CARD THRU 1150-EXIT
               GO TO 1110-EXIT
           END-IF

           MOVE WS-PCARD-DAYS TO WS-POL-DAYS (WS-POL-MATCH)
           MOVE "CARD"        TO WS-POL-SOURCE (WS-POL-MATCH).

       1110-EXIT.
           EXIT.

       1120-MATCH-MASTER.
           IF WS-POL-MASTER (WS-POL-SUB) = WS-PCARD-MASTER
               MOVE WS-POL-SUB TO WS-POL-MATCH
           END-IF.

       1120-EXIT.
           EXIT.

       1150-REJECT-CARD.
           SET WS-POLICY-IN-ERROR TO TRUE
           MOVE SPACES TO REPORT-REC
           STRING "*** RETNCTL CARD REJECTED (MASTER UNKNOWN OR"
                   DELIMITED BY SIZE
                   " DAYS NOT 0031-9999): " DELIMITED BY SIZE
                   WS-POLICY-CARD (1:40) DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-COMPUTE-CUTOFF
      *    The first date kept: records dated before it go.
      *-----------------------------------------------------------*
       1200-COMPUTE-CUTOFF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-POL-DAYS (WS-POL-SUB)
           COMPUTE WS-POL-CUTOFF-DATE (WS-POL-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-FORMAT-STAMP-DATE
      *    WS-WORK-DATE as the "CCYY-MM-DD" head of a timestamp.
      *-----------------------------------------------------------*
       1300-FORMAT-STAMP-DATE.
           MOVE WS-WORK-DATE TO WS-WORK-DATE-X
           MOVE SPACES TO WS-WORK-STAMP
           STRING WS-WORK-DATE-X (1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WORK-DATE-X (5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WORK-DATE-X (7:2) DELIMITED BY SIZE
               INTO WS-WORK-STAMP
           END-STRING.

       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-STAMP-TO-DATE
      *    The CCYYMMDD characters of the stamp in WS-WORK-STAMP.
      *-----------------------------------------------------------*
       1400-STAMP-TO-DATE.
           MOVE SPACES TO WS-WORK-DATE-X
           STRING WS-WORK-STAMP (1:4) DELIMITED BY SIZE
                   WS-WORK-STAMP (6:2) DELIMITED BY SIZE
                   WS-WORK-STAMP (9:2) DELIMITED BY SIZE
               INTO WS-WORK-DATE-X
           END-STRING.

       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-OPEN-MASTERS
      *    Every master is opened before any is swept.  One that
      *    will not open is listed and the whole sweep is called
      *    off, so nothing is archived from a master that is then
      *    left as it was.  The masters that did open are closed
      *    by 8000-TERMINATE.
      *-----------------------------------------------------------*
       1500-OPEN-MASTERS.
           OPEN I-O ALERT-FILE
           IF WS-ALRT-STATUS-OK
               SET WS-POL-OPEN (1) TO TRUE
           ELSE
               MOVE 1 TO WS-POL-SUB
               MOVE WS-ALRT-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM 1510-LIST-OPEN-FAILURE THRU 1510-EXIT
           END-IF

           OPEN I-O LEG-HISTORY-FILE
           IF WS-LEGH-STATUS-OK
               SET WS-POL-OPEN (2) TO TRUE
           ELSE
               MOVE 2 TO WS-POL-SUB
               MOVE WS-LEGH-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM 1510-LIST-OPEN-FAILURE THRU 1510-EXIT
           END-IF

           OPEN INPUT STATS-FILE
           IF WS-STAT-STATUS-OK
               SET WS-POL-OPEN (3) TO TRUE
           ELSE
               MOVE 3 TO WS-POL-SUB
               MOVE WS-STAT-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM 1510-LIST-OPEN-FAILURE THRU 1510-EXIT
           END-IF

           OPEN INPUT VERDICT-FILE
           IF WS-VERD-STATUS-OK
               SET WS-POL-OPEN (4) TO TRUE
           ELSE
               MOVE 4 TO WS-POL-SUB
               MOVE WS-VERD-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM 1510-LIST-OPEN-FAILURE THRU 1510-EXIT
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDT-STATUS-OK
               SET WS-POL-OPEN (5) TO TRUE
           ELSE
               MOVE 5 TO WS-POL-SUB
               MOVE WS-AUDT-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM 1510-LIST-OPEN-FAILURE THRU 1510-EXIT
           END-IF.

       1500-EXIT.
           EXIT.

       1510-LIST-OPEN-FAILURE.
           SET WS-MASTERS-IN-ERROR TO TRUE
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO REPORT-REC
           STRING "*** MASTER " DELIMITED BY SIZE
                   WS-POL-MASTER (WS-POL-SUB) DELIMITED BY SPACE
                   " WILL NOT OPEN, FILE STATUS " DELIMITED BY SIZE
                   WS-OPEN-FAIL-STATUS DELIMITED BY SIZE
                   " - NO MASTER IS SWEPT ***" DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-SWEEP-ALERTS
      *    Walks the alert master end to end.  The cluster stays
      *    open through the journal sweep, which looks alerts up.
      *-----------------------------------------------------------*
       2000-SWEEP-ALERTS.
           SET WS-POL-SWEPT (1) TO TRUE

           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO ALRT-KEY
           START ALERT-FILE KEY >= ALRT-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM 2100-SWEEP-ALERT THRU 2100-EXIT
               UNTIL WS-EOF-REACHED.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-SWEEP-ALERT
      *    Only an acknowledged alert can go, and only once both
      *    its last sighting and its acknowledgment are older
      *    than the horizon.
      *-----------------------------------------------------------*
       2100-SWEEP-ALERT.
           READ ALERT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 2100-EXIT
           END-READ
           IF NOT WS-ALRT-STATUS-OK
               MOVE 1 TO WS-EOF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-POL-READ (1)

           SET WS-KEEP-RECORD TO TRUE
           IF ALRT-STATUS-ACKED
               IF ALRT-LAST-SEEN (1:10) < WS-ALRT-CUTOFF-STAMP
                       AND ALRT-ACK-TIME (1:10) < WS-ALRT-CUTOFF-STAMP
                   SET WS-PURGE-RECORD TO TRUE
               END-IF
           ELSE
               IF ALRT-LAST-SEEN (1:10) < WS-ALRT-CUTOFF-STAMP
                   ADD 1 TO WS-ALRT-OPEN-KEPT
               END-IF
           END-IF

           IF WS-PURGE-RECORD
               MOVE ALERT-REC TO ALERT-ARCH-REC
               WRITE ALERT-ARCH-REC
               DELETE ALERT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-POL-PURGED (1)
           ELSE
               ADD 1 TO WS-POL-KEPT (1)
               MOVE ALRT-LAST-SEEN (1:10) TO WS-WORK-STAMP
               PERFORM 1400-STAMP-TO-DATE THRU 1400-EXIT
               IF WS-WORK-DATE-X < WS-POL-OLDEST (1)
                   MOVE WS-WORK-DATE-X TO WS-POL-OLDEST (1)
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-SWEEP-LEG-HISTORY
      *-----------------------------------------------------------*
       3000-SWEEP-LEG-HISTORY.
           SET WS-POL-SWEPT (2) TO TRUE

           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO LEGH-KEY
           START LEG-HISTORY-FILE KEY >= LEGH-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM 3100-SWEEP-LEG THRU 3100-EXIT
               UNTIL WS-EOF-REACHED.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-SWEEP-LEG
      *    A leg goes once its last contact is before the cutoff.
      *-----------------------------------------------------------*
       3100-SWEEP-LEG.
           READ LEG-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 3100-EXIT
           END-READ
           IF NOT WS-LEGH-STATUS-OK
               MOVE 1 TO WS-EOF
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-POL-READ (2)

           IF LEGH-LAST-CONTACT < WS-LEGH-CUTOFF-EPOCH
               MOVE LEG-HISTORY-REC TO LEGH-ARCH-REC
               WRITE LEGH-ARCH-REC
               DELETE LEG-HISTORY-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-POL-PURGED (2)
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-POL-KEPT (2)
           COMPUTE WS-DATE-INT =
               LEGH-LAST-CONTACT / 86400 + WS-EPOCH-BASE-INT
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-WORK-DATE TO WS-WORK-DATE-X
           IF WS-WORK-DATE-X < WS-POL-OLDEST (2)
               MOVE WS-WORK-DATE-X TO WS-POL-OLDEST (2)
           END-IF.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-SWEEP-STATISTICS
      *    Each daily record is kept or archived by its run date.
      *-----------------------------------------------------------*
       4000-SWEEP-STATISTICS.
           SET WS-POL-SWEPT (3) TO TRUE

           MOVE 0 TO WS-EOF
           PERFORM 4100-SWEEP-STAT-RECORD THRU 4100-EXIT
               UNTIL WS-EOF-REACHED.

       4000-EXIT.
           EXIT.

       4100-SWEEP-STAT-RECORD.
           READ STATS-FILE INTO DAILY-STATS-REC
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-POL-READ (3)

           IF STAT-RUN-DATE < WS-POL-CUTOFF-DATE (3)
               WRITE STATS-ARCH-REC FROM DAILY-STATS-REC
               ADD 1 TO WS-POL-PURGED (3)
               GO TO 4100-EXIT
           END-IF

           WRITE STATS-KEEP-REC FROM DAILY-STATS-REC
           ADD 1 TO WS-POL-KEPT (3)
           MOVE STAT-RUN-DATE TO WS-WORK-DATE-X
           IF WS-WORK-DATE-X < WS-POL-OLDEST (3)
               MOVE WS-WORK-DATE-X TO WS-POL-OLDEST (3)
           END-IF.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-SWEEP-VERDICTS
      *    Each verdict is kept or archived by its run date.
      *-----------------------------------------------------------*
       5000-SWEEP-VERDICTS.
           SET WS-POL-SWEPT (4) TO TRUE

           MOVE 0 TO WS-EOF
           PERFORM 5100-SWEEP-VERDICT-RECORD THRU 5100-EXIT
               UNTIL WS-EOF-REACHED.

       5000-EXIT.
           EXIT.

       5100-SWEEP-VERDICT-RECORD.
           READ VERDICT-FILE INTO FEED-VERDICT-REC
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-POL-READ (4)

           IF VERD-RUN-DATE < WS-POL-CUTOFF-DATE (4)
               WRITE VERDICT-ARCH-REC FROM FEED-VERDICT-REC
               ADD 1 TO WS-POL-PURGED (4)
               GO TO 5100-EXIT
           END-IF

           WRITE VERDICT-KEEP-REC FROM FEED-VERDICT-REC
           ADD 1 TO WS-POL-KEPT (4)
           MOVE VERD-RUN-DATE TO WS-WORK-DATE-X
           IF WS-WORK-DATE-X < WS-POL-OLDEST (4)
               MOVE WS-WORK-DATE-X TO WS-POL-OLDEST (4)
           END-IF.

       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-SWEEP-JOURNAL
      *    Each journal entry is kept or archived by its stamp.
      *-----------------------------------------------------------*
       6000-SWEEP-JOURNAL.
           SET WS-POL-SWEPT (5) TO TRUE

           MOVE 0 TO WS-EOF
           PERFORM 6100-SWEEP-JOURNAL-ENTRY THRU 6100-EXIT
               UNTIL WS-EOF-REACHED.

       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6100-SWEEP-JOURNAL-ENTRY
      *    An entry past the horizon still stays while its alert
      *    is open on the master.
      *-----------------------------------------------------------*
       6100-SWEEP-JOURNAL-ENTRY.
           READ AUDIT-FILE INTO AUDIT-REC
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-POL-READ (5)

           SET WS-KEEP-RECORD TO TRUE
           IF AUDT-TIMESTAMP (1:10) < WS-AUDT-CUTOFF-STAMP
               PERFORM 6200-CHECK-ALERT-OPEN THRU 6200-EXIT
           END-IF

           IF WS-PURGE-RECORD
               WRITE AUDIT-ARCH-REC FROM AUDIT-REC
               ADD 1 TO WS-POL-PURGED (5)
               GO TO 6100-EXIT
           END-IF

           WRITE AUDIT-KEEP-REC FROM AUDIT-REC
           ADD 1 TO WS-POL-KEPT (5)
           MOVE AUDT-TIMESTAMP (1:10) TO WS-WORK-STAMP
           PERFORM 1400-STAMP-TO-DATE THRU 1400-EXIT
           IF WS-WORK-DATE-X < WS-POL-OLDEST (5)
               MOVE WS-WORK-DATE-X TO WS-POL-OLDEST (5)
           END-IF.

       6100-EXIT.
           EXIT.

       6200-CHECK-ALERT-OPEN.
           MOVE AUDT-ALERT-KEY TO ALRT-KEY
           READ ALERT-FILE
               INVALID KEY
                   SET WS-PURGE-RECORD TO TRUE
               NOT INVALID KEY
                   IF ALRT-STATUS-OPEN
                       ADD 1 TO WS-AUDT-OPEN-KEPT
                   ELSE
                       SET WS-PURGE-RECORD TO TRUE
                   END-IF
           END-READ.

       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Prints the retention report and closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "MASTER"      TO WS-REPORT-LINE (1:8)
           MOVE "HORIZON"     TO WS-REPORT-LINE (10:7)
           MOVE "FROM"        TO WS-REPORT-LINE (19:7)
           MOVE "CUTOFF"      TO WS-REPORT-LINE (28:8)
           MOVE "READ"        TO WS-REPORT-LINE (44:4)
           MOVE "KEPT"        TO WS-REPORT-LINE (56:4)
           MOVE "PURGED"      TO WS-REPORT-LINE (66:6)
           MOVE "OLDEST KEPT" TO WS-REPORT-LINE (74:11)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 8100-WRITE-MASTER-LINE THRU 8100-EXIT
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > 5

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-ALRT-OPEN-KEPT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "OPEN ALERTS PAST HORIZON, KEPT . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-AUDT-OPEN-KEPT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "JOURNAL ENTRIES KEPT FOR OPEN ALERTS: "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF RETURN-CODE NOT = 0
               MOVE SPACES TO REPORT-REC
               STRING "*** NOTHING SWEPT - RC=8, NO MASTER HAS"
                       DELIMITED BY SIZE
                       " BEEN CHANGED AND NO KEEP FILE IS COPIED"
                       DELIMITED BY SIZE
                       " BACK ***" DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-POL-OPEN (1)
               CLOSE ALERT-FILE
           END-IF
           IF WS-POL-OPEN (2)
               CLOSE LEG-HISTORY-FILE
           END-IF
           IF WS-POL-OPEN (3)
               CLOSE STATS-FILE
           END-IF
           IF WS-POL-OPEN (4)
               CLOSE VERDICT-FILE
           END-IF
           IF WS-POL-OPEN (5)
               CLOSE AUDIT-FILE
           END-IF
           CLOSE ALERT-ARCH-FILE
           CLOSE LEGH-ARCH-FILE
           CLOSE STATS-KEEP-FILE
           CLOSE STATS-ARCH-FILE
           CLOSE VERDICT-KEEP-FILE
           CLOSE VERDICT-ARCH-FILE
           CLOSE AUDIT-KEEP-FILE
           CLOSE AUDIT-ARCH-FILE
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8100-WRITE-MASTER-LINE
      *    A master not swept shows why instead of its counts.
      *-----------------------------------------------------------*
       8100-WRITE-MASTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-POL-MASTER (WS-POL-SUB) TO WS-REPORT-LINE (1:8)
           MOVE WS-POL-DAYS (WS-POL-SUB) TO WS-DAYS-ED
           MOVE WS-DAYS-ED TO WS-REPORT-LINE (11:4)
           MOVE WS-POL-SOURCE (WS-POL-SUB) TO WS-REPORT-LINE (19:7)
           MOVE WS-POL-CUTOFF-DATE (WS-POL-SUB)
               TO WS-REPORT-LINE (28:8)

           IF WS-POL-NOT-SWEPT (WS-POL-SUB)
               IF WS-POLICY-IN-ERROR
                   MOVE "*** POLICY IN ERROR - NOT SWEPT ***"
                       TO WS-REPORT-LINE (38:40)
               ELSE
                   IF WS-POL-NOT-OPEN (WS-POL-SUB)
                       MOVE "*** NOT AVAILABLE - NOT SWEPT ***"
                           TO WS-REPORT-LINE (38:40)
                   ELSE
                       MOVE "*** OTHER MASTER FAILED - NOT SWEPT ***"
                           TO WS-REPORT-LINE (38:40)
                   END-IF
               END-IF
               GO TO 8100-WRITE
           END-IF

           MOVE WS-POL-READ (WS-POL-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (37:11)
           MOVE WS-POL-KEPT (WS-POL-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (49:11)
           MOVE WS-POL-PURGED (WS-POL-SUB) TO WS-REPORT-COUNT-ED
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (61:11)
           IF WS-POL-KEPT (WS-POL-SUB) > 0
               MOVE WS-POL-OLDEST (WS-POL-SUB)
                   TO WS-REPORT-LINE (74:8)
           ELSE
               MOVE "NONE" TO WS-REPORT-LINE (74:4)
           END-IF.

       8100-WRITE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8100-EXIT.
           EXIT.
