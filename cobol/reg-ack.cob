      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     REG-ACK.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Regulator Acknowledgment
      * Reconciliation
      * Reads the aviation authority's acknowledgment file (see
      * FLTRGAK) back against the FLTRGOC outbound control master
      * REG-SEND keeps, and marks each interface file and each
      * incident on it accepted or rejected.  A file the authority
      * rejected whole marks every incident on it rejected with
      * the file's reason, unless a detail says otherwise.  Then
      * it reports what still needs chasing:
      *   - acknowledgments that do not line up: a group for a
      *     file never sent, a detail outside its file's group or
      *     for an item never sent, a trailer count that does not
      *     match the details, or a file acknowledged for fewer
      *     details than went out;
      *   - sequence gaps: a file still unacknowledged when a
      *     later one has been, or a sequence number missing from
      *     the master altogether;
      *   - files and incidents still unacknowledged more than the
      *     allowed number of days after they were sent;
      *   - the incidents rejected on this run, with the reason,
      *     for the duty officer to correct and refile.
      * Rejected incidents are not resent automatically -- the
      * authority has already seen them once.  A file or incident
      * already marked with the same answer is left alone, so
      * reading the same acknowledgment file again changes, counts
      * and lists nothing new.
      *
      * The allowed days come from the optional ACKCTL card (see
      * WS-ACKCTL-CARD below).  A missing acknowledgment file
      * still runs the gap and overdue checks.  RC=4 when anything
      * above is listed, RC=8 when the control master cannot be
      * opened.
      *
      * The step stamps its start, end and return code as REGACK
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
           SELECT ACK-FILE ASSIGN TO "REGACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OUTBOUND-FILE ASSIGN TO "FLTRGOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGOC-KEY
               FILE STATUS IS WS-RGOC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REGARPT"
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
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-FILE-REC               PIC X(80).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-FILE-REC           PIC X(20).

       FD  OUTBOUND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRGOC.cpy".

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
       01  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
           88  WS-ACK-STATUS-OK               VALUE "00".
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
           88  WS-CTL-STATUS-OK               VALUE "00".
       01  WS-RGOC-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RGOC-STATUS-OK              VALUE "00".

       01  WS-ACK-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-ACK-OPEN                    VALUE "Y".
           88  WS-ACK-NOT-OPEN                VALUE "N".
       01  WS-RGOC-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-RGOC-AVAILABLE              VALUE "Y".
           88  WS-RGOC-NOT-AVAILABLE          VALUE "N".
       01  WS-BROWSE-END-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-ENDED                VALUE "Y".
           88  WS-BROWSE-GOING                VALUE "N".
       01  WS-GROUP-SW                 PIC X(01) VALUE "N".
           88  WS-IN-GROUP                    VALUE "Y".
           88  WS-NOT-IN-GROUP                VALUE "N".
       01  WS-GROUP-FILE-SW            PIC X(01) VALUE "N".
           88  WS-GROUP-FILE-KNOWN            VALUE "Y".
           88  WS-GROUP-FILE-UNKNOWN          VALUE "N".

       77  WS-ACK-RECORDS-READ         PIC 9(07) COMP VALUE 0.
       77  WS-ACK-PROBLEMS             PIC 9(07) COMP VALUE 0.
       77  WS-FILES-ACKED              PIC 9(07) COMP VALUE 0.
       77  WS-FILES-REACKED            PIC 9(07) COMP VALUE 0.
       77  WS-FILES-UNCHANGED          PIC 9(07) COMP VALUE 0.
       77  WS-FILES-AWAITING           PIC 9(07) COMP VALUE 0.
       77  WS-FILES-OVERDUE            PIC 9(07) COMP VALUE 0.
       77  WS-SEQUENCE-GAPS            PIC 9(07) COMP VALUE 0.
       77  WS-ITEMS-ACCEPTED           PIC 9(07) COMP VALUE 0.
       77  WS-ITEMS-REJECTED           PIC 9(07) COMP VALUE 0.
       77  WS-ITEMS-UNCHANGED          PIC 9(07) COMP VALUE 0.
       77  WS-ITEMS-AWAITING           PIC 9(07) COMP VALUE 0.
       77  WS-ITEMS-OVERDUE            PIC 9(07) COMP VALUE 0.
       77  WS-GROUP-DETAILS            PIC 9(07) COMP VALUE 0.

      *    The answer a file or incident record carried before this
      *    run marked it.  A record that would be marked exactly
      *    as it already is -- the same acknowledgment file read
      *    again -- is left alone and neither counted nor listed.
       01  WS-PRIOR-STATUS             PIC X(01) VALUE SPACES.
           88  WS-PRIOR-SENT                  VALUE "S".
       01  WS-PRIOR-ACK-DATE           PIC 9(08) VALUE 0.
       01  WS-PRIOR-REASON             PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------*
      *    ACKCTL CONTROL CARD
      *    One optional card:
      *      cols  1-3   days after sending an interface file or
      *                  incident may go unacknowledged before it
      *                  is listed overdue (001-999)
      *    A missing card or a blank or non-numeric field keeps
      *    the default in the VALUE clause.
      *-----------------------------------------------------------*
       01  WS-ACKCTL-CARD.
           05  WS-ACKCTL-DAYS          PIC X(03).
           05  FILLER                  PIC X(17).

       01  WS-OVERDUE-DAYS             PIC 9(03) VALUE 5.

       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-DAYS-OUT                 PIC S9(07) VALUE 0.

      *-----------------------------------------------------------*
      *    ACKNOWLEDGMENT RECORD AREAS
      *-----------------------------------------------------------*
       01  WS-ACK-BUFFER               PIC X(80).
           COPY "FLTRGAK.cpy".

       01  WS-LAST-SEQUENCE            PIC 9(06) VALUE 0.
       01  WS-HIGH-ACKED-SEQUENCE      PIC 9(06) VALUE 0.
       01  WS-EXPECTED-SEQUENCE        PIC 9(06) VALUE 0.
       01  WS-GROUP-SEQUENCE           PIC 9(06) VALUE 0.
       01  WS-GROUP-ACK-DATE           PIC 9(08) VALUE 0.
       01  WS-GROUP-SENT-COUNT         PIC 9(05) VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(07) VALUE 0.
       01  WS-ACK-SEQUENCE             PIC 9(06) VALUE 0.
       01  WS-ACK-ITEM                 PIC 9(05) VALUE 0.
       01  WS-GROUP-STATUS             PIC X(01) VALUE SPACES.
       01  WS-PROBLEM-TEXT             PIC X(50) VALUE SPACES.
       01  WS-PROBLEM-RECORD           PIC X(47) VALUE SPACES.

      *-----------------------------------------------------------*
      *    FILES ACKNOWLEDGED ON THIS RUN
      *    A file rejected whole carries its verdict down to the
      *    incidents on it.
      *-----------------------------------------------------------*
       01  WS-FILE-ACK-TABLE.
           05  WS-FILE-ACK-ENTRY OCCURS 500 TIMES.
               10  WS-FACK-SEQUENCE     PIC 9(06).
               10  WS-FACK-STATUS       PIC X(01).
               10  WS-FACK-DATE         PIC 9(08).
               10  WS-FACK-REASON       PIC X(30).
       77  WS-FILE-ACK-COUNT           PIC 9(04) COMP VALUE 0.
       77  WS-FILE-ACK-SUB             PIC 9(04) COMP VALUE 0.
       77  WS-FILE-ACK-MATCH           PIC 9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    DETAIL ACKNOWLEDGMENTS ON THIS RUN
      *    Matched to the incidents on the master's browse; any
      *    left unmatched name an item never sent.
      *-----------------------------------------------------------*
       01  WS-ITEM-ACK-TABLE.
           05  WS-ITEM-ACK-ENTRY OCCURS 5000 TIMES.
               10  WS-IACK-SEQUENCE     PIC 9(06).
               10  WS-IACK-ITEM         PIC 9(05).
               10  WS-IACK-STATUS       PIC X(01).
               10  WS-IACK-DATE         PIC 9(08).
               10  WS-IACK-REASON       PIC X(30).
               10  WS-IACK-MATCHED-SW   PIC X(01).
                   88  WS-IACK-MATCHED      VALUE "Y".
       77  WS-ITEM-ACK-COUNT           PIC 9(04) COMP VALUE 0.
       77  WS-ITEM-ACK-SUB             PIC 9(04) COMP VALUE 0.
       77  WS-ITEM-ACK-MATCH           PIC 9(04) COMP VALUE 0.
       77  WS-ITEM-ACKS-DROPPED        PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-SEQUENCE-ED              PIC ZZZZZ9.
       01  WS-SEQUENCE-TO-ED           PIC ZZZZZ9.
       01  WS-ITEM-ED                  PIC ZZZZ9.
       01  WS-DAYS-ED                  PIC ZZZZ9.

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "REGACK".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Applies the acknowledgment file, marks the incidents,
      *    then checks the interface files for gaps and overdues.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-RGOC-AVAILABLE
               PERFORM 2000-APPLY-ACK-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF-REACHED
               PERFORM 2900-CLOSE-GROUP THRU 2900-EXIT
               PERFORM 3000-MARK-INCIDENTS THRU 3000-EXIT
               PERFORM 3500-LIST-UNMATCHED-ACKS THRU 3500-EXIT
               PERFORM 4000-CHECK-FILES THRU 4000-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Read the control card, open the files, print the
      *    heading, and prime the acknowledgment read.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           INITIALIZE WS-FILE-ACK-TABLE WS-ITEM-ACK-TABLE

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT

           OPEN OUTPUT REPORT-FILE
           MOVE WS-OVERDUE-DAYS TO WS-DAYS-ED
           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY REGULATOR ACKNOWLEDGMENT RECONCILIATION"
                   DELIMITED BY SIZE
                   " - RUN DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  OVERDUE AFTER" DELIMITED BY SIZE
                   WS-DAYS-ED DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           OPEN I-O OUTBOUND-FILE
           IF WS-RGOC-STATUS-OK
               SET WS-RGOC-AVAILABLE TO TRUE
               PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT
           ELSE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTRGOC OUTBOUND CONTROL MASTER NOT"
                       " AVAILABLE - NOTHING RECONCILED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 1 TO WS-EOF
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS-OK
               SET WS-ACK-OPEN TO TRUE
           ELSE
               MOVE SPACES TO REPORT-REC
               STRING "*** NO ACKNOWLEDGMENT FILE - GAP AND OVERDUE"
                       " CHECKS ONLY ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 1 TO WS-EOF
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ACKNOWLEDGMENT FILE PROBLEMS" TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 2100-READ-ACK THRU 2100-EXIT.

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

           READ CONTROL-FILE INTO WS-ACKCTL-CARD
               AT END
                   CLOSE CONTROL-FILE
                   GO TO 1100-EXIT
           END-READ

           IF WS-ACKCTL-DAYS IS NUMERIC
                   AND WS-ACKCTL-DAYS NOT = "000"
               MOVE WS-ACKCTL-DAYS TO WS-OVERDUE-DAYS
           END-IF

           CLOSE CONTROL-FILE.

       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-READ-CONTROL-RECORD
      *    The last sequence REG-SEND issued; a master with no
      *    control record has sent nothing.
      *-----------------------------------------------------------*
       1200-READ-CONTROL-RECORD.
           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-CONTROL-REC TO TRUE
           READ OUTBOUND-FILE
               INVALID KEY
                   MOVE 0 TO RGOC-LAST-SEQUENCE
           END-READ
           MOVE RGOC-LAST-SEQUENCE TO WS-LAST-SEQUENCE.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-APPLY-ACK-RECORD
      *    Dispatches on the record type in column 1.
      *-----------------------------------------------------------*
       2000-APPLY-ACK-RECORD.
           MOVE WS-ACK-BUFFER TO WS-PROBLEM-RECORD
           EVALUATE WS-ACK-BUFFER (1:1)
               WHEN "H"
                   MOVE WS-ACK-BUFFER TO REGACK-HEADER-REC
                   PERFORM 2200-APPLY-HEADER THRU 2200-EXIT
               WHEN "D"
                   MOVE WS-ACK-BUFFER TO REGACK-DETAIL-REC
                   PERFORM 2300-APPLY-DETAIL THRU 2300-EXIT
               WHEN "T"
                   MOVE WS-ACK-BUFFER TO REGACK-TRAILER-REC
                   PERFORM 2400-APPLY-TRAILER THRU 2400-EXIT
               WHEN OTHER
                   MOVE "UNRECOGNIZED RECORD TYPE" TO WS-PROBLEM-TEXT
                   PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
           END-EVALUATE

           PERFORM 2100-READ-ACK THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-ACK
      *    Single read point for the acknowledgment file.
      *-----------------------------------------------------------*
       2100-READ-ACK.
           READ ACK-FILE INTO WS-ACK-BUFFER
               AT END
                   MOVE 1 TO WS-EOF
           END-READ
           IF WS-MORE-RECORDS
               ADD 1 TO WS-ACK-RECORDS-READ
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-HEADER
      *    Opens a group and marks the file record it answers.  A
      *    file already acknowledged is marked again with the new
      *    answer -- the authority resends when it corrects one.
      *-----------------------------------------------------------*
       2200-APPLY-HEADER.
           PERFORM 2900-CLOSE-GROUP THRU 2900-EXIT
           SET WS-IN-GROUP TO TRUE
           SET WS-GROUP-FILE-UNKNOWN TO TRUE
           MOVE 0 TO WS-GROUP-DETAILS
           MOVE SPACES TO WS-GROUP-STATUS

           IF RGAH-SEQUENCE IS NOT NUMERIC
               MOVE 0 TO WS-GROUP-SEQUENCE
               MOVE "HEADER SEQUENCE NOT NUMERIC" TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE RGAH-SEQUENCE TO WS-GROUP-SEQUENCE
           IF RGAH-ACK-DATE IS NUMERIC
               MOVE RGAH-ACK-DATE TO WS-GROUP-ACK-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-GROUP-ACK-DATE
           END-IF

           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-FILE-REC TO TRUE
           MOVE WS-GROUP-SEQUENCE TO RGOC-FILE-SEQUENCE
           READ OUTBOUND-FILE
               INVALID KEY
                   IF WS-GROUP-SEQUENCE > WS-LAST-SEQUENCE
                       MOVE "ACKNOWLEDGES A FILE NEVER SENT"
                           TO WS-PROBLEM-TEXT
                   ELSE
                       MOVE "FILE NOT ON THE CONTROL MASTER"
                           TO WS-PROBLEM-TEXT
                   END-IF
                   PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
                   GO TO 2200-EXIT
           END-READ
           IF NOT RGAH-FILE-ACCEPTED AND NOT RGAH-FILE-REJECTED
               MOVE "HEADER STATUS NOT A OR R" TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               GO TO 2200-EXIT
           END-IF
           SET WS-GROUP-FILE-KNOWN TO TRUE
           MOVE RGOC-DETAIL-COUNT TO WS-GROUP-SENT-COUNT

           PERFORM 3150-SAVE-PRIOR-ANSWER THRU 3150-EXIT
           IF RGAH-FILE-ACCEPTED
               SET RGOC-ACCEPTED TO TRUE
               MOVE SPACES TO RGOC-REJECT-REASON
           ELSE
               SET RGOC-REJECTED TO TRUE
               MOVE RGAH-REASON TO RGOC-REJECT-REASON
           END-IF
           MOVE WS-GROUP-ACK-DATE TO RGOC-ACK-DATE
           MOVE RGOC-STATUS TO WS-GROUP-STATUS
           IF RGOC-STATUS = WS-PRIOR-STATUS
                   AND RGOC-ACK-DATE = WS-PRIOR-ACK-DATE
                   AND RGOC-REJECT-REASON = WS-PRIOR-REASON
               ADD 1 TO WS-FILES-UNCHANGED
           ELSE
               IF NOT WS-PRIOR-SENT
                   ADD 1 TO WS-FILES-REACKED
               END-IF
               REWRITE REGULATOR-OUTBOUND-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-FILES-ACKED
           END-IF

           IF WS-FILE-ACK-COUNT < 500
               ADD 1 TO WS-FILE-ACK-COUNT
               MOVE WS-GROUP-SEQUENCE
                   TO WS-FACK-SEQUENCE (WS-FILE-ACK-COUNT)
               MOVE RGOC-STATUS TO WS-FACK-STATUS (WS-FILE-ACK-COUNT)
               MOVE WS-GROUP-ACK-DATE
                   TO WS-FACK-DATE (WS-FILE-ACK-COUNT)
               MOVE RGOC-REJECT-REASON
                   TO WS-FACK-REASON (WS-FILE-ACK-COUNT)
           END-IF.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-APPLY-DETAIL
      *    Holds the detail's answer for the incident browse.  It
      *    must fall inside the group of the file it names.
      *-----------------------------------------------------------*
       2300-APPLY-DETAIL.
           IF WS-NOT-IN-GROUP
               MOVE "DETAIL WITH NO HEADER" TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-GROUP-DETAILS

           IF RGAD-SEQUENCE IS NOT NUMERIC
                   OR RGAD-ITEM IS NOT NUMERIC
               MOVE "DETAIL SEQUENCE/ITEM NOT NUMERIC"
                   TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE RGAD-SEQUENCE TO WS-ACK-SEQUENCE
           MOVE RGAD-ITEM     TO WS-ACK-ITEM
           IF WS-ACK-SEQUENCE NOT = WS-GROUP-SEQUENCE
               MOVE "DETAIL OUTSIDE ITS FILE GROUP" TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               GO TO 2300-EXIT
           END-IF
           IF NOT RGAD-ACCEPTED AND NOT RGAD-REJECTED
               MOVE "DETAIL STATUS NOT A OR R" TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-GROUP-FILE-UNKNOWN
               GO TO 2300-EXIT
           END-IF

           IF WS-ITEM-ACK-COUNT >= 5000
               ADD 1 TO WS-ITEM-ACKS-DROPPED
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ITEM-ACK-COUNT
           MOVE WS-ACK-SEQUENCE TO WS-IACK-SEQUENCE (WS-ITEM-ACK-COUNT)
           MOVE WS-ACK-ITEM     TO WS-IACK-ITEM (WS-ITEM-ACK-COUNT)
           MOVE RGAD-STATUS     TO WS-IACK-STATUS (WS-ITEM-ACK-COUNT)
           MOVE WS-GROUP-ACK-DATE
               TO WS-IACK-DATE (WS-ITEM-ACK-COUNT)
           MOVE RGAD-REASON     TO WS-IACK-REASON (WS-ITEM-ACK-COUNT).

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-APPLY-TRAILER
      *    Proves the group's detail count and closes it.
      *-----------------------------------------------------------*
       2400-APPLY-TRAILER.
           IF WS-NOT-IN-GROUP
               MOVE "TRAILER WITH NO HEADER" TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               GO TO 2400-EXIT
           END-IF

           IF RGAT-DETAIL-COUNT IS NOT NUMERIC
               MOVE "TRAILER COUNT NOT NUMERIC" TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
           ELSE
               MOVE RGAT-DETAIL-COUNT TO WS-TRAILER-COUNT
               IF WS-TRAILER-COUNT NOT = WS-GROUP-DETAILS
                   MOVE "TRAILER COUNT DISAGREES WITH DETAILS"
                       TO WS-PROBLEM-TEXT
                   PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
               END-IF
           END-IF

           PERFORM 2950-CHECK-GROUP-COUNT THRU 2950-EXIT
           SET WS-NOT-IN-GROUP TO TRUE.

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2800-WRITE-ACK-PROBLEM
      *    One line per acknowledgment record that will not apply,
      *    with the record itself so it can be chased.
      *-----------------------------------------------------------*
       2800-WRITE-ACK-PROBLEM.
           ADD 1 TO WS-ACK-PROBLEMS
           MOVE WS-ACK-RECORDS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "REC"              TO WS-REPORT-LINE (3:3)
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE (6:7)
           MOVE WS-PROBLEM-TEXT    TO WS-REPORT-LINE (15:40)
           MOVE WS-PROBLEM-RECORD  TO WS-REPORT-LINE (57:47)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-CLOSE-GROUP
      *    A group still open when the next header or the end of
      *    the file arrives had no trailer.
      *-----------------------------------------------------------*
       2900-CLOSE-GROUP.
           IF WS-NOT-IN-GROUP
               GO TO 2900-EXIT
           END-IF
           MOVE SPACES TO WS-PROBLEM-RECORD
           MOVE WS-GROUP-SEQUENCE TO WS-PROBLEM-RECORD (3:6)
           MOVE "FILE GROUP HAS NO TRAILER" TO WS-PROBLEM-TEXT
           PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
           PERFORM 2950-CHECK-GROUP-COUNT THRU 2950-EXIT
           SET WS-NOT-IN-GROUP TO TRUE.

       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2950-CHECK-GROUP-COUNT
      *    An accepted file answered for fewer (or more) details
      *    than went out.  A file rejected whole needs none.
      *-----------------------------------------------------------*
       2950-CHECK-GROUP-COUNT.
           IF WS-GROUP-FILE-UNKNOWN
               GO TO 2950-EXIT
           END-IF
           IF WS-GROUP-STATUS = "R"
               GO TO 2950-EXIT
           END-IF
           IF WS-GROUP-DETAILS NOT = WS-GROUP-SENT-COUNT
               MOVE SPACES TO WS-PROBLEM-RECORD
               MOVE WS-GROUP-SEQUENCE TO WS-PROBLEM-RECORD (3:6)
               MOVE "DETAILS ANSWERED DIFFER FROM DETAILS SENT"
                   TO WS-PROBLEM-TEXT
               PERFORM 2800-WRITE-ACK-PROBLEM THRU 2800-EXIT
           END-IF.

       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-MARK-INCIDENTS
      *    One pass over the incident records: each takes its
      *    detail answer (or its file's whole-file rejection),
      *    and one still awaiting an answer past the allowed days
      *    is listed overdue.
      *-----------------------------------------------------------*
       3000-MARK-INCIDENTS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "INCIDENTS REJECTED ON THIS RUN, AND OVERDUE"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 8200-WRITE-INCIDENT-HEADING THRU 8200-EXIT

           SET WS-BROWSE-GOING TO TRUE
           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-INCIDENT-REC TO TRUE
           MOVE LOW-VALUES TO RGOC-ICAO24
           START OUTBOUND-FILE KEY >= RGOC-KEY
               INVALID KEY
                   SET WS-BROWSE-ENDED TO TRUE
           END-START
           PERFORM 3100-MARK-NEXT-INCIDENT THRU 3100-EXIT
               UNTIL WS-BROWSE-ENDED.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-MARK-NEXT-INCIDENT
      *-----------------------------------------------------------*
       3100-MARK-NEXT-INCIDENT.
           READ OUTBOUND-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-ENDED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT WS-RGOC-STATUS-OK OR NOT RGOC-INCIDENT-REC
               SET WS-BROWSE-ENDED TO TRUE
               GO TO 3100-EXIT
           END-IF

           PERFORM 3150-SAVE-PRIOR-ANSWER THRU 3150-EXIT
           PERFORM 3200-FIND-ITEM-ACK THRU 3200-EXIT
           IF WS-ITEM-ACK-MATCH > 0
               MOVE "Y" TO WS-IACK-MATCHED-SW (WS-ITEM-ACK-MATCH)
               MOVE WS-IACK-STATUS (WS-ITEM-ACK-MATCH) TO RGOC-STATUS
               MOVE WS-IACK-DATE (WS-ITEM-ACK-MATCH) TO RGOC-ACK-DATE
               IF RGOC-REJECTED
                   MOVE WS-IACK-REASON (WS-ITEM-ACK-MATCH)
                       TO RGOC-REJECT-REASON
               ELSE
                   MOVE SPACES TO RGOC-REJECT-REASON
               END-IF
               PERFORM 3300-REWRITE-INCIDENT THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF

           PERFORM 3250-FIND-FILE-ACK THRU 3250-EXIT
           IF WS-FILE-ACK-MATCH > 0
               IF WS-FACK-STATUS (WS-FILE-ACK-MATCH) = "R"
                   SET RGOC-REJECTED TO TRUE
                   MOVE WS-FACK-DATE (WS-FILE-ACK-MATCH)
                       TO RGOC-ACK-DATE
                   MOVE WS-FACK-REASON (WS-FILE-ACK-MATCH)
                       TO RGOC-REJECT-REASON
                   PERFORM 3300-REWRITE-INCIDENT THRU 3300-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF

           IF RGOC-SENT
               ADD 1 TO WS-ITEMS-AWAITING
               PERFORM 3400-COMPUTE-DAYS-OUT THRU 3400-EXIT
               IF WS-DAYS-OUT > WS-OVERDUE-DAYS
                   ADD 1 TO WS-ITEMS-OVERDUE
                   PERFORM 8300-WRITE-INCIDENT-LINE THRU 8300-EXIT
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

       3150-SAVE-PRIOR-ANSWER.
           MOVE RGOC-STATUS        TO WS-PRIOR-STATUS
           MOVE RGOC-ACK-DATE      TO WS-PRIOR-ACK-DATE
           MOVE RGOC-REJECT-REASON TO WS-PRIOR-REASON.

       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-FIND-ITEM-ACK
      *    The last answer for the incident wins when a file was
      *    answered twice in one acknowledgment file.
      *-----------------------------------------------------------*
       3200-FIND-ITEM-ACK.
           MOVE 0 TO WS-ITEM-ACK-MATCH
           PERFORM 3210-CHECK-ITEM-ACK THRU 3210-EXIT
               VARYING WS-ITEM-ACK-SUB FROM 1 BY 1
               UNTIL WS-ITEM-ACK-SUB > WS-ITEM-ACK-COUNT.

       3200-EXIT.
           EXIT.

       3210-CHECK-ITEM-ACK.
           IF WS-IACK-SEQUENCE (WS-ITEM-ACK-SUB) = RGOC-SEQUENCE
                   AND WS-IACK-ITEM (WS-ITEM-ACK-SUB) = RGOC-ITEM
               IF WS-ITEM-ACK-MATCH > 0
                   MOVE "Y" TO WS-IACK-MATCHED-SW (WS-ITEM-ACK-MATCH)
               END-IF
               MOVE WS-ITEM-ACK-SUB TO WS-ITEM-ACK-MATCH
           END-IF.

       3210-EXIT.
           EXIT.

       3250-FIND-FILE-ACK.
           MOVE 0 TO WS-FILE-ACK-MATCH
           PERFORM 3260-CHECK-FILE-ACK THRU 3260-EXIT
               VARYING WS-FILE-ACK-SUB FROM 1 BY 1
               UNTIL WS-FILE-ACK-SUB > WS-FILE-ACK-COUNT.

       3250-EXIT.
           EXIT.

       3260-CHECK-FILE-ACK.
           IF WS-FACK-SEQUENCE (WS-FILE-ACK-SUB) = RGOC-SEQUENCE
               MOVE WS-FILE-ACK-SUB TO WS-FILE-ACK-MATCH
           END-IF.

       3260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-REWRITE-INCIDENT
      *    Stores the answer and counts it; a rejection is listed.
      *    An incident already carrying this very answer was
      *    marked by an earlier run and is left as it is.
      *-----------------------------------------------------------*
       3300-REWRITE-INCIDENT.
           IF RGOC-STATUS = WS-PRIOR-STATUS
                   AND RGOC-ACK-DATE = WS-PRIOR-ACK-DATE
                   AND RGOC-REJECT-REASON = WS-PRIOR-REASON
               ADD 1 TO WS-ITEMS-UNCHANGED
               GO TO 3300-EXIT
           END-IF

           REWRITE REGULATOR-OUTBOUND-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF RGOC-REJECTED
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 0 TO WS-DAYS-OUT
               PERFORM 8300-WRITE-INCIDENT-LINE THRU 8300-EXIT
           ELSE
               ADD 1 TO WS-ITEMS-ACCEPTED
           END-IF.

       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3400-COMPUTE-DAYS-OUT
      *    Whole days since the record's sent date.
      *-----------------------------------------------------------*
       3400-COMPUTE-DAYS-OUT.
           MOVE 0 TO WS-DAYS-OUT
           IF RGOC-SENT-DATE = 0
               GO TO 3400-EXIT
           END-IF
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(RGOC-SENT-DATE).

       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-LIST-UNMATCHED-ACKS
      *    Detail answers for items on a known file that match no
      *    incident sent.
      *-----------------------------------------------------------*
       3500-LIST-UNMATCHED-ACKS.
           PERFORM 3510-CHECK-UNMATCHED-ACK THRU 3510-EXIT
               VARYING WS-ITEM-ACK-SUB FROM 1 BY 1
               UNTIL WS-ITEM-ACK-SUB > WS-ITEM-ACK-COUNT.

       3500-EXIT.
           EXIT.

       3510-CHECK-UNMATCHED-ACK.
           IF WS-IACK-MATCHED (WS-ITEM-ACK-SUB)
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO WS-ACK-PROBLEMS
           MOVE WS-IACK-SEQUENCE (WS-ITEM-ACK-SUB) TO WS-SEQUENCE-ED
           MOVE WS-IACK-ITEM (WS-ITEM-ACK-SUB) TO WS-ITEM-ED
           MOVE SPACES TO REPORT-REC
           STRING "  ANSWER FOR AN ITEM NEVER SENT - SEQUENCE "
                   DELIMITED BY SIZE
                   WS-SEQUENCE-ED DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   WS-ITEM-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-CHECK-FILES
      *    Two passes over the file records: the first finds the
      *    highest sequence the authority has answered, the second
      *    lists every earlier file still unanswered (a gap), any
      *    sequence number with no file record at all, and files
      *    unanswered past the allowed days.
      *-----------------------------------------------------------*
       4000-CHECK-FILES.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "INTERFACE FILES - SEQUENCE GAPS AND OVERDUE"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 4050-START-FILE-BROWSE THRU 4050-EXIT
           PERFORM 4100-FIND-HIGH-ACKED THRU 4100-EXIT
               UNTIL WS-BROWSE-ENDED

           MOVE 1 TO WS-EXPECTED-SEQUENCE
           PERFORM 4050-START-FILE-BROWSE THRU 4050-EXIT
           PERFORM 4200-CHECK-NEXT-FILE THRU 4200-EXIT
               UNTIL WS-BROWSE-ENDED

           IF WS-EXPECTED-SEQUENCE <= WS-LAST-SEQUENCE
               MOVE WS-LAST-SEQUENCE TO WS-SEQUENCE-TO-ED
               PERFORM 4300-WRITE-MISSING-RANGE THRU 4300-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

       4050-START-FILE-BROWSE.
           SET WS-BROWSE-GOING TO TRUE
           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-FILE-REC TO TRUE
           MOVE 0 TO RGOC-FILE-SEQUENCE
           START OUTBOUND-FILE KEY >= RGOC-KEY
               INVALID KEY
                   SET WS-BROWSE-ENDED TO TRUE
           END-START.

       4050-EXIT.
           EXIT.

       4100-FIND-HIGH-ACKED.
           READ OUTBOUND-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-ENDED TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT WS-RGOC-STATUS-OK OR NOT RGOC-FILE-REC
               SET WS-BROWSE-ENDED TO TRUE
               GO TO 4100-EXIT
           END-IF
           IF NOT RGOC-SENT
               MOVE RGOC-FILE-SEQUENCE TO WS-HIGH-ACKED-SEQUENCE
           END-IF.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-CHECK-NEXT-FILE
      *-----------------------------------------------------------*
       4200-CHECK-NEXT-FILE.
           READ OUTBOUND-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-ENDED TO TRUE
                   GO TO 4200-EXIT
           END-READ
           IF NOT WS-RGOC-STATUS-OK OR NOT RGOC-FILE-REC
               SET WS-BROWSE-ENDED TO TRUE
               GO TO 4200-EXIT
           END-IF

           IF RGOC-FILE-SEQUENCE > WS-EXPECTED-SEQUENCE
               COMPUTE WS-SEQUENCE-TO-ED = RGOC-FILE-SEQUENCE - 1
               PERFORM 4300-WRITE-MISSING-RANGE THRU 4300-EXIT
           END-IF
           COMPUTE WS-EXPECTED-SEQUENCE = RGOC-FILE-SEQUENCE + 1

           IF NOT RGOC-SENT
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO WS-FILES-AWAITING
           PERFORM 3400-COMPUTE-DAYS-OUT THRU 3400-EXIT
           MOVE RGOC-FILE-SEQUENCE TO WS-SEQUENCE-ED
           MOVE WS-DAYS-OUT TO WS-DAYS-ED
           MOVE RGOC-DETAIL-COUNT TO WS-ITEM-ED

           IF RGOC-FILE-SEQUENCE < WS-HIGH-ACKED-SEQUENCE
               ADD 1 TO WS-SEQUENCE-GAPS
               MOVE SPACES TO REPORT-REC
               STRING "  SEQUENCE GAP - FILE " DELIMITED BY SIZE
                   WS-SEQUENCE-ED DELIMITED BY SIZE
                   " SENT " DELIMITED BY SIZE
                   RGOC-SENT-DATE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-ITEM-ED DELIMITED BY SIZE
                   " DETAILS) UNANSWERED, LATER FILES ANSWERED"
                       DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               GO TO 4200-EXIT
           END-IF

           IF WS-DAYS-OUT > WS-OVERDUE-DAYS
               ADD 1 TO WS-FILES-OVERDUE
               MOVE SPACES TO REPORT-REC
               STRING "  OVERDUE      - FILE " DELIMITED BY SIZE
                   WS-SEQUENCE-ED DELIMITED BY SIZE
                   " SENT " DELIMITED BY SIZE
                   RGOC-SENT-DATE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-ITEM-ED DELIMITED BY SIZE
                   " DETAILS) UNANSWERED AFTER" DELIMITED BY SIZE
                   WS-DAYS-ED DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-WRITE-MISSING-RANGE
      *    Sequence numbers issued with no file record -- a cut
      *    that stopped part way, or a master restored from an
      *    older copy.
      *-----------------------------------------------------------*
       4300-WRITE-MISSING-RANGE.
           ADD 1 TO WS-SEQUENCE-GAPS
           MOVE WS-EXPECTED-SEQUENCE TO WS-SEQUENCE-ED
           MOVE SPACES TO REPORT-REC
           STRING "  SEQUENCE GAP - FILES " DELIMITED BY SIZE
               WS-SEQUENCE-ED DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-SEQUENCE-TO-ED DELIMITED BY SIZE
               " NOT ON THE CONTROL MASTER" DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Prints the totals, sets the return code, closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-RGOC-AVAILABLE
               PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
               IF WS-ACK-PROBLEMS > 0 OR WS-SEQUENCE-GAPS > 0
                       OR WS-FILES-OVERDUE > 0
                       OR WS-ITEMS-OVERDUE > 0
                       OR WS-ITEMS-REJECTED > 0
                       OR WS-ITEM-ACKS-DROPPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE OUTBOUND-FILE
           END-IF

           IF WS-ACK-OPEN
               CLOSE ACK-FILE
           END-IF
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8200-WRITE-INCIDENT-HEADING
      *-----------------------------------------------------------*
       8200-WRITE-INCIDENT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "STATUS"     TO WS-REPORT-LINE (3:8)
           MOVE "SEQ"        TO WS-REPORT-LINE (15:6)
           MOVE "ITEM"       TO WS-REPORT-LINE (22:5)
           MOVE "T"          TO WS-REPORT-LINE (28:1)
           MOVE "ICAO24"     TO WS-REPORT-LINE (30:6)
           MOVE "ZONE"       TO WS-REPORT-LINE (37:20)
           MOVE "FIRST SEEN" TO WS-REPORT-LINE (58:19)
           MOVE "SENT"       TO WS-REPORT-LINE (78:8)
           MOVE "DAYS"       TO WS-REPORT-LINE (87:5)
           MOVE "REASON"     TO WS-REPORT-LINE (93:30)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8300-WRITE-INCIDENT-LINE
      *    A rejected or overdue incident; the days column is
      *    left blank on a rejection.
      *-----------------------------------------------------------*
       8300-WRITE-INCIDENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           IF RGOC-REJECTED
               MOVE "REJECTED"       TO WS-REPORT-LINE (3:8)
               MOVE RGOC-REJECT-REASON TO WS-REPORT-LINE (93:30)
           ELSE
               MOVE "OVERDUE"        TO WS-REPORT-LINE (3:8)
               MOVE WS-DAYS-OUT      TO WS-DAYS-ED
               MOVE WS-DAYS-ED       TO WS-REPORT-LINE (87:5)
           END-IF
           MOVE RGOC-SEQUENCE        TO WS-SEQUENCE-ED
           MOVE RGOC-ITEM            TO WS-ITEM-ED
           MOVE WS-SEQUENCE-ED       TO WS-REPORT-LINE (15:6)
           MOVE WS-ITEM-ED           TO WS-REPORT-LINE (22:5)
           MOVE RGOC-ALERT-TYPE      TO WS-REPORT-LINE (28:1)
           MOVE RGOC-ICAO24          TO WS-REPORT-LINE (30:6)
           MOVE RGOC-ZONE-NAME       TO WS-REPORT-LINE (37:20)
           MOVE RGOC-FIRST-SEEN      TO WS-REPORT-LINE (58:19)
           MOVE RGOC-SENT-DATE       TO WS-REPORT-LINE (78:8)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-TOTALS
      *-----------------------------------------------------------*
       8500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "TOTALS" TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-ACK-RECORDS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  ACK RECORDS READ  . . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ACK-PROBLEMS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  ACK RECORDS NOT APPLIED . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-FILES-ACKED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  FILES ANSWERED  . . . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-FILES-REACKED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "    OF WHICH ANSWERED BEFORE  : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-FILES-UNCHANGED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  FILES ALREADY MARKED  . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ITEMS-ACCEPTED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  INCIDENTS ACCEPTED  . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ITEMS-REJECTED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  INCIDENTS REJECTED  . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ITEMS-UNCHANGED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  INCIDENTS ALREADY MARKED  . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ITEMS-AWAITING TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  INCIDENTS AWAITING ANSWER . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ITEMS-OVERDUE TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "    OF WHICH OVERDUE  . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-FILES-AWAITING TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  FILES AWAITING ANSWER . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-FILES-OVERDUE TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "    OF WHICH OVERDUE  . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-SEQUENCE-GAPS TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  SEQUENCE GAPS . . . . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-ITEM-ACKS-DROPPED > 0
               MOVE WS-ITEM-ACKS-DROPPED TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "  ANSWERS PAST TABLE, RERUN . : "
                       DELIMITED BY SIZE
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
