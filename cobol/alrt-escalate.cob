      * MODIFICATION HISTORY
      *   DATE        BY    DESCRIPTION
      *   2026-09-02  PZ    Original version.
      *   2026-10-15  PZ    Each escalation now appends an ESCALATE
      *                     entry (level before and after, tier
      *                     paged) to the FLTAUDT alert-audit
      *                     journal.  A journal that will not open
      *                     does not stop the pass -- the page
      *                     matters more -- but is flagged on
      *                     ESCRPT with RC=4.
      *
      *=============================================================*
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "FLTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY "FLTESC.cpy".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC             PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                 PIC X(132).
       01  WS-ESC-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-ESC-AVAILABLE               VALUE "Y".
           88  WS-ESC-NOT-AVAILABLE           VALUE "N".
       01  WS-AUDT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-OK              VALUE "00".
       01  WS-AUDT-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-AUDT-AVAILABLE              VALUE "Y".
           88  WS-AUDT-NOT-AVAILABLE          VALUE "N".

       77  WS-ALERTS-READ              PIC 9(07) COMP VALUE 0.
       77  WS-ALERTS-ESCALATED         PIC 9(07) COMP VALUE 0.
       77  WS-ALERTS-TOO-YOUNG         PIC 9(07) COMP VALUE 0.
       77  WS-ALERTS-SKIPPED           PIC 9(07) COMP VALUE 0.
       77  WS-AUDIT-ENTRIES            PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    SELECTION CONTROLS
      *-----------------------------------------------------------*
       01  WS-NEW-LEVEL                PIC 9(01) VALUE 0.
       01  WS-TARGET-NAME              PIC X(12) VALUE SPACES.
       01  WS-OLD-LEVEL                PIC 9(01) VALUE 0.

      *-----------------------------------------------------------*
      *    ALERT-AUDIT JOURNAL ENTRY (FLTAUDT)
      *-----------------------------------------------------------*
           COPY "FLTAUDT.cpy".

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
               MOVE 1 TO WS-EOF
           END-IF

      *    The audit journal is shared with FLIGHT-TRACKER and
      *    ALRT-DISPATCH and is only ever appended to.
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDT-STATUS-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDT-STATUS-OK
               SET WS-AUDT-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-MORE-RECORDS
           END-IF
           WRITE ESCALATION-REC

           MOVE ALRT-ESC-LEVEL TO WS-OLD-LEVEL
           MOVE WS-NEW-LEVEL TO ALRT-ESC-LEVEL
           MOVE WS-NOW-STAMP TO ALRT-ESC-TIME
           REWRITE ALERT-REC
                   CONTINUE
           END-REWRITE

           IF WS-ALRT-STATUS-OK
               PERFORM 2400-WRITE-AUDIT-ENTRY THRU 2400-EXIT
           END-IF

           ADD 1 TO WS-ALERTS-ESCALATED.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-WRITE-AUDIT-ENTRY
      *    Appends the ESCALATE journal entry for the alert just
      *    rewritten, stamped with the pass's timestamp -- the
      *    same one on the FLTESC page and ALRT-ESC-TIME.
      *-----------------------------------------------------------*
       2400-WRITE-AUDIT-ENTRY.
           IF WS-AUDT-NOT-AVAILABLE
               GO TO 2400-EXIT
           END-IF

           MOVE SPACES              TO AUDIT-REC
           MOVE WS-NOW-STAMP        TO AUDT-TIMESTAMP
           MOVE "ALRT-ESCALATE"     TO AUDT-PROGRAM
           SET AUDT-EVENT-ESCALATED TO TRUE
           MOVE ALRT-KEY            TO AUDT-ALERT-KEY
           MOVE ALRT-SEVERITY       TO AUDT-SEVERITY
           MOVE ALRT-STATUS-SW      TO AUDT-OLD-STATUS
           MOVE ALRT-STATUS-SW      TO AUDT-NEW-STATUS
           MOVE WS-OLD-LEVEL        TO AUDT-OLD-ESC-LEVEL
           MOVE ALRT-ESC-LEVEL      TO AUDT-NEW-ESC-LEVEL
           MOVE WS-TARGET-NAME      TO AUDT-ESC-TARGET
           MOVE ALRT-PING-COUNT     TO AUDT-PING-COUNT

           MOVE AUDIT-REC TO AUDIT-FILE-REC
           WRITE AUDIT-FILE-REC

           ADD 1 TO WS-AUDIT-ENTRIES.

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Writes the pass summary and closes down.
           END-STRING
           WRITE REPORT-REC

           MOVE WS-AUDIT-ENTRIES TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "AUDIT ENTRIES WRITTEN . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-AUDT-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTAUDT JOURNAL UNAVAILABLE - ESCALATIONS"
                       " NOT JOURNALED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           CLOSE ALERT-FILE
           IF WS-ESC-AVAILABLE
               CLOSE ESCALATION-FILE
           END-IF
           IF WS-AUDT-AVAILABLE
               CLOSE AUDIT-FILE
           END-IF
           CLOSE REPORT-FILE

      *    A scheduled pass that could not page anyone must not
      *    end clean -- ops watch for the nonzero code.  A pass
      *    that paged but could not journal is a warning.
           IF WS-ESC-NOT-AVAILABLE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AUDT-NOT-AVAILABLE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8000-EXIT.
