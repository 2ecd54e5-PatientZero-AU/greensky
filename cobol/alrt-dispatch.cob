      *
      * ACK card layout (FLTACK, one per line):
      *   cols  1-6   ICAO24
      *   col   8     alert type (E/G/J/P)
      *   cols 10-29  subject (zone name, CONTINUITY JUMP, ...)
      *   cols 31-38  acknowledged-by
      *
      * MODIFICATION HISTORY
      *   DATE        BY    DESCRIPTION
      *   2026-08-22  PZ    Original version.
      *   2026-10-15  PZ    Each acknowledgment applied now appends
      *                     an ACKED entry (officer, status and
      *                     level before and after) to the FLTAUDT
      *                     alert-audit journal.  A journal that
      *                     will not open is flagged on ALRTRPT
      *                     with RC=4; the acks still apply.
      *
      *=============================================================*
       ENVIRONMENT DIVISION.
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "FLTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY "FLTALRT.cpy".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC             PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                 PIC X(132).
           88  WS-ACK-STATUS-OK               VALUE "00".
       01  WS-ALRT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-ALRT-STATUS-OK              VALUE "00".
       01  WS-AUDT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-OK              VALUE "00".

       01  WS-ACK-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-ACK-FILE-OPEN               VALUE "Y".
           88  WS-ACK-FILE-NOT-OPEN           VALUE "N".
       01  WS-AUDT-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-AUDT-AVAILABLE              VALUE "Y".
           88  WS-AUDT-NOT-AVAILABLE          VALUE "N".

       77  WS-ACKS-READ                PIC 9(07) COMP VALUE 0.
       77  WS-ACKS-APPLIED             PIC 9(07) COMP VALUE 0.
       77  WS-ACKS-NOT-FOUND           PIC 9(07) COMP VALUE 0.
       77  WS-ALERTS-OPEN              PIC 9(07) COMP VALUE 0.
       77  WS-ALERTS-ACKED             PIC 9(07) COMP VALUE 0.
       77  WS-AUDIT-ENTRIES            PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    ACK CARD LAYOUT
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-PING-COUNT-ED            PIC ZZZZZZ9.

      *-----------------------------------------------------------*
      *    ALERT-AUDIT JOURNAL ENTRY (FLTAUDT)
      *    The alert's status and level are caught before the ack
      *    is applied so the entry shows the change.
      *-----------------------------------------------------------*
       01  WS-AUDT-OLD-STATUS          PIC X(01) VALUE SPACE.
       01  WS-AUDT-OLD-LEVEL           PIC 9(01) VALUE 0.

           COPY "FLTAUDT.cpy".

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
           END-IF
           OPEN OUTPUT REPORT-FILE

      *    The journal is shared with FLIGHT-TRACKER and
      *    ALRT-ESCALATE and is only ever appended to.
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDT-STATUS-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDT-STATUS-OK
               SET WS-AUDT-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS-OK
               SET WS-ACK-FILE-OPEN TO TRUE
                   GO TO 2000-NEXT
           END-READ

           MOVE ALRT-STATUS-SW TO WS-AUDT-OLD-STATUS
           MOVE ALRT-ESC-LEVEL TO WS-AUDT-OLD-LEVEL

           SET ALRT-STATUS-ACKED TO TRUE
           MOVE ACK-BY       TO ALRT-ACK-BY
           MOVE WS-NOW-STAMP TO ALRT-ACK-TIME
                   CONTINUE
           END-REWRITE

           IF WS-ALRT-STATUS-OK
               PERFORM 2200-WRITE-AUDIT-ENTRY THRU 2200-EXIT
           END-IF

           ADD 1 TO WS-ACKS-APPLIED.

       2000-NEXT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-WRITE-AUDIT-ENTRY
      *    Appends the ACKED journal entry for the alert just
      *    rewritten, stamped with the run's timestamp -- the same
      *    one written to ALRT-ACK-TIME.
      *-----------------------------------------------------------*
       2200-WRITE-AUDIT-ENTRY.
           IF WS-AUDT-NOT-AVAILABLE
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES              TO AUDIT-REC
           MOVE WS-NOW-STAMP        TO AUDT-TIMESTAMP
           MOVE "ALRT-DISPATCH"     TO AUDT-PROGRAM
           SET AUDT-EVENT-ACKED     TO TRUE
           MOVE ALRT-KEY            TO AUDT-ALERT-KEY
           MOVE ALRT-SEVERITY       TO AUDT-SEVERITY
           MOVE WS-AUDT-OLD-STATUS  TO AUDT-OLD-STATUS
           MOVE ALRT-STATUS-SW      TO AUDT-NEW-STATUS
           MOVE WS-AUDT-OLD-LEVEL   TO AUDT-OLD-ESC-LEVEL
           MOVE ALRT-ESC-LEVEL      TO AUDT-NEW-ESC-LEVEL
           MOVE ALRT-ACK-BY         TO AUDT-ACK-BY
           MOVE ALRT-PING-COUNT     TO AUDT-PING-COUNT

           MOVE AUDIT-REC TO AUDIT-FILE-REC
           WRITE AUDIT-FILE-REC

           ADD 1 TO WS-AUDIT-ENTRIES.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-WRITE-DISPATCH-REPORT
      *    Walks the whole alert master in key order and prints
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
               STRING "*** FLTAUDT JOURNAL UNAVAILABLE - ACKS NOT"
                       " JOURNALED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-ACK-FILE-OPEN
               CLOSE ACK-FILE
           END-IF
           IF WS-AUDT-AVAILABLE
               CLOSE AUDIT-FILE
           END-IF
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.

