      * MODIFICATION HISTORY
      *   DATE        BY    DESCRIPTION
      *   2026-09-02  PZ    Original version.
      *   2026-10-15  PZ    Stamps its start, end and return code
      *                     as step FEEDHLTH on the FLTRUNL
      *                     daily-window run ledger kept by
      *                     RUN-LEDGER.
      *   2026-10-15  PZ    Ledger slot search covers all 16 slots of
      *                     the widened FLTRUNL step table.
      *
      *=============================================================*
       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                 PIC X(132).

       FD  RUN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRUNL.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    RUN CONTROL SWITCHES AND COUNTERS
       01  WS-MINUTES-ED               PIC ZZZ,ZZ9.9.
       01  WS-MINUTES-WORK             PIC 9(07)V9(01) VALUE 0.

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "FEEDHLTH".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    report and the verdict.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PING THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.


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
