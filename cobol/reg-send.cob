      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     REG-SEND.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Regulator Incident Interface
      * Emergency squawks (alert type E) and restricted-zone
      * incursions (alert type G) are reportable to the aviation
      * authority.  This step cuts the day's incident file for
      * them: a fixed-format header, one detail per incident not
      * already reported, and a trailer, the header and trailer
      * both carrying the interface sequence number and the
      * detail count (see FLTRGIF).  Registration and operator
      * are the ones on the alert; the aircraft type is looked up
      * on the FLTREG registry.
      *
      * Nothing is sent twice.  Every incident sent is recorded
      * on the FLTRGOC outbound control master under its FLTALRT
      * alert key and first-seen stamp, with the sequence and
      * item number it went out as, and an alert already there
      * is skipped.  An alert that is acknowledged and later
      * reopened restarts its first-seen stamp, so the reopening
      * is reported as a new incident.  The master also keeps one
      * record per file cut and the last sequence number issued;
      * REG-ACK marks them off from the authority's
      * acknowledgments.
      *
      * One file is cut per daily window, its date taken from the
      * FLTRUNL run ledger's control record (the run date when no
      * window is open).  A window with nothing new still cuts a
      * header/trailer-only file, so the authority sees every day
      * accounted for in an unbroken sequence; a rerun of a
      * window already cut with nothing new since cuts nothing
      * and uses no sequence number.  Without the control master
      * nothing can be proved unsent, so nothing is sent: RC=8.
      *
      * Each new incident's detail is built and held as the alerts
      * are browsed, so the header, trailer and FLTRGOC file
      * record always carry the count of details written.  The
      * step stamps its start, end and return code as REGSEND on
      * the FLTRUNL daily-window run ledger kept by RUN-LEDGER.
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
           SELECT ALERT-FILE ASSIGN TO "FLTALRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "FLTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ICAO24
               FILE STATUS IS WS-REG-STATUS.

           SELECT OUTBOUND-FILE ASSIGN TO "FLTRGOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGOC-KEY
               FILE STATUS IS WS-RGOC-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "FLTRUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNL-RUN-DATE
               FILE STATUS IS WS-RUNL-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "REGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGIF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTALRT.cpy".

       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTREG.cpy".

       FD  OUTBOUND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRGOC.cpy".

       FD  RUN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTRUNL.cpy".

       FD  INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-FILE-REC         PIC X(200).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    RUN CONTROL SWITCHES AND COUNTERS
      *-----------------------------------------------------------*
       01  WS-ALRT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-ALRT-STATUS-OK              VALUE "00".
       01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
           88  WS-REG-STATUS-OK               VALUE "00".
       01  WS-RGOC-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RGOC-STATUS-OK              VALUE "00".
       01  WS-RUNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUNL-STATUS-OK              VALUE "00".
       01  WS-RGIF-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RGIF-STATUS-OK              VALUE "00".

       01  WS-ALRT-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-ALRT-AVAILABLE              VALUE "Y".
           88  WS-ALRT-NOT-AVAILABLE          VALUE "N".
       01  WS-REG-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-REG-AVAILABLE               VALUE "Y".
           88  WS-REG-NOT-AVAILABLE           VALUE "N".
       01  WS-RGOC-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  WS-RGOC-AVAILABLE              VALUE "Y".
           88  WS-RGOC-NOT-AVAILABLE          VALUE "N".
       01  WS-RGOC-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-RGOC-OPEN                   VALUE "Y".
           88  WS-RGOC-NOT-OPEN               VALUE "N".
       01  WS-WINDOW-FROM-LEDGER-SW    PIC X(01) VALUE "N".
           88  WS-WINDOW-FROM-LEDGER          VALUE "Y".
           88  WS-WINDOW-FROM-RUN-DATE        VALUE "N".
       01  WS-BROWSE-END-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-ENDED                VALUE "Y".
           88  WS-BROWSE-GOING                VALUE "N".
       01  WS-CUT-SW                   PIC X(01) VALUE "N".
           88  WS-FILE-CUT                    VALUE "Y".
           88  WS-NO-FILE-CUT                 VALUE "N".

       77  WS-ALERTS-READ              PIC 9(07) COMP VALUE 0.
       77  WS-ALERTS-REPORTABLE        PIC 9(07) COMP VALUE 0.
       77  WS-ALREADY-SENT             PIC 9(07) COMP VALUE 0.
       77  WS-HELD-OVER                PIC 9(07) COMP VALUE 0.
       77  WS-DETAILS-WRITTEN          PIC 9(07) COMP VALUE 0.

       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                 PIC 9(08) VALUE 0.
       01  WS-WINDOW-DATE              PIC 9(08) VALUE 0.

      *-----------------------------------------------------------*
      *    CONTROL RECORD VALUES
      *    Held here across the browse, which reuses the record
      *    area for every incident looked up.
      *-----------------------------------------------------------*
       01  WS-LAST-SEQUENCE            PIC 9(06) VALUE 0.
       01  WS-LAST-SENT-DATE           PIC 9(08) VALUE 0.
       01  WS-NEW-SEQUENCE             PIC 9(06) VALUE 0.
       01  WS-ITEM-NUMBER              PIC 9(05) VALUE 0.
       01  WS-TOTAL-RECORDS            PIC 9(07) VALUE 0.

      *-----------------------------------------------------------*
      *    NEW INCIDENTS FOUND ON THE BROWSE
      *    Each incident's detail record is built while its alert
      *    is in hand, less the sequence and item number, so the
      *    header's count is exactly the details that follow it
      *    whatever happens to the alert master meanwhile.  Past
      *    2000 in one window the rest are left off the master
      *    and go in the next file.
      *-----------------------------------------------------------*
       01  WS-NEW-TABLE.
           05  WS-NEW-DETAIL OCCURS 2000 TIMES PIC X(200).
       77  WS-NEW-COUNT                PIC 9(04) COMP VALUE 0.
       77  WS-NEW-SUB                  PIC 9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    OUTBOUND RECORD BUILD AREAS
      *-----------------------------------------------------------*
           COPY "FLTRGIF.cpy".

       01  WS-INTERFACE-ID             PIC X(08) VALUE "GSKYINC".

      *-----------------------------------------------------------*
      *    REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-SEQUENCE-ED              PIC ZZZZZ9.
       01  WS-ITEM-ED                  PIC ZZZZ9.

      *-----------------------------------------------------------*
      *    RUN-LEDGER STAMP WORK AREAS
      *    This step's slot name on the FLTRUNL daily-window
      *    ledger.  No ledger (the step run outside GSKYD010) or
      *    no window open stamps nothing and the run carries on.
      *-----------------------------------------------------------*
       01  WS-RUNL-STEP-NAME           PIC X(08) VALUE "REGSEND".
       01  WS-RUNL-STAMP-DATE          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP-TIME          PIC 9(08) VALUE 0.
       01  WS-RUNL-STAMP               PIC X(19) VALUE SPACES.
       77  WS-RUNL-SUB                 PIC 9(02) COMP VALUE 0.
       77  WS-RUNL-MATCH-SUB           PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Finds the reportable alerts not yet sent, cuts the
      *    interface file for them, and prints what went.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 9000-STAMP-LEDGER-START THRU 9000-EXIT.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-ALRT-AVAILABLE AND WS-RGOC-AVAILABLE
               PERFORM 2000-FIND-NEW-INCIDENTS THRU 2000-EXIT
               PERFORM 3000-CUT-INTERFACE-FILE THRU 3000-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           PERFORM 9100-STAMP-LEDGER-END THRU 9100-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Take the window date, open the masters, and pick up the
      *    control record.  A missing FLTRGOC cluster is laid down
      *    empty first, the same way ZONE-MAINT primes FLTZONE,
      *    and gets its control record at sequence zero.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           INITIALIZE WS-NEW-TABLE

           PERFORM 1200-READ-WINDOW-DATE THRU 1200-EXIT

           OPEN INPUT ALERT-FILE
           IF WS-ALRT-STATUS-OK
               SET WS-ALRT-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS-OK
               SET WS-REG-AVAILABLE TO TRUE
           END-IF

           OPEN I-O OUTBOUND-FILE
           IF NOT WS-RGOC-STATUS-OK
               OPEN OUTPUT OUTBOUND-FILE
               CLOSE OUTBOUND-FILE
               OPEN I-O OUTBOUND-FILE
           END-IF
           IF WS-RGOC-STATUS-OK
               SET WS-RGOC-OPEN TO TRUE
               SET WS-RGOC-AVAILABLE TO TRUE
               PERFORM 1300-READ-CONTROL-RECORD THRU 1300-EXIT
           END-IF

           OPEN OUTPUT INTERFACE-FILE
           OPEN OUTPUT REPORT-FILE.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-READ-WINDOW-DATE
      *    The window date the file is cut for: the run date the
      *    FLTRUNL control record says the open window is stamping
      *    against, so a window that crosses midnight, or a rerun
      *    the next morning, is still the same day's file.  No
      *    ledger or no open window falls back to the run date.
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
               SET WS-WINDOW-FROM-LEDGER TO TRUE
           END-IF
           CLOSE RUN-LEDGER-FILE.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-READ-CONTROL-RECORD
      *    Picks up the last sequence issued and the window it was
      *    cut for, writing the control record on a new master.
      *-----------------------------------------------------------*
       1300-READ-CONTROL-RECORD.
           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-CONTROL-REC TO TRUE
           READ OUTBOUND-FILE
               INVALID KEY
                   INITIALIZE REGULATOR-OUTBOUND-REC
                   SET RGOC-CONTROL-REC TO TRUE
                   WRITE REGULATOR-OUTBOUND-REC
                       INVALID KEY
                           SET WS-RGOC-NOT-AVAILABLE TO TRUE
                   END-WRITE
           END-READ
           MOVE RGOC-LAST-SEQUENCE  TO WS-LAST-SEQUENCE
           MOVE RGOC-LAST-SENT-DATE TO WS-LAST-SENT-DATE.

       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-FIND-NEW-INCIDENTS
      *    One pass over the alert master, open and acknowledged
      *    alike -- an emergency acknowledged inside the hour is
      *    still reportable.
      *-----------------------------------------------------------*
       2000-FIND-NEW-INCIDENTS.
           SET WS-BROWSE-GOING TO TRUE
           MOVE LOW-VALUES TO ALRT-KEY
           START ALERT-FILE KEY >= ALRT-KEY
               INVALID KEY
                   SET WS-BROWSE-ENDED TO TRUE
           END-START
           PERFORM 2100-CHECK-NEXT-ALERT THRU 2100-EXIT
               UNTIL WS-BROWSE-ENDED.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-CHECK-NEXT-ALERT
      *    An E or G alert whose key and first-seen stamp are not
      *    on the control master is new.
      *-----------------------------------------------------------*
       2100-CHECK-NEXT-ALERT.
           READ ALERT-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-ENDED TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT WS-ALRT-STATUS-OK
               SET WS-BROWSE-ENDED TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ALERTS-READ

           IF NOT ALRT-TYPE-EMERGENCY AND NOT ALRT-TYPE-GEOFENCE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ALERTS-REPORTABLE

           PERFORM 2200-BUILD-INCIDENT-KEY THRU 2200-EXIT
           READ OUTBOUND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-SENT
                   GO TO 2100-EXIT
           END-READ

           IF WS-NEW-COUNT >= 2000
               ADD 1 TO WS-HELD-OVER
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-NEW-COUNT
           PERFORM 2300-BUILD-DETAIL THRU 2300-EXIT
           MOVE REGIF-DETAIL-REC TO WS-NEW-DETAIL (WS-NEW-COUNT).

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-BUILD-INCIDENT-KEY
      *    The control master key for the alert in ALERT-REC.
      *-----------------------------------------------------------*
       2200-BUILD-INCIDENT-KEY.
           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-INCIDENT-REC TO TRUE
           MOVE 0               TO RGOC-FILE-SEQUENCE
           MOVE ALRT-ICAO24     TO RGOC-ICAO24
           MOVE ALRT-TYPE       TO RGOC-ALERT-TYPE
           MOVE ALRT-ZONE-NAME  TO RGOC-ZONE-NAME
           MOVE ALRT-FIRST-SEEN TO RGOC-FIRST-SEEN.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-BUILD-DETAIL
      *    The interface detail for the alert in ALERT-REC.  The
      *    sequence and item number go on when it is written.
      *-----------------------------------------------------------*
       2300-BUILD-DETAIL.
           MOVE SPACES TO REGIF-DETAIL-REC
           MOVE "D"                 TO RGID-REC-TYPE
           MOVE 0                   TO RGID-SEQUENCE
           MOVE 0                   TO RGID-ITEM
           MOVE ALRT-TYPE           TO RGID-INCIDENT-TYPE
           MOVE ALRT-SEVERITY       TO RGID-SEVERITY
           MOVE ALRT-ICAO24         TO RGID-ICAO24
           MOVE ALRT-CALLSIGN       TO RGID-CALLSIGN
           MOVE ALRT-REGISTRATION   TO RGID-REGISTRATION
           MOVE ALRT-OPERATOR       TO RGID-OPERATOR
           MOVE ALRT-UNKNOWN-SW     TO RGID-UNKNOWN-SW
           MOVE ALRT-ZONE-NAME      TO RGID-ZONE-NAME
           MOVE ALRT-FIRST-SEEN     TO RGID-FIRST-SEEN
           MOVE ALRT-LAST-SEEN      TO RGID-LAST-SEEN
           MOVE ALRT-LAST-LATITUDE  TO RGID-LAST-LATITUDE
           MOVE ALRT-LAST-LONGITUDE TO RGID-LAST-LONGITUDE
           MOVE ALRT-PING-COUNT     TO RGID-PING-COUNT
           PERFORM 3200-LOOKUP-AIRCRAFT-TYPE THRU 3200-EXIT.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-CUT-INTERFACE-FILE
      *    Claims the next sequence number on the control record
      *    first, then writes the header, one detail per new
      *    incident (each recorded on the master as it goes), the
      *    trailer, and the file's own master record.  A run that
      *    stops part way leaves the sequence used and the file
      *    record missing, which REG-ACK reports as a gap.
      *-----------------------------------------------------------*
       3000-CUT-INTERFACE-FILE.
           IF WS-NEW-COUNT = 0
                   AND WS-LAST-SENT-DATE = WS-WINDOW-DATE
               GO TO 3000-EXIT
           END-IF

           COMPUTE WS-NEW-SEQUENCE = WS-LAST-SEQUENCE + 1
           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-CONTROL-REC TO TRUE
           READ OUTBOUND-FILE
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-READ
           MOVE WS-NEW-SEQUENCE TO RGOC-LAST-SEQUENCE
           MOVE WS-WINDOW-DATE  TO RGOC-LAST-SENT-DATE
           REWRITE REGULATOR-OUTBOUND-REC
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE
           SET WS-FILE-CUT TO TRUE

           MOVE SPACES TO REGIF-HEADER-REC
           MOVE "H"             TO RGIH-REC-TYPE
           MOVE WS-INTERFACE-ID TO RGIH-INTERFACE-ID
           MOVE WS-NEW-SEQUENCE TO RGIH-SEQUENCE
           MOVE WS-RUN-DATE     TO RGIH-CREATED-DATE
           MOVE WS-RUN-TIME (1:6) TO RGIH-CREATED-TIME
           MOVE WS-WINDOW-DATE  TO RGIH-WINDOW-DATE
           MOVE WS-NEW-COUNT    TO RGIH-RECORD-COUNT
           WRITE INTERFACE-FILE-REC FROM REGIF-HEADER-REC

           PERFORM 8200-WRITE-SENT-HEADING THRU 8200-EXIT
           MOVE 0 TO WS-ITEM-NUMBER
           PERFORM 3100-SEND-INCIDENT THRU 3100-EXIT
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT

           MOVE SPACES TO REGIF-TRAILER-REC
           COMPUTE WS-TOTAL-RECORDS = WS-DETAILS-WRITTEN + 2
           MOVE "T"                TO RGIT-REC-TYPE
           MOVE WS-INTERFACE-ID    TO RGIT-INTERFACE-ID
           MOVE WS-NEW-SEQUENCE    TO RGIT-SEQUENCE
           MOVE WS-DETAILS-WRITTEN TO RGIT-RECORD-COUNT
           MOVE WS-TOTAL-RECORDS   TO RGIT-TOTAL-RECORDS
           WRITE INTERFACE-FILE-REC FROM REGIF-TRAILER-REC

           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-FILE-REC TO TRUE
           MOVE WS-NEW-SEQUENCE    TO RGOC-FILE-SEQUENCE
           MOVE WS-NEW-SEQUENCE    TO RGOC-SEQUENCE
           MOVE WS-DETAILS-WRITTEN TO RGOC-DETAIL-COUNT
           MOVE WS-WINDOW-DATE     TO RGOC-SENT-DATE
           SET RGOC-SENT TO TRUE
           WRITE REGULATOR-OUTBOUND-REC
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-SEND-INCIDENT
      *    Numbers the detail built on the browse, writes it, and
      *    records the incident on the control master.
      *-----------------------------------------------------------*
       3100-SEND-INCIDENT.
           ADD 1 TO WS-ITEM-NUMBER
           MOVE WS-NEW-DETAIL (WS-NEW-SUB) TO REGIF-DETAIL-REC
           MOVE WS-NEW-SEQUENCE     TO RGID-SEQUENCE
           MOVE WS-ITEM-NUMBER      TO RGID-ITEM
           WRITE INTERFACE-FILE-REC FROM REGIF-DETAIL-REC
           ADD 1 TO WS-DETAILS-WRITTEN

           INITIALIZE REGULATOR-OUTBOUND-REC
           SET RGOC-INCIDENT-REC TO TRUE
           MOVE 0                  TO RGOC-FILE-SEQUENCE
           MOVE RGID-ICAO24        TO RGOC-ICAO24
           MOVE RGID-INCIDENT-TYPE TO RGOC-ALERT-TYPE
           MOVE RGID-ZONE-NAME     TO RGOC-ZONE-NAME
           MOVE RGID-FIRST-SEEN    TO RGOC-FIRST-SEEN
           MOVE WS-NEW-SEQUENCE TO RGOC-SEQUENCE
           MOVE WS-ITEM-NUMBER  TO RGOC-ITEM
           MOVE WS-WINDOW-DATE  TO RGOC-SENT-DATE
           SET RGOC-SENT TO TRUE
           WRITE REGULATOR-OUTBOUND-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           PERFORM 8300-WRITE-SENT-LINE THRU 8300-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-LOOKUP-AIRCRAFT-TYPE
      *    The registry's aircraft type for the detail.  The
      *    master's keys are stored lower-case by REG-LOADER.
      *-----------------------------------------------------------*
       3200-LOOKUP-AIRCRAFT-TYPE.
           IF WS-REG-NOT-AVAILABLE
               GO TO 3200-EXIT
           END-IF

           MOVE FUNCTION LOWER-CASE(ALRT-ICAO24) TO REG-ICAO24
           READ REGISTRY-FILE
               INVALID KEY
                   MOVE SPACES TO RGID-ACFT-TYPE
               NOT INVALID KEY
                   MOVE REG-ACFT-TYPE TO RGID-ACFT-TYPE
           END-READ.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Prints the notices and totals and closes down.  The
      *    incidents sent were listed as they were written.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           PERFORM 8100-WRITE-NOTICES THRU 8100-EXIT
           PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT

           IF WS-ALRT-AVAILABLE
               CLOSE ALERT-FILE
           END-IF
           IF WS-REG-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-RGOC-OPEN
               CLOSE OUTBOUND-FILE
           END-IF
           CLOSE INTERFACE-FILE
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8100-WRITE-NOTICES
      *    The heading (when no file was cut to print it first)
      *    and anything that kept this run short of a full file.
      *-----------------------------------------------------------*
       8100-WRITE-NOTICES.
           IF WS-NO-FILE-CUT
               PERFORM 8150-WRITE-TITLE THRU 8150-EXIT
           END-IF

           IF WS-WINDOW-FROM-RUN-DATE
               MOVE SPACES TO REPORT-REC
               STRING "*** NO OPEN WINDOW ON FLTRUNL - FILE CUT FOR"
                       " THE RUN DATE ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-ALRT-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTALRT ALERT MASTER NOT AVAILABLE - NO"
                       " FILE CUT ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-RGOC-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTRGOC OUTBOUND CONTROL MASTER NOT"
                       " AVAILABLE - NO FILE CUT ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-REG-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTREG REGISTRY NOT AVAILABLE - AIRCRAFT"
                       " TYPE LEFT BLANK ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-NO-FILE-CUT AND WS-ALRT-AVAILABLE
                   AND WS-RGOC-AVAILABLE AND RETURN-CODE = 0
               MOVE SPACES TO REPORT-REC
               STRING "*** WINDOW ALREADY SENT AND NOTHING NEW SINCE"
                       " - NO FILE CUT ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF RETURN-CODE = 8 AND WS-ALRT-AVAILABLE
                   AND WS-RGOC-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTRGOC UPDATE FAILED - CHECK THE CONTROL"
                       " MASTER BEFORE RERUNNING ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-HELD-OVER > 0
               MOVE WS-HELD-OVER TO WS-REPORT-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING "*** " DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
                   " INCIDENTS PAST THE FILE LIMIT - HELD FOR THE"
                       DELIMITED BY SIZE
                   " NEXT FILE ***" DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       8100-EXIT.
           EXIT.

       8150-WRITE-TITLE.
           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY REGULATOR INCIDENT INTERFACE - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  WINDOW " DELIMITED BY SIZE
                   WS-WINDOW-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       8150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8200-WRITE-SENT-HEADING
      *-----------------------------------------------------------*
       8200-WRITE-SENT-HEADING.
           PERFORM 8150-WRITE-TITLE THRU 8150-EXIT
           MOVE WS-NEW-SEQUENCE TO WS-SEQUENCE-ED
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "INCIDENTS SENT IN INTERFACE SEQUENCE "
                   DELIMITED BY SIZE
                   WS-SEQUENCE-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "ITEM"       TO WS-REPORT-LINE (1:5)
           MOVE "T"          TO WS-REPORT-LINE (8:1)
           MOVE "ICAO24"     TO WS-REPORT-LINE (11:6)
           MOVE "CALLSIGN"   TO WS-REPORT-LINE (19:8)
           MOVE "REGN"       TO WS-REPORT-LINE (29:10)
           MOVE "OPERATOR"   TO WS-REPORT-LINE (41:20)
           MOVE "ZONE"       TO WS-REPORT-LINE (63:20)
           MOVE "FIRST SEEN" TO WS-REPORT-LINE (85:19)
           MOVE "LAST SEEN"  TO WS-REPORT-LINE (106:19)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8300-WRITE-SENT-LINE
      *-----------------------------------------------------------*
       8300-WRITE-SENT-LINE.
           MOVE WS-ITEM-NUMBER TO WS-ITEM-ED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITEM-ED           TO WS-REPORT-LINE (1:5)
           MOVE RGID-INCIDENT-TYPE   TO WS-REPORT-LINE (8:1)
           MOVE RGID-ICAO24          TO WS-REPORT-LINE (11:6)
           MOVE RGID-CALLSIGN        TO WS-REPORT-LINE (19:8)
           MOVE RGID-REGISTRATION    TO WS-REPORT-LINE (29:10)
           MOVE RGID-OPERATOR (1:20) TO WS-REPORT-LINE (41:20)
           MOVE RGID-ZONE-NAME       TO WS-REPORT-LINE (63:20)
           MOVE RGID-FIRST-SEEN      TO WS-REPORT-LINE (85:19)
           MOVE RGID-LAST-SEEN       TO WS-REPORT-LINE (106:19)
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

           MOVE WS-ALERTS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  ALERTS READ . . . . . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ALERTS-REPORTABLE TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  REPORTABLE (TYPE E/G) . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ALREADY-SENT TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  ALREADY SENT, SKIPPED . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-DETAILS-WRITTEN TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  NEW INCIDENTS SENT  . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-HELD-OVER TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  HELD FOR NEXT FILE  . . . . : "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF WS-FILE-CUT
               MOVE WS-NEW-SEQUENCE TO WS-SEQUENCE-ED
               STRING "  INTERFACE SEQUENCE CUT  . . : "
                       DELIMITED BY SIZE
                       WS-SEQUENCE-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
           ELSE
               MOVE WS-LAST-SEQUENCE TO WS-SEQUENCE-ED
               STRING "  NO FILE CUT - LAST SEQUENCE : "
                       DELIMITED BY SIZE
                       WS-SEQUENCE-ED DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.

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
