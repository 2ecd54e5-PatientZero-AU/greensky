      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     CURF-MAINT.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Airport Curfew Rule Maintenance
      * Applies ops-submitted transactions (ADD, CHANGE, DELETE,
      * LIST) against the FLTCURF airport curfew and noise-
      * abatement rule master that CURF-SCAN checks the day's legs
      * and sightings against, so a field's curfew hours, radius,
      * or minimum overflight altitude can be posted or corrected
      * without a change ticket.
      *
      * Transactions arrive on CURFTRAN, one per line, action in
      * columns 1-6 followed by blank-separated fixed-width fields
      * (see CTRN-REC below).  Every transaction's disposition is
      * echoed to the CURFRPT report, and a LIST transaction dumps
      * the full master there.  The field's reference point is
      * taken from the FLTAPT airport master, so a rule can only be
      * posted for an airport LEG-RESOLVE also knows.
      *
      * MODIFICATION HISTORY
      *   DATE        BY    DESCRIPTION
      *   2026-10-15  PZ    Original version, written alongside the
      *                     FLTCURF rule master and the CURF-SCAN
      *                     daily violation step.
      *
      *=============================================================*
       ENVIRONMENT DIVISION.
      *=============================================================*
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURF-TRAN-FILE ASSIGN TO "CURFTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRN-STATUS.

           SELECT CURFEW-FILE ASSIGN TO "FLTCURF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURF-ICAO
               FILE STATUS IS WS-CURF-STATUS.

           SELECT AIRPORT-FILE ASSIGN TO "FLTAPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-ICAO
               FILE STATUS IS WS-APT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CURFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  CURF-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURF-TRAN-REC              PIC X(80).

       FD  CURFEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTCURF.cpy".

       FD  AIRPORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTAPT.cpy".

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
       01  WS-CTRN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CTRN-STATUS-OK              VALUE "00".
       01  WS-CURF-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CURF-STATUS-OK              VALUE "00".
       01  WS-APT-STATUS               PIC X(02) VALUE SPACES.
           88  WS-APT-STATUS-OK               VALUE "00".

       01  WS-APT-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  WS-APT-AVAILABLE               VALUE "Y".
           88  WS-APT-NOT-AVAILABLE           VALUE "N".

       77  WS-TRANS-READ               PIC 9(07) COMP VALUE 0.
       77  WS-RULES-ADDED              PIC 9(07) COMP VALUE 0.
       77  WS-RULES-CHANGED            PIC 9(07) COMP VALUE 0.
       77  WS-RULES-DELETED            PIC 9(07) COMP VALUE 0.
       77  WS-RULES-LISTED             PIC 9(07) COMP VALUE 0.
       77  WS-TRANS-IN-ERROR           PIC 9(07) COMP VALUE 0.

       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.

      *-----------------------------------------------------------*
      *    TRANSACTION CARD LAYOUT
      *    Action in columns 1-6, then blank-separated fixed-width
      *    fields.  The airport is its ICAO code as FLTAPT carries
      *    it, folded to upper case on the way in.  Curfew start
      *    and end are four-digit HHMM, UTC; radius (nautical
      *    miles) and minimum overflight altitude (metres) are
      *    free-form decimal text picked up with NUMVAL.
      *
      *    ADD needs the airport and the radius; curfew start and
      *    end are punched together or both left blank (no curfew,
      *    overflight rule only), and a blank altitude is stored
      *    as zero (no overflight check).  CHANGE rewrites only the
      *    fields punched.  DELETE needs only the airport.
      *-----------------------------------------------------------*
       01  CTRN-REC.
           05  CTRN-ACTION             PIC X(06).
               88  CTRN-ACTION-ADD         VALUE "ADD   ".
               88  CTRN-ACTION-CHANGE      VALUE "CHANGE".
               88  CTRN-ACTION-DELETE      VALUE "DELETE".
               88  CTRN-ACTION-LIST        VALUE "LIST  ".
           05  FILLER                  PIC X(01).
           05  CTRN-ICAO               PIC X(04).
           05  FILLER                  PIC X(01).
           05  CTRN-DESCRIPTION        PIC X(30).
           05  FILLER                  PIC X(01).
           05  CTRN-START-HHMM         PIC X(04).
           05  FILLER                  PIC X(01).
           05  CTRN-END-HHMM           PIC X(04).
           05  FILLER                  PIC X(01).
           05  CTRN-RADIUS-NM          PIC X(05).
           05  FILLER                  PIC X(01).
           05  CTRN-MIN-ALTITUDE       PIC X(09).
           05  FILLER                  PIC X(12).

      *-----------------------------------------------------------*
      *    NUMVAL WORK AREA AND REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-NUMVAL-WORK              PIC S9(07)V9(05)
                                           SIGN LEADING SEPARATE.
       01  WS-TRAN-ICAO                PIC X(04) VALUE SPACES.

      *-----------------------------------------------------------*
      *    CARD VALIDATION WORK AREAS
      *    A radius past 100 NM would take in neighbouring fields'
      *    traffic and the altitude bound is the same 20000 m
      *    FLIGHT-TRACKER holds every sighting to, so a card past
      *    either is a mis-punch.
      *-----------------------------------------------------------*
       01  WS-CARD-VALID-SW            PIC X(01) VALUE "Y".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
       01  WS-VAL-START-HHMM           PIC 9(04) VALUE 0.
       01  WS-VAL-END-HHMM             PIC 9(04) VALUE 0.
       01  WS-VAL-RADIUS-NM            PIC 9(03)V9(01) VALUE 0.
       01  WS-VAL-MIN-ALTITUDE         PIC 9(05)V9(02) VALUE 0.
       01  WS-VAL-HHMM-TEXT            PIC X(04) VALUE SPACES.
       01  WS-VAL-HHMM                 PIC 9(04) VALUE 0.
       01  WS-VAL-HH                   PIC 9(02) VALUE 0.
       01  WS-VAL-MM                   PIC 9(02) VALUE 0.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-LIST-RADIUS-ED           PIC ZZ9.9.
       01  WS-LIST-ALT-ED              PIC ZZZZ9.99.
       01  WS-LIST-LAT-ED              PIC -99.99999.
       01  WS-LIST-LON-ED              PIC -999.99999.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Drives the maintenance run: open files, apply every
      *    transaction on CURFTRAN, write the totals, close down.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Open the transaction, master, airport, and report files
      *    and prime the read loop.  A missing FLTCURF cluster is
      *    laid down empty first, the same way ZONE-MAINT primes
      *    FLTZONE.  Without FLTAPT no rule can be posted, but
      *    DELETE and LIST still run.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT CURF-TRAN-FILE

           OPEN I-O CURFEW-FILE
           IF NOT WS-CURF-STATUS-OK
               OPEN OUTPUT CURFEW-FILE
               CLOSE CURFEW-FILE
               OPEN I-O CURFEW-FILE
           END-IF

           OPEN INPUT AIRPORT-FILE
           IF WS-APT-STATUS-OK
               SET WS-APT-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY CURFEW RULE MAINTENANCE - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-APT-NOT-AVAILABLE
               MOVE SPACES TO REPORT-REC
               STRING "*** FLTAPT AIRPORT MASTER NOT AVAILABLE - ADD"
                       " AND CHANGE CARDS WILL BE REJECTED ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-TRAN
      *    Dispatches the current transaction by its action code.
      *-----------------------------------------------------------*
       2000-PROCESS-TRAN.
           MOVE FUNCTION UPPER-CASE(CTRN-ICAO) TO WS-TRAN-ICAO

           EVALUATE TRUE
               WHEN CTRN-ACTION-ADD
                   PERFORM 3000-ADD-RULE THRU 3000-EXIT
               WHEN CTRN-ACTION-CHANGE
                   PERFORM 3100-CHANGE-RULE THRU 3100-EXIT
               WHEN CTRN-ACTION-DELETE
                   PERFORM 3200-DELETE-RULE THRU 3200-EXIT
               WHEN CTRN-ACTION-LIST
                   PERFORM 3300-LIST-RULES THRU 3300-EXIT
               WHEN CTRN-REC = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-IN-ERROR
                   PERFORM 7000-WRITE-DISPOSITION THRU 7000-EXIT
           END-EVALUATE

           PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-TRAN-RECORD
      *    Single read point for the transaction file.
      *-----------------------------------------------------------*
       2100-READ-TRAN-RECORD.
           READ CURF-TRAN-FILE INTO CTRN-REC
               AT END
                   MOVE 1 TO WS-EOF
           END-READ

           IF WS-MORE-RECORDS
               ADD 1 TO WS-TRANS-READ
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-ADD-RULE
      *    Builds a new rule from the card fields and the field's
      *    FLTAPT reference point and inserts it.  A duplicate
      *    airport is reported and the existing rule left
      *    untouched -- use CHANGE to correct a posted rule.
      *-----------------------------------------------------------*
       3000-ADD-RULE.
           PERFORM 3050-VALIDATE-RULE-CARD THRU 3050-EXIT
           IF WS-CARD-VALID
               IF CTRN-RADIUS-NM = SPACES
                   SET WS-CARD-INVALID TO TRUE
               END-IF
               IF (CTRN-START-HHMM = SPACES
                       AND CTRN-END-HHMM NOT = SPACES)
                   OR (CTRN-START-HHMM NOT = SPACES
                       AND CTRN-END-HHMM = SPACES)
                   SET WS-CARD-INVALID TO TRUE
               END-IF
               IF WS-VAL-START-HHMM = WS-VAL-END-HHMM
                       AND WS-VAL-START-HHMM NOT = 0
                   SET WS-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-CARD-INVALID
               ADD 1 TO WS-TRANS-IN-ERROR
               PERFORM 7300-WRITE-INVALID-NOTE THRU 7300-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3060-READ-AIRPORT THRU 3060-EXIT
           IF NOT WS-APT-STATUS-OK
               ADD 1 TO WS-TRANS-IN-ERROR
               PERFORM 7400-WRITE-NO-AIRPORT-NOTE THRU 7400-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE WS-TRAN-ICAO        TO CURF-ICAO
           MOVE CTRN-DESCRIPTION    TO CURF-DESCRIPTION
           MOVE WS-VAL-START-HHMM   TO CURF-START-HHMM
           MOVE WS-VAL-END-HHMM     TO CURF-END-HHMM
           MOVE WS-VAL-RADIUS-NM    TO CURF-RADIUS-NM
           MOVE WS-VAL-MIN-ALTITUDE TO CURF-MIN-ALTITUDE
           MOVE APT-LATITUDE        TO CURF-CENTER-LAT
           MOVE APT-LONGITUDE       TO CURF-CENTER-LON
           MOVE WS-RUN-DATE         TO CURF-LAST-UPDATED

           WRITE CURFEW-RULE-REC
               INVALID KEY
                   ADD 1 TO WS-TRANS-IN-ERROR
                   PERFORM 7100-WRITE-DUPLICATE-NOTE THRU 7100-EXIT
                   GO TO 3000-EXIT
           END-WRITE

           ADD 1 TO WS-RULES-ADDED
           PERFORM 7000-WRITE-DISPOSITION THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3050-VALIDATE-RULE-CARD
      *    The airport must be punched.  A punched curfew time
      *    must be four digits making a real clock time; a punched
      *    radius must be above zero and inside 100 NM; a punched
      *    altitude must be numeric-decimal (TEST-NUMVAL catches
      *    the mis-punched digit NUMVAL would quietly half-parse)
      *    and inside the global bound.  Blank fields come back as
      *    zero.
      *-----------------------------------------------------------*
       3050-VALIDATE-RULE-CARD.
           SET WS-CARD-VALID TO TRUE
           MOVE 0 TO WS-VAL-START-HHMM
           MOVE 0 TO WS-VAL-END-HHMM
           MOVE 0 TO WS-VAL-RADIUS-NM
           MOVE 0 TO WS-VAL-MIN-ALTITUDE

           IF WS-TRAN-ICAO = SPACES
               SET WS-CARD-INVALID TO TRUE
               GO TO 3050-EXIT
           END-IF

           IF CTRN-START-HHMM NOT = SPACES
               MOVE CTRN-START-HHMM TO WS-VAL-HHMM-TEXT
               PERFORM 3070-VALIDATE-HHMM THRU 3070-EXIT
               IF WS-CARD-INVALID
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-VAL-HHMM TO WS-VAL-START-HHMM
           END-IF

           IF CTRN-END-HHMM NOT = SPACES
               MOVE CTRN-END-HHMM TO WS-VAL-HHMM-TEXT
               PERFORM 3070-VALIDATE-HHMM THRU 3070-EXIT
               IF WS-CARD-INVALID
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-VAL-HHMM TO WS-VAL-END-HHMM
           END-IF

           IF CTRN-RADIUS-NM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CTRN-RADIUS-NM) NOT = 0
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK =
                   FUNCTION NUMVAL(CTRN-RADIUS-NM)
               IF WS-NUMVAL-WORK <= 0 OR WS-NUMVAL-WORK > 100.0
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-VAL-RADIUS-NM
           END-IF

           IF CTRN-MIN-ALTITUDE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CTRN-MIN-ALTITUDE) NOT = 0
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK =
                   FUNCTION NUMVAL(CTRN-MIN-ALTITUDE)
               IF WS-NUMVAL-WORK < 0 OR WS-NUMVAL-WORK > 20000.00
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-VAL-MIN-ALTITUDE
           END-IF.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3060-READ-AIRPORT
      *    Keyed FLTAPT read for the card's airport.  Leaves the
      *    status not-OK when the master is missing or the field
      *    is not on it.
      *-----------------------------------------------------------*
       3060-READ-AIRPORT.
           IF WS-APT-NOT-AVAILABLE
               MOVE "35" TO WS-APT-STATUS
               GO TO 3060-EXIT
           END-IF

           MOVE WS-TRAN-ICAO TO APT-ICAO
           READ AIRPORT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3070-VALIDATE-HHMM
      *    WS-VAL-HHMM-TEXT must be four digits, hours 00-23 and
      *    minutes 00-59.
      *-----------------------------------------------------------*
       3070-VALIDATE-HHMM.
           IF WS-VAL-HHMM-TEXT NOT NUMERIC
               SET WS-CARD-INVALID TO TRUE
               GO TO 3070-EXIT
           END-IF

           MOVE WS-VAL-HHMM-TEXT TO WS-VAL-HHMM
           MOVE WS-VAL-HHMM-TEXT (1:2) TO WS-VAL-HH
           MOVE WS-VAL-HHMM-TEXT (3:2) TO WS-VAL-MM
           IF WS-VAL-HH > 23 OR WS-VAL-MM > 59
               SET WS-CARD-INVALID TO TRUE
           END-IF.

       3070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-CHANGE-RULE
      *    Rewrites the punched fields of an existing rule; blank
      *    fields keep their master values.  The reference point
      *    is refreshed from FLTAPT whenever the field is still on
      *    it, so a resurveyed airport is picked up by re-punching
      *    any one field.  A change that leaves start equal to end
      *    on a non-zero window is refused -- that would be a
      *    curfew no clock time could fall inside.
      *-----------------------------------------------------------*
       3100-CHANGE-RULE.
           PERFORM 3050-VALIDATE-RULE-CARD THRU 3050-EXIT
           IF WS-CARD-INVALID
               ADD 1 TO WS-TRANS-IN-ERROR
               PERFORM 7300-WRITE-INVALID-NOTE THRU 7300-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE WS-TRAN-ICAO TO CURF-ICAO

           READ CURFEW-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-IN-ERROR
                   PERFORM 7200-WRITE-NOT-FOUND-NOTE THRU 7200-EXIT
                   GO TO 3100-EXIT
           END-READ

           IF CTRN-DESCRIPTION NOT = SPACES
               MOVE CTRN-DESCRIPTION TO CURF-DESCRIPTION
           END-IF
           IF CTRN-START-HHMM NOT = SPACES
               MOVE WS-VAL-START-HHMM TO CURF-START-HHMM
           END-IF
           IF CTRN-END-HHMM NOT = SPACES
               MOVE WS-VAL-END-HHMM TO CURF-END-HHMM
           END-IF
           IF CTRN-RADIUS-NM NOT = SPACES
               MOVE WS-VAL-RADIUS-NM TO CURF-RADIUS-NM
           END-IF
           IF CTRN-MIN-ALTITUDE NOT = SPACES
               MOVE WS-VAL-MIN-ALTITUDE TO CURF-MIN-ALTITUDE
           END-IF

           IF CURF-START-HHMM = CURF-END-HHMM
                   AND CURF-START-HHMM NOT = 0
               ADD 1 TO WS-TRANS-IN-ERROR
               PERFORM 7300-WRITE-INVALID-NOTE THRU 7300-EXIT
               GO TO 3100-EXIT
           END-IF

           PERFORM 3060-READ-AIRPORT THRU 3060-EXIT
           IF WS-APT-STATUS-OK
               MOVE APT-LATITUDE  TO CURF-CENTER-LAT
               MOVE APT-LONGITUDE TO CURF-CENTER-LON
           END-IF
           MOVE WS-RUN-DATE TO CURF-LAST-UPDATED

           REWRITE CURFEW-RULE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1 TO WS-RULES-CHANGED
           PERFORM 7000-WRITE-DISPOSITION THRU 7000-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-DELETE-RULE
      *    Removes a field's rule.  Its traffic is simply not
      *    checked from the next run on.
      *-----------------------------------------------------------*
       3200-DELETE-RULE.
           MOVE WS-TRAN-ICAO TO CURF-ICAO

           READ CURFEW-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-IN-ERROR
                   PERFORM 7200-WRITE-NOT-FOUND-NOTE THRU 7200-EXIT
                   GO TO 3200-EXIT
           END-READ

           DELETE CURFEW-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           ADD 1 TO WS-RULES-DELETED
           PERFORM 7000-WRITE-DISPOSITION THRU 7000-EXIT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-LIST-RULES
      *    Dumps the full master to the report, one line per
      *    airport, in key order.
      *-----------------------------------------------------------*
       3300-LIST-RULES.
           MOVE SPACES TO REPORT-REC
           STRING "ICAO DESCRIPTION                    START END  "
                   "RADIUS  MIN-ALT-M  CENTER-LAT  CENTER-LON"
                   " UPDATED"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE LOW-VALUES TO CURF-ICAO
           START CURFEW-FILE KEY >= CURF-ICAO
               INVALID KEY
                   GO TO 3300-EXIT
           END-START

           PERFORM 3310-LIST-NEXT-RULE THRU 3310-EXIT
               UNTIL NOT WS-CURF-STATUS-OK.

      *    The list read runs the master to end of file; clear the
      *    status so later transactions are not mistaken for errors.
           MOVE "00" TO WS-CURF-STATUS.

       3300-EXIT.
           EXIT.

       3310-LIST-NEXT-RULE.
           READ CURFEW-FILE NEXT RECORD
               AT END
                   GO TO 3310-EXIT
           END-READ

           IF NOT WS-CURF-STATUS-OK
               GO TO 3310-EXIT
           END-IF

           ADD 1 TO WS-RULES-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE CURF-ICAO        TO WS-REPORT-LINE (1:4)
           MOVE CURF-DESCRIPTION TO WS-REPORT-LINE (6:30)
           MOVE CURF-START-HHMM  TO WS-REPORT-LINE (37:4)
           MOVE CURF-END-HHMM    TO WS-REPORT-LINE (43:4)
           MOVE CURF-RADIUS-NM TO WS-LIST-RADIUS-ED
           MOVE WS-LIST-RADIUS-ED TO WS-REPORT-LINE (49:5)
           MOVE CURF-MIN-ALTITUDE TO WS-LIST-ALT-ED
           MOVE WS-LIST-ALT-ED TO WS-REPORT-LINE (57:8)
           MOVE CURF-CENTER-LAT TO WS-LIST-LAT-ED
           MOVE WS-LIST-LAT-ED TO WS-REPORT-LINE (67:9)
           MOVE CURF-CENTER-LON TO WS-LIST-LON-ED
           MOVE WS-LIST-LON-ED TO WS-REPORT-LINE (78:10)
           MOVE CURF-LAST-UPDATED TO WS-REPORT-LINE (89:8)

           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7000-WRITE-DISPOSITION
      *    Echoes the transaction and its outcome to the report.
      *-----------------------------------------------------------*
       7000-WRITE-DISPOSITION.
           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
               WHEN CTRN-ACTION-ADD
                   STRING "ADDED    " DELIMITED BY SIZE
                       WS-TRAN-ICAO DELIMITED BY SIZE
                       " " CTRN-DESCRIPTION DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN CTRN-ACTION-CHANGE
                   STRING "CHANGED  " DELIMITED BY SIZE
                       WS-TRAN-ICAO DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN CTRN-ACTION-DELETE
                   STRING "DELETED  " DELIMITED BY SIZE
                       WS-TRAN-ICAO DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "REJECTED UNRECOGNIZED ACTION: "
                       DELIMITED BY SIZE
                       CTRN-ACTION DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC.

       7000-EXIT.
           EXIT.

       7100-WRITE-DUPLICATE-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED DUPLICATE AIRPORT RULE: " DELIMITED BY SIZE
               WS-TRAN-ICAO DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       7100-EXIT.
           EXIT.

       7200-WRITE-NOT-FOUND-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED AIRPORT NOT ON RULE MASTER: "
               DELIMITED BY SIZE
               WS-TRAN-ICAO DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       7200-EXIT.
           EXIT.

       7300-WRITE-INVALID-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED INVALID CURFEW CARD: " DELIMITED BY SIZE
               CTRN-ACTION DELIMITED BY SIZE
               " " WS-TRAN-ICAO DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       7300-EXIT.
           EXIT.

       7400-WRITE-NO-AIRPORT-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED AIRPORT NOT ON FLTAPT: " DELIMITED BY SIZE
               WS-TRAN-ICAO DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       7400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-TERMINATE
      *    Writes the run totals and closes down.
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-TRANS-READ TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TRANSACTIONS READ . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-RULES-ADDED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "RULES ADDED . . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-RULES-CHANGED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "RULES CHANGED . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-RULES-DELETED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "RULES DELETED . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-RULES-LISTED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "RULES LISTED  . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-TRANS-IN-ERROR TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TRANSACTIONS IN ERROR . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           CLOSE CURF-TRAN-FILE
           CLOSE CURFEW-FILE
           IF WS-APT-AVAILABLE
               CLOSE AIRPORT-FILE
           END-IF
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.
