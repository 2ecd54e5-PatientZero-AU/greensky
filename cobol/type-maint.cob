      *=============================================================*
       IDENTIFICATION DIVISION.
      *=============================================================*
       PROGRAM-ID.     TYPE-MAINT.
       AUTHOR.         PATIENTZERO.
       INSTALLATION.   GREENSKY OPS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.
      *
      * GreenSky Flight Tracker -- Aircraft-Type Envelope Maintenance
      * Applies ops-submitted transactions (ADD, CHANGE, DELETE,
      * LIST) against the FLTTYPE aircraft-type performance
      * envelope master that FLIGHT-TRACKER checks every sighting
      * of a registered aircraft against, so a type can be posted
      * or corrected without a change ticket.
      *
      * Transactions arrive on TYPETRAN, one per line, action in
      * columns 1-6 followed by blank-separated fixed-width fields
      * (see TTRN-REC below).  Every transaction's disposition is
      * echoed to the TYPERPT report, and a LIST transaction dumps
      * the full master there.
      *
      * MODIFICATION HISTORY
      *   DATE        BY    DESCRIPTION
      *   2026-10-15  PZ    Original version, written alongside the
      *                     FLTTYPE envelope master and the
      *                     out-of-envelope check in FLIGHT-TRACKER.
      *
      *=============================================================*
       ENVIRONMENT DIVISION.
      *=============================================================*
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-370.
       OBJECT-COMPUTER.    IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE-TRAN-FILE ASSIGN TO "TYPETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTRN-STATUS.

           SELECT TYPE-FILE ASSIGN TO "FLTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-ACFT-TYPE
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TYPERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *=============================================================*
       DATA DIVISION.
      *=============================================================*
       FILE SECTION.
       FD  TYPE-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE-TRAN-REC              PIC X(100).

       FD  TYPE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "FLTTYPE.cpy".

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
       01  WS-TTRN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TTRN-STATUS-OK              VALUE "00".
       01  WS-TYPE-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TYPE-STATUS-OK              VALUE "00".

       77  WS-TRANS-READ               PIC 9(07) COMP VALUE 0.
       77  WS-TYPES-ADDED              PIC 9(07) COMP VALUE 0.
       77  WS-TYPES-CHANGED            PIC 9(07) COMP VALUE 0.
       77  WS-TYPES-DELETED            PIC 9(07) COMP VALUE 0.
       77  WS-TYPES-LISTED             PIC 9(07) COMP VALUE 0.
       77  WS-TRANS-IN-ERROR           PIC 9(07) COMP VALUE 0.

       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.

      *-----------------------------------------------------------*
      *    TRANSACTION CARD LAYOUT
      *    Action in columns 1-6, then blank-separated fixed-width
      *    fields.  The type is punched as the registry carries it
      *    (e.g. C172, B738) and is folded to upper case on the
      *    way in.  Limits are free-form decimal text picked up
      *    with NUMVAL, in the feed's units: max speed in metres
      *    per second, ceiling in metres, climb and descent rates
      *    in metres per second (descent punched positive).
      *
      *    ADD takes every field; a blank limit is stored as zero,
      *    which the tracker reads as "not checked", but at least
      *    one limit must be supplied -- an envelope that checks
      *    nothing is rejected, not posted.  CHANGE
      *    rewrites only the fields punched and leaves blank ones
      *    as they are on the master.  DELETE needs only the type.
      *-----------------------------------------------------------*
       01  TTRN-REC.
           05  TTRN-ACTION             PIC X(06).
               88  TTRN-ACTION-ADD         VALUE "ADD   ".
               88  TTRN-ACTION-CHANGE      VALUE "CHANGE".
               88  TTRN-ACTION-DELETE      VALUE "DELETE".
               88  TTRN-ACTION-LIST        VALUE "LIST  ".
           05  FILLER                  PIC X(01).
           05  TTRN-ACFT-TYPE          PIC X(20).
           05  FILLER                  PIC X(01).
           05  TTRN-DESCRIPTION        PIC X(30).
           05  FILLER                  PIC X(01).
           05  TTRN-MAX-SPEED          PIC X(08).
           05  FILLER                  PIC X(01).
           05  TTRN-CEILING-ALT        PIC X(09).
           05  FILLER                  PIC X(01).
           05  TTRN-MAX-CLIMB          PIC X(07).
           05  FILLER                  PIC X(01).
           05  TTRN-MAX-DESCENT        PIC X(07).
           05  FILLER                  PIC X(07).

      *-----------------------------------------------------------*
      *    NUMVAL WORK AREA AND REPORT WORK AREAS
      *-----------------------------------------------------------*
       01  WS-NUMVAL-WORK              PIC S9(07)V9(05)
                                           SIGN LEADING SEPARATE.
       01  WS-TRAN-TYPE                PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------*
      *    CARD VALIDATION WORK AREAS
      *    The upper bounds are the same global limits
      *    FLIGHT-TRACKER's 2300-VALIDATE-FLIGHT-RECORD holds every
      *    sighting to (400 m/s, 20000 m); an envelope wider than
      *    those could never be broken by a sighting that passed
      *    validation, so a card past them is a mis-punch.  The
      *    vertical-rate bound is the field's own width.
      *-----------------------------------------------------------*
       01  WS-CARD-VALID-SW            PIC X(01) VALUE "Y".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
       01  WS-VAL-MAX-SPEED            PIC 9(04)V9(02) VALUE 0.
       01  WS-VAL-CEILING-ALT          PIC 9(05)V9(02) VALUE 0.
       01  WS-VAL-MAX-CLIMB            PIC 9(03)V9(02) VALUE 0.
       01  WS-VAL-MAX-DESCENT          PIC 9(03)V9(02) VALUE 0.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-REPORT-COUNT-ED          PIC ZZZ,ZZ9.
       01  WS-LIST-SPEED-ED            PIC ZZZ9.99.
       01  WS-LIST-ALT-ED              PIC ZZZZ9.99.
       01  WS-LIST-RATE-ED             PIC ZZ9.99.

       PROCEDURE DIVISION.
      *=============================================================*
      *    0000-MAINLINE
      *    Drives the maintenance run: open files, apply every
      *    transaction on TYPETRAN, write the totals, close down.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.

           PERFORM 8000-TERMINATE THRU 8000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE
      *    Open the transaction, master, and report files and
      *    prime the read loop.  A missing FLTTYPE cluster is laid
      *    down empty first, the same way ZONE-MAINT primes
      *    FLTZONE.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT TYPE-TRAN-FILE

           OPEN I-O TYPE-FILE
           IF NOT WS-TYPE-STATUS-OK
               OPEN OUTPUT TYPE-FILE
               CLOSE TYPE-FILE
               OPEN I-O TYPE-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-REC
           STRING "GREENSKY TYPE-ENVELOPE MAINTENANCE - RUN DATE "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

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
           MOVE FUNCTION UPPER-CASE(TTRN-ACFT-TYPE) TO WS-TRAN-TYPE

           EVALUATE TRUE
               WHEN TTRN-ACTION-ADD
                   PERFORM 3000-ADD-TYPE THRU 3000-EXIT
               WHEN TTRN-ACTION-CHANGE
                   PERFORM 3100-CHANGE-TYPE THRU 3100-EXIT
               WHEN TTRN-ACTION-DELETE
                   PERFORM 3200-DELETE-TYPE THRU 3200-EXIT
               WHEN TTRN-ACTION-LIST
                   PERFORM 3300-LIST-TYPES THRU 3300-EXIT
               WHEN TTRN-REC = SPACES
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
           READ TYPE-TRAN-FILE INTO TTRN-REC
               AT END
                   MOVE 1 TO WS-EOF
           END-READ

           IF WS-MORE-RECORDS
               ADD 1 TO WS-TRANS-READ
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-ADD-TYPE
      *    Builds a new master record from the card fields and
      *    inserts it.  A duplicate type is reported and the
      *    existing record left untouched -- use CHANGE to correct
      *    a posted envelope.  A card with every limit blank or
      *    zero would post a type the tracker never checks, and
      *    is rejected.
      *-----------------------------------------------------------*
       3000-ADD-TYPE.
           PERFORM 3050-VALIDATE-TYPE-CARD THRU 3050-EXIT
           IF WS-CARD-INVALID
               ADD 1 TO WS-TRANS-IN-ERROR
               PERFORM 7300-WRITE-INVALID-NOTE THRU 7300-EXIT
               GO TO 3000-EXIT
           END-IF

           IF WS-VAL-MAX-SPEED = 0
                   AND WS-VAL-CEILING-ALT = 0
                   AND WS-VAL-MAX-CLIMB = 0
                   AND WS-VAL-MAX-DESCENT = 0
               ADD 1 TO WS-TRANS-IN-ERROR
               PERFORM 7400-WRITE-NO-LIMITS-NOTE THRU 7400-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE WS-TRAN-TYPE        TO TYPE-ACFT-TYPE
           MOVE TTRN-DESCRIPTION    TO TYPE-DESCRIPTION
           MOVE WS-VAL-MAX-SPEED    TO TYPE-MAX-SPEED
           MOVE WS-VAL-CEILING-ALT  TO TYPE-CEILING-ALT
           MOVE WS-VAL-MAX-CLIMB    TO TYPE-MAX-CLIMB
           MOVE WS-VAL-MAX-DESCENT  TO TYPE-MAX-DESCENT
           MOVE WS-RUN-DATE         TO TYPE-LAST-UPDATED

           WRITE TYPE-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-TRANS-IN-ERROR
                   PERFORM 7100-WRITE-DUPLICATE-NOTE THRU 7100-EXIT
                   GO TO 3000-EXIT
           END-WRITE

           ADD 1 TO WS-TYPES-ADDED
           PERFORM 7000-WRITE-DISPOSITION THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3050-VALIDATE-TYPE-CARD
      *    An envelope the tracker can never breach -- or one
      *    every sighting breaches -- is worse than a rejected
      *    card.  The type must be punched; every limit punched
      *    must be numeric-decimal (TEST-NUMVAL catches the
      *    mis-punched digit NUMVAL would quietly half-parse),
      *    not negative, and inside the global bounds above.
      *    Blank limits come back as zero.
      *-----------------------------------------------------------*
       3050-VALIDATE-TYPE-CARD.
           SET WS-CARD-VALID TO TRUE
           MOVE 0 TO WS-VAL-MAX-SPEED
           MOVE 0 TO WS-VAL-CEILING-ALT
           MOVE 0 TO WS-VAL-MAX-CLIMB
           MOVE 0 TO WS-VAL-MAX-DESCENT

           IF WS-TRAN-TYPE = SPACES
               SET WS-CARD-INVALID TO TRUE
               GO TO 3050-EXIT
           END-IF

           IF TTRN-MAX-SPEED NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TTRN-MAX-SPEED) NOT = 0
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK =
                   FUNCTION NUMVAL(TTRN-MAX-SPEED)
               IF WS-NUMVAL-WORK < 0 OR WS-NUMVAL-WORK > 400.00
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-VAL-MAX-SPEED
           END-IF

           IF TTRN-CEILING-ALT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TTRN-CEILING-ALT) NOT = 0
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK =
                   FUNCTION NUMVAL(TTRN-CEILING-ALT)
               IF WS-NUMVAL-WORK < 0 OR WS-NUMVAL-WORK > 20000.00
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-VAL-CEILING-ALT
           END-IF

           IF TTRN-MAX-CLIMB NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TTRN-MAX-CLIMB) NOT = 0
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK =
                   FUNCTION NUMVAL(TTRN-MAX-CLIMB)
               IF WS-NUMVAL-WORK < 0 OR WS-NUMVAL-WORK > 999.99
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-VAL-MAX-CLIMB
           END-IF

           IF TTRN-MAX-DESCENT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TTRN-MAX-DESCENT) NOT = 0
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK =
                   FUNCTION NUMVAL(TTRN-MAX-DESCENT)
               IF WS-NUMVAL-WORK < 0 OR WS-NUMVAL-WORK > 999.99
                   SET WS-CARD-INVALID TO TRUE
                   GO TO 3050-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-VAL-MAX-DESCENT
           END-IF.

       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-CHANGE-TYPE
      *    Rewrites the punched fields of an existing envelope;
      *    blank fields keep their master values, so correcting
      *    one figure does not mean re-keying the rest.
      *-----------------------------------------------------------*
       3100-CHANGE-TYPE.
           PERFORM 3050-VALIDATE-TYPE-CARD THRU 3050-EXIT
           IF WS-CARD-INVALID
               ADD 1 TO WS-TRANS-IN-ERROR
               PERFORM 7300-WRITE-INVALID-NOTE THRU 7300-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE WS-TRAN-TYPE TO TYPE-ACFT-TYPE

           READ TYPE-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-IN-ERROR
                   PERFORM 7200-WRITE-NOT-FOUND-NOTE THRU 7200-EXIT
                   GO TO 3100-EXIT
           END-READ

           IF TTRN-DESCRIPTION NOT = SPACES
               MOVE TTRN-DESCRIPTION TO TYPE-DESCRIPTION
           END-IF
           IF TTRN-MAX-SPEED NOT = SPACES
               MOVE WS-VAL-MAX-SPEED TO TYPE-MAX-SPEED
           END-IF
           IF TTRN-CEILING-ALT NOT = SPACES
               MOVE WS-VAL-CEILING-ALT TO TYPE-CEILING-ALT
           END-IF
           IF TTRN-MAX-CLIMB NOT = SPACES
               MOVE WS-VAL-MAX-CLIMB TO TYPE-MAX-CLIMB
           END-IF
           IF TTRN-MAX-DESCENT NOT = SPACES
               MOVE WS-VAL-MAX-DESCENT TO TYPE-MAX-DESCENT
           END-IF
           MOVE WS-RUN-DATE TO TYPE-LAST-UPDATED

           REWRITE TYPE-MASTER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1 TO WS-TYPES-CHANGED
           PERFORM 7000-WRITE-DISPOSITION THRU 7000-EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-DELETE-TYPE
      *    Removes a type's envelope.  Sightings of that type are
      *    simply not checked from the next run on.
      *-----------------------------------------------------------*
       3200-DELETE-TYPE.
           MOVE WS-TRAN-TYPE TO TYPE-ACFT-TYPE

           READ TYPE-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-IN-ERROR
                   PERFORM 7200-WRITE-NOT-FOUND-NOTE THRU 7200-EXIT
                   GO TO 3200-EXIT
           END-READ

           DELETE TYPE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           ADD 1 TO WS-TYPES-DELETED
           PERFORM 7000-WRITE-DISPOSITION THRU 7000-EXIT.

       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-LIST-TYPES
      *    Dumps the full master to the report, one line per type,
      *    in key order.
      *-----------------------------------------------------------*
       3300-LIST-TYPES.
           MOVE SPACES TO REPORT-REC
           STRING "TYPE                 DESCRIPTION                   "
                   " MAX-SPD  CEILING-M  CLIMB  DESCNT UPDATED"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE LOW-VALUES TO TYPE-ACFT-TYPE
           START TYPE-FILE KEY >= TYPE-ACFT-TYPE
               INVALID KEY
                   GO TO 3300-EXIT
           END-START

           PERFORM 3310-LIST-NEXT-TYPE THRU 3310-EXIT
               UNTIL NOT WS-TYPE-STATUS-OK.

      *    The list read runs the master to end of file; clear the
      *    status so later transactions are not mistaken for errors.
           MOVE "00" TO WS-TYPE-STATUS.

       3300-EXIT.
           EXIT.

       3310-LIST-NEXT-TYPE.
           READ TYPE-FILE NEXT RECORD
               AT END
                   GO TO 3310-EXIT
           END-READ

           IF NOT WS-TYPE-STATUS-OK
               GO TO 3310-EXIT
           END-IF

           ADD 1 TO WS-TYPES-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE TYPE-ACFT-TYPE   TO WS-REPORT-LINE (1:20)
           MOVE TYPE-DESCRIPTION TO WS-REPORT-LINE (22:30)
           MOVE TYPE-MAX-SPEED TO WS-LIST-SPEED-ED
           MOVE WS-LIST-SPEED-ED TO WS-REPORT-LINE (53:7)
           MOVE TYPE-CEILING-ALT TO WS-LIST-ALT-ED
           MOVE WS-LIST-ALT-ED TO WS-REPORT-LINE (62:8)
           MOVE TYPE-MAX-CLIMB TO WS-LIST-RATE-ED
           MOVE WS-LIST-RATE-ED TO WS-REPORT-LINE (72:6)
           MOVE TYPE-MAX-DESCENT TO WS-LIST-RATE-ED
           MOVE WS-LIST-RATE-ED TO WS-REPORT-LINE (79:6)
           MOVE TYPE-LAST-UPDATED TO WS-REPORT-LINE (86:8)

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
               WHEN TTRN-ACTION-ADD
                   STRING "ADDED    " DELIMITED BY SIZE
                       WS-TRAN-TYPE DELIMITED BY SIZE
                       " " TTRN-DESCRIPTION DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN TTRN-ACTION-CHANGE
                   STRING "CHANGED  " DELIMITED BY SIZE
                       WS-TRAN-TYPE DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN TTRN-ACTION-DELETE
                   STRING "DELETED  " DELIMITED BY SIZE
                       WS-TRAN-TYPE DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "REJECTED UNRECOGNIZED ACTION: "
                       DELIMITED BY SIZE
                       TTRN-ACTION DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC.

       7000-EXIT.
           EXIT.

       7100-WRITE-DUPLICATE-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED DUPLICATE TYPE: " DELIMITED BY SIZE
               WS-TRAN-TYPE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       7100-EXIT.
           EXIT.

       7200-WRITE-NOT-FOUND-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED TYPE NOT ON MASTER: " DELIMITED BY SIZE
               WS-TRAN-TYPE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       7200-EXIT.
           EXIT.

       7300-WRITE-INVALID-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED INVALID TYPE CARD: " DELIMITED BY SIZE
               TTRN-ACTION DELIMITED BY SIZE
               " " WS-TRAN-TYPE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       7300-EXIT.
           EXIT.

       7400-WRITE-NO-LIMITS-NOTE.
           MOVE SPACES TO REPORT-REC
           STRING "REJECTED NO LIMITS SUPPLIED: " DELIMITED BY SIZE
               WS-TRAN-TYPE DELIMITED BY SIZE
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

           MOVE WS-TYPES-ADDED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TYPES ADDED . . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-TYPES-CHANGED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TYPES CHANGED . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-TYPES-DELETED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TYPES DELETED . . . . . : " DELIMITED BY SIZE
               WS-REPORT-COUNT-ED DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-TYPES-LISTED TO WS-REPORT-COUNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "TYPES LISTED  . . . . . : " DELIMITED BY SIZE
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

           CLOSE TYPE-TRAN-FILE
           CLOSE TYPE-FILE
           CLOSE REPORT-FILE.

       8000-EXIT.
           EXIT.
