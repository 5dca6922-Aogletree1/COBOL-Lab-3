      *         1.  STUDENT ID (9 DIGITS)
      *         2.  STUDENT NAME
      *         3.  CLASS SECTION (ONE LETTER AND THREE DIGITS)
      *    The SECTION MASTER (SECTMAST.TXT) -- sections run this
      *    term and their enrollment capacities.
      *    The WAITLIST (WAITLIST.TXT) -- students already in line
      *    for a full section.
      * *******
      * OUTPUT:
      *    The STUDENT MASTER (STUMAST.DAT) -- indexed on the
      *    LEFT AS IT STANDS AND THE ROW IS REJECTED.
      *    The REJECTS LISTING (SISREJ.TXT) -- one record per row
      *    that failed validation, with the reason.
      *    The WAITLIST (WAITLIST.TXT) -- EXTENDED WITH EVERY GOOD
      *    ROW FOR A SECTION ALREADY AT ITS SEC-CAPACITY.
      * *************
      * EXCEPTIONS:
      *    A ROW WITH A MALFORMED ID, A BLANK NAME, AN UNKNOWN
      *    SECTION CODE SHAPE, A SECTION NOT ON THE SECTION MASTER
      *    (SECTMAST.TXT), OR AN ID ALREADY ON THE MASTER IS
      *    WRITTEN TO THE REJECTS LISTING AND DOES NOT TOUCH THE
      *    MASTER.  A ROW FOR A FULL SECTION FROM A STUDENT ALREADY
      *    ON THE WAITLIST REJECTS THE SAME WAY.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    08/22/26  RWP  NEW PROGRAM -- STUDENT MASTER BUILT FROM
      *                   'N' ON EVERY FRESH ENROLLMENT -- THE
      *                   TERM-END CLOSEOUT READS IT TO DECIDE WHO
      *                   CARRIES FORWARD
      *    10/15/26  RWP  SECTION CAPACITY ENFORCED -- A ROW FOR A
      *                   SECTION AT ITS SEC-CAPACITY, OR WITH
      *                   STUDENTS ALREADY IN LINE, GOES ON THE
      *                   WAITLIST (WAITLIST.TXT) IN ARRIVAL ORDER
      *                   INSTEAD OF THE MASTER.  MASTER ACCESS NOW
      *                   DYNAMIC SO SECTION ENROLLMENT CAN BE COUNTED
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL STUDENT-MASTER
               ASSIGN TO 'STUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *****
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO 'SECTMAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO 'WAITLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
           05  SEC-MEET-TIME           PIC X(11).
           05  SEC-CAPACITY            PIC 9(03).
           05  FILLER                  PIC X(37).
      *****
      *    ONE RECORD PER STUDENT WAITING FOR A SEAT, IN THE ORDER
      *    THEY ARRIVED -- THIS PROGRAM ADDS TO THE END OF IT AND
      *    MASTERMAINT PROMOTES FROM THE FRONT AS SEATS OPEN
       FD  WAITLIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WAITLIST-RECORD.
           05  WL-SECTION              PIC X(04).
           05  FILLER                  PIC X(01).
           05  WL-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(01).
           05  WL-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  WL-CONTINUING           PIC X(01).
           05  FILLER                  PIC X(01).
           05  WL-DATE-WAITLISTED      PIC X(08).
           05  FILLER                  PIC X(01).
      *    'S' CAME IN ON THE SIS EXTRACT, 'M' ON A MAINTENANCE ADD
           05  WL-SOURCE               PIC X(01).
           05  FILLER                  PIC X(32).
      *****
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SIS-EOF-FLAG            PIC X         VALUE 'Y'.
               88  SIS-AT-EOF                        VALUE 'N'.
           05  MST-EOF-FLAG            PIC X         VALUE 'Y'.
               88  MST-AT-EOF                        VALUE 'N'.
           05  WAIT-EOF-FLAG           PIC X         VALUE 'Y'.
               88  WAIT-AT-EOF                       VALUE 'N'.
           05  WS-WAIT-OVERFLOW-SW     PIC X         VALUE 'N'.
               88  WAITLIST-OVERFLOW                 VALUE 'Y'.
           05  WS-MASTER-FILE-STATUS   PIC X(02)     VALUE SPACES.
               88  MASTER-IO-GOOD                    VALUE '00'.
      *    STATUS 05 IS THE CLEAN OPTIONAL-FILE CREATE ON THE FIRST
       01  IMPORT-COUNTS.
           05  WS-LOADED-COUNT         PIC S9(4) COMP VALUE 0.
           05  WS-REJECTED-COUNT       PIC S9(4) COMP VALUE 0.
           05  WS-WAITLISTED-COUNT     PIC S9(4) COMP VALUE 0.
      *****
       01  WS-DATE.
           05  WS-YEAR                 PIC 99        VALUE 0.
           05  WS-MONTH                PIC 99        VALUE 0.
           05  WS-DAY                  PIC 99        VALUE 0.
      *****
       01  WS-RUN-DATE-DISPLAY         PIC X(08)     VALUE SPACES.
      *****
      *    TRAILER ON THE REJECTS LISTING SO THE RUN ACCOUNTS FOR
      *    EVERY ROW THE SAME WAY THE REPORT RUN'S CONTROL TOTALS DO
           05                          PIC X(11)     VALUE
                                        '  REJECTED'.
           05  RTL-REJECTED            PIC ZZZ9.
           05                          PIC X(13)     VALUE
                                        '  WAITLISTED'.
           05  RTL-WAITLISTED          PIC ZZZ9.
           05                          PIC X(27)     VALUE SPACES.
      *****
      *    UNSTRUNG FIELDS FROM ONE SIS ROW -- THE COUNT FIELDS HOLD
      *    THE KEYED LENGTH OF EACH PIECE SO SHAPE CHECKS CAN TELL A
       01  SECTION-MASTER-COUNTS.
           05  WS-SECT-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-SECT-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-SECT-HIT-IDX         PIC S9(4) COMP VALUE 0.
           05  WS-FIND-SECTION         PIC X(04)     VALUE SPACES.
      *****
      *    A MISSING OR EMPTY SECTION MASTER LEAVES THE COUNT AT
      *    ZERO AND THE EXISTENCE CHECK IS WAIVED WITH A LOGGED
      *    NOTICE RATHER THAN REJECTING THE WHOLE EXTRACT -- THE
      *    SAME COURTESY THE OPTIONAL CONTROL FILE GETS ELSEWHERE
      *    THE CAPACITY IS CARRIED FROM THE SECTION MASTER, AND THE
      *    ENROLLMENT AND THE LINE WAITING ARE COUNTED AT START OF
      *    RUN AND KEPT CURRENT AS EACH ROW LOADS OR WAITLISTS --
      *    ZERO CAPACITY MEANS NO LIMIT, AS ON THE REPORT
       01  SECTION-MASTER-TABLE.
           05  SMT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-SECT-COUNT.
               10  SMT-SECTION         PIC X(04).
               10  SMT-CAPACITY        PIC 9(03).
               10  SMT-ENROLLED        PIC S9(4) COMP.
               10  SMT-WAITING         PIC S9(4) COMP.
      *****
      *    EVERY STUDENT ALREADY IN LINE, SO ONE STUDENT NEVER HOLDS
      *    TWO PLACES
       01  WAITLIST-COUNTS.
           05  WS-WAIT-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-WAIT-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-WAIT-FOUND-SW        PIC X         VALUE 'N'.
               88  ALREADY-WAITING                   VALUE 'Y'.
       01  WAITLIST-ID-TABLE.
           05  WIT-STUDENT-ID          PIC X(09)
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-WAIT-COUNT.
      *****
       PROCEDURE DIVISION.

      *    SO THE IMPORT CAN TOP UP A ROSTER ALREADY STARTED BY THE
      *    MAINTENANCE PROGRAM -- DUPLICATES SIMPLY REJECT

           ACCEPT WS-DATE FROM DATE
           MOVE SPACES TO WS-RUN-DATE-DISPLAY
           STRING WS-MONTH DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY

           OPEN INPUT SIS-ENROLL-FILE
                I-O   STUDENT-MASTER
               OUTPUT REJECT-FILE
                END-IF

           PERFORM 16-LOAD-SECTION-MASTER-ROUTINE
           PERFORM 17-COUNT-ENROLLMENT-ROUTINE
           PERFORM 18-LOAD-WAITLIST-ROUTINE
           .

       16-LOAD-SECTION-MASTER-ROUTINE.
                          ADD 1 TO WS-SECT-COUNT
                          MOVE SEC-SECTION
                              TO SMT-SECTION (WS-SECT-COUNT)
                          IF SEC-CAPACITY IS NUMERIC
                             MOVE SEC-CAPACITY
                                 TO SMT-CAPACITY (WS-SECT-COUNT)
                          ELSE
                             MOVE ZERO
                                 TO SMT-CAPACITY (WS-SECT-COUNT)
                          END-IF
                          MOVE ZERO TO SMT-ENROLLED (WS-SECT-COUNT)
                                       SMT-WAITING (WS-SECT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                END-IF
           .

       17-COUNT-ENROLLMENT-ROUTINE.

      *    ONE SEQUENTIAL SWEEP OF THE MASTER COUNTS WHO IS IN EACH
      *    SECTION BEFORE THE FIRST ROW, SO EACH ROW CAN BE HELD TO
      *    ITS SECTION'S CAPACITY.  THE KEYED WRITES AND READS BELOW
      *    DO NOT DEPEND ON WHERE THIS SWEEP LEAVES OFF

           IF WS-SECT-COUNT > ZERO
              MOVE 'Y' TO MST-EOF-FLAG
              PERFORM UNTIL MST-AT-EOF
                  READ STUDENT-MASTER NEXT RECORD
                      AT END
                          SET MST-AT-EOF TO TRUE
                      NOT AT END
                          MOVE SM-CLASS-SECTION TO WS-FIND-SECTION
                          PERFORM 34-FIND-SECTION-ROUTINE
                          IF WS-SECT-HIT-IDX > ZERO
                             ADD 1 TO SMT-ENROLLED (WS-SECT-HIT-IDX)
                          END-IF
                  END-READ
                  IF WS-MASTER-FILE-STATUS NOT = '00'
                     AND WS-MASTER-FILE-STATUS NOT = '10'
                     SET MST-AT-EOF TO TRUE
                       END-IF
              END-PERFORM
                END-IF
           .

       18-LOAD-WAITLIST-ROUTINE.

      *    THE LINE ALREADY WAITING IS COUNTED BY SECTION AND ITS
      *    STUDENTS TABLED, THEN THE FILE IS REOPENED TO TAKE THIS
      *    RUN'S ARRIVALS ON THE END.  A LINE TOO LONG TO TABLE
      *    HOLDS THE RUN RATHER THAN LET A DUPLICATE SLIP THROUGH

           OPEN INPUT WAITLIST-FILE
           MOVE 'Y' TO WAIT-EOF-FLAG
           PERFORM UNTIL WAIT-AT-EOF
               READ WAITLIST-FILE
                   AT END
                       SET WAIT-AT-EOF TO TRUE
                   NOT AT END
                       IF WL-STUDENT-ID NOT = SPACES
                          IF WS-WAIT-COUNT < 500
                             ADD 1 TO WS-WAIT-COUNT
                             MOVE WL-STUDENT-ID
                                 TO WIT-STUDENT-ID (WS-WAIT-COUNT)
                             MOVE WL-SECTION TO WS-FIND-SECTION
                             PERFORM 34-FIND-SECTION-ROUTINE
                             IF WS-SECT-HIT-IDX > ZERO
                                ADD 1 TO SMT-WAITING (WS-SECT-HIT-IDX)
                             END-IF
                          ELSE
                             SET WAITLIST-OVERFLOW TO TRUE
                             SET WAIT-AT-EOF TO TRUE
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE

           IF WAITLIST-OVERFLOW
              MOVE SPACES TO REJECT-RECORD
              MOVE 'WAITLIST OVER 500 - RUN HELD' TO RJ-REMARKS
              WRITE REJECT-RECORD
              CLOSE SIS-ENROLL-FILE
                    STUDENT-MASTER
                    REJECT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
                END-IF

           OPEN EXTEND WAITLIST-FILE
           .

       25-PROCESS-SIS-ROUTINE.

           MOVE 'Y' TO SIS-EOF-FLAG
                END-IF

           IF SECTION-ON-MASTER
              PERFORM 31B-CHECK-SEAT-ROUTINE
           ELSE
              MOVE 'SECTION NOT ON SECTION MASTER' TO RJ-REMARKS
              PERFORM 33-REJECT-ROW-ROUTINE
                END-IF
           .

       31B-CHECK-SEAT-ROUTINE.

      *    A SECTION AT ITS CAPACITY -- OR ONE WITH STUDENTS ALREADY
      *    WAITING, WHO CAME FIRST -- SENDS THE ROW TO THE WAITLIST
      *    INSTEAD OF THE MASTER.  NO CAPACITY ON THE SECTION
      *    MASTER, OR NO SECTION MASTER AT ALL, STILL MEANS NO LIMIT

           MOVE SI-SECTION TO WS-FIND-SECTION
           PERFORM 34-FIND-SECTION-ROUTINE
           IF WS-SECT-HIT-IDX > ZERO
              AND SMT-CAPACITY (WS-SECT-HIT-IDX) > ZERO
              AND (SMT-ENROLLED (WS-SECT-HIT-IDX)
                       NOT < SMT-CAPACITY (WS-SECT-HIT-IDX)
                   OR SMT-WAITING (WS-SECT-HIT-IDX) > ZERO)
              PERFORM 32A-WAITLIST-ROW-ROUTINE
           ELSE
              PERFORM 32-LOAD-MASTER-ROUTINE
                END-IF
           .

       32-LOAD-MASTER-ROUTINE.

           MOVE SPACES        TO STUDENT-MASTER-RECORD
                   PERFORM 33-REJECT-ROW-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   IF WS-SECT-HIT-IDX > ZERO
                      ADD 1 TO SMT-ENROLLED (WS-SECT-HIT-IDX)
                        END-IF
           END-WRITE
      *    A WRITE FAULT OUTSIDE THE INVALID-KEY FAMILY (2X) RAISES
      *    NEITHER PHRASE ABOVE -- IT IS REJECTED BY STATUS AND THE
                END-IF
           .

       32A-WAITLIST-ROW-ROUTINE.

      *    A STUDENT ALREADY HOLDING A SEAT, OR ALREADY IN LINE FOR
      *    ANY SECTION, IS NOT WAITLISTED AGAIN -- ONE PLACE IN LINE
      *    PER STUDENT

           MOVE SI-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM 32B-ADD-TO-WAITLIST-ROUTINE
               NOT INVALID KEY
                   MOVE 'ID ALREADY ON MASTER' TO RJ-REMARKS
                   PERFORM 33-REJECT-ROW-ROUTINE
           END-READ
           .

       32B-ADD-TO-WAITLIST-ROUTINE.

           MOVE 'N' TO WS-WAIT-FOUND-SW
           PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
               UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
               IF WIT-STUDENT-ID (WS-WAIT-IDX) = SI-STUDENT-ID
                  SET ALREADY-WAITING TO TRUE
               END-IF
           END-PERFORM

           IF ALREADY-WAITING
              MOVE 'ALREADY ON WAITLIST' TO RJ-REMARKS
              PERFORM 33-REJECT-ROW-ROUTINE
           ELSE
              IF WS-WAIT-COUNT NOT < 500
                 MOVE 'WAITLIST FULL - RESUBMIT' TO RJ-REMARKS
                 PERFORM 33-REJECT-ROW-ROUTINE
              ELSE
                 MOVE SPACES              TO WAITLIST-RECORD
                 MOVE SI-SECTION          TO WL-SECTION
                 MOVE SI-STUDENT-ID       TO WL-STUDENT-ID
                 MOVE SI-NAME             TO WL-NAME
                 MOVE 'N'                 TO WL-CONTINUING
                 MOVE WS-RUN-DATE-DISPLAY TO WL-DATE-WAITLISTED
                 MOVE 'S'                 TO WL-SOURCE
                 WRITE WAITLIST-RECORD
                 ADD 1 TO WS-WAIT-COUNT
                 MOVE SI-STUDENT-ID TO WIT-STUDENT-ID (WS-WAIT-COUNT)
                 ADD 1 TO SMT-WAITING (WS-SECT-HIT-IDX)
                 ADD 1 TO WS-WAITLISTED-COUNT
                   END-IF
                END-IF
           .

       33-REJECT-ROW-ROUTINE.

           MOVE SI-STUDENT-ID TO RJ-STUDENT-ID
           ADD 1 TO WS-REJECTED-COUNT
           .

       34-FIND-SECTION-ROUTINE.

      *    LEAVES WS-SECT-HIT-IDX ON THE TABLE ENTRY FOR
      *    WS-FIND-SECTION, OR ZERO WHEN THE SECTION IS NOT TABLED

           MOVE ZERO TO WS-SECT-HIT-IDX
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
               UNTIL WS-SECT-IDX > WS-SECT-COUNT
               IF SMT-SECTION (WS-SECT-IDX) = WS-FIND-SECTION
                  MOVE WS-SECT-IDX TO WS-SECT-HIT-IDX
               END-IF
           END-PERFORM
           .

       45-EOF-ROUTINE.

           MOVE WS-LOADED-COUNT     TO RTL-LOADED
           MOVE WS-REJECTED-COUNT   TO RTL-REJECTED
           MOVE WS-WAITLISTED-COUNT TO RTL-WAITLISTED
           WRITE REJECT-RECORD FROM REJECT-TOTALS-LINE

           CLOSE SIS-ENROLL-FILE
                 STUDENT-MASTER
                 REJECT-FILE
                 WAITLIST-FILE
           STOP RUN
           .
