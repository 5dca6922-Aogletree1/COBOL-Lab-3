       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT.
       AUTHOR. YOURNAMEHERE.
      ****************************************************************
      * This program reads the closeout archives back.  TERMCLOSE
      * appends every term's grade file and student history to
      * term-stamped archives, but until now the only way to see a
      * student's record across terms was to pull the old class
      * reports by hand.  For each requested student a term-by-term
      * transcript prints -- section, final letter and incomplete
      * status per term, with the term GPA and the cumulative GPA
      * to date on a 4-point scale -- and one GPA extract record is
      * written per student for the dean's-list and standing
      * reviews.
      * ******
      * INPUT:
      *    The TRANSCRIPT REQUEST FILE (TRANREQ.TXT) -- one 9-digit
      *    student ID per record, or ALL in columns 1-3 for every
      *    continuing student (SM-CONTINUING-IND = 'Y') on the
      *    student master.
      *    The STUDENT MASTER (STUMAST.DAT) -- read only for an ALL
      *    request.
      *    The GRADE ARCHIVE (GRADARCH.TXT) -- each term's closing
      *    grade file behind its term stamp; the section a student
      *    closed the term in.
      *    The STUDENT HISTORY ARCHIVE (STUHARCH.TXT) -- each term's
      *    run-by-run standings behind its term stamp; the last
      *    record for a student in a term block is that student's
      *    final average and letter for the term.
      * *******
      * OUTPUT:
      *    The TRANSCRIPT LISTING (TRANSCPT.TXT) -- a headed block per
      *    student, one line per archived term, and a cumulative
      *    trailer.
      *    The GPA EXTRACT (GPAEXTR.TXT) -- one fixed-column record
      *    per student with archived terms: ID, name, cumulative GPA,
      *    terms graded and incomplete, and the latest term's GPA.
      * *************
      * CALCULATIONS:
      *    GRADE POINTS: A = 4, B = 3, C = 2, D = 1, F = 0.
      *    TERM GPA = GRADE POINTS FOR THE TERM'S FINAL LETTER.
      *    CUMULATIVE GPA = GRADE POINTS TO DATE / TERMS GRADED TO
      *    DATE.  AN INCOMPLETE ('I') OR A TERM WITH NO GRADE POSTED
      *    CARRIES NO POINTS AND IS LEFT OUT OF BOTH.
      * *************
      * EXCEPTIONS:
      *    A REQUEST THAT IS NOT A 9-DIGIT ID OR ALL PRINTS WITH A
      *    BAD-REQUEST REMARK.  A STUDENT WITH NOTHING ON EITHER
      *    ARCHIVE PRINTS A NO-TERMS REMARK AND GETS NO EXTRACT
      *    RECORD.  AN ALL REQUEST WHOSE MASTER WILL NOT OPEN IS
      *    LOGGED AND ENDS THE RUN WITH A NONZERO RETURN CODE.  A
      *    STUDENT WITH MORE THAN SIXTY ARCHIVED TERMS HAS THE EXCESS
      *    COUNTED AS NOT TABLED AND THE RUN ENDS WITH RC 8.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    10/15/26  RWP  NEW PROGRAM -- MULTI-TERM TRANSCRIPT AND
      *                   CUMULATIVE GPA EXTRACT OFF THE CLOSEOUT
      *                   ARCHIVES
      *    10/15/26  RWP  A TERM PAST THE SIXTY-TERM TABLE IS COUNTED
      *                   AS NOT TABLED AND ENDS THE RUN WITH RC 8
      *                   INSTEAD OF OVERLAYING THE SIXTIETH TERM
      *    10/15/26  RWP  NO SEARCH OF AN EMPTY TERM TABLE -- EACH
      *                   STUDENT'S FIRST TERM IS ADDED STRAIGHT ON
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****
           SELECT REQUEST-FILE
               ASSIGN TO 'TRANREQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL STUDENT-MASTER
               ASSIGN TO 'STUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *****
           SELECT OPTIONAL GRADE-ARCHIVE-FILE
               ASSIGN TO 'GRADARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL STUHIST-ARCHIVE-FILE
               ASSIGN TO 'STUHARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT TRANSCRIPT-FILE
               ASSIGN TO 'TRANSCPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT GPA-EXTRACT-FILE
               ASSIGN TO 'GPAEXTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *****
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           05  RQ-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(71).
      *****
       FD  STUDENT-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID           PIC X(09).
           05  SM-NAME                 PIC X(20).
           05  SM-CLASS-SECTION        PIC X(04).
           05  SM-CONTINUING-IND       PIC X(01).
           05  FILLER                  PIC X(46).
      *****
      *    THE TERM'S CLOSING GRADES.TXT -- SAME LAYOUT LMSIMPORT
      *    BUILDS -- WITH TERMCLOSE'S STAMP LEADING EACH TERM
       FD  GRADE-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-ARCHIVE-RECORD.
           05  GA-NAME                 PIC X(20).
           05  GA-EXAM-SCORES          PIC X(12).
           05  GA-CLASS-SECTION        PIC X(04).
           05  GA-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(35).
       01  GRADE-ARCHIVE-STAMP.
           05  GAS-TAG                 PIC X(05).
           05  GAS-TERM-ID             PIC X(08).
           05  FILLER                  PIC X(67).
      *****
      *    THE TERM'S STUHIST.TXT -- SAME LAYOUT THE REPORT RUN
      *    WRITES -- WITH TERMCLOSE'S STAMP LEADING EACH TERM
       FD  STUHIST-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STUHIST-ARCHIVE-RECORD.
           05  SHA-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  SHA-STUDENT-ID          PIC X(09).
           05  FILLER                  PIC X(02).
           05  SHA-NAME                PIC X(20).
           05  FILLER                  PIC X(02).
           05  SHA-SECTION             PIC X(04).
           05  FILLER                  PIC X(02).
           05  SHA-AVERAGE-X           PIC X(04).
           05  FILLER                  PIC X(02).
           05  SHA-LETTER              PIC X(01).
           05  FILLER                  PIC X(24).
       01  STUHIST-ARCHIVE-STAMP.
           05  SAS-TAG                 PIC X(05).
           05  SAS-TERM-ID             PIC X(08).
           05  FILLER                  PIC X(67).
      *****
       FD  TRANSCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSCRIPT-RECORD           PIC X(80).
      *****
      *    FIXED COLUMNS SO THE ADVISORS CAN SORT ON THE GPA OR THE
      *    TERMS GRADED WITHOUT REFORMATTING
       FD  GPA-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GPA-EXTRACT-RECORD.
           05  GX-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(01).
           05  GX-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  GX-CUM-GPA              PIC 9.99.
           05  FILLER                  PIC X(01).
           05  GX-TERMS-GRADED         PIC 9(03).
           05  FILLER                  PIC X(01).
           05  GX-TERMS-INCOMPLETE     PIC 9(03).
           05  FILLER                  PIC X(01).
           05  GX-LAST-TERM-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  GX-LAST-TERM-GPA        PIC 9.99.
           05  FILLER                  PIC X(23).
      *****
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  REQ-EOF-FLAG            PIC X         VALUE 'Y'.
               88  REQ-AT-EOF                        VALUE 'N'.
           05  MST-EOF-FLAG            PIC X         VALUE 'Y'.
               88  MST-AT-EOF                        VALUE 'N'.
           05  ARC-EOF-FLAG            PIC X         VALUE 'Y'.
               88  ARC-AT-EOF                        VALUE 'N'.
           05  WS-MASTER-FILE-STATUS   PIC X(02)     VALUE SPACES.
               88  MASTER-IO-GOOD                    VALUE '00'.
               88  MASTER-OPEN-GOOD                  VALUES '00' '05'.
           05  WS-RUN-DIRTY-SW         PIC X         VALUE 'N'.
               88  RUN-DIRTY                         VALUE 'Y'.
           05  WS-TERM-TABLED-SW       PIC X         VALUE 'N'.
               88  TERM-TABLED                       VALUE 'Y'.
      *****
       01  TRANSCRIPT-COUNTS.
           05  WS-LISTED-COUNT         PIC S9(5) COMP VALUE 0.
           05  WS-NO-TERMS-COUNT       PIC S9(5) COMP VALUE 0.
           05  WS-BAD-REQ-COUNT        PIC S9(5) COMP VALUE 0.
           05  WS-EXTRACT-COUNT        PIC S9(5) COMP VALUE 0.
           05  WS-NOT-TABLED-COUNT     PIC S9(5) COMP VALUE 0.
      *****
       01  STUDENT-FIELDS.
           05  WS-CURR-STUDENT-ID      PIC X(09)     VALUE SPACES.
           05  WS-CURR-NAME            PIC X(20)     VALUE SPACES.
           05  WS-ARCH-TERM-ID         PIC X(08)     VALUE SPACES.
      *****
      *    ONE STUDENT'S TERMS IN ARCHIVE ORDER -- BOTH ARCHIVES ARE
      *    APPENDED AT THE SAME CLOSEOUTS, SO FIRST-SEEN ORDER IS
      *    TERM ORDER.  SIXTY TERMS IS TWENTY YEARS OF ENROLLMENT
       01  TERM-COUNTS.
           05  WS-TERM-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-TERM-SUB             PIC S9(4) COMP VALUE 0.
       01  STUDENT-TERM-TABLE.
           05  TT-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-TERM-COUNT
                   INDEXED BY TT-IDX.
               10  TT-TERM-ID          PIC X(08).
               10  TT-SECTION          PIC X(04).
               10  TT-AVERAGE-X        PIC X(04).
               10  TT-LETTER           PIC X(01).
      *****
       01  GPA-FIELDS.
           05  WS-GRADE-POINTS         PIC 9(01)     VALUE 0.
           05  WS-TERM-GPA             PIC 9V99      VALUE 0.
           05  WS-CUM-GPA              PIC 9V99      VALUE 0.
           05  WS-QUALITY-POINTS       PIC S9(5) COMP VALUE 0.
           05  WS-TERMS-GRADED         PIC S9(4) COMP VALUE 0.
           05  WS-TERMS-INCOMPLETE     PIC S9(4) COMP VALUE 0.
           05  WS-LAST-TERM-ID         PIC X(08)     VALUE SPACES.
           05  WS-LAST-TERM-GPA        PIC 9V99      VALUE 0.
           05  WS-AVERAGE-WORK-X       PIC X(04)     VALUE SPACES.
           05  WS-AVERAGE-WORK REDEFINES WS-AVERAGE-WORK-X
                                       PIC 999V9.
           05  WS-GRADED-TERM-SW       PIC X         VALUE 'N'.
               88  TERM-IS-GRADED                    VALUE 'Y'.
      *****
       01  WS-DATE.
           05  WS-YEAR                 PIC 99        VALUE 0.
           05  WS-MONTH                PIC 99        VALUE 0.
           05  WS-DAY                  PIC 99        VALUE 0.
      *****
       01  WS-RUN-DATE-DISPLAY         PIC X(08)     VALUE SPACES.
      *****
       01  STUDENT-HEADING-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05                          PIC X(13)     VALUE
                                        'TRANSCRIPT -'.
           05  SHL-STUDENT-ID          PIC X(09).
           05                          PIC X(02)     VALUE SPACES.
           05  SHL-NAME                PIC X(20).
           05                          PIC X(04)     VALUE SPACES.
           05                          PIC X(09)     VALUE 'PRINTED'.
           05  SHL-DATE                PIC X(08).
      *****
       01  COLUMN-HEADING-LINE.
           05                          PIC X(03)     VALUE SPACES.
           05                          PIC X(10)     VALUE 'TERM'.
           05                          PIC X(09)     VALUE 'SECTION'.
           05                          PIC X(09)     VALUE 'AVERAGE'.
           05                          PIC X(07)     VALUE 'GRADE'.
           05                          PIC X(18)     VALUE 'STATUS'.
           05                          PIC X(10)     VALUE 'TERM GPA'.
           05                          PIC X(07)     VALUE 'CUM GPA'.
      *****
       01  TERM-DETAIL-LINE.
           05                          PIC X(03)     VALUE SPACES.
           05  TD-TERM-ID              PIC X(08).
           05                          PIC X(02)     VALUE SPACES.
           05  TD-SECTION              PIC X(04).
           05                          PIC X(05)     VALUE SPACES.
           05  TD-AVERAGE              PIC ZZ9.9.
           05  TD-AVERAGE-X REDEFINES TD-AVERAGE
                                       PIC X(05).
           05                          PIC X(06)     VALUE SPACES.
           05  TD-LETTER               PIC X(01).
           05                          PIC X(05)     VALUE SPACES.
           05  TD-STATUS               PIC X(18).
           05                          PIC X(02)     VALUE SPACES.
           05  TD-TERM-GPA             PIC 9.99.
           05  TD-TERM-GPA-X REDEFINES TD-TERM-GPA
                                       PIC X(04).
           05                          PIC X(06)     VALUE SPACES.
           05  TD-CUM-GPA              PIC 9.99.
           05  TD-CUM-GPA-X REDEFINES TD-CUM-GPA
                                       PIC X(04).
      *****
       01  STUDENT-TOTALS-LINE.
           05                          PIC X(03)     VALUE SPACES.
           05                          PIC X(14)     VALUE
                                        'TERMS GRADED'.
           05  STL-TERMS-GRADED        PIC ZZ9.
           05                          PIC X(04)     VALUE SPACES.
           05                          PIC X(12)     VALUE
                                        'INCOMPLETE'.
           05  STL-TERMS-INCOMPLETE    PIC ZZ9.
           05                          PIC X(04)     VALUE SPACES.
           05                          PIC X(16)     VALUE
                                        'CUMULATIVE GPA'.
           05  STL-CUM-GPA             PIC 9.99.
      *****
       01  REMARK-LINE.
           05                          PIC X(03)     VALUE SPACES.
           05  RL-REMARK               PIC X(40).
      *****
       01  RUN-TOTALS-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  RT-LABEL                PIC X(30).
           05  RT-COUNT                PIC ZZZZ9.
      *****
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-REQUEST-ROUTINE
           PERFORM 45-EOF-ROUTINE
           .

       15-HSKPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE
           MOVE SPACES TO WS-RUN-DATE-DISPLAY
           STRING WS-MONTH DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY

           OPEN INPUT REQUEST-FILE
               OUTPUT TRANSCRIPT-FILE
                      GPA-EXTRACT-FILE
           .

       25-PROCESS-REQUEST-ROUTINE.

           MOVE 'Y' TO REQ-EOF-FLAG
           PERFORM UNTIL REQ-AT-EOF
               READ REQUEST-FILE
                   AT END
                       SET REQ-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 26-ONE-REQUEST-ROUTINE
               END-READ
           END-PERFORM
           .

       26-ONE-REQUEST-ROUTINE.

           IF RQ-STUDENT-ID = 'ALL'
              PERFORM 27-ALL-CONTINUING-ROUTINE
           ELSE
              IF RQ-STUDENT-ID IS NUMERIC
                 MOVE RQ-STUDENT-ID TO WS-CURR-STUDENT-ID
                 MOVE SPACES        TO WS-CURR-NAME
                 PERFORM 30-ONE-TRANSCRIPT-ROUTINE
              ELSE
                 MOVE RQ-STUDENT-ID TO SHL-STUDENT-ID
                 MOVE SPACES        TO SHL-NAME
                 MOVE WS-RUN-DATE-DISPLAY TO SHL-DATE
                 WRITE TRANSCRIPT-RECORD FROM STUDENT-HEADING-LINE
                 MOVE 'REQUEST NOT A 9-DIGIT ID OR ALL' TO RL-REMARK
                 WRITE TRANSCRIPT-RECORD FROM REMARK-LINE
                 ADD 1 TO WS-BAD-REQ-COUNT
                   END-IF
                END-IF
           .

       27-ALL-CONTINUING-ROUTINE.

      *    THE MASTER IS SWEPT IN KEY ORDER AND EVERY STUDENT STILL
      *    FLAGGED CONTINUING GETS A TRANSCRIPT -- THE NAME ON THE
      *    MASTER IS THE CURRENT ONE, SO IT LEADS THE BLOCK

           OPEN INPUT STUDENT-MASTER
           IF NOT MASTER-OPEN-GOOD
              MOVE 'ALL'    TO SHL-STUDENT-ID
              MOVE SPACES   TO SHL-NAME
              MOVE WS-RUN-DATE-DISPLAY TO SHL-DATE
              WRITE TRANSCRIPT-RECORD FROM STUDENT-HEADING-LINE
              MOVE 'MASTER OPEN FAILED - FS' TO RL-REMARK
              MOVE WS-MASTER-FILE-STATUS TO RL-REMARK (25:2)
              WRITE TRANSCRIPT-RECORD FROM REMARK-LINE
              SET RUN-DIRTY TO TRUE
           ELSE
              MOVE 'Y' TO MST-EOF-FLAG
              PERFORM UNTIL MST-AT-EOF
                  READ STUDENT-MASTER NEXT RECORD
                      AT END
                          SET MST-AT-EOF TO TRUE
                      NOT AT END
                          IF SM-CONTINUING-IND = 'Y'
                             MOVE SM-STUDENT-ID TO WS-CURR-STUDENT-ID
                             MOVE SM-NAME       TO WS-CURR-NAME
                             PERFORM 30-ONE-TRANSCRIPT-ROUTINE
                          END-IF
                  END-READ
                  IF WS-MASTER-FILE-STATUS NOT = '00'
                     AND WS-MASTER-FILE-STATUS NOT = '10'
                     SET RUN-DIRTY TO TRUE
                     SET MST-AT-EOF TO TRUE
                       END-IF
              END-PERFORM
                END-IF
           CLOSE STUDENT-MASTER
           .

       30-ONE-TRANSCRIPT-ROUTINE.

      *    THE ARCHIVES ARE STREAMED ONCE PER STUDENT THE WAY THE
      *    AUDIT INQUIRY STREAMS ITS LEDGER, SO THERE IS NO CEILING
      *    ON HOW MANY STUDENTS THEY HOLD.  EACH STUDENT'S TERMS ARE
      *    TABLED UP TO SIXTY -- AN ARCHIVE RECORD FOR ANY TERM PAST
      *    THAT IS COUNTED AS NOT TABLED AND THE RUN ENDS RC 8

           MOVE ZERO TO WS-TERM-COUNT
           PERFORM 31-SWEEP-GRADE-ARCHIVE-ROUTINE
           PERFORM 32-SWEEP-STUHIST-ARCHIVE-ROUTINE

           MOVE WS-CURR-STUDENT-ID  TO SHL-STUDENT-ID
           MOVE WS-CURR-NAME        TO SHL-NAME
           MOVE WS-RUN-DATE-DISPLAY TO SHL-DATE
           WRITE TRANSCRIPT-RECORD FROM STUDENT-HEADING-LINE

           IF WS-TERM-COUNT = ZERO
              MOVE 'NO ARCHIVED TERMS ON FILE' TO RL-REMARK
              WRITE TRANSCRIPT-RECORD FROM REMARK-LINE
              ADD 1 TO WS-NO-TERMS-COUNT
           ELSE
              WRITE TRANSCRIPT-RECORD FROM COLUMN-HEADING-LINE
              MOVE ZERO   TO WS-QUALITY-POINTS
                             WS-TERMS-GRADED
                             WS-TERMS-INCOMPLETE
                             WS-CUM-GPA
                             WS-LAST-TERM-GPA
              MOVE SPACES TO WS-LAST-TERM-ID
              PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                      UNTIL WS-TERM-SUB > WS-TERM-COUNT
                  PERFORM 35-PRINT-TERM-ROUTINE
              END-PERFORM
              MOVE WS-TERMS-GRADED     TO STL-TERMS-GRADED
              MOVE WS-TERMS-INCOMPLETE TO STL-TERMS-INCOMPLETE
              MOVE WS-CUM-GPA          TO STL-CUM-GPA
              WRITE TRANSCRIPT-RECORD FROM STUDENT-TOTALS-LINE
              ADD 1 TO WS-LISTED-COUNT
              PERFORM 40-WRITE-EXTRACT-ROUTINE
                END-IF
           .

       31-SWEEP-GRADE-ARCHIVE-ROUTINE.

      *    THE CLOSING GRADE FILE IS THE AUTHORITY ON WHICH SECTION
      *    THE STUDENT FINISHED THE TERM IN -- A TERM THAT SHOWS UP
      *    HERE WITH NO STANDING ON THE HISTORY ARCHIVE STILL PRINTS,
      *    AS NO GRADE POSTED, RATHER THAN DROPPING OFF THE RECORD

           MOVE SPACES TO WS-ARCH-TERM-ID
           OPEN INPUT GRADE-ARCHIVE-FILE
           MOVE 'Y' TO ARC-EOF-FLAG
           PERFORM UNTIL ARC-AT-EOF
               READ GRADE-ARCHIVE-FILE
                   AT END
                       SET ARC-AT-EOF TO TRUE
                   NOT AT END
                       IF GAS-TAG = 'TERM'
                          MOVE GAS-TERM-ID TO WS-ARCH-TERM-ID
                       ELSE
                          IF GA-STUDENT-ID = WS-CURR-STUDENT-ID
                             PERFORM 33-FIND-TERM-ROUTINE
                             IF TERM-TABLED
                                MOVE GA-CLASS-SECTION
                                    TO TT-SECTION (TT-IDX)
                             END-IF
                             IF WS-CURR-NAME = SPACES
                                MOVE GA-NAME TO WS-CURR-NAME
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-ARCHIVE-FILE
           .

       32-SWEEP-STUHIST-ARCHIVE-ROUTINE.

      *    THE HISTORY ARCHIVE HOLDS EVERY RUN OF THE TERM IN RUN
      *    ORDER -- EACH RECORD FOR THE STUDENT OVERLAYS THE LAST, SO
      *    WHAT IS LEFT WHEN THE TERM'S BLOCK ENDS IS THE FINAL RUN'S
      *    AVERAGE AND LETTER

           MOVE SPACES TO WS-ARCH-TERM-ID
           OPEN INPUT STUHIST-ARCHIVE-FILE
           MOVE 'Y' TO ARC-EOF-FLAG
           PERFORM UNTIL ARC-AT-EOF
               READ STUHIST-ARCHIVE-FILE
                   AT END
                       SET ARC-AT-EOF TO TRUE
                   NOT AT END
                       IF SAS-TAG = 'TERM'
                          MOVE SAS-TERM-ID TO WS-ARCH-TERM-ID
                       ELSE
                          IF SHA-STUDENT-ID = WS-CURR-STUDENT-ID
                             PERFORM 33-FIND-TERM-ROUTINE
                             IF TERM-TABLED
                                PERFORM 34-POST-STANDING-ROUTINE
                             END-IF
                             IF WS-CURR-NAME = SPACES
                                MOVE SHA-NAME TO WS-CURR-NAME
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUHIST-ARCHIVE-FILE
           .

       33-FIND-TERM-ROUTINE.

      *    LEAVES TT-IDX ON THE CURRENT ARCHIVE TERM'S ENTRY, ADDING
      *    IT AT THE END WHEN THIS IS THE FIRST SIGHT OF THE TERM.
      *    PAST THE TABLE'S SIXTY TERMS THE RECORD IS NOT TABLED --
      *    IT IS COUNTED FOR THE TOTALS AND THE RUN ENDS WITH RC 8
      *    RATHER THAN PRINT IT UNDER SOME OTHER TERM.  A ZERO-COUNT
      *    TABLE IS NEVER SEARCHED -- EACH STUDENT'S FIRST ARCHIVE
      *    RECORD GOES STRAIGHT ON AS THE FIRST ENTRY

           MOVE 'Y' TO WS-TERM-TABLED-SW
           IF WS-TERM-COUNT > ZERO
              SET TT-IDX TO 1
              SEARCH TT-ENTRY
                  AT END
                      PERFORM 33A-ADD-TERM-ROUTINE
                  WHEN TT-TERM-ID (TT-IDX) = WS-ARCH-TERM-ID
                      CONTINUE
              END-SEARCH
           ELSE
              PERFORM 33A-ADD-TERM-ROUTINE
                END-IF
           .

       33A-ADD-TERM-ROUTINE.

           IF WS-TERM-COUNT < 60
              ADD 1 TO WS-TERM-COUNT
              SET TT-IDX TO WS-TERM-COUNT
              MOVE WS-ARCH-TERM-ID TO TT-TERM-ID (TT-IDX)
              MOVE SPACES          TO TT-SECTION (TT-IDX)
                                      TT-AVERAGE-X (TT-IDX)
                                      TT-LETTER (TT-IDX)
           ELSE
              MOVE 'N' TO WS-TERM-TABLED-SW
              ADD 1 TO WS-NOT-TABLED-COUNT
                END-IF
           .

       34-POST-STANDING-ROUTINE.

           MOVE SHA-AVERAGE-X TO TT-AVERAGE-X (TT-IDX)
           MOVE SHA-LETTER    TO TT-LETTER (TT-IDX)
           IF TT-SECTION (TT-IDX) = SPACES
              MOVE SHA-SECTION TO TT-SECTION (TT-IDX)
                END-IF
           .

       35-PRINT-TERM-ROUTINE.

           SET TT-IDX TO WS-TERM-SUB
           MOVE SPACES TO TERM-DETAIL-LINE
           MOVE TT-TERM-ID (TT-IDX) TO TD-TERM-ID
           MOVE TT-SECTION (TT-IDX) TO TD-SECTION
           MOVE TT-LETTER (TT-IDX)  TO TD-LETTER
           IF TT-AVERAGE-X (TT-IDX) IS NUMERIC
              MOVE TT-AVERAGE-X (TT-IDX) TO WS-AVERAGE-WORK-X
              MOVE WS-AVERAGE-WORK       TO TD-AVERAGE
                END-IF

           PERFORM 36-GRADE-POINTS-ROUTINE

           IF TERM-IS-GRADED
              ADD WS-GRADE-POINTS TO WS-QUALITY-POINTS
              ADD 1 TO WS-TERMS-GRADED
              MOVE WS-GRADE-POINTS TO WS-TERM-GPA
              COMPUTE WS-CUM-GPA ROUNDED =
                  WS-QUALITY-POINTS / WS-TERMS-GRADED
              MOVE WS-TERM-GPA     TO TD-TERM-GPA
              MOVE WS-CUM-GPA      TO TD-CUM-GPA
              MOVE 'GRADED'        TO TD-STATUS
              MOVE TT-TERM-ID (TT-IDX) TO WS-LAST-TERM-ID
              MOVE WS-TERM-GPA     TO WS-LAST-TERM-GPA
           ELSE
              MOVE SPACES          TO TD-TERM-GPA-X
              IF WS-TERMS-GRADED > ZERO
                 MOVE WS-CUM-GPA   TO TD-CUM-GPA
                   END-IF
              IF TT-LETTER (TT-IDX) = 'I'
                 MOVE 'INCOMPLETE'      TO TD-STATUS
                 ADD 1 TO WS-TERMS-INCOMPLETE
              ELSE
                 MOVE 'NO GRADE POSTED' TO TD-STATUS
                   END-IF
                END-IF

           WRITE TRANSCRIPT-RECORD FROM TERM-DETAIL-LINE
           .

       36-GRADE-POINTS-ROUTINE.

           MOVE 'Y'  TO WS-GRADED-TERM-SW
           EVALUATE TT-LETTER (TT-IDX)
               WHEN 'A'
                   MOVE 4 TO WS-GRADE-POINTS
               WHEN 'B'
                   MOVE 3 TO WS-GRADE-POINTS
               WHEN 'C'
                   MOVE 2 TO WS-GRADE-POINTS
               WHEN 'D'
                   MOVE 1 TO WS-GRADE-POINTS
               WHEN 'F'
                   MOVE 0 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-GRADED-TERM-SW
           END-EVALUATE
           .

       40-WRITE-EXTRACT-ROUTINE.

           MOVE SPACES              TO GPA-EXTRACT-RECORD
           MOVE WS-CURR-STUDENT-ID  TO GX-STUDENT-ID
           MOVE WS-CURR-NAME        TO GX-NAME
           MOVE WS-CUM-GPA          TO GX-CUM-GPA
           MOVE WS-TERMS-GRADED     TO GX-TERMS-GRADED
           MOVE WS-TERMS-INCOMPLETE TO GX-TERMS-INCOMPLETE
           MOVE WS-LAST-TERM-ID     TO GX-LAST-TERM-ID
           MOVE WS-LAST-TERM-GPA    TO GX-LAST-TERM-GPA
           WRITE GPA-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           .

       45-EOF-ROUTINE.

           MOVE SPACES TO TRANSCRIPT-RECORD
           WRITE TRANSCRIPT-RECORD
           MOVE 'TRANSCRIPTS PRINTED'      TO RT-LABEL
           MOVE WS-LISTED-COUNT            TO RT-COUNT
           WRITE TRANSCRIPT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'NO ARCHIVED TERMS'        TO RT-LABEL
           MOVE WS-NO-TERMS-COUNT          TO RT-COUNT
           WRITE TRANSCRIPT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'BAD REQUESTS'             TO RT-LABEL
           MOVE WS-BAD-REQ-COUNT           TO RT-COUNT
           WRITE TRANSCRIPT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'GPA EXTRACT RECORDS'      TO RT-LABEL
           MOVE WS-EXTRACT-COUNT           TO RT-COUNT
           WRITE TRANSCRIPT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'ARCHIVE RECORDS NOT TABLED' TO RT-LABEL
           MOVE WS-NOT-TABLED-COUNT        TO RT-COUNT
           WRITE TRANSCRIPT-RECORD FROM RUN-TOTALS-LINE

           CLOSE REQUEST-FILE
                 TRANSCRIPT-FILE
                 GPA-EXTRACT-FILE

           IF RUN-DIRTY
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-NOT-TABLED-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
                   END-IF
                END-IF
           STOP RUN
           .
