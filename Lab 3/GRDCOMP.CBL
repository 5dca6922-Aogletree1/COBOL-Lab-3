       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECOMPARE.
       AUTHOR. YOURNAMEHERE.
      ****************************************************************
      * This program puts the closeout archives side by side.  Each
      * term TERMCLOSE appends the student history and the section
      * master to term-stamped archives, so every closed section can
      * be tied back to the instructor who taught it that term.  For
      * each instructor, term by term, every section's letter
      * distribution, mean average and incomplete rate prints over
      * the department-wide figures for the same term, and any
      * section whose mean sits more than the control record's
      * number of points off the department mean is flagged for the
      * chair's review.
      * ******
      * INPUT:
      *    The COMPARISON CONTROL (CMPCTL.TXT) -- one record whose
      *    columns 1-3 give the points off the department mean that
      *    flag a section.  Missing, blank or zero takes the default.
      *    The SECTION ARCHIVE (SECTARCH.TXT) -- each term's section
      *    master behind its term stamp; the instructor of record
      *    for every section that term.
      *    The STUDENT HISTORY ARCHIVE (STUHARCH.TXT) -- each term's
      *    run-by-run standings behind its term stamp; the last
      *    record for a student in a term block is that student's
      *    final section, average and letter for the term.
      * *******
      * OUTPUT:
      *    The GRADE COMPARISON REPORT (GRDCMP.TXT) -- a block per
      *    instructor with one line per section taught, and the
      *    department line for the term under each term's sections,
      *    then the run totals.
      * *************
      * CALCULATIONS:
      *    LETTER PERCENT = STUDENTS WITH THE LETTER * 100 / STUDENTS
      *    GRADED A THRU F.
      *    MEAN = SUM OF FINAL AVERAGES / STUDENTS GRADED A THRU F
      *    WITH A NUMERIC AVERAGE.
      *    INCOMPLETE RATE = INCOMPLETES * 100 / STUDENTS WITH A
      *    LETTER OR AN INCOMPLETE.
      *    DIFF = SECTION MEAN - DEPARTMENT MEAN FOR THE TERM.  THE
      *    DEPARTMENT FIGURES ARE EVERY STUDENT GRADED THAT TERM, SO
      *    A LARGE SECTION WEIGHS MORE THAN A SMALL ONE.
      *    A SECTION IS FLAGGED WHEN DIFF IS MORE THAN THE CONTROL
      *    POINTS ABOVE OR BELOW -- 10 POINTS (A FULL LETTER) UNLESS
      *    CMPCTL.TXT SAYS.
      * *************
      * EXCEPTIONS:
      *    A SECTION WITH NO ENTRY ON THE SECTION ARCHIVE FOR ITS
      *    TERM (TERMS CLOSED BEFORE THE SECTION MASTER WAS ARCHIVED)
      *    PRINTS UNDER NOT ON SECTION ARCHIVE.  A STUDENT WITH NO
      *    LETTER POSTED IS LEFT OUT.  ANY TABLE THAT FILLS IS
      *    COUNTED ON THE TOTALS AND ENDS THE RUN WITH RC 8.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    10/15/26  RWP  NEW PROGRAM -- INSTRUCTOR AND SECTION GRADE
      *                   COMPARISON ACROSS TERMS OFF THE CLOSEOUT
      *                   ARCHIVES
      *    10/15/26  RWP  NO SEARCH OF AN EMPTY TABLE -- THE FIRST
      *                   SECTION, STUDENT, TERM AND SECTION FIGURES
      *                   ARE ADDED STRAIGHT ON, AND AN EMPTY SECTION
      *                   ARCHIVE GOES STRAIGHT TO NOT ON SECT ARCHIVE
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****
           SELECT OPTIONAL COMPARE-CONTROL-FILE
               ASSIGN TO 'CMPCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL SECTION-ARCHIVE-FILE
               ASSIGN TO 'SECTARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL STUHIST-ARCHIVE-FILE
               ASSIGN TO 'STUHARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT COMPARE-WORK-FILE
               ASSIGN TO 'CMPWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT COMPARE-SORT-FILE
               ASSIGN TO 'CMPSORT.TMP'.
      *****
           SELECT COMPARE-OUT-FILE
               ASSIGN TO 'CMPOUT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT COMPARE-REPORT-FILE
               ASSIGN TO 'GRDCMP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *****
       FD  COMPARE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COMPARE-CONTROL-RECORD.
           05  CC-FLAG-POINTS          PIC 9(03).
           05  FILLER                  PIC X(77).
      *****
      *    THE TERM'S SECTMAST.TXT -- SAME LAYOUT MASTERMAINT READS --
      *    WITH TERMCLOSE'S STAMP LEADING EACH TERM
       FD  SECTION-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SECTION-ARCHIVE-RECORD.
           05  SCA-SECTION             PIC X(04).
           05  SCA-INSTRUCTOR          PIC X(20).
           05  SCA-MEET-DAYS           PIC X(05).
           05  SCA-MEET-TIME           PIC X(11).
           05  SCA-CAPACITY            PIC 9(03).
           05  FILLER                  PIC X(37).
       01  SECTION-ARCHIVE-STAMP.
           05  SCS-TAG                 PIC X(05).
           05  SCS-TERM-ID             PIC X(08).
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
      *    ONE RECORD PER SECTION TERM IN TABLE ORDER -- THE SORT
      *    PUTS THEM INTO INSTRUCTOR AND TERM ORDER FOR THE BREAKS
       FD  COMPARE-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COMPARE-WORK-RECORD         PIC X(40).
      *****
       SD  COMPARE-SORT-FILE.
       01  COMPARE-SORT-RECORD.
           05  CS-INSTRUCTOR           PIC X(20).
           05  CS-TERM-SEQ             PIC 9(03).
           05  CS-SECTION              PIC X(04).
           05  CS-STAT-SUB             PIC 9(04).
           05  FILLER                  PIC X(09).
      *****
       FD  COMPARE-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COMPARE-OUT-RECORD          PIC X(40).
      *****
       FD  COMPARE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COMPARE-REPORT-RECORD       PIC X(80).
      *****
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  ARC-EOF-FLAG            PIC X         VALUE 'Y'.
               88  ARC-AT-EOF                        VALUE 'N'.
           05  CMP-EOF-FLAG            PIC X         VALUE 'Y'.
               88  CMP-AT-EOF                        VALUE 'N'.
           05  WS-STAT-FOUND-SW        PIC X         VALUE 'N'.
               88  STAT-FOUND                        VALUE 'Y'.
           05  WS-RUN-DIRTY-SW         PIC X         VALUE 'N'.
               88  RUN-DIRTY                         VALUE 'Y'.
      *****
       01  COMPARE-COUNTS.
           05  WS-SECTIONS-COMPARED    PIC S9(5) COMP VALUE 0.
           05  WS-SECTIONS-FLAGGED     PIC S9(5) COMP VALUE 0.
           05  WS-NO-INSTRUCTOR-COUNT  PIC S9(5) COMP VALUE 0.
           05  WS-NOT-TABLED-COUNT     PIC S9(5) COMP VALUE 0.
           05  WS-STUDENTS-COMPARED    PIC S9(7) COMP VALUE 0.
      *****
       01  COMPARE-FIELDS.
      *    10 POINTS (A FULL LETTER) UNLESS CMPCTL.TXT SAYS
           05  WS-FLAG-POINTS          PIC 9(03)     VALUE 10.
           05  WS-ARCH-TERM-ID         PIC X(08)     VALUE SPACES.
           05  WS-CURR-TERM-SUB        PIC S9(4) COMP VALUE 0.
           05  WS-STU-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-STAT-SUB             PIC S9(4) COMP VALUE 0.
           05  WS-LETTER-SUB           PIC S9(4) COMP VALUE 0.
           05  WS-PREV-INSTRUCTOR      PIC X(20)     VALUE SPACES.
           05  WS-PREV-TERM-SEQ        PIC 9(03)     VALUE 0.
           05  WS-AVERAGE-WORK-X       PIC X(04)     VALUE SPACES.
           05  WS-AVERAGE-WORK REDEFINES WS-AVERAGE-WORK-X
                                       PIC 999V9.
           05  WS-SECTION-MEAN         PIC 999V9     VALUE 0.
           05  WS-DEPT-MEAN            PIC 999V9     VALUE 0.
           05  WS-MEAN-DIFF            PIC S999V9    VALUE 0.
           05  WS-INC-RATE             PIC 999V9     VALUE 0.
      *****
      *    EVERY SECTION ON THE SECTION ARCHIVE UNDER ITS TERM -- A
      *    SECTION KEYED TWICE IN ONE TERM TAKES THE LATER INSTRUCTOR
       01  SECTION-ARCHIVE-COUNTS.
           05  WS-SA-COUNT             PIC S9(4) COMP VALUE 0.
       01  SECTION-ARCHIVE-TABLE.
           05  SAT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-SA-COUNT
                   INDEXED BY SAT-IDX.
               10  SAT-TERM-ID         PIC X(08).
               10  SAT-SECTION         PIC X(04).
               10  SAT-INSTRUCTOR      PIC X(20).
      *****
      *    ONE TERM BLOCK OF THE HISTORY ARCHIVE -- EACH RECORD FOR A
      *    STUDENT OVERLAYS THE LAST, SO WHAT IS LEFT WHEN THE BLOCK
      *    ENDS IS THE FINAL RUN'S SECTION, AVERAGE AND LETTER
       01  BLOCK-STUDENT-COUNTS.
           05  WS-STU-COUNT            PIC S9(4) COMP VALUE 0.
       01  BLOCK-STUDENT-TABLE.
           05  SBT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-STU-COUNT
                   INDEXED BY SBT-IDX.
               10  SBT-STUDENT-ID      PIC X(09).
               10  SBT-SECTION         PIC X(04).
               10  SBT-AVERAGE-X       PIC X(04).
               10  SBT-LETTER          PIC X(01).
      *****
      *    THE DEPARTMENT FIGURES PER TERM IN ARCHIVE ORDER -- THE
      *    HISTORY IS APPENDED ONE CLOSEOUT AT A TIME, SO FIRST-SEEN
      *    ORDER IS TERM ORDER.  LETTER COUNTS RUN A B C D F
       01  TERM-COUNTS.
           05  WS-TERM-COUNT           PIC S9(4) COMP VALUE 0.
       01  DEPT-TERM-TABLE.
           05  TT-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-TERM-COUNT
                   INDEXED BY TT-IDX.
               10  TT-TERM-ID          PIC X(08).
               10  TT-LETTER-COUNT     PIC S9(5) COMP
                                       OCCURS 5 TIMES.
               10  TT-STUDENTS         PIC S9(5) COMP.
               10  TT-GRADED           PIC S9(5) COMP.
               10  TT-INCOMPLETE       PIC S9(5) COMP.
               10  TT-AVERAGED         PIC S9(5) COMP.
               10  TT-AVERAGE-SUM      PIC S9(7)V9 COMP.
      *****
      *    ONE ENTRY PER SECTION PER TERM, SAME COUNTS AS THE TERM
       01  SECTION-STAT-COUNTS.
           05  WS-STAT-COUNT           PIC S9(4) COMP VALUE 0.
       01  SECTION-STAT-TABLE.
           05  ST-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-STAT-COUNT
                   INDEXED BY ST-IDX.
               10  ST-TERM-SUB         PIC S9(4) COMP.
               10  ST-SECTION          PIC X(04).
               10  ST-INSTRUCTOR       PIC X(20).
               10  ST-LETTER-COUNT     PIC S9(5) COMP
                                       OCCURS 5 TIMES.
               10  ST-STUDENTS         PIC S9(5) COMP.
               10  ST-GRADED           PIC S9(5) COMP.
               10  ST-INCOMPLETE       PIC S9(5) COMP.
               10  ST-AVERAGED         PIC S9(5) COMP.
               10  ST-AVERAGE-SUM      PIC S9(7)V9 COMP.
      *****
       01  COMPARE-WORK-LAYOUT.
           05  CWL-INSTRUCTOR          PIC X(20)     VALUE SPACES.
           05  CWL-TERM-SEQ            PIC 9(03)     VALUE 0.
           05  CWL-SECTION             PIC X(04)     VALUE SPACES.
           05  CWL-STAT-SUB            PIC 9(04)     VALUE 0.
           05  FILLER                  PIC X(09)     VALUE SPACES.
      *****
       01  WS-DATE.
           05  WS-YEAR                 PIC 99        VALUE 0.
           05  WS-MONTH                PIC 99        VALUE 0.
           05  WS-DAY                  PIC 99        VALUE 0.
      *****
       01  WS-RUN-DATE-DISPLAY         PIC X(08)     VALUE SPACES.
      *****
       01  REPORT-HEADING-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05                          PIC X(49)     VALUE
                           'SECTION GRADE COMPARISON BY INSTRUCTOR'.
           05                          PIC X(09)     VALUE 'PRINTED'.
           05  RHL-DATE                PIC X(08).
      *****
       01  THRESHOLD-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05                          PIC X(25)     VALUE
                                        'SECTIONS FLAGGED AT MORE'.
           05                          PIC X(05)     VALUE 'THAN'.
           05  THL-POINTS              PIC ZZ9.
           05                          PIC X(32)     VALUE
                               ' POINTS OFF THE DEPARTMENT MEAN'.
      *****
       01  INSTRUCTOR-HEADING-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05                          PIC X(13)     VALUE
                                        'INSTRUCTOR - '.
           05  IHL-INSTRUCTOR          PIC X(20).
      *****
       01  COLUMN-HEADING-LINE.
           05                          PIC X(10)     VALUE ' TERM'.
           05                          PIC X(04)     VALUE 'SECT'.
           05                          PIC X(05)     VALUE '    N'.
           05                          PIC X(01)     VALUE SPACES.
           05                          PIC X(05)     VALUE ' A%'.
           05                          PIC X(05)     VALUE ' B%'.
           05                          PIC X(05)     VALUE ' C%'.
           05                          PIC X(05)     VALUE ' D%'.
           05                          PIC X(05)     VALUE ' F%'.
           05                          PIC X(07)     VALUE ' MEAN'.
           05                          PIC X(07)     VALUE ' INC%'.
           05                          PIC X(06)     VALUE '  DIFF'.
      *****
      *    THE SECTION LINES AND THE DEPARTMENT LINE SHARE ONE LAYOUT
      *    SO THE FIGURES STACK IN THE SAME COLUMNS
       01  COMPARE-DETAIL-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  CDL-TERM-ID             PIC X(08).
           05                          PIC X(01)     VALUE SPACES.
           05  CDL-SECTION             PIC X(04).
           05  CDL-STUDENTS            PIC ZZZZ9.
           05                          PIC X(01)     VALUE SPACES.
           05  CDL-PERCENT-GROUP OCCURS 5 TIMES.
               10  CDL-PERCENT         PIC ZZ9.
               10                      PIC X(02).
           05  CDL-MEAN                PIC ZZ9.9.
           05  CDL-MEAN-X REDEFINES CDL-MEAN
                                       PIC X(05).
           05                          PIC X(02)     VALUE SPACES.
           05  CDL-INC-RATE            PIC ZZ9.9.
           05                          PIC X(02)     VALUE SPACES.
           05  CDL-DIFF                PIC +++9.9.
           05  CDL-DIFF-X REDEFINES CDL-DIFF
                                       PIC X(06).
           05                          PIC X(02)     VALUE SPACES.
           05  CDL-FLAG                PIC X(11).
      *****
       01  REMARK-LINE.
           05                          PIC X(01)     VALUE SPACES.
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
           PERFORM 20-LOAD-SECTION-ARCHIVE-ROUTINE
           PERFORM 25-SWEEP-STUHIST-ARCHIVE-ROUTINE
           PERFORM 35-SORT-SECTIONS-ROUTINE
           PERFORM 40-PRINT-COMPARISON-ROUTINE
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

           PERFORM 16-READ-CONTROL-ROUTINE

           OPEN OUTPUT COMPARE-REPORT-FILE
           MOVE WS-RUN-DATE-DISPLAY TO RHL-DATE
           WRITE COMPARE-REPORT-RECORD FROM REPORT-HEADING-LINE
           MOVE WS-FLAG-POINTS TO THL-POINTS
           WRITE COMPARE-REPORT-RECORD FROM THRESHOLD-LINE
           .

       16-READ-CONTROL-ROUTINE.

      *    ONLY A KEYED, NONZERO POINT COUNT DISPLACES THE DEFAULT --
      *    NO CONTROL FILE AT ALL IS A NORMAL RUN

           OPEN INPUT COMPARE-CONTROL-FILE
           READ COMPARE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-FLAG-POINTS IS NUMERIC
                      AND CC-FLAG-POINTS > ZERO
                      MOVE CC-FLAG-POINTS TO WS-FLAG-POINTS
                   END-IF
           END-READ
           CLOSE COMPARE-CONTROL-FILE
           .

       20-LOAD-SECTION-ARCHIVE-ROUTINE.

           MOVE SPACES TO WS-ARCH-TERM-ID
           OPEN INPUT SECTION-ARCHIVE-FILE
           MOVE 'Y' TO ARC-EOF-FLAG
           PERFORM UNTIL ARC-AT-EOF
               READ SECTION-ARCHIVE-FILE
                   AT END
                       SET ARC-AT-EOF TO TRUE
                   NOT AT END
                       IF SCS-TAG = 'TERM'
                          MOVE SCS-TERM-ID TO WS-ARCH-TERM-ID
                       ELSE
                          IF SCA-SECTION NOT = SPACES
                             PERFORM 21-TABLE-SECTION-ROUTINE
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-ARCHIVE-FILE
           .

       21-TABLE-SECTION-ROUTINE.

      *    A ZERO-COUNT TABLE IS NEVER SEARCHED -- THE FIRST SECTION
      *    ON THE ARCHIVE GOES STRAIGHT ON AS THE FIRST ENTRY

           IF WS-SA-COUNT > ZERO
              SET SAT-IDX TO 1
              SEARCH SAT-ENTRY
                  AT END
                      PERFORM 21A-ADD-SECTION-ROUTINE
                  WHEN SAT-TERM-ID (SAT-IDX) = WS-ARCH-TERM-ID
                   AND SAT-SECTION (SAT-IDX) = SCA-SECTION
                      MOVE SCA-INSTRUCTOR TO SAT-INSTRUCTOR (SAT-IDX)
              END-SEARCH
           ELSE
              PERFORM 21A-ADD-SECTION-ROUTINE
                END-IF
           .

       21A-ADD-SECTION-ROUTINE.

           IF WS-SA-COUNT < 3000
              ADD 1 TO WS-SA-COUNT
              SET SAT-IDX TO WS-SA-COUNT
              MOVE WS-ARCH-TERM-ID TO SAT-TERM-ID (SAT-IDX)
              MOVE SCA-SECTION     TO SAT-SECTION (SAT-IDX)
              MOVE SCA-INSTRUCTOR  TO SAT-INSTRUCTOR (SAT-IDX)
           ELSE
              ADD 1 TO WS-NOT-TABLED-COUNT
              SET RUN-DIRTY TO TRUE
                END-IF
           .

       25-SWEEP-STUHIST-ARCHIVE-ROUTINE.

      *    THE HISTORY ARCHIVE IS STREAMED ONCE.  EACH TERM BLOCK IS
      *    GATHERED BY STUDENT, AND WHEN THE NEXT STAMP (OR END OF
      *    FILE) CLOSES THE BLOCK THE FINAL STANDINGS ARE TALLIED
      *    INTO THE SECTION AND DEPARTMENT FIGURES FOR THAT TERM

           MOVE SPACES TO WS-ARCH-TERM-ID
           MOVE ZERO   TO WS-STU-COUNT
           OPEN INPUT STUHIST-ARCHIVE-FILE
           MOVE 'Y' TO ARC-EOF-FLAG
           PERFORM UNTIL ARC-AT-EOF
               READ STUHIST-ARCHIVE-FILE
                   AT END
                       SET ARC-AT-EOF TO TRUE
                   NOT AT END
                       IF SAS-TAG = 'TERM'
                          PERFORM 30-TALLY-TERM-ROUTINE
                          MOVE SAS-TERM-ID TO WS-ARCH-TERM-ID
                       ELSE
                          IF SHA-STUDENT-ID NOT = SPACES
                             PERFORM 26-POST-STUDENT-ROUTINE
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 30-TALLY-TERM-ROUTINE
           CLOSE STUHIST-ARCHIVE-FILE
           .

       26-POST-STUDENT-ROUTINE.

      *    THE STUDENT TABLE STARTS EMPTY FOR EVERY TERM BLOCK AND A
      *    ZERO-COUNT TABLE IS NEVER SEARCHED -- THE BLOCK'S FIRST
      *    STUDENT GOES STRAIGHT ON AS THE FIRST ENTRY

           IF WS-STU-COUNT > ZERO
              SET SBT-IDX TO 1
              SEARCH SBT-ENTRY
                  AT END
                      PERFORM 26B-ADD-STUDENT-ROUTINE
                  WHEN SBT-STUDENT-ID (SBT-IDX) = SHA-STUDENT-ID
                      PERFORM 26A-OVERLAY-STUDENT-ROUTINE
              END-SEARCH
           ELSE
              PERFORM 26B-ADD-STUDENT-ROUTINE
                END-IF
           .

       26A-OVERLAY-STUDENT-ROUTINE.

           MOVE SHA-SECTION   TO SBT-SECTION (SBT-IDX)
           MOVE SHA-AVERAGE-X TO SBT-AVERAGE-X (SBT-IDX)
           MOVE SHA-LETTER    TO SBT-LETTER (SBT-IDX)
           .

       26B-ADD-STUDENT-ROUTINE.

           IF WS-STU-COUNT < 5000
              ADD 1 TO WS-STU-COUNT
              SET SBT-IDX TO WS-STU-COUNT
              MOVE SHA-STUDENT-ID TO SBT-STUDENT-ID (SBT-IDX)
              PERFORM 26A-OVERLAY-STUDENT-ROUTINE
           ELSE
              ADD 1 TO WS-NOT-TABLED-COUNT
              SET RUN-DIRTY TO TRUE
                END-IF
           .

       30-TALLY-TERM-ROUTINE.

      *    A BLOCK AHEAD OF THE FIRST STAMP, OR AN EMPTY ONE, HAS
      *    NOTHING TO TALLY

           IF WS-STU-COUNT > ZERO
              PERFORM 31-FIND-TERM-ROUTINE
              IF WS-CURR-TERM-SUB > ZERO
                 PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                         UNTIL WS-STU-SUB > WS-STU-COUNT
                     PERFORM 32-TALLY-STUDENT-ROUTINE
                 END-PERFORM
                   END-IF
                END-IF
           MOVE ZERO TO WS-STU-COUNT
           .

       31-FIND-TERM-ROUTINE.

      *    LEAVES WS-CURR-TERM-SUB ON THE ARCHIVE TERM'S ENTRY, ADDING
      *    IT WHEN THIS IS THE FIRST SIGHT OF THE TERM.  PAST SIXTY
      *    TERMS THE BLOCK IS COUNTED AS NOT TABLED AND SKIPPED.  A
      *    ZERO-COUNT TABLE IS NEVER SEARCHED -- THE FIRST TERM BLOCK
      *    GOES STRAIGHT ON AS THE FIRST ENTRY

           MOVE ZERO TO WS-CURR-TERM-SUB
           IF WS-TERM-COUNT > ZERO
              SET TT-IDX TO 1
              SEARCH TT-ENTRY
                  AT END
                      PERFORM 31A-ADD-TERM-ROUTINE
                  WHEN TT-TERM-ID (TT-IDX) = WS-ARCH-TERM-ID
                      SET WS-CURR-TERM-SUB TO TT-IDX
              END-SEARCH
           ELSE
              PERFORM 31A-ADD-TERM-ROUTINE
                END-IF
           .

       31A-ADD-TERM-ROUTINE.

           IF WS-TERM-COUNT < 60
              ADD 1 TO WS-TERM-COUNT
              SET TT-IDX TO WS-TERM-COUNT
              MOVE WS-ARCH-TERM-ID TO TT-TERM-ID (TT-IDX)
              MOVE ZERO TO TT-LETTER-COUNT (TT-IDX, 1)
                           TT-LETTER-COUNT (TT-IDX, 2)
                           TT-LETTER-COUNT (TT-IDX, 3)
                           TT-LETTER-COUNT (TT-IDX, 4)
                           TT-LETTER-COUNT (TT-IDX, 5)
                           TT-STUDENTS (TT-IDX)
                           TT-GRADED (TT-IDX)
                           TT-INCOMPLETE (TT-IDX)
                           TT-AVERAGED (TT-IDX)
                           TT-AVERAGE-SUM (TT-IDX)
              SET WS-CURR-TERM-SUB TO TT-IDX
           ELSE
              ADD WS-STU-COUNT TO WS-NOT-TABLED-COUNT
              SET RUN-DIRTY TO TRUE
                END-IF
           .

       32-TALLY-STUDENT-ROUTINE.

      *    ONLY A POSTED LETTER OR AN INCOMPLETE COUNTS -- A STUDENT
      *    WITH NOTHING POSTED IS LEFT OUT OF EVERY FIGURE

           SET SBT-IDX TO WS-STU-SUB
           EVALUATE SBT-LETTER (SBT-IDX)
               WHEN 'A'
                   MOVE 1 TO WS-LETTER-SUB
               WHEN 'B'
                   MOVE 2 TO WS-LETTER-SUB
               WHEN 'C'
                   MOVE 3 TO WS-LETTER-SUB
               WHEN 'D'
                   MOVE 4 TO WS-LETTER-SUB
               WHEN 'F'
                   MOVE 5 TO WS-LETTER-SUB
               WHEN 'I'
                   MOVE 6 TO WS-LETTER-SUB
               WHEN OTHER
                   MOVE 0 TO WS-LETTER-SUB
           END-EVALUATE

           IF WS-LETTER-SUB > ZERO
              PERFORM 33-FIND-SECTION-STAT-ROUTINE
              IF STAT-FOUND
                 SET TT-IDX TO WS-CURR-TERM-SUB
                 ADD 1 TO WS-STUDENTS-COMPARED
                          ST-STUDENTS (ST-IDX)
                          TT-STUDENTS (TT-IDX)
                 IF WS-LETTER-SUB = 6
                    ADD 1 TO ST-INCOMPLETE (ST-IDX)
                             TT-INCOMPLETE (TT-IDX)
                 ELSE
                    ADD 1 TO ST-LETTER-COUNT (ST-IDX, WS-LETTER-SUB)
                             TT-LETTER-COUNT (TT-IDX, WS-LETTER-SUB)
                             ST-GRADED (ST-IDX)
                             TT-GRADED (TT-IDX)
                    IF SBT-AVERAGE-X (SBT-IDX) IS NUMERIC
                       MOVE SBT-AVERAGE-X (SBT-IDX)
                           TO WS-AVERAGE-WORK-X
                       ADD WS-AVERAGE-WORK TO ST-AVERAGE-SUM (ST-IDX)
                                              TT-AVERAGE-SUM (TT-IDX)
                       ADD 1 TO ST-AVERAGED (ST-IDX)
                                TT-AVERAGED (TT-IDX)
                         END-IF
                      END-IF
                   END-IF
                END-IF
           .

       33-FIND-SECTION-STAT-ROUTINE.

      *    LEAVES ST-IDX ON THE SECTION'S ENTRY FOR THE CURRENT TERM,
      *    ADDING IT -- WITH THE INSTRUCTOR OF RECORD FOR THAT TERM --
      *    ON FIRST SIGHT.  A ZERO-COUNT TABLE IS NEVER SEARCHED --
      *    THE FIRST SECTION TALLIED GOES STRAIGHT ON AS THE FIRST
      *    ENTRY

           MOVE 'N' TO WS-STAT-FOUND-SW
           IF WS-STAT-COUNT > ZERO
              SET ST-IDX TO 1
              SEARCH ST-ENTRY
                  AT END
                      PERFORM 33B-ADD-SECTION-STAT-ROUTINE
                  WHEN ST-TERM-SUB (ST-IDX) = WS-CURR-TERM-SUB
                   AND ST-SECTION (ST-IDX) = SBT-SECTION (SBT-IDX)
                      SET STAT-FOUND TO TRUE
              END-SEARCH
           ELSE
              PERFORM 33B-ADD-SECTION-STAT-ROUTINE
                END-IF
           .

       33A-FIND-INSTRUCTOR-ROUTINE.

      *    TERMS CLOSED BEFORE THE SECTION MASTER WAS ARCHIVED HAVE NO
      *    INSTRUCTOR ON FILE -- THEIR SECTIONS GROUP TOGETHER UNDER
      *    ONE HEADING RATHER THAN DROPPING OFF THE REPORT.  WITH NO
      *    SECTION ARCHIVE AT ALL THE TABLE IS EMPTY AND IS NOT
      *    SEARCHED -- EVERY SECTION TAKES THAT SAME HEADING

           IF WS-SA-COUNT > ZERO
              SET SAT-IDX TO 1
              SEARCH SAT-ENTRY
                  AT END
                      MOVE 'NOT ON SECT ARCHIVE'
                          TO ST-INSTRUCTOR (ST-IDX)
                      ADD 1 TO WS-NO-INSTRUCTOR-COUNT
                  WHEN SAT-TERM-ID (SAT-IDX) = WS-ARCH-TERM-ID
                   AND SAT-SECTION (SAT-IDX) = SBT-SECTION (SBT-IDX)
                      MOVE SAT-INSTRUCTOR (SAT-IDX)
                          TO ST-INSTRUCTOR (ST-IDX)
              END-SEARCH
           ELSE
              MOVE 'NOT ON SECT ARCHIVE' TO ST-INSTRUCTOR (ST-IDX)
              ADD 1 TO WS-NO-INSTRUCTOR-COUNT
                END-IF
           .

       33B-ADD-SECTION-STAT-ROUTINE.

           IF WS-STAT-COUNT < 3000
              ADD 1 TO WS-STAT-COUNT
              SET ST-IDX TO WS-STAT-COUNT
              MOVE WS-CURR-TERM-SUB TO ST-TERM-SUB (ST-IDX)
              MOVE SBT-SECTION (SBT-IDX)
                  TO ST-SECTION (ST-IDX)
              MOVE ZERO TO ST-LETTER-COUNT (ST-IDX, 1)
                           ST-LETTER-COUNT (ST-IDX, 2)
                           ST-LETTER-COUNT (ST-IDX, 3)
                           ST-LETTER-COUNT (ST-IDX, 4)
                           ST-LETTER-COUNT (ST-IDX, 5)
                           ST-STUDENTS (ST-IDX)
                           ST-GRADED (ST-IDX)
                           ST-INCOMPLETE (ST-IDX)
                           ST-AVERAGED (ST-IDX)
                           ST-AVERAGE-SUM (ST-IDX)
              PERFORM 33A-FIND-INSTRUCTOR-ROUTINE
              SET STAT-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-NOT-TABLED-COUNT
              SET RUN-DIRTY TO TRUE
                END-IF
           .

       35-SORT-SECTIONS-ROUTINE.

      *    THE SECTION TABLE IS BUILT IN ARCHIVE ORDER -- ONE WORK
      *    RECORD PER ENTRY GOES THROUGH THE SORT SO THE REPORT CAN
      *    BREAK ON INSTRUCTOR, THEN TERM, WITH SECTIONS IN ORDER

           OPEN OUTPUT COMPARE-WORK-FILE
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > WS-STAT-COUNT
               SET ST-IDX TO WS-STAT-SUB
               MOVE ST-INSTRUCTOR (ST-IDX) TO CWL-INSTRUCTOR
               MOVE ST-TERM-SUB (ST-IDX)   TO CWL-TERM-SEQ
               MOVE ST-SECTION (ST-IDX)    TO CWL-SECTION
               MOVE WS-STAT-SUB            TO CWL-STAT-SUB
               WRITE COMPARE-WORK-RECORD FROM COMPARE-WORK-LAYOUT
           END-PERFORM
           CLOSE COMPARE-WORK-FILE

           SORT COMPARE-SORT-FILE
               ON ASCENDING KEY CS-INSTRUCTOR
                                CS-TERM-SEQ
                                CS-SECTION
               USING COMPARE-WORK-FILE
               GIVING COMPARE-OUT-FILE
           .

       40-PRINT-COMPARISON-ROUTINE.

           MOVE SPACES TO WS-PREV-INSTRUCTOR
           MOVE ZERO   TO WS-PREV-TERM-SEQ
           OPEN INPUT COMPARE-OUT-FILE
           MOVE 'Y' TO CMP-EOF-FLAG
           PERFORM UNTIL CMP-AT-EOF
               READ COMPARE-OUT-FILE INTO COMPARE-WORK-LAYOUT
                   AT END
                       SET CMP-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 41-ONE-SECTION-ROUTINE
               END-READ
           END-PERFORM
           CLOSE COMPARE-OUT-FILE

           IF WS-PREV-TERM-SEQ > ZERO
              PERFORM 43-DEPT-LINE-ROUTINE
           ELSE
              MOVE SPACES TO COMPARE-REPORT-RECORD
              WRITE COMPARE-REPORT-RECORD
              MOVE 'NO GRADED SECTIONS ON THE ARCHIVES' TO RL-REMARK
              WRITE COMPARE-REPORT-RECORD FROM REMARK-LINE
                END-IF
           .

       41-ONE-SECTION-ROUTINE.

      *    TERM SEQUENCES START AT 1, SO A ZERO PREVIOUS TERM MEANS
      *    NOTHING HAS PRINTED YET

           IF WS-PREV-TERM-SEQ = ZERO
              OR CWL-INSTRUCTOR NOT = WS-PREV-INSTRUCTOR
              IF WS-PREV-TERM-SEQ > ZERO
                 PERFORM 43-DEPT-LINE-ROUTINE
                   END-IF
              PERFORM 42-INSTRUCTOR-HEADING-ROUTINE
           ELSE
              IF CWL-TERM-SEQ NOT = WS-PREV-TERM-SEQ
                 PERFORM 43-DEPT-LINE-ROUTINE
                   END-IF
                END-IF
           MOVE CWL-INSTRUCTOR TO WS-PREV-INSTRUCTOR
           MOVE CWL-TERM-SEQ   TO WS-PREV-TERM-SEQ

           SET ST-IDX TO CWL-STAT-SUB
           SET TT-IDX TO CWL-TERM-SEQ
           PERFORM 44-SECTION-LINE-ROUTINE
           .

       42-INSTRUCTOR-HEADING-ROUTINE.

           MOVE SPACES TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE CWL-INSTRUCTOR TO IHL-INSTRUCTOR
           WRITE COMPARE-REPORT-RECORD FROM INSTRUCTOR-HEADING-LINE
           WRITE COMPARE-REPORT-RECORD FROM COLUMN-HEADING-LINE
           .

       43-DEPT-LINE-ROUTINE.

      *    THE DEPARTMENT FIGURES FOR THE TERM JUST PRINTED, IN THE
      *    SAME COLUMNS AS THE SECTIONS ABOVE THEM

           SET TT-IDX TO WS-PREV-TERM-SEQ
           MOVE SPACES TO COMPARE-DETAIL-LINE
           MOVE TT-TERM-ID (TT-IDX) TO CDL-TERM-ID
           MOVE 'DEPT'              TO CDL-SECTION
           MOVE TT-STUDENTS (TT-IDX) TO CDL-STUDENTS
           IF TT-GRADED (TT-IDX) > ZERO
              PERFORM VARYING WS-LETTER-SUB FROM 1 BY 1
                      UNTIL WS-LETTER-SUB > 5
                  COMPUTE CDL-PERCENT (WS-LETTER-SUB) ROUNDED =
                      TT-LETTER-COUNT (TT-IDX, WS-LETTER-SUB) * 100
                      / TT-GRADED (TT-IDX)
              END-PERFORM
                END-IF
           PERFORM 43A-DEPT-MEAN-ROUTINE
           IF TT-AVERAGED (TT-IDX) > ZERO
              MOVE WS-DEPT-MEAN TO CDL-MEAN
                END-IF
           COMPUTE WS-INC-RATE ROUNDED =
               TT-INCOMPLETE (TT-IDX) * 100 / TT-STUDENTS (TT-IDX)
           MOVE WS-INC-RATE TO CDL-INC-RATE
           WRITE COMPARE-REPORT-RECORD FROM COMPARE-DETAIL-LINE
           .

       43A-DEPT-MEAN-ROUTINE.

           MOVE ZERO TO WS-DEPT-MEAN
           IF TT-AVERAGED (TT-IDX) > ZERO
              COMPUTE WS-DEPT-MEAN ROUNDED =
                  TT-AVERAGE-SUM (TT-IDX) / TT-AVERAGED (TT-IDX)
                END-IF
           .

       44-SECTION-LINE-ROUTINE.

           MOVE SPACES TO COMPARE-DETAIL-LINE
           MOVE TT-TERM-ID (TT-IDX) TO CDL-TERM-ID
           MOVE ST-SECTION (ST-IDX) TO CDL-SECTION
           MOVE ST-STUDENTS (ST-IDX) TO CDL-STUDENTS
           IF ST-GRADED (ST-IDX) > ZERO
              PERFORM VARYING WS-LETTER-SUB FROM 1 BY 1
                      UNTIL WS-LETTER-SUB > 5
                  COMPUTE CDL-PERCENT (WS-LETTER-SUB) ROUNDED =
                      ST-LETTER-COUNT (ST-IDX, WS-LETTER-SUB) * 100
                      / ST-GRADED (ST-IDX)
              END-PERFORM
                END-IF
           COMPUTE WS-INC-RATE ROUNDED =
               ST-INCOMPLETE (ST-IDX) * 100 / ST-STUDENTS (ST-IDX)
           MOVE WS-INC-RATE TO CDL-INC-RATE

      *    A SECTION WITH NO NUMERIC AVERAGES, OR A TERM WITH NONE,
      *    HAS NO MEAN TO COMPARE AND IS NEVER FLAGGED

           PERFORM 43A-DEPT-MEAN-ROUTINE
           IF ST-AVERAGED (ST-IDX) > ZERO
              COMPUTE WS-SECTION-MEAN ROUNDED =
                  ST-AVERAGE-SUM (ST-IDX) / ST-AVERAGED (ST-IDX)
              MOVE WS-SECTION-MEAN TO CDL-MEAN
              IF TT-AVERAGED (TT-IDX) > ZERO
                 COMPUTE WS-MEAN-DIFF = WS-SECTION-MEAN - WS-DEPT-MEAN
                 MOVE WS-MEAN-DIFF TO CDL-DIFF
                 IF WS-MEAN-DIFF > WS-FLAG-POINTS
                    MOVE '** ABOVE **' TO CDL-FLAG
                    ADD 1 TO WS-SECTIONS-FLAGGED
                 ELSE
                    IF WS-MEAN-DIFF < ZERO - WS-FLAG-POINTS
                       MOVE '** BELOW **' TO CDL-FLAG
                       ADD 1 TO WS-SECTIONS-FLAGGED
                         END-IF
                      END-IF
                   END-IF
                END-IF

           WRITE COMPARE-REPORT-RECORD FROM COMPARE-DETAIL-LINE
           ADD 1 TO WS-SECTIONS-COMPARED
           .

       45-EOF-ROUTINE.

           MOVE SPACES TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE 'TERMS COMPARED'             TO RT-LABEL
           MOVE WS-TERM-COUNT                TO RT-COUNT
           WRITE COMPARE-REPORT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'SECTIONS COMPARED'          TO RT-LABEL
           MOVE WS-SECTIONS-COMPARED         TO RT-COUNT
           WRITE COMPARE-REPORT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'STUDENTS COMPARED'          TO RT-LABEL
           MOVE WS-STUDENTS-COMPARED         TO RT-COUNT
           WRITE COMPARE-REPORT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'SECTIONS FLAGGED'           TO RT-LABEL
           MOVE WS-SECTIONS-FLAGGED          TO RT-COUNT
           WRITE COMPARE-REPORT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'SECTIONS NOT ON SECT ARCHIVE' TO RT-LABEL
           MOVE WS-NO-INSTRUCTOR-COUNT       TO RT-COUNT
           WRITE COMPARE-REPORT-RECORD FROM RUN-TOTALS-LINE
           MOVE 'RECORDS NOT TABLED'         TO RT-LABEL
           MOVE WS-NOT-TABLED-COUNT          TO RT-COUNT
           WRITE COMPARE-REPORT-RECORD FROM RUN-TOTALS-LINE

           CLOSE COMPARE-REPORT-FILE

           IF RUN-DIRTY
              MOVE 8 TO RETURN-CODE
                END-IF
           STOP RUN
           .
