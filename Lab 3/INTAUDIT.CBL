       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITYAUDIT.
       AUTHOR. YOURNAMEHERE.
      ****************************************************************
      * This program audits the CLASS GRADES system's files against
      * one another.  Every program edits its own input, but nothing
      * proved the files still agreed -- corrections sat pending for
      * students already dropped, incompletes outlived their grade
      * records, the master named sections the section master no
      * longer ran, and history piled up for students with no master
      * record.  This audit runs ahead of the nightly stream and
      * again ahead of TERMCLOSE; it changes nothing, it only
      * reports, and its return code holds the stream until the
      * files are clean.
      * ******
      * INPUT:
      *    The STUDENT MASTER (STUMAST.DAT) -- swept in key order,
      *    then probed by key for every student the other files
      *    name.
      *    The SECTION MASTER (SECTMAST.TXT).
      *    The STUDENT GRADE FILE (GRADES.TXT).
      *    The PENDING CHANGE FILE (GRADEPND.TXT).
      *    The INCOMPLETE FOLLOW-UP FILE (INCOMPLT.TXT).
      *    The STUDENT HISTORY FILE (STUHIST.TXT).
      *    The RUN CONTROL FILE (RUNCTL.TXT).
      * *******
      * OUTPUT:
      *    The INTEGRITY EXCEPTIONS REPORT (INTEGRPT.TXT) -- one
      *    block per file checked, one line per orphan or mismatch
      *    naming the file, the student, the section and the
      *    category, then the count for every category and the
      *    total.
      * *************
      * EXCEPTIONS:
      *    ANY EXCEPTION FOUND ENDS THE RUN WITH RETURN CODE 8 SO
      *    THE BATCH DRIVER HOLDS WHAT FOLLOWS; A GRADE FILE TOO BIG
      *    TO TABLE WHOLE COUNTS AS ONE.  A MASTER THAT WILL
      *    NOT OPEN, OR A MASTER SWEEP THAT ENDS ON A READ FAULT,
      *    ENDS IT WITH 12 -- AN AUDIT OF A MASTER IT COULD NOT READ
      *    PROVES NOTHING.  A MISSING OR EMPTY SECTION MASTER WAIVES
      *    THE SECTION CHECK WITH A LOGGED NOTICE, THE SAME COURTESY
      *    EVERY OTHER PROGRAM GIVES IT.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    10/15/26  RWP  NEW PROGRAM -- CROSS-FILE INTEGRITY AUDIT
      *                   OF THE MASTER, SECTION MASTER, GRADES,
      *                   PENDING CORRECTIONS, INCOMPLETES, HISTORY
      *                   AND RUN CONTROL, WITH A NONZERO RETURN
      *                   CODE WHEN ANY OF THEM DISAGREE
      *    10/15/26  RWP  A FULL GRADE TABLE COUNTS AS AN EXCEPTION --
      *                   A PARTIAL AUDIT NO LONGER ENDS WITH RC 0
      *    10/15/26  RWP  FULL GRADE TABLE GETS ITS OWN CATEGORY COUNT
      *                   AND SUMMARY LINE SO THE CATEGORIES ADD UP TO
      *                   THE TOTAL
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****
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
           SELECT OPTIONAL GRADE-FILE
               ASSIGN TO 'GRADES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'GRADEPND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL INCOMPLETE-FILE
               ASSIGN TO 'INCOMPLT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL STUDENT-HIST-FILE
               ASSIGN TO 'STUHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO 'INTEGRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *****
       FD  STUDENT-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID           PIC X(09).
           05  SM-NAME                 PIC X(20).
           05  SM-CLASS-SECTION        PIC X(04).
           05  FILLER                  PIC X(47).
      *****
       FD  SECTION-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SECTION-MASTER-RECORD.
           05  SEC-SECTION             PIC X(04).
           05  SEC-INSTRUCTOR          PIC X(20).
           05  SEC-MEET-DAYS           PIC X(05).
           05  SEC-MEET-TIME           PIC X(11).
           05  SEC-CAPACITY            PIC 9(03).
           05  FILLER                  PIC X(37).
      *****
       FD  GRADE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-RECORD.
           05  GR-NAME                 PIC X(20).
           05  GR-EXAM-SCORES          PIC X(12).
           05  GR-CLASS-SECTION        PIC X(04).
           05  GR-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(35).
      *****
      *    PENDING SCORE CORRECTIONS -- ONLY THE REFERENCE AND THE
      *    STUDENT MATTER HERE, THE REST IS GRADECHANGE'S BUSINESS
       FD  PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-RECORD.
           05  PD-CHANGE-REF           PIC X(04).
           05  PD-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(67).
      *****
       FD  INCOMPLETE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INCOMPLETE-RECORD.
           05  IW-NAME                 PIC X(20).
           05  FILLER                  PIC X(02).
           05  IW-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(02).
           05  IW-SECTION              PIC X(04).
           05  FILLER                  PIC X(43).
      *****
       FD  STUDENT-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STUDENT-HIST-RECORD.
           05  SHR-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  SHR-STUDENT-ID          PIC X(09).
           05  FILLER                  PIC X(02).
           05  SHR-NAME                PIC X(20).
           05  FILLER                  PIC X(02).
           05  SHR-SECTION             PIC X(04).
           05  FILLER                  PIC X(33).
      *****
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-LAST-RUN-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  RC-RUN-NUMBER           PIC 9(03).
           05  FILLER                  PIC X(67).
      *****
       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-REPORT-RECORD         PIC X(80).
      *****
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MST-EOF-FLAG            PIC X         VALUE 'Y'.
               88  MST-AT-EOF                        VALUE 'N'.
           05  WORK-EOF-FLAG           PIC X         VALUE 'Y'.
               88  WORK-AT-EOF                       VALUE 'N'.
           05  WS-MASTER-FILE-STATUS   PIC X(02)     VALUE SPACES.
               88  MASTER-IO-GOOD                    VALUE '00'.
      *    STATUS 05 IS THE CLEAN OPTIONAL-FILE OPEN OF A MASTER NOT
      *    YET CREATED -- THE AUDIT STILL RUNS, AND EVERY STUDENT
      *    THE OTHER FILES NAME SHOWS UP AS AN ORPHAN, WHICH IS
      *    EXACTLY THE STATE OF THINGS
               88  MASTER-OPEN-GOOD                  VALUES '00' '05'.
           05  WS-SWEEP-CLEAN-SW       PIC X         VALUE 'Y'.
               88  SWEEP-ENDED-CLEAN                 VALUE 'Y'.
           05  WS-SWEEP-FAULT-STATUS   PIC X(02)     VALUE SPACES.
           05  WS-GRADE-FOUND-SW       PIC X         VALUE 'N'.
               88  GRADE-ID-FOUND                    VALUE 'Y'.
           05  WS-HIST-FLAGGED-SW      PIC X         VALUE 'N'.
               88  HIST-ALREADY-FLAGGED              VALUE 'Y'.
           05  WS-RUNCTL-FOUND-SW      PIC X         VALUE 'N'.
               88  RUNCTL-ON-FILE                    VALUE 'Y'.
      *****
      *    ONE COUNT PER EXCEPTION CATEGORY -- THE SUMMARY BLOCK
      *    PRINTS THEM IN THIS ORDER
       01  CATEGORY-COUNTS.
           05  WS-MST-SECTION-COUNT    PIC S9(5) COMP VALUE 0.
           05  WS-GRD-NO-MASTER-COUNT  PIC S9(5) COMP VALUE 0.
           05  WS-GRD-SECTION-COUNT    PIC S9(5) COMP VALUE 0.
           05  WS-PND-DROPPED-COUNT    PIC S9(5) COMP VALUE 0.
           05  WS-PND-NO-GRADE-COUNT   PIC S9(5) COMP VALUE 0.
           05  WS-INC-NO-GRADE-COUNT   PIC S9(5) COMP VALUE 0.
           05  WS-INC-SECTION-COUNT    PIC S9(5) COMP VALUE 0.
           05  WS-HST-NO-MASTER-COUNT  PIC S9(5) COMP VALUE 0.
           05  WS-RUNCTL-BAD-COUNT     PIC S9(5) COMP VALUE 0.
           05  WS-HST-AFTER-RUN-COUNT  PIC S9(5) COMP VALUE 0.
           05  WS-GRD-TABLE-FULL-COUNT PIC S9(5) COMP VALUE 0.
           05  WS-EXCEPTION-TOTAL      PIC S9(5) COMP VALUE 0.
      *****
       01  READ-COUNTS.
           05  WS-MASTER-READ          PIC S9(5) COMP VALUE 0.
           05  WS-GRADE-READ           PIC S9(5) COMP VALUE 0.
           05  WS-PENDING-READ         PIC S9(5) COMP VALUE 0.
           05  WS-INCOMP-READ          PIC S9(5) COMP VALUE 0.
           05  WS-HIST-READ            PIC S9(5) COMP VALUE 0.
      *****
       01  WS-DATE.
           05  WS-YEAR                 PIC 99        VALUE 0.
           05  WS-MONTH                PIC 99        VALUE 0.
           05  WS-DAY                  PIC 99        VALUE 0.
      *****
       01  WS-RUN-DATE-DISPLAY         PIC X(08)     VALUE SPACES.
      *****
       01  SECTION-MASTER-COUNTS.
           05  WS-SECT-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-SECT-FOUND-SW        PIC X         VALUE 'N'.
               88  SECTION-ON-MASTER                 VALUE 'Y'.
      *****
      *    THE TERM'S SECTIONS, TABLED ONCE -- A MISSING OR EMPTY
      *    SECTION MASTER LEAVES THE COUNT AT ZERO AND THE MASTER'S
      *    SECTIONS GO UNCHECKED, WITH A NOTICE ON THE REPORT
       01  SECTION-MASTER-TABLE.
           05  SMT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-SECT-COUNT
                   INDEXED BY SMT-IDX.
               10  SMT-SECTION         PIC X(04).
      *****
      *    EVERY STUDENT ON THE GRADE FILE AND THE SECTION THE GRADE
      *    RECORD CARRIES -- THE PENDING AND INCOMPLETE CHECKS ARE
      *    MADE AGAINST THIS TABLE.  SIZED AS THE REPORT RUN SIZES
      *    ITS OWN GRADE-ID TABLE
       01  GRADE-ID-COUNTS.
           05  WS-GRADE-ID-COUNT       PIC S9(4) COMP VALUE 0.
           05  WS-GRADE-CAP-SW         PIC X         VALUE 'N'.
               88  GRADE-CAP-LOGGED                 VALUE 'Y'.
       01  GRADE-ID-TABLE.
           05  GIT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-GRADE-ID-COUNT
                   INDEXED BY GIT-IDX.
               10  GIT-STUDENT-ID      PIC X(09).
               10  GIT-SECTION         PIC X(04).
      *****
      *    STUHIST CARRIES ONE RECORD PER STUDENT PER RUN -- AN
      *    ORPHANED STUDENT IS REPORTED ONCE, NOT ONCE PER RUN
       01  HIST-FLAGGED-COUNTS.
           05  WS-HIST-FLAG-COUNT      PIC S9(4) COMP VALUE 0.
       01  HIST-FLAGGED-TABLE.
           05  HFT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HIST-FLAG-COUNT
                   INDEXED BY HFT-IDX.
               10  HFT-STUDENT-ID      PIC X(09).
      *****
      *    MM/DD/YY DATES TURN INTO DAY COUNTS HERE -- THE SHOP
      *    OPENED THIS CENTURY, SO THE TWO-DIGIT YEARS ARE ALL 20XX
       01  DATE-WORK-FIELDS.
           05  WS-CONV-DATE            PIC X(08)      VALUE SPACES.
           05  WS-CONV-YYYYMMDD        PIC 9(08)      VALUE 0.
           05  WS-CONV-DAYS            PIC S9(7) COMP VALUE 0.
           05  WS-TODAY-DAYS           PIC S9(7) COMP VALUE 0.
           05  WS-LAST-RUN-DAYS        PIC S9(7) COMP VALUE 0.
           05  WS-LATEST-HIST-DAYS     PIC S9(7) COMP VALUE 0.
           05  WS-LATEST-HIST-DATE     PIC X(08)      VALUE SPACES.
      *****
       01  REPORT-HEADING-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05                          PIC X(31)     VALUE
                                        'INTEGRITY EXCEPTIONS REPORT'.
           05  RH-RUN-DATE             PIC X(08).
           05                          PIC X(40)     VALUE SPACES.
      *****
       01  BLOCK-HEADING-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  BH-TITLE                PIC X(50).
           05                          PIC X(29)     VALUE SPACES.
      *****
       01  EXCEPTION-COLUMN-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05                          PIC X(10)     VALUE 'FILE'.
           05                          PIC X(11)     VALUE 'STUDENT ID'.
           05                          PIC X(06)     VALUE 'SECT'.
           05                          PIC X(40)     VALUE 'EXCEPTION'.
           05                          PIC X(12)     VALUE SPACES.
      *****
       01  EXCEPTION-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  EX-FILE                 PIC X(08).
           05                          PIC X(02)     VALUE SPACES.
           05  EX-STUDENT-ID           PIC X(09).
           05                          PIC X(02)     VALUE SPACES.
           05  EX-SECTION              PIC X(04).
           05                          PIC X(02)     VALUE SPACES.
           05  EX-REMARKS              PIC X(40).
           05                          PIC X(12)     VALUE SPACES.
      *****
       01  AUDIT-DETAIL-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  AD-MESSAGE              PIC X(50).
           05  AD-COUNT                PIC ZZZZ9.
           05                          PIC X(24)     VALUE SPACES.
      *****
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 16-LOAD-SECTION-MASTER-ROUTINE
           PERFORM 20-CHECK-MASTER-ROUTINE
           PERFORM 25-CHECK-GRADES-ROUTINE
           PERFORM 30-CHECK-PENDING-ROUTINE
           PERFORM 35-CHECK-INCOMPLETE-ROUTINE
           PERFORM 40-CHECK-HISTORY-ROUTINE
           PERFORM 42-CHECK-RUN-CONTROL-ROUTINE
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
           MOVE WS-RUN-DATE-DISPLAY TO WS-CONV-DATE
           PERFORM 44-DATE-TO-DAYS-ROUTINE
           MOVE WS-CONV-DAYS TO WS-TODAY-DAYS

           OPEN INPUT STUDENT-MASTER
               OUTPUT AUDIT-REPORT-FILE
           MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE
           WRITE AUDIT-REPORT-RECORD FROM REPORT-HEADING-LINE

      *    A MASTER THAT WILL NOT OPEN CANNOT BE AUDITED, AND EVERY
      *    OTHER CHECK HANGS OFF IT -- THE RUN IS HELD RATHER THAN
      *    REPORTING THE WHOLE TERM AS ORPHANS
           IF NOT MASTER-OPEN-GOOD
              MOVE SPACES TO AD-MESSAGE
              MOVE 'MASTER OPEN FAILED - FS' TO AD-MESSAGE
              MOVE WS-MASTER-FILE-STATUS TO AD-MESSAGE (25:2)
              MOVE ZERO TO AD-COUNT
              WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
              CLOSE STUDENT-MASTER
                    AUDIT-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
                END-IF
           .

       16-LOAD-SECTION-MASTER-ROUTINE.

           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       IF SEC-SECTION NOT = SPACES
                          AND WS-SECT-COUNT < 50
                          ADD 1 TO WS-SECT-COUNT
                          MOVE SEC-SECTION
                              TO SMT-SECTION (WS-SECT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
           .

       20-CHECK-MASTER-ROUTINE.

      *    EVERY MASTER RECORD MUST NAME A SECTION ACTUALLY RUN THIS
      *    TERM -- A SECTION DROPPED FROM THE SECTION MASTER AFTER
      *    ITS STUDENTS WERE LOADED LEAVES THEM POINTING AT NOTHING

           MOVE 'STUDENT MASTER (STUMAST.DAT)' TO BH-TITLE
           PERFORM 43-WRITE-BLOCK-HEADING-ROUTINE

           IF WS-SECT-COUNT = ZERO
              MOVE 'SECTION MASTER MISSING - SECTION CHECK WAIVED'
                  TO AD-MESSAGE
              MOVE ZERO TO AD-COUNT
              WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
                END-IF

           MOVE 'Y' TO MST-EOF-FLAG
           PERFORM UNTIL MST-AT-EOF
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET MST-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       PERFORM 21-CHECK-MASTER-SECTION-ROUTINE
               END-READ
      *        A READ FAULT RAISES NEITHER PHRASE ABOVE -- THE SWEEP
      *        ENDS AND THE RUN IS HELD, BECAUSE AN AUDIT THAT SAW
      *        ONLY PART OF THE MASTER MUST NEVER PASS FOR A CLEAN ONE
               IF WS-MASTER-FILE-STATUS NOT = '00'
                  AND WS-MASTER-FILE-STATUS NOT = '10'
                  MOVE 'N' TO WS-SWEEP-CLEAN-SW
                  MOVE WS-MASTER-FILE-STATUS TO WS-SWEEP-FAULT-STATUS
                  SET MST-AT-EOF TO TRUE
                    END-IF
           END-PERFORM
           .

       21-CHECK-MASTER-SECTION-ROUTINE.

           IF WS-SECT-COUNT > ZERO
              MOVE 'N' TO WS-SECT-FOUND-SW
              SET SMT-IDX TO 1
              SEARCH SMT-ENTRY
                  AT END
                      CONTINUE
                  WHEN SMT-SECTION (SMT-IDX) = SM-CLASS-SECTION
                      SET SECTION-ON-MASTER TO TRUE
              END-SEARCH
              IF NOT SECTION-ON-MASTER
                 MOVE 'STUMAST'         TO EX-FILE
                 MOVE SM-STUDENT-ID     TO EX-STUDENT-ID
                 MOVE SM-CLASS-SECTION  TO EX-SECTION
                 MOVE 'SECTION NOT ON SECTION MASTER' TO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-MST-SECTION-COUNT
                   END-IF
                END-IF
           .

       25-CHECK-GRADES-ROUTINE.

      *    EACH GRADE RECORD MUST BELONG TO A STUDENT ON THE MASTER,
      *    IN THE SECTION THE MASTER HAS THEM IN.  THE GRADE IDS ARE
      *    TABLED ON THE WAY THROUGH FOR THE CHECKS THAT FOLLOW

           MOVE 'STUDENT GRADES (GRADES.TXT)' TO BH-TITLE
           PERFORM 43-WRITE-BLOCK-HEADING-ROUTINE

           OPEN INPUT GRADE-FILE
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ GRADE-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GRADE-READ
                       PERFORM 26-CHECK-GRADE-RECORD-ROUTINE
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE
           .

       26-CHECK-GRADE-RECORD-ROUTINE.

           IF WS-GRADE-ID-COUNT < 2000
              ADD 1 TO WS-GRADE-ID-COUNT
              MOVE GR-STUDENT-ID
                  TO GIT-STUDENT-ID (WS-GRADE-ID-COUNT)
              MOVE GR-CLASS-SECTION
                  TO GIT-SECTION (WS-GRADE-ID-COUNT)
           ELSE
      *       AN AUDIT THAT COULD NOT TABLE EVERY GRADE RECORD HAS NOT
      *       CHECKED THE PENDING AND INCOMPLETE FILES AGAINST ALL OF
      *       THEM -- IT COUNTS AS AN EXCEPTION SO THE RUN CANNOT END
      *       CLEAN
              IF NOT GRADE-CAP-LOGGED
                 MOVE 'GRADE TABLE FULL - LATER IDS UNCHECKED'
                     TO AD-MESSAGE
                 MOVE WS-GRADE-ID-COUNT TO AD-COUNT
                 WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
                 SET GRADE-CAP-LOGGED TO TRUE
                 ADD 1 TO WS-GRD-TABLE-FULL-COUNT
                 ADD 1 TO WS-EXCEPTION-TOTAL
                   END-IF
                END-IF

           MOVE GR-STUDENT-ID    TO EX-STUDENT-ID
           MOVE GR-CLASS-SECTION TO EX-SECTION
           MOVE 'GRADES'         TO EX-FILE
           MOVE GR-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
      *    ANYTHING BUT A CLEAN READ IS A NO-MATCH, THE SAME TEST THE
      *    REPORT RUN'S ROSTER RECONCILIATION MAKES
           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'GRADE RECORD WITH NO MASTER RECORD'
                  TO EX-REMARKS
              PERFORM 41-WRITE-EXCEPTION-ROUTINE
              ADD 1 TO WS-GRD-NO-MASTER-COUNT
           ELSE
              IF SM-CLASS-SECTION NOT = GR-CLASS-SECTION
                 MOVE SPACES TO EX-REMARKS
                 STRING 'GRADE SECTION DIFFERS - MASTER HAS '
                            DELIMITED BY SIZE
                        SM-CLASS-SECTION DELIMITED BY SIZE
                     INTO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-GRD-SECTION-COUNT
                   END-IF
                END-IF
           .

       27-FIND-GRADE-ID-ROUTINE.

      *    LEAVES GIT-IDX ON THE GRADE ENTRY FOR SM-STUDENT-ID AND
      *    GRADE-ID-FOUND SET, OR THE SWITCH OFF WHEN THE STUDENT
      *    HAS NO GRADE RECORD

           MOVE 'N' TO WS-GRADE-FOUND-SW
           IF WS-GRADE-ID-COUNT > ZERO
              SET GIT-IDX TO 1
              SEARCH GIT-ENTRY
                  AT END
                      CONTINUE
                  WHEN GIT-STUDENT-ID (GIT-IDX) = SM-STUDENT-ID
                      SET GRADE-ID-FOUND TO TRUE
              END-SEARCH
                END-IF
           .

       30-CHECK-PENDING-ROUTINE.

      *    A PENDING CORRECTION FOR A STUDENT MASTERMAINT HAS
      *    DROPPED WILL NEVER FIND A HOME, AND ONE WITH NO GRADE
      *    RECORD WILL BE REJECTED THE DAY IT IS APPROVED

           MOVE 'PENDING CORRECTIONS (GRADEPND.TXT)' TO BH-TITLE
           PERFORM 43-WRITE-BLOCK-HEADING-ROUTINE

           OPEN INPUT PENDING-FILE
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ PENDING-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ
                       PERFORM 31-CHECK-PENDING-RECORD-ROUTINE
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           .

       31-CHECK-PENDING-RECORD-ROUTINE.

           MOVE 'GRADEPND'    TO EX-FILE
           MOVE PD-STUDENT-ID TO EX-STUDENT-ID
           MOVE SPACES        TO EX-SECTION
           MOVE PD-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE SPACES TO EX-REMARKS
              STRING 'CORRECTION ' DELIMITED BY SIZE
                     PD-CHANGE-REF DELIMITED BY SIZE
                     ' FOR DROPPED STUDENT' DELIMITED BY SIZE
                  INTO EX-REMARKS
              PERFORM 41-WRITE-EXCEPTION-ROUTINE
              ADD 1 TO WS-PND-DROPPED-COUNT
           ELSE
              MOVE SM-CLASS-SECTION TO EX-SECTION
              PERFORM 27-FIND-GRADE-ID-ROUTINE
              IF NOT GRADE-ID-FOUND
                 MOVE SPACES TO EX-REMARKS
                 STRING 'CORRECTION ' DELIMITED BY SIZE
                        PD-CHANGE-REF DELIMITED BY SIZE
                        ' WITH NO GRADE RECORD' DELIMITED BY SIZE
                     INTO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-PND-NO-GRADE-COUNT
                   END-IF
                END-IF
           .

       35-CHECK-INCOMPLETE-ROUTINE.

      *    AN INCOMPLETE IS FOLLOWED UP OFF THE GRADE RECORD -- ONE
      *    WHOSE STUDENT HAS LEFT GRADES.TXT, OR WHOSE SECTION NO
      *    LONGER MATCHES IT, WILL AGE FOREVER AND NEVER CLEAR

           MOVE 'INCOMPLETES (INCOMPLT.TXT)' TO BH-TITLE
           PERFORM 43-WRITE-BLOCK-HEADING-ROUTINE

           OPEN INPUT INCOMPLETE-FILE
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ INCOMPLETE-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INCOMP-READ
                       PERFORM 36-CHECK-INCOMPLETE-RECORD-ROUTINE
               END-READ
           END-PERFORM
           CLOSE INCOMPLETE-FILE
           .

       36-CHECK-INCOMPLETE-RECORD-ROUTINE.

           MOVE 'INCOMPLT'    TO EX-FILE
           MOVE IW-STUDENT-ID TO EX-STUDENT-ID
           MOVE IW-SECTION    TO EX-SECTION
           MOVE IW-STUDENT-ID TO SM-STUDENT-ID
           PERFORM 27-FIND-GRADE-ID-ROUTINE
           IF NOT GRADE-ID-FOUND
              MOVE 'INCOMPLETE FOR STUDENT NOT IN GRADES'
                  TO EX-REMARKS
              PERFORM 41-WRITE-EXCEPTION-ROUTINE
              ADD 1 TO WS-INC-NO-GRADE-COUNT
           ELSE
              IF GIT-SECTION (GIT-IDX) NOT = IW-SECTION
                 MOVE SPACES TO EX-REMARKS
                 STRING 'INCOMPLETE SECTION - GRADES HAS '
                            DELIMITED BY SIZE
                        GIT-SECTION (GIT-IDX) DELIMITED BY SIZE
                     INTO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-INC-SECTION-COUNT
                   END-IF
                END-IF
           .

       40-CHECK-HISTORY-ROUTINE.

      *    HISTORY FOR A STUDENT WITH NO MASTER RECORD FEEDS THE
      *    EARLY-WARNING COMPARE AND THE TERM ARCHIVE WITH SOMEONE
      *    THE SYSTEM NO LONGER KNOWS.  THE LATEST RUN DATE ON THE
      *    FILE IS KEPT FOR THE RUN CONTROL CHECK

           MOVE 'STUDENT HISTORY (STUHIST.TXT)' TO BH-TITLE
           PERFORM 43-WRITE-BLOCK-HEADING-ROUTINE

           OPEN INPUT STUDENT-HIST-FILE
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ STUDENT-HIST-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM 40A-CHECK-HISTORY-RECORD-ROUTINE
               END-READ
           END-PERFORM
           CLOSE STUDENT-HIST-FILE
           .

       40A-CHECK-HISTORY-RECORD-ROUTINE.

           MOVE SHR-RUN-DATE TO WS-CONV-DATE
           PERFORM 44-DATE-TO-DAYS-ROUTINE
           IF WS-CONV-DAYS > WS-LATEST-HIST-DAYS
              MOVE WS-CONV-DAYS TO WS-LATEST-HIST-DAYS
              MOVE SHR-RUN-DATE TO WS-LATEST-HIST-DATE
                END-IF

           MOVE 'N' TO WS-HIST-FLAGGED-SW
           IF WS-HIST-FLAG-COUNT > ZERO
              SET HFT-IDX TO 1
              SEARCH HFT-ENTRY
                  AT END
                      CONTINUE
                  WHEN HFT-STUDENT-ID (HFT-IDX) = SHR-STUDENT-ID
                      SET HIST-ALREADY-FLAGGED TO TRUE
              END-SEARCH
                END-IF

           IF NOT HIST-ALREADY-FLAGGED
              MOVE SHR-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER
              IF WS-MASTER-FILE-STATUS NOT = '00'
                 MOVE 'STUHIST'      TO EX-FILE
                 MOVE SHR-STUDENT-ID TO EX-STUDENT-ID
                 MOVE SHR-SECTION    TO EX-SECTION
                 MOVE 'HISTORY STUDENT WITH NO MASTER RECORD'
                     TO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-HST-NO-MASTER-COUNT
                 IF WS-HIST-FLAG-COUNT < 500
                    ADD 1 TO WS-HIST-FLAG-COUNT
                    MOVE SHR-STUDENT-ID
                        TO HFT-STUDENT-ID (WS-HIST-FLAG-COUNT)
                      END-IF
                   END-IF
                END-IF
           .

       41-WRITE-EXCEPTION-ROUTINE.

           WRITE AUDIT-REPORT-RECORD FROM EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-TOTAL
           .

       42-CHECK-RUN-CONTROL-ROUTINE.

      *    RUNCTL.TXT MUST HOLD A SHAPED RUN DATE NO LATER THAN
      *    TODAY AND A NUMERIC RUN NUMBER, AND NO HISTORY MAY BE
      *    DATED AFTER THE LAST RUN IT REMEMBERS -- HISTORY FROM A
      *    RUN THE RUN CONTROL NEVER SAW MEANS ONE FILE WAS
      *    RESTORED WITHOUT THE OTHER.  A MISSING RUN CONTROL IS
      *    ONLY AN EXCEPTION ONCE THERE IS HISTORY TO ACCOUNT FOR

           MOVE 'RUN CONTROL (RUNCTL.TXT)' TO BH-TITLE
           PERFORM 43-WRITE-BLOCK-HEADING-ROUTINE

           MOVE 'RUNCTL'  TO EX-FILE
           MOVE SPACES    TO EX-STUDENT-ID
                             EX-SECTION
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET RUNCTL-ON-FILE TO TRUE
           END-READ
           CLOSE RUN-CONTROL-FILE

           IF NOT RUNCTL-ON-FILE
              IF WS-HIST-READ > ZERO
                 MOVE 'RUN CONTROL MISSING - HISTORY ON FILE'
                     TO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-RUNCTL-BAD-COUNT
                   END-IF
           ELSE
              PERFORM 42A-CHECK-RUN-CONTROL-REC-ROUTINE
                END-IF
           .

       42A-CHECK-RUN-CONTROL-REC-ROUTINE.

           MOVE RC-LAST-RUN-DATE TO WS-CONV-DATE
           PERFORM 44-DATE-TO-DAYS-ROUTINE
           MOVE WS-CONV-DAYS TO WS-LAST-RUN-DAYS

           IF WS-LAST-RUN-DAYS = ZERO
              MOVE SPACES TO EX-REMARKS
              STRING 'LAST RUN DATE NOT MM/DD/YY - ' DELIMITED BY SIZE
                     RC-LAST-RUN-DATE DELIMITED BY SIZE
                  INTO EX-REMARKS
              PERFORM 41-WRITE-EXCEPTION-ROUTINE
              ADD 1 TO WS-RUNCTL-BAD-COUNT
           ELSE
              IF WS-LAST-RUN-DAYS > WS-TODAY-DAYS
                 MOVE SPACES TO EX-REMARKS
                 STRING 'LAST RUN DATE AFTER TODAY - '
                            DELIMITED BY SIZE
                        RC-LAST-RUN-DATE DELIMITED BY SIZE
                     INTO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-RUNCTL-BAD-COUNT
                   END-IF
              IF WS-LATEST-HIST-DAYS > WS-LAST-RUN-DAYS
                 MOVE SPACES TO EX-REMARKS
                 STRING 'HISTORY DATED ' DELIMITED BY SIZE
                        WS-LATEST-HIST-DATE DELIMITED BY SIZE
                        ' AFTER LAST RUN' DELIMITED BY SIZE
                     INTO EX-REMARKS
                 PERFORM 41-WRITE-EXCEPTION-ROUTINE
                 ADD 1 TO WS-HST-AFTER-RUN-COUNT
                   END-IF
                END-IF

           IF RC-RUN-NUMBER IS NOT NUMERIC
              MOVE 'RUN NUMBER NOT NUMERIC' TO EX-REMARKS
              PERFORM 41-WRITE-EXCEPTION-ROUTINE
              ADD 1 TO WS-RUNCTL-BAD-COUNT
                END-IF
           .

       43-WRITE-BLOCK-HEADING-ROUTINE.

           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD FROM BLOCK-HEADING-LINE
           WRITE AUDIT-REPORT-RECORD FROM EXCEPTION-COLUMN-LINE
           .

       44-DATE-TO-DAYS-ROUTINE.

      *    MM/DD/YY IN WS-CONV-DATE COMES BACK AS A DAY COUNT IN
      *    WS-CONV-DAYS -- A DATE THAT WILL NOT PARSE COMES BACK ZERO

           MOVE ZERO TO WS-CONV-DAYS
           IF WS-CONV-DATE (1:2) IS NUMERIC
              AND WS-CONV-DATE (3:1) = '/'
              AND WS-CONV-DATE (4:2) IS NUMERIC
              AND WS-CONV-DATE (6:1) = '/'
              AND WS-CONV-DATE (7:2) IS NUMERIC
              AND WS-CONV-DATE (1:2) > '00'
              AND WS-CONV-DATE (1:2) < '13'
              AND WS-CONV-DATE (4:2) > '00'
              AND WS-CONV-DATE (4:2) < '32'
              COMPUTE WS-CONV-YYYYMMDD =
                  20000000
                  + FUNCTION NUMVAL (WS-CONV-DATE (7:2)) * 10000
                  + FUNCTION NUMVAL (WS-CONV-DATE (1:2)) * 100
                  + FUNCTION NUMVAL (WS-CONV-DATE (4:2))
              COMPUTE WS-CONV-DAYS =
                  FUNCTION INTEGER-OF-DATE (WS-CONV-YYYYMMDD)
                END-IF
           .

       45-EOF-ROUTINE.

      *    THE SUMMARY GIVES EVERY CATEGORY A LINE, ZERO OR NOT, SO
      *    A CLEAN AUDIT READS AS CLEAN RATHER THAN AS SILENT

           MOVE 'SUMMARY BY CATEGORY' TO BH-TITLE
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD FROM BLOCK-HEADING-LINE

           MOVE 'MASTER SECTION NOT ON SECTION MASTER' TO AD-MESSAGE
           MOVE WS-MST-SECTION-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'GRADE RECORD WITH NO MASTER RECORD' TO AD-MESSAGE
           MOVE WS-GRD-NO-MASTER-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'GRADE SECTION DIFFERS FROM MASTER' TO AD-MESSAGE
           MOVE WS-GRD-SECTION-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'PENDING CORRECTION FOR DROPPED STUDENT'
               TO AD-MESSAGE
           MOVE WS-PND-DROPPED-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'PENDING CORRECTION WITH NO GRADE RECORD'
               TO AD-MESSAGE
           MOVE WS-PND-NO-GRADE-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'INCOMPLETE FOR STUDENT NOT IN GRADES' TO AD-MESSAGE
           MOVE WS-INC-NO-GRADE-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'INCOMPLETE SECTION DIFFERS FROM GRADES'
               TO AD-MESSAGE
           MOVE WS-INC-SECTION-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'HISTORY STUDENT WITH NO MASTER RECORD'
               TO AD-MESSAGE
           MOVE WS-HST-NO-MASTER-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'RUN CONTROL MISSING OR INVALID' TO AD-MESSAGE
           MOVE WS-RUNCTL-BAD-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'HISTORY DATED AFTER LAST RUN' TO AD-MESSAGE
           MOVE WS-HST-AFTER-RUN-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'GRADE TABLE FULL - LATER IDS UNCHECKED'
               TO AD-MESSAGE
           MOVE WS-GRD-TABLE-FULL-COUNT TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'TOTAL EXCEPTIONS' TO AD-MESSAGE
           MOVE WS-EXCEPTION-TOTAL TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE

           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE 'MASTER RECORDS READ' TO AD-MESSAGE
           MOVE WS-MASTER-READ TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'GRADE RECORDS READ' TO AD-MESSAGE
           MOVE WS-GRADE-READ TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'PENDING CORRECTIONS READ' TO AD-MESSAGE
           MOVE WS-PENDING-READ TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'INCOMPLETE RECORDS READ' TO AD-MESSAGE
           MOVE WS-INCOMP-READ TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           MOVE 'HISTORY RECORDS READ' TO AD-MESSAGE
           MOVE WS-HIST-READ TO AD-COUNT
           WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE

           IF WS-EXCEPTION-TOTAL > ZERO
              MOVE 8 TO RETURN-CODE
                END-IF
           IF NOT SWEEP-ENDED-CLEAN
              MOVE 'MASTER SWEEP ENDED ON READ FAULT - FS'
                  TO AD-MESSAGE
              MOVE WS-SWEEP-FAULT-STATUS TO AD-MESSAGE (39:2)
              MOVE ZERO TO AD-COUNT
              WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
              MOVE 12 TO RETURN-CODE
                END-IF

           CLOSE STUDENT-MASTER
                 AUDIT-REPORT-FILE
           STOP RUN
           .
