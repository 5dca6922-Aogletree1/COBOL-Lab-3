       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDIMPORT.
       AUTHOR. YOURNAMEHERE.
      ****************************************************************
      * This program posts the day's class attendance to the term's
      * cumulative attendance file.  The paper sign-in sheets are
      * keyed once a day into the daily attendance file, one row per
      * student per class meeting; every row is validated against
      * the STUDENT MASTER and the SECTION MASTER's meeting days
      * before it is posted, so the report run's attendance figures
      * are built only from meetings that actually happened.
      * ******
      * INPUT:
      *    The DAILY ATTENDANCE FILE (ATTEND.TXT) -- one record per
      *    student per class meeting:
      *         1.  STUDENT ID (9 DIGITS, MUST BE ON THE MASTER)
      *         2.  CLASS SECTION (THE STUDENT'S SECTION ON THE
      *             MASTER)
      *         3.  MEETING DATE (MM/DD/YY, NOT AFTER TODAY, ON ONE
      *             OF THE SECTION'S MEETING DAYS)
      *         4.  STATUS -- P PRESENT, A ABSENT, T TARDY,
      *             E EXCUSED
      *    The STUDENT MASTER (STUMAST.DAT) -- read by key.
      *    The SECTION MASTER (SECTMAST.TXT) -- SEC-MEET-DAYS holds
      *    the section's meeting days as day letters (M T W R F S U,
      *    R FOR THURSDAY, U FOR SUNDAY), e.g. 'MWF' OR 'TR'.
      *    The CUMULATIVE ATTENDANCE FILE (ATTNCUM.TXT) -- read to
      *    find meetings already posted.
      * *******
      * OUTPUT:
      *    The CUMULATIVE ATTENDANCE FILE (ATTNCUM.TXT) -- every
      *    good row is appended with the date it was posted.  The
      *    file holds the whole term until TERMCLOSE archives it.
      *    The REJECTS LISTING (ATTNREJ.TXT) -- one record per row
      *    that failed validation, with the reason, and a totals
      *    trailer.
      * *************
      * EXCEPTIONS:
      *    A ROW WITH A MALFORMED ID, AN ID NOT ON THE MASTER, A
      *    SECTION THE STUDENT IS NOT IN OR THE SECTION MASTER DOES
      *    NOT KNOW, A BAD OR FUTURE DATE, A DATE THE SECTION DOES
      *    NOT MEET, A BAD STATUS, OR A MEETING ALREADY POSTED FOR
      *    THE STUDENT IS WRITTEN TO THE REJECTS LISTING AND IS NOT
      *    POSTED.  A RERUN OF THE SAME DAY'S FILE THEREFORE POSTS
      *    NOTHING TWICE.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    10/15/26  RWP  NEW PROGRAM -- DAILY ATTENDANCE IMPORT WITH
      *                   VALIDATION AGAINST THE STUDENT MASTER AND
      *                   THE SECTION MEETING DAYS, POSTING TO THE
      *                   TERM'S CUMULATIVE ATTENDANCE FILE
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****
           SELECT DAILY-ATTEND-FILE
               ASSIGN TO 'ATTEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL STUDENT-MASTER
               ASSIGN TO 'STUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *****
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO 'SECTMAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL CUM-ATTEND-FILE
               ASSIGN TO 'ATTNCUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT REJECT-FILE
               ASSIGN TO 'ATTNREJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *****
       FD  DAILY-ATTEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DAILY-ATTEND-RECORD.
           05  AI-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(02).
           05  AI-SECTION              PIC X(04).
           05  FILLER                  PIC X(02).
           05  AI-MEET-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  AI-STATUS               PIC X(01).
           05  FILLER                  PIC X(52).
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
      *    ONE RECORD PER STUDENT PER CLASS MEETING FOR THE WHOLE
      *    TERM -- THE REPORT RUN TOTALS IT PER STUDENT AND
      *    TERMCLOSE ARCHIVES AND EMPTIES IT
       FD  CUM-ATTEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUM-ATTEND-RECORD.
           05  AC-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(02).
           05  AC-SECTION              PIC X(04).
           05  FILLER                  PIC X(02).
           05  AC-MEET-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  AC-STATUS               PIC X(01).
           05  FILLER                  PIC X(02).
           05  AC-POSTED-DATE          PIC X(08).
           05  FILLER                  PIC X(42).
      *****
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-RECORD.
           05  RJ-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(02)     VALUE SPACES.
           05  RJ-NAME                 PIC X(20).
           05  FILLER                  PIC X(02)     VALUE SPACES.
           05  RJ-SECTION              PIC X(04).
           05  FILLER                  PIC X(02)     VALUE SPACES.
           05  RJ-MEET-DATE            PIC X(08).
           05  FILLER                  PIC X(02)     VALUE SPACES.
           05  RJ-REMARKS              PIC X(30).
           05  FILLER                  PIC X(01)     VALUE SPACES.
      *****
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  ATT-EOF-FLAG            PIC X         VALUE 'Y'.
               88  ATT-AT-EOF                        VALUE 'N'.
           05  SEC-EOF-FLAG            PIC X         VALUE 'Y'.
               88  SEC-AT-EOF                        VALUE 'N'.
           05  CUM-EOF-FLAG            PIC X         VALUE 'Y'.
               88  CUM-AT-EOF                        VALUE 'N'.
           05  WS-MASTER-FILE-STATUS   PIC X(02)     VALUE SPACES.
               88  MASTER-IO-GOOD                    VALUE '00'.
      *    STATUS 05 IS THE CLEAN OPTIONAL-FILE OPEN OF A MASTER NOT
      *    YET LOADED -- THE RUN STILL STARTS, BUT EVERY KEYED READ
      *    FAILS AND EVERY ROW REJECTS AS NOT ON THE ROSTER
               88  MASTER-OPEN-GOOD                  VALUES '00' '05'.
           05  WS-ROW-GOOD-SW          PIC X         VALUE 'Y'.
               88  ROW-IS-GOOD                       VALUE 'Y'.
      *****
       01  IMPORT-COUNTS.
           05  WS-READ-COUNT           PIC S9(5) COMP VALUE 0.
           05  WS-LOADED-COUNT         PIC S9(5) COMP VALUE 0.
           05  WS-REJECTED-COUNT       PIC S9(5) COMP VALUE 0.
           05  WS-SECTDIR-COUNT        PIC S9(4) COMP VALUE 0.
           05  WS-DAY-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-DAY-IDX              PIC S9(4) COMP VALUE 0.
      *****
      *    TRAILER ON THE REJECTS LISTING SO THE RUN ACCOUNTS FOR
      *    EVERY ROW THE SAME WAY THE LMS IMPORT'S TOTALS DO
       01  REJECT-TOTALS-LINE.
           05                          PIC X(08)     VALUE 'TOTALS'.
           05                          PIC X(06)     VALUE 'READ'.
           05  RTL-READ                PIC ZZZZ9.
           05                          PIC X(09)     VALUE
                                        '  POSTED'.
           05  RTL-LOADED              PIC ZZZZ9.
           05                          PIC X(11)     VALUE
                                        '  REJECTED'.
           05  RTL-REJECTED            PIC ZZZZ9.
           05                          PIC X(31)     VALUE SPACES.
      *****
      *    THE TERM'S SECTIONS AND THEIR MEETING DAYS, TABLED ONCE --
      *    A MISSING OR EMPTY SECTION MASTER LEAVES THE COUNT AT ZERO
      *    AND THE SECTION AND MEETING-DAY CHECKS ARE WAIVED, THE
      *    SAME COURTESY THE REPORT RUN GIVES IT
       01  SECTION-DIR-TABLE.
           05  SDT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-SECTDIR-COUNT
                   INDEXED BY SDT-IDX.
               10  SDT-SECTION         PIC X(04).
               10  SDT-MEET-DAYS       PIC X(05).
      *****
      *    THE DAY'S GOOD ROWS ARE HELD HERE UNTIL THE CUMULATIVE
      *    FILE HAS BEEN SWEPT FOR MEETINGS ALREADY POSTED -- ONLY
      *    THEN ARE THEY APPENDED.  ONE DAY'S SHEETS FOR EVERY
      *    SECTION FIT WELL INSIDE 3000 ROWS
       01  DAY-ROW-TABLE.
           05  DRT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-DAY-COUNT
                   INDEXED BY DRT-IDX.
               10  DRT-STUDENT-ID      PIC X(09).
               10  DRT-NAME            PIC X(20).
               10  DRT-SECTION         PIC X(04).
               10  DRT-MEET-DATE       PIC X(08).
               10  DRT-STATUS          PIC X(01).
               10  DRT-POSTED-SW       PIC X(01).
                   88  DRT-ALREADY-POSTED            VALUE 'Y'.
      *****
      *    MM/DD/YY DATES TURN INTO DAY COUNTS HERE -- THE SHOP
      *    OPENED THIS CENTURY, SO THE TWO-DIGIT YEARS ARE ALL 20XX.
      *    THE DAY COUNT STARTS ON A MONDAY, SO ITS REMAINDER BY 7
      *    PICKS THE WEEKDAY LETTER OUT OF WS-WEEKDAY-LETTERS
       01  DATE-WORK-FIELDS.
           05  WS-CONV-DATE            PIC X(08)      VALUE SPACES.
           05  WS-CONV-YYYYMMDD        PIC 9(08)      VALUE 0.
           05  WS-CONV-DAYS            PIC S9(7) COMP VALUE 0.
           05  WS-TODAY-DAYS           PIC S9(7) COMP VALUE 0.
           05  WS-CONV-MONTH           PIC 9(02)      VALUE 0.
           05  WS-CONV-DAY             PIC 9(02)      VALUE 0.
           05  WS-WEEKS                PIC S9(7) COMP VALUE 0.
           05  WS-WEEKDAY-NO           PIC S9(4) COMP VALUE 0.
           05  WS-WEEKDAY-LETTERS      PIC X(07)      VALUE 'UMTWRFS'.
           05  WS-WEEKDAY-LETTER       PIC X(01)      VALUE SPACE.
           05  WS-DAY-TALLY            PIC S9(4) COMP VALUE 0.
           05  WS-MEET-DAYS            PIC X(05)      VALUE SPACES.
      *****
       01  WS-DATE.
           05  WS-YEAR                 PIC 99        VALUE 0.
           05  WS-MONTH                PIC 99        VALUE 0.
           05  WS-DAY                  PIC 99        VALUE 0.
      *****
       01  WS-RUN-DATE-DISPLAY         PIC X(08)     VALUE SPACES.
      *****
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-ATTEND-ROUTINE
           PERFORM 40-CHECK-POSTED-ROUTINE
           PERFORM 45-EOF-ROUTINE
           .

       15-HSKPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE
           STRING WS-MONTH DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           MOVE WS-RUN-DATE-DISPLAY TO WS-CONV-DATE
           PERFORM 23-DATE-TO-DAYS-ROUTINE
           MOVE WS-CONV-DAYS TO WS-TODAY-DAYS

           OPEN INPUT DAILY-ATTEND-FILE
                INPUT STUDENT-MASTER
               OUTPUT REJECT-FILE

           MOVE SPACES TO REJECT-RECORD

      *    A MASTER THAT FAILED TO OPEN WOULD REJECT EVERY ROW AS
      *    NOT ON THE ROSTER AND THE RUN WOULD END CLEAN -- ANY OPEN
      *    STATUS BUT 00 (OR THE 05 OPTIONAL OPEN) IS LOGGED AND THE
      *    RUN HELD WITH A NONZERO RETURN CODE INSTEAD
           IF NOT MASTER-OPEN-GOOD
              MOVE 'MASTER OPEN FAILED - FS' TO RJ-REMARKS
              MOVE WS-MASTER-FILE-STATUS TO RJ-REMARKS (25:2)
              WRITE REJECT-RECORD
              CLOSE DAILY-ATTEND-FILE
                    STUDENT-MASTER
                    REJECT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
                END-IF

           PERFORM 16-LOAD-SECTION-DIR-ROUTINE
           .

       16-LOAD-SECTION-DIR-ROUTINE.

           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'Y' TO SEC-EOF-FLAG
           PERFORM UNTIL SEC-AT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SEC-AT-EOF TO TRUE
                   NOT AT END
                       IF SEC-SECTION NOT = SPACES
                          AND WS-SECTDIR-COUNT < 50
                          ADD 1 TO WS-SECTDIR-COUNT
                          MOVE SEC-SECTION
                              TO SDT-SECTION (WS-SECTDIR-COUNT)
                          MOVE SEC-MEET-DAYS
                              TO SDT-MEET-DAYS (WS-SECTDIR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
           .

       23-DATE-TO-DAYS-ROUTINE.

      *    MM/DD/YY IN WS-CONV-DATE COMES BACK AS A DAY COUNT IN
      *    WS-CONV-DAYS -- A DATE THAT WILL NOT PARSE, OR NAMES A
      *    MONTH OR DAY THAT DOES NOT EXIST, COMES BACK ZERO

           MOVE ZERO TO WS-CONV-DAYS
           IF WS-CONV-DATE (1:2) IS NUMERIC
              AND WS-CONV-DATE (3:1) = '/'
              AND WS-CONV-DATE (4:2) IS NUMERIC
              AND WS-CONV-DATE (6:1) = '/'
              AND WS-CONV-DATE (7:2) IS NUMERIC
              MOVE WS-CONV-DATE (1:2) TO WS-CONV-MONTH
              MOVE WS-CONV-DATE (4:2) TO WS-CONV-DAY
              IF WS-CONV-MONTH > ZERO AND WS-CONV-MONTH < 13
                 AND WS-CONV-DAY > ZERO AND WS-CONV-DAY < 32
                 COMPUTE WS-CONV-YYYYMMDD =
                     20000000
                     + FUNCTION NUMVAL (WS-CONV-DATE (7:2)) * 10000
                     + WS-CONV-MONTH * 100
                     + WS-CONV-DAY
                 COMPUTE WS-CONV-DAYS =
                     FUNCTION INTEGER-OF-DATE (WS-CONV-YYYYMMDD)
                   END-IF
                END-IF
           .

       25-PROCESS-ATTEND-ROUTINE.

           MOVE 'Y' TO ATT-EOF-FLAG
           PERFORM UNTIL ATT-AT-EOF
               READ DAILY-ATTEND-FILE
                   AT END
                       SET ATT-AT-EOF TO TRUE
                   NOT AT END
                       IF DAILY-ATTEND-RECORD NOT = SPACES
                          ADD 1 TO WS-READ-COUNT
                          PERFORM 30-VALIDATE-ROW-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           .

       30-VALIDATE-ROW-ROUTINE.

      *    EACH CHECK RUNS ONLY WHILE THE ROW IS STILL GOOD, SO THE
      *    REJECTS LISTING NAMES THE FIRST THING WRONG WITH A ROW
      *    RATHER THAN EVERY SYMPTOM OF ONE KEYING SLIP

           MOVE 'Y' TO WS-ROW-GOOD-SW
           MOVE SPACES TO RJ-NAME

           IF AI-STUDENT-ID IS NOT NUMERIC
              MOVE 'STUDENT ID NOT 9 DIGITS' TO RJ-REMARKS
              PERFORM 34-REJECT-ROW-ROUTINE
                END-IF

           IF ROW-IS-GOOD
              PERFORM 31-LOOKUP-MASTER-ROUTINE
                END-IF

           IF ROW-IS-GOOD
              PERFORM 32-CHECK-SECTION-ROUTINE
                END-IF

           IF ROW-IS-GOOD
              PERFORM 33-CHECK-MEETING-ROUTINE
                END-IF

           IF ROW-IS-GOOD
              IF AI-STATUS NOT = 'P' AND AI-STATUS NOT = 'A'
                 AND AI-STATUS NOT = 'T' AND AI-STATUS NOT = 'E'
                 MOVE 'STATUS NOT P, A, T OR E' TO RJ-REMARKS
                 PERFORM 34-REJECT-ROW-ROUTINE
                   END-IF
                END-IF

      *    THE SAME STUDENT KEYED TWICE FOR ONE MEETING ON THE SAME
      *    DAY'S FILE KEEPS THE FIRST ROW
           IF ROW-IS-GOOD
              AND WS-DAY-COUNT > ZERO
              SET DRT-IDX TO 1
              SEARCH DRT-ENTRY
                  AT END
                      CONTINUE
                  WHEN DRT-STUDENT-ID (DRT-IDX) = AI-STUDENT-ID
                   AND DRT-MEET-DATE (DRT-IDX) = AI-MEET-DATE
                      MOVE 'DUPLICATE ROW ON DAILY FILE'
                          TO RJ-REMARKS
                      PERFORM 34-REJECT-ROW-ROUTINE
              END-SEARCH
                END-IF

           IF ROW-IS-GOOD
              IF WS-DAY-COUNT < 3000
                 ADD 1 TO WS-DAY-COUNT
                 MOVE AI-STUDENT-ID TO DRT-STUDENT-ID (WS-DAY-COUNT)
                 MOVE SM-NAME       TO DRT-NAME (WS-DAY-COUNT)
                 MOVE AI-SECTION    TO DRT-SECTION (WS-DAY-COUNT)
                 MOVE AI-MEET-DATE  TO DRT-MEET-DATE (WS-DAY-COUNT)
                 MOVE AI-STATUS     TO DRT-STATUS (WS-DAY-COUNT)
                 MOVE 'N'           TO DRT-POSTED-SW (WS-DAY-COUNT)
              ELSE
                 MOVE 'OVER 3000 ROWS - NOT POSTED' TO RJ-REMARKS
                 PERFORM 34-REJECT-ROW-ROUTINE
                   END-IF
                END-IF
           .

       31-LOOKUP-MASTER-ROUTINE.

      *    THE FILE STATUS IS TESTED RATHER THAN AN INVALID KEY
      *    PHRASE SO A FAILED PROBE AND AN EMPTY MASTER ARE HANDLED
      *    THE SAME WAY -- ANYTHING BUT A CLEAN READ IS A NO-MATCH

           MOVE AI-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'STUDENT NOT ON MASTER' TO RJ-REMARKS
              PERFORM 34-REJECT-ROW-ROUTINE
           ELSE
              MOVE SM-NAME TO RJ-NAME
                END-IF
           .

       32-CHECK-SECTION-ROUTINE.

      *    ATTENDANCE IS TAKEN IN THE SECTION THE STUDENT IS IN --
      *    A ROW FOR ANY OTHER SECTION IS A SHEET MIX-UP.  THE
      *    SECTION MUST ALSO BE ONE THE SECTION MASTER KNOWS, AND
      *    ITS MEETING DAYS ARE PICKED UP FOR THE DATE CHECK

           MOVE SPACES TO WS-MEET-DAYS
           IF AI-SECTION NOT = SM-CLASS-SECTION
              MOVE 'NOT ENROLLED IN SECTION' TO RJ-REMARKS
              PERFORM 34-REJECT-ROW-ROUTINE
           ELSE
              IF WS-SECTDIR-COUNT > ZERO
                 SET SDT-IDX TO 1
                 SEARCH SDT-ENTRY
                     AT END
                         MOVE 'SECTION NOT ON SECTION MASTER'
                             TO RJ-REMARKS
                         PERFORM 34-REJECT-ROW-ROUTINE
                     WHEN SDT-SECTION (SDT-IDX) = AI-SECTION
                         MOVE SDT-MEET-DAYS (SDT-IDX)
                             TO WS-MEET-DAYS
                 END-SEARCH
                   END-IF
                END-IF
           .

       33-CHECK-MEETING-ROUTINE.

      *    THE DATE MUST BE REAL, NOT AFTER TODAY, AND FALL ON ONE
      *    OF THE SECTION'S MEETING DAYS.  A SECTION WITH NO MEETING
      *    DAYS KEYED ON THE SECTION MASTER IS NOT DAY-CHECKED

           MOVE AI-MEET-DATE TO WS-CONV-DATE
           PERFORM 23-DATE-TO-DAYS-ROUTINE
           IF WS-CONV-DAYS = ZERO
              MOVE 'MEETING DATE NOT MM/DD/YY' TO RJ-REMARKS
              PERFORM 34-REJECT-ROW-ROUTINE
           ELSE
              IF WS-CONV-DAYS > WS-TODAY-DAYS
                 MOVE 'MEETING DATE AFTER TODAY' TO RJ-REMARKS
                 PERFORM 34-REJECT-ROW-ROUTINE
              ELSE
                 IF WS-MEET-DAYS NOT = SPACES
                    DIVIDE WS-CONV-DAYS BY 7 GIVING WS-WEEKS
                        REMAINDER WS-WEEKDAY-NO
                    MOVE WS-WEEKDAY-LETTERS (WS-WEEKDAY-NO + 1:1)
                        TO WS-WEEKDAY-LETTER
                    MOVE ZERO TO WS-DAY-TALLY
                    INSPECT WS-MEET-DAYS TALLYING WS-DAY-TALLY
                        FOR ALL WS-WEEKDAY-LETTER
                    IF WS-DAY-TALLY = ZERO
                       MOVE 'SECTION DOES NOT MEET THAT DAY'
                           TO RJ-REMARKS
                       PERFORM 34-REJECT-ROW-ROUTINE
                         END-IF
                      END-IF
                   END-IF
                END-IF
           .

       34-REJECT-ROW-ROUTINE.

      *    THE CALLER HAS ALREADY NAMED THE REASON IN RJ-REMARKS --
      *    ONLY THE ROWS THAT GOT AS FAR AS A CLEAN MASTER PROBE
      *    HAVE A NAME TO SHOW

           MOVE AI-STUDENT-ID TO RJ-STUDENT-ID
           MOVE AI-SECTION    TO RJ-SECTION
           MOVE AI-MEET-DATE  TO RJ-MEET-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'N' TO WS-ROW-GOOD-SW
           .

       40-CHECK-POSTED-ROUTINE.

      *    THE CUMULATIVE FILE IS SWEPT ONCE AGAINST THE DAY'S ROWS
      *    -- A STUDENT'S MEETING ALREADY ON FILE (A RERUN OF THE
      *    SAME DAY, OR A SHEET KEYED TWICE) IS MARKED AND REJECTED
      *    BELOW INSTEAD OF COUNTING THE MEETING TWICE

           IF WS-DAY-COUNT > ZERO
              OPEN INPUT CUM-ATTEND-FILE
              MOVE 'Y' TO CUM-EOF-FLAG
              PERFORM UNTIL CUM-AT-EOF
                  READ CUM-ATTEND-FILE
                      AT END
                          SET CUM-AT-EOF TO TRUE
                      NOT AT END
                          SET DRT-IDX TO 1
                          SEARCH DRT-ENTRY
                              AT END
                                  CONTINUE
                              WHEN DRT-STUDENT-ID (DRT-IDX)
                                       = AC-STUDENT-ID
                               AND DRT-MEET-DATE (DRT-IDX)
                                       = AC-MEET-DATE
                                  SET DRT-ALREADY-POSTED (DRT-IDX)
                                      TO TRUE
                          END-SEARCH
                  END-READ
              END-PERFORM
              CLOSE CUM-ATTEND-FILE
                END-IF
           .

       45-EOF-ROUTINE.

           OPEN EXTEND CUM-ATTEND-FILE
           PERFORM 46-POST-ONE-ROW-ROUTINE
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
           CLOSE CUM-ATTEND-FILE

           MOVE WS-READ-COUNT     TO RTL-READ
           MOVE WS-LOADED-COUNT   TO RTL-LOADED
           MOVE WS-REJECTED-COUNT TO RTL-REJECTED
           WRITE REJECT-RECORD FROM REJECT-TOTALS-LINE

           CLOSE DAILY-ATTEND-FILE
                 STUDENT-MASTER
                 REJECT-FILE
           STOP RUN
           .

       46-POST-ONE-ROW-ROUTINE.

           IF DRT-ALREADY-POSTED (WS-DAY-IDX)
              MOVE DRT-STUDENT-ID (WS-DAY-IDX) TO RJ-STUDENT-ID
              MOVE DRT-NAME (WS-DAY-IDX)       TO RJ-NAME
              MOVE DRT-SECTION (WS-DAY-IDX)    TO RJ-SECTION
              MOVE DRT-MEET-DATE (WS-DAY-IDX)  TO RJ-MEET-DATE
              MOVE 'MEETING ALREADY POSTED'    TO RJ-REMARKS
              WRITE REJECT-RECORD
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              MOVE SPACES TO CUM-ATTEND-RECORD
              MOVE DRT-STUDENT-ID (WS-DAY-IDX) TO AC-STUDENT-ID
              MOVE DRT-SECTION (WS-DAY-IDX)    TO AC-SECTION
              MOVE DRT-MEET-DATE (WS-DAY-IDX)  TO AC-MEET-DATE
              MOVE DRT-STATUS (WS-DAY-IDX)     TO AC-STATUS
              MOVE WS-RUN-DATE-DISPLAY         TO AC-POSTED-DATE
              WRITE CUM-ATTEND-RECORD
              ADD 1 TO WS-LOADED-COUNT
                END-IF
           .
