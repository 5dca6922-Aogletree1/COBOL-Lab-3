       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDRIVER.
       AUTHOR. YOURNAMEHERE.
      ****************************************************************
      * This program runs the nightly CLASS GRADES stream.  The
      * steps used to be run by hand in a fixed order -- unload the
      * master, import the LMS grades, apply the grade changes, copy
      * GRADENEW.TXT over GRADES.TXT, run the report -- and a step
      * that came back nonzero only stopped the stream if the
      * operator happened to catch it.  Last month a short LMS import
      * went straight through to GRADES.CSV.  The driver now runs
      * each step off a job-step control file, tests every step's
      * return code against the most that step is allowed, stops
      * the stream at the first step over its limit, and promotes
      * GRADENEW.TXT to GRADES.TXT itself.
      * ******
      * INPUT:
      *    The JOB-STEP CONTROL FILE (JOBSTEPS.TXT) -- two shapes of
      *    record, told apart by column 1 the way LAB3CTL.TXT tells
      *    its record types apart:
      *      A STEP ('S' IN COLUMN 1), RUN IN FILE ORDER:
      *         1.  STEP NUMBER
      *         2.  STEP NAME (PRINTED ON THE JOB LOG)
      *         3.  HIGHEST RETURN CODE THE STEP MAY END WITH
      *         4.  ACTION -- 'R' RUNS THE COMMAND IN COLUMNS 19-78,
      *             'P' PROMOTES GRADENEW.TXT TO GRADES.TXT
      *         5.  COMMAND (ACTION 'R' ONLY)
      *      A RESTART ('R' IN COLUMN 1), OPTIONAL:
      *         1.  STEP NUMBER TO RESTART FROM -- EVERY STEP AHEAD
      *             OF IT IS LOGGED AS SKIPPED AND NOT RUN
      * *******
      * OUTPUT:
      *    GRADES.TXT -- REPLACED BY GRADENEW.TXT AT THE PROMOTION
      *    STEP.
      *    The JOB LOG (JOBLOG.TXT) -- opened EXTEND; each run adds
      *    a block led by a dated run-start line, then one line per
      *    step with its start and end times, return code and
      *    allowed maximum, and, when the stream stops, the step to
      *    restart from.
      * *************
      * EXCEPTIONS:
      *    A CONTROL FILE WITH NO STEPS, A STEP RECORD THAT DOES NOT
      *    EDIT, OR A RESTART NAMING NO STEP ON FILE HOLDS THE RUN
      *    BEFORE ANY STEP RUNS.  THE PROMOTION REFUSES AN EMPTY
      *    GRADENEW.TXT, OR ONE WHOSE RECORD COUNT DIFFERS FROM
      *    GRADES.TXT, AND ENDS THAT STEP WITH RETURN CODE 12.  A
      *    STOPPED STREAM ENDS WITH THE FAILING STEP'S RETURN CODE.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    10/15/26  RWP  NEW PROGRAM -- NIGHTLY STREAM DRIVER WITH
      *                   PER-STEP RETURN-CODE LIMITS, BUILT-IN
      *                   GRADENEW.TXT PROMOTION AND A JOB LOG NAMING
      *                   THE RESTART STEP
      *    10/15/26  RWP  JOB LOG OPENED EXTEND -- A RESTART RUN NO
      *                   LONGER WIPES THE FAILED RUN'S LOG; EACH
      *                   RUN'S BLOCK LEADS WITH A DATED START LINE
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****
           SELECT OPTIONAL JOB-STEP-FILE
               ASSIGN TO 'JOBSTEPS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL GRADE-FILE
               ASSIGN TO 'GRADES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL NEW-GRADE-FILE
               ASSIGN TO 'GRADENEW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL JOB-LOG-FILE
               ASSIGN TO 'JOBLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *****
       FD  JOB-STEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-STEP-RECORD.
           05  JS-TYPE                 PIC X(01).
           05  JS-STEP-NO              PIC 9(02).
           05  JS-STEP-NAME            PIC X(12).
           05  JS-MAX-RC               PIC 9(02).
           05  JS-ACTION               PIC X(01).
           05  JS-COMMAND              PIC X(60).
           05  FILLER                  PIC X(02).
      *    THE RESTART RECORD -- 'R' IN COLUMN 1
       01  JOB-RESTART-RECORD.
           05  JR-TYPE                 PIC X(01).
           05  JR-RESTART-STEP         PIC 9(02).
           05  FILLER                  PIC X(77).
      *****
       FD  GRADE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-RECORD                PIC X(80).
      *****
       FD  NEW-GRADE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-GRADE-RECORD            PIC X(80).
      *****
       FD  JOB-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-LOG-RECORD              PIC X(80).
      *****
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  JS-EOF-FLAG             PIC X         VALUE 'Y'.
               88  JS-AT-EOF                         VALUE 'N'.
           05  GRD-EOF-FLAG            PIC X         VALUE 'Y'.
               88  GRD-AT-EOF                        VALUE 'N'.
           05  WS-CONTROL-BAD-SW       PIC X         VALUE 'N'.
               88  CONTROL-FILE-BAD                  VALUE 'Y'.
           05  WS-RESTART-SW           PIC X         VALUE 'N'.
               88  RESTART-REQUESTED                 VALUE 'Y'.
           05  WS-RESTART-REACHED-SW   PIC X         VALUE 'Y'.
               88  RESTART-STEP-REACHED              VALUE 'Y'.
           05  WS-RESTART-FOUND-SW     PIC X         VALUE 'N'.
               88  RESTART-STEP-ON-FILE              VALUE 'Y'.
           05  WS-JOB-STOPPED-SW       PIC X         VALUE 'N'.
               88  JOB-STOPPED                       VALUE 'Y'.
      *****
       01  STEP-COUNTS.
           05  WS-STEP-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-STEP-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-FAILED-IDX           PIC S9(4) COMP VALUE 0.
           05  WS-STEPS-RUN            PIC S9(4) COMP VALUE 0.
           05  WS-STEPS-SKIPPED        PIC S9(4) COMP VALUE 0.
           05  WS-OLD-GRADE-COUNT      PIC S9(5) COMP VALUE 0.
           05  WS-NEW-GRADE-COUNT      PIC S9(5) COMP VALUE 0.
      *****
      *    THE STREAM IS TABLED WHOLE AND EDITED BEFORE THE FIRST
      *    STEP RUNS -- A BAD RECORD AT THE BOTTOM OF THE FILE MUST
      *    NOT BE FOUND AFTER THE TOP HALF HAS ALREADY RUN
       01  STEP-TABLE.
           05  STP-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-STEP-COUNT.
               10  STP-STEP-NO         PIC 9(02).
               10  STP-STEP-NAME       PIC X(12).
               10  STP-MAX-RC          PIC 9(02).
               10  STP-ACTION          PIC X(01).
                   88  STP-RUN-COMMAND               VALUE 'R'.
                   88  STP-PROMOTE-GRADES            VALUE 'P'.
               10  STP-COMMAND         PIC X(60).
               10  STP-RC              PIC S9(4) COMP.
      *****
       01  STEP-WORK-FIELDS.
           05  WS-RESTART-STEP         PIC 9(02)     VALUE 0.
           05  WS-STEP-RC              PIC S9(9) COMP VALUE 0.
      *    THE COMMAND IS HANDED OVER WITH A TRAILING SPACE SO THE
      *    60-BYTE COMMAND COLUMN CAN NEVER RUN INTO WHAT FOLLOWS IT
           05  WS-COMMAND              PIC X(61)     VALUE SPACES.
           05  WS-START-TIME           PIC X(08)     VALUE SPACES.
           05  WS-END-TIME             PIC X(08)     VALUE SPACES.
      *****
       01  WS-DATE.
           05  WS-YEAR                 PIC 99        VALUE 0.
           05  WS-MONTH                PIC 99        VALUE 0.
           05  WS-DAY                  PIC 99        VALUE 0.
      *****
       01  WS-TIME.
           05  WS-HOUR                 PIC 99        VALUE 0.
           05  WS-MINUTE               PIC 99        VALUE 0.
           05  WS-SECOND               PIC 99        VALUE 0.
           05  WS-HUNDREDTHS           PIC 99        VALUE 0.
      *****
       01  WS-RUN-DATE-DISPLAY         PIC X(08)     VALUE SPACES.
       01  WS-TIME-DISPLAY             PIC X(08)     VALUE SPACES.
      *****
       01  LOG-HEADING-LINE.
           05                          PIC X(28)     VALUE
                                        ' NIGHTLY BATCH RUN STARTED'.
           05  LH-DATE                 PIC X(08).
           05                          PIC X(02)     VALUE SPACES.
           05  LH-TIME                 PIC X(08).
      *****
       01  LOG-COLUMN-LINE.
           05                          PIC X(05)     VALUE ' NO.'.
           05                          PIC X(14)     VALUE 'NAME'.
           05                          PIC X(10)     VALUE 'START'.
           05                          PIC X(10)     VALUE 'END'.
           05                          PIC X(06)     VALUE '  RC'.
           05                          PIC X(05)     VALUE 'MAX'.
           05                          PIC X(06)     VALUE 'STATUS'.
      *****
       01  LOG-STEP-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  LSL-STEP-NO             PIC 99.
           05                          PIC X(02)     VALUE SPACES.
           05  LSL-STEP-NAME           PIC X(12).
           05                          PIC X(02)     VALUE SPACES.
           05  LSL-START-TIME          PIC X(08).
           05                          PIC X(02)     VALUE SPACES.
           05  LSL-END-TIME            PIC X(08).
           05                          PIC X(02)     VALUE SPACES.
           05  LSL-RC                  PIC ZZZ9.
           05  LSL-RC-X REDEFINES LSL-RC
                                       PIC X(04).
           05                          PIC X(02)     VALUE SPACES.
           05  LSL-MAX-RC              PIC Z9.
           05                          PIC X(03)     VALUE SPACES.
           05  LSL-STATUS              PIC X(20).
      *****
       01  LOG-DETAIL-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  LG-MESSAGE              PIC X(50).
           05  LG-COUNT                PIC ZZZZ9.
      *****
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-RUN-STEPS-ROUTINE
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

      *    THE LOG IS ONLY EVER ADDED TO -- THE FAILED RUN'S BLOCK
      *    IS STILL THERE ABOVE THE RESTART RUN'S OWN
           OPEN EXTEND JOB-LOG-FILE
           MOVE SPACES TO JOB-LOG-RECORD
           WRITE JOB-LOG-RECORD
           PERFORM 17-TIME-OF-DAY-ROUTINE
           MOVE WS-RUN-DATE-DISPLAY TO LH-DATE
           MOVE WS-TIME-DISPLAY     TO LH-TIME
           WRITE JOB-LOG-RECORD FROM LOG-HEADING-LINE
           MOVE SPACES TO LOG-DETAIL-LINE

           PERFORM 16-LOAD-STEPS-ROUTINE

      *    NOTHING RUNS OFF A STREAM THAT DID NOT EDIT CLEAN --
      *    HALF A NIGHT RUN IS HARDER TO RECOVER THAN NONE
           IF WS-STEP-COUNT = ZERO
              MOVE 'NO STEPS ON JOBSTEPS.TXT - RUN HELD'
                  TO LG-MESSAGE
              MOVE ZERO TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
              SET CONTROL-FILE-BAD TO TRUE
                END-IF
           IF RESTART-REQUESTED
              AND NOT RESTART-STEP-ON-FILE
              MOVE 'RESTART STEP NOT ON JOBSTEPS.TXT - RUN HELD'
                  TO LG-MESSAGE
              MOVE WS-RESTART-STEP TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
              SET CONTROL-FILE-BAD TO TRUE
                END-IF
           IF CONTROL-FILE-BAD
              CLOSE JOB-LOG-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
                END-IF

           WRITE JOB-LOG-RECORD FROM LOG-COLUMN-LINE
           .

       16-LOAD-STEPS-ROUTINE.

           OPEN INPUT JOB-STEP-FILE
           MOVE 'Y' TO JS-EOF-FLAG
           PERFORM UNTIL JS-AT-EOF
               READ JOB-STEP-FILE
                   AT END
                       SET JS-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 16A-EDIT-STEP-RECORD-ROUTINE
               END-READ
           END-PERFORM
           CLOSE JOB-STEP-FILE

      *    A RESTART SKIPS EVERY STEP AHEAD OF THE ONE IT NAMES --
      *    THE SKIPPING STOPS WHEN 25- REACHES THAT STEP
           IF RESTART-REQUESTED
              MOVE 'N' TO WS-RESTART-REACHED-SW
              IF WS-STEP-COUNT > ZERO
                 PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-COUNT
                     IF STP-STEP-NO (WS-STEP-IDX) = WS-RESTART-STEP
                        SET RESTART-STEP-ON-FILE TO TRUE
                     END-IF
                 END-PERFORM
                   END-IF
                END-IF
           .

       16A-EDIT-STEP-RECORD-ROUTINE.

      *    EVERY STEP MUST CARRY A NUMBER, A NUMERIC LIMIT AND AN
      *    ACTION THIS PROGRAM KNOWS, AND A RUN STEP MUST NAME ITS
      *    COMMAND -- ANYTHING ELSE IS LOGGED AND HOLDS THE RUN

           IF JS-TYPE = 'R'
              IF JR-RESTART-STEP IS NUMERIC
                 AND JR-RESTART-STEP > ZERO
                 SET RESTART-REQUESTED TO TRUE
                 MOVE JR-RESTART-STEP TO WS-RESTART-STEP
              ELSE
                 MOVE 'RESTART RECORD STEP NOT NUMERIC'
                     TO LG-MESSAGE
                 MOVE ZERO TO LG-COUNT
                 WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
                 SET CONTROL-FILE-BAD TO TRUE
                   END-IF
           ELSE
              IF JS-TYPE = 'S'
                 IF JS-STEP-NO IS NOT NUMERIC
                    OR JS-MAX-RC IS NOT NUMERIC
                    OR (JS-ACTION NOT = 'R' AND JS-ACTION NOT = 'P')
                    OR (JS-ACTION = 'R' AND JS-COMMAND = SPACES)
                    MOVE SPACES TO LG-MESSAGE
                    STRING 'STEP RECORD DOES NOT EDIT - '
                                           DELIMITED BY SIZE
                           JS-STEP-NAME    DELIMITED BY SIZE
                        INTO LG-MESSAGE
                    MOVE ZERO TO LG-COUNT
                    WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
                    SET CONTROL-FILE-BAD TO TRUE
                 ELSE
                    IF WS-STEP-COUNT < 20
                       ADD 1 TO WS-STEP-COUNT
                       MOVE JS-STEP-NO
                           TO STP-STEP-NO (WS-STEP-COUNT)
                       MOVE JS-STEP-NAME
                           TO STP-STEP-NAME (WS-STEP-COUNT)
                       MOVE JS-MAX-RC
                           TO STP-MAX-RC (WS-STEP-COUNT)
                       MOVE JS-ACTION
                           TO STP-ACTION (WS-STEP-COUNT)
                       MOVE JS-COMMAND
                           TO STP-COMMAND (WS-STEP-COUNT)
                       MOVE ZERO
                           TO STP-RC (WS-STEP-COUNT)
                    ELSE
                       MOVE 'OVER 20 STEPS ON JOBSTEPS.TXT'
                           TO LG-MESSAGE
                       MOVE ZERO TO LG-COUNT
                       WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
                       SET CONTROL-FILE-BAD TO TRUE
                         END-IF
                      END-IF
              ELSE
      *          A BLANK LINE IN THE CONTROL FILE IS HARMLESS
                 IF JOB-STEP-RECORD NOT = SPACES
                    MOVE 'UNRECOGNIZED JOBSTEPS.TXT RECORD'
                        TO LG-MESSAGE
                    MOVE ZERO TO LG-COUNT
                    WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
                    SET CONTROL-FILE-BAD TO TRUE
                      END-IF
                   END-IF
                END-IF
           .

       17-TIME-OF-DAY-ROUTINE.

           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-TIME-DISPLAY
           STRING WS-HOUR   DELIMITED BY SIZE
                  ':'       DELIMITED BY SIZE
                  WS-MINUTE DELIMITED BY SIZE
                  ':'       DELIMITED BY SIZE
                  WS-SECOND DELIMITED BY SIZE
               INTO WS-TIME-DISPLAY
           .

       20-RUN-STEPS-ROUTINE.

           PERFORM 25-RUN-ONE-STEP-ROUTINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                  OR JOB-STOPPED
           .

       25-RUN-ONE-STEP-ROUTINE.

           MOVE SPACES TO LOG-STEP-LINE
           MOVE STP-STEP-NO (WS-STEP-IDX)   TO LSL-STEP-NO
           MOVE STP-STEP-NAME (WS-STEP-IDX) TO LSL-STEP-NAME
           MOVE STP-MAX-RC (WS-STEP-IDX)    TO LSL-MAX-RC

           IF NOT RESTART-STEP-REACHED
              AND STP-STEP-NO (WS-STEP-IDX) = WS-RESTART-STEP
              SET RESTART-STEP-REACHED TO TRUE
                END-IF

           IF NOT RESTART-STEP-REACHED
              MOVE SPACES                 TO LSL-RC-X
              MOVE 'SKIPPED - RESTART'    TO LSL-STATUS
              WRITE JOB-LOG-RECORD FROM LOG-STEP-LINE
              ADD 1 TO WS-STEPS-SKIPPED
           ELSE
              PERFORM 17-TIME-OF-DAY-ROUTINE
              MOVE WS-TIME-DISPLAY TO WS-START-TIME

              IF STP-PROMOTE-GRADES (WS-STEP-IDX)
                 PERFORM 30-PROMOTE-GRADES-ROUTINE
              ELSE
                 PERFORM 26-EXECUTE-COMMAND-ROUTINE
                   END-IF

              PERFORM 17-TIME-OF-DAY-ROUTINE
              MOVE WS-TIME-DISPLAY TO WS-END-TIME
              MOVE WS-STEP-RC      TO STP-RC (WS-STEP-IDX)
              ADD 1 TO WS-STEPS-RUN

              MOVE WS-START-TIME   TO LSL-START-TIME
              MOVE WS-END-TIME     TO LSL-END-TIME
              MOVE WS-STEP-RC      TO LSL-RC
              IF WS-STEP-RC > STP-MAX-RC (WS-STEP-IDX)
                 MOVE 'FAILED - OVER LIMIT' TO LSL-STATUS
                 SET JOB-STOPPED TO TRUE
                 MOVE WS-STEP-IDX TO WS-FAILED-IDX
              ELSE
                 MOVE 'ENDED OK'            TO LSL-STATUS
                   END-IF
              WRITE JOB-LOG-RECORD FROM LOG-STEP-LINE
                END-IF
           .

       26-EXECUTE-COMMAND-ROUTINE.

      *    THE STEP RUNS AS ITS OWN PROGRAM -- EVERY PROGRAM IN THE
      *    STREAM ENDS WITH STOP RUN, WHICH WOULD END THE DRIVER TOO
      *    IF THE STEP WERE CALLED DIRECTLY.  THE SHELL HANDS BACK
      *    THE STEP'S RETURN CODE IN THE HIGH-ORDER BYTE OF ITS
      *    STATUS, SO A VALUE PAST 255 IS SHIFTED DOWN TO THE CODE
      *    THE STEP ACTUALLY SET

           MOVE SPACES TO WS-COMMAND
           MOVE STP-COMMAND (WS-STEP-IDX) TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-STEP-RC > 255
              DIVIDE 256 INTO WS-STEP-RC
                END-IF
           IF WS-STEP-RC < ZERO
              MOVE 16 TO WS-STEP-RC
                END-IF
           MOVE ZERO TO RETURN-CODE
           .

       30-PROMOTE-GRADES-ROUTINE.

      *    GRADENEW.TXT CARRIES EVERY GRADE RECORD, CORRECTED, IN
      *    GRADES.TXT ORDER -- SO ITS RECORD COUNT MUST MATCH THE
      *    FILE IT REPLACES.  AN EMPTY OR SHORT GRADENEW.TXT IS LEFT
      *    WHERE IT IS AND GRADES.TXT IS NOT TOUCHED

           MOVE ZERO TO WS-STEP-RC

           MOVE ZERO TO WS-OLD-GRADE-COUNT
           OPEN INPUT GRADE-FILE
           MOVE 'Y' TO GRD-EOF-FLAG
           PERFORM UNTIL GRD-AT-EOF
               READ GRADE-FILE
                   AT END
                       SET GRD-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OLD-GRADE-COUNT
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE

           MOVE ZERO TO WS-NEW-GRADE-COUNT
           OPEN INPUT NEW-GRADE-FILE
           MOVE 'Y' TO GRD-EOF-FLAG
           PERFORM UNTIL GRD-AT-EOF
               READ NEW-GRADE-FILE
                   AT END
                       SET GRD-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NEW-GRADE-COUNT
               END-READ
           END-PERFORM
           CLOSE NEW-GRADE-FILE

           IF WS-NEW-GRADE-COUNT = ZERO
              MOVE 'GRADENEW.TXT EMPTY - NOT PROMOTED'
                  TO LG-MESSAGE
              MOVE ZERO TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
              MOVE 12 TO WS-STEP-RC
                END-IF
           IF WS-NEW-GRADE-COUNT > ZERO
              AND WS-NEW-GRADE-COUNT NOT = WS-OLD-GRADE-COUNT
              MOVE 'GRADENEW.TXT COUNT DIFFERS - NOT PROMOTED'
                  TO LG-MESSAGE
              MOVE WS-NEW-GRADE-COUNT TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
              MOVE 'GRADES.TXT RECORD COUNT'
                  TO LG-MESSAGE
              MOVE WS-OLD-GRADE-COUNT TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
              MOVE 12 TO WS-STEP-RC
                END-IF

           IF WS-STEP-RC = ZERO
              OPEN INPUT  NEW-GRADE-FILE
              OPEN OUTPUT GRADE-FILE
              MOVE 'Y' TO GRD-EOF-FLAG
              PERFORM UNTIL GRD-AT-EOF
                  READ NEW-GRADE-FILE
                      AT END
                          SET GRD-AT-EOF TO TRUE
                      NOT AT END
                          WRITE GRADE-RECORD FROM NEW-GRADE-RECORD
                  END-READ
              END-PERFORM
              CLOSE NEW-GRADE-FILE
                    GRADE-FILE
              MOVE 'GRADENEW.TXT PROMOTED TO GRADES.TXT'
                  TO LG-MESSAGE
              MOVE WS-NEW-GRADE-COUNT TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
                END-IF
           .

       45-EOF-ROUTINE.

           MOVE 'STEPS RUN'         TO LG-MESSAGE
           MOVE WS-STEPS-RUN        TO LG-COUNT
           WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
           IF RESTART-REQUESTED
              MOVE 'STEPS SKIPPED FOR RESTART' TO LG-MESSAGE
              MOVE WS-STEPS-SKIPPED            TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
                END-IF

      *    A STOPPED STREAM NAMES THE STEP TO RESTART FROM -- THE
      *    FAILING STEP ITSELF, ONCE ITS CAUSE IS FIXED -- AND ENDS
      *    WITH THAT STEP'S OWN RETURN CODE SO WHATEVER SCHEDULED
      *    THE DRIVER SEES THE SAME FAILURE THE STEP REPORTED
           IF JOB-STOPPED
              MOVE SPACES TO LG-MESSAGE
              STRING 'JOB STOPPED - RESTART FROM STEP '
                                               DELIMITED BY SIZE
                     STP-STEP-NAME (WS-FAILED-IDX)
                                               DELIMITED BY SIZE
                  INTO LG-MESSAGE
              MOVE STP-STEP-NO (WS-FAILED-IDX) TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
              MOVE STP-RC (WS-FAILED-IDX) TO RETURN-CODE
           ELSE
              MOVE 'JOB COMPLETE' TO LG-MESSAGE
              MOVE ZERO           TO LG-COUNT
              WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE
                END-IF

           PERFORM 17-TIME-OF-DAY-ROUTINE
           MOVE SPACES TO LG-MESSAGE
           STRING 'JOB ENDED '        DELIMITED BY SIZE
                  WS-TIME-DISPLAY     DELIMITED BY SIZE
               INTO LG-MESSAGE
           MOVE ZERO TO LG-COUNT
           WRITE JOB-LOG-RECORD FROM LOG-DETAIL-LINE

           CLOSE JOB-LOG-FILE
           STOP RUN
           .
