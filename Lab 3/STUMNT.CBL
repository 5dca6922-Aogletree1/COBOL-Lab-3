      * INPUT:
      *    The MASTER TRANSACTION FILE (STUMTRAN.TXT) contains one
      *    transaction per record:
      *         1.  ACTION CODE -- 'A' ADD, 'C' CHANGE, 'D' DROP,
      *             'T' SECTION TRANSFER
      *         2.  STUDENT ID (THE RECORD KEY)
      *         3.  STUDENT NAME
      *         4.  CLASS SECTION (THE RECEIVING SECTION ON A 'T')
      *         5.  CONTINUING-ENROLLMENT INDICATOR
      *         6.  EFFECTIVE DATE (MM/DD/YY) -- 'T' ONLY
      *    The SECTION MASTER (SECTMAST.TXT) -- sections run this
      *    term and their enrollment capacities.
      *    The term's working files a transfer must follow --
      *    GRADES.TXT, STUHIST.TXT, INCOMPLT.TXT and GRADEPND.TXT.
      *    The WAITLIST (WAITLIST.TXT) -- students waiting for a seat
      *    in a full section, in the order they arrived.
      * *******
      * OUTPUT:
      *    The STUDENT MASTER (STUMAST.DAT) -- indexed on the
      *    student ID, updated in place.
      *    The REJECTS LISTING (STUMREJ.TXT) -- one record per
      *    transaction that could not be applied, with the reason.
      *    GRADES.TXT, STUHIST.TXT AND INCOMPLT.TXT -- A TRANSFERRED
      *    STUDENT'S RECORDS REWRITTEN UNDER THE RECEIVING SECTION.
      *    The TRANSFER LOG (XFERLOG.TXT) -- OPENED EXTEND, ONE
      *    RECORD PER TRANSFER WITH THE FROM-SECTION, TO-SECTION,
      *    EFFECTIVE DATE AND THE RECORDS MOVED IN EACH FILE.
      *    The WAITLIST (WAITLIST.TXT) -- REWRITTEN AT END OF RUN
      *    WITH ONLY THE STUDENTS STILL WAITING.
      *    The WAITLIST REPORT (WAITRPT.TXT) -- BY SECTION, EACH
      *    WAITING STUDENT'S POSITION AND DATE WAITLISTED, AND
      *    EVERYONE PROMOTED OR TAKEN OUT OF LINE THIS RUN.
      * *************
      * EXCEPTIONS:
      *    AN ADD FOR AN ID ALREADY ON FILE, A CHANGE OR DROP FOR AN
      *    ID NOT ON FILE, A BLANK ID OR NAME, AN UNKNOWN ACTION
      *    CODE, OR A CHANGE KEYING A SECTION OTHER THAN THE
      *    STUDENT'S OWN (A SECTION MOVES ONLY ON A 'T') IS WRITTEN
      *    TO THE REJECTS LISTING AND DOES NOT TOUCH THE MASTER.
      *    A TRANSFER INTO A SECTION ALREADY AT ITS SEC-CAPACITY,
      *    INTO THE SECTION THE STUDENT IS ALREADY IN, OR WITH AN
      *    EFFECTIVE DATE NOT KEYED MM/DD/YY REJECTS THE SAME WAY.
      *    AN ADD FOR A SECTION AT ITS SEC-CAPACITY GOES ON THE
      *    WAITLIST INSTEAD OF THE MASTER; ONE FOR A STUDENT ALREADY
      *    WAITING REJECTS.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    08/22/26  RWP  NEW PROGRAM -- KEYED ADD/CHANGE/DROP
      *                   TRANSACTIONS -- THE TERM-END CLOSEOUT
      *                   (TERMCLOSE) CARRIES A 'Y' STUDENT FORWARD
      *                   AND PURGES THE REST
      *    10/15/26  RWP  'T' SECTION TRANSFER TRANSACTION -- CHECKS
      *                   THE RECEIVING SECTION'S CAPACITY, MOVES THE
      *                   STUDENT ON THE MASTER, GRADES.TXT,
      *                   STUHIST.TXT AND INCOMPLT.TXT IN ONE STEP
      *                   AND LOGS EACH MOVE TO XFERLOG.TXT.  MASTER
      *                   ACCESS NOW DYNAMIC SO SECTION ENROLLMENT
      *                   CAN BE COUNTED UP FRONT
      *    10/15/26  RWP  SECTION CAPACITY ENFORCED ON ADDS -- A FULL
      *                   SECTION WAITLISTS THE STUDENT (WAITLIST.TXT)
      *                   IN ARRIVAL ORDER.  A DROP OR TRANSFER THAT
      *                   OPENS A SEAT PROMOTES THE NEXT STUDENT IN
      *                   LINE ONTO THE MASTER; WAITLIST REPORT BY
      *                   SECTION ON WAITRPT.TXT
      *    10/15/26  RWP  GRADES.TXT RESORTED INTO SECTION ORDER AFTER
      *                   A TRANSFER INSTEAD OF COPIED BACK IN ITS OLD
      *                   ORDER -- KEEPS THE REPORT RUN'S SECTION
      *                   BREAKS WHOLE
      *    10/15/26  RWP  A 'C' NO LONGER MOVES A STUDENT'S SECTION --
      *                   A KEYED SECTION OTHER THAN THE STUDENT'S OWN
      *                   REJECTS 'SECTION CHANGE - USE T' SO CAPACITY,
      *                   THE WAITLIST AND THE WORKING FILES ARE ALL
      *                   HANDLED BY THE TRANSFER
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
           SELECT OPTIONAL GRADE-FILE
               ASSIGN TO 'GRADES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL STUDENT-HIST-FILE
               ASSIGN TO 'STUHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL INCOMPLETE-FILE
               ASSIGN TO 'INCOMPLT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'GRADEPND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT TRANSFER-WORK-FILE
               ASSIGN TO 'XFERWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT GRADE-SORT-FILE
               ASSIGN TO 'XFERSORT.TMP'.
      *****
           SELECT OPTIONAL TRANSFER-LOG-FILE
               ASSIGN TO 'XFERLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO 'WAITLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT WAITLIST-REPORT-FILE
               ASSIGN TO 'WAITRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *    'Y' OR 'N' SETS THE CONTINUING-ENROLLMENT INDICATOR --
      *    ANYTHING ELSE ON A CHANGE LEAVES IT AS IT STANDS
           05  MT-CONTINUING           PIC X(01).
      *    MM/DD/YY A TRANSFER TAKES EFFECT -- SPACES MEANS THE RUN
      *    DATE.  IGNORED ON EVERY ACTION BUT 'T'
           05  MT-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(37).
      *****
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  SEC-MEET-TIME           PIC X(11).
           05  SEC-CAPACITY            PIC 9(03).
           05  FILLER                  PIC X(37).
      *****
      *    THE TERM'S GRADE FILE -- SAME LAYOUT LMSIMPORT BUILDS
       FD  GRADE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-RECORD.
           05  GR-NAME                 PIC X(20).
           05  GR-EXAM-SCORES          PIC X(12).
           05  GR-CLASS-SECTION        PIC X(04).
           05  GR-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(35).
      *****
      *    THE RUN-BY-RUN STUDENT HISTORY THE REPORT RUN KEEPS
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
      *    THE INCOMPLETE FOLLOW-UP FILE THE REPORT RUN KEEPS
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
      *    PENDING SCORE CORRECTIONS -- KEYED BY STUDENT, NOT BY
      *    SECTION, SO THEY FOLLOW A TRANSFER WITHOUT A REWRITE AND
      *    ARE ONLY COUNTED FOR THE LOG
       FD  PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-RECORD.
           05  PD-CHANGE-REF           PIC X(04).
           05  PD-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(67).
      *****
       FD  TRANSFER-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSFER-WORK-RECORD        PIC X(80).
      *****
      *    A RESTAMPED GRADE RECORD IS OUT OF SECTION ORDER -- THE
      *    GRADE FILE GOES BACK THROUGH THE SORT SO THE REPORT RUN'S
      *    SECTION BREAKS STILL HOLD
       SD  GRADE-SORT-FILE.
       01  SORT-RECORD.
           05  SR-NAME                 PIC X(20).
           05  SR-EXAMS                PIC X(12).
           05  SR-SECTION              PIC X(04).
           05  SR-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(35).
      *****
       FD  TRANSFER-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSFER-LOG-RECORD.
           05  XL-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  XL-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(01).
           05  XL-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  XL-FROM-SECTION         PIC X(04).
           05  FILLER                  PIC X(01).
           05  XL-TO-SECTION           PIC X(04).
           05  FILLER                  PIC X(01).
           05  XL-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  XL-GRADES-MOVED         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  XL-HIST-MOVED           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  XL-INCOMP-MOVED         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  XL-PENDING-COUNT        PIC 9(02).
           05  FILLER                  PIC X(09).
      *****
      *    ONE RECORD PER STUDENT WAITING FOR A SEAT, IN THE ORDER
      *    THEY ARRIVED -- SISIMPORT ADDS TO THE END OF IT AND THIS
      *    PROGRAM REWRITES IT AS STUDENTS ARE PROMOTED OR DROPPED
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
       FD  WAITLIST-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WAITLIST-REPORT-RECORD      PIC X(80).
      *****
       WORKING-STORAGE SECTION.

      *    MAINTENANCE RUN OF A TERM -- EVERY OTHER NON-00 OPEN
      *    STATUS MEANS THE MASTER IS UNUSABLE
               88  MASTER-OPEN-GOOD                  VALUES '00' '05'.
           05  MST-EOF-FLAG            PIC X         VALUE 'Y'.
               88  MST-AT-EOF                        VALUE 'N'.
           05  WORK-EOF-FLAG           PIC X         VALUE 'Y'.
               88  WORK-AT-EOF                       VALUE 'N'.
           05  WS-DATE-OK-SW           PIC X         VALUE 'Y'.
               88  EFFECTIVE-DATE-OK                 VALUE 'Y'.
      *****
       01  MAINT-COUNTS.
           05  WS-APPLIED-COUNT        PIC S9(4) COMP VALUE 0.
           05  WS-REJECTED-COUNT       PIC S9(4) COMP VALUE 0.
           05  WS-TRANSFER-COUNT       PIC S9(4) COMP VALUE 0.
           05  WS-COPY-COUNT           PIC S9(5) COMP VALUE 0.
      *****
       01  WS-DATE.
           05  WS-YEAR                 PIC 99        VALUE 0.
           05  WS-MONTH                PIC 99        VALUE 0.
           05  WS-DAY                  PIC 99        VALUE 0.
      *****
       01  WS-RUN-DATE-DISPLAY         PIC X(08)     VALUE SPACES.
      *****
       01  SECTION-MASTER-FLAGS.
           05  SEC-EOF-FLAG            PIC X         VALUE 'Y'.
       01  SECTION-MASTER-COUNTS.
           05  WS-SECT-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-SECT-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-SECT-HIT-IDX         PIC S9(4) COMP VALUE 0.
           05  WS-FIND-SECTION         PIC X(04)     VALUE SPACES.
      *****
      *    A MISSING OR EMPTY SECTION MASTER LEAVES THE COUNT AT
      *    ZERO AND THE EXISTENCE CHECK IS WAIVED WITH A LOGGED
      *    NOTICE RATHER THAN REJECTING THE WHOLE DECK -- THE SAME
      *    COURTESY THE OPTIONAL CONTROL FILE GETS ELSEWHERE
      *    THE CAPACITY IS CARRIED FROM THE SECTION MASTER AND THE
      *    ENROLLMENT COUNTED OFF THE STUDENT MASTER AT START OF RUN,
      *    THEN KEPT CURRENT AS EACH ADD, DROP AND TRANSFER
      *    APPLIES -- ZERO CAPACITY MEANS NO LIMIT, AS ON THE REPORT
       01  SECTION-MASTER-TABLE.
           05  SMT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-SECT-COUNT.
               10  SMT-SECTION         PIC X(04).
               10  SMT-CAPACITY        PIC 9(03).
               10  SMT-ENROLLED        PIC S9(4) COMP.
               10  SMT-WAITING         PIC S9(4) COMP.
      *****
      *    THIS RUN'S TRANSFERS, IN DECK ORDER.  THE WORKING FILES
      *    ARE REWRITTEN ONCE AT END OF RUN FROM THIS TABLE RATHER
      *    THAN ONCE PER TRANSACTION -- A STUDENT MOVED TWICE IN ONE
      *    DECK LANDS IN THE LAST RECEIVING SECTION, AND THE MOVED
      *    COUNTS ARE CREDITED TO THAT LAST TRANSFER
       01  TRANSFER-COUNTS.
           05  WS-XFER-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-XFER-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-XFER-HIT-IDX         PIC S9(4) COMP VALUE 0.
           05  WS-MATCH-STUDENT-ID     PIC X(09)     VALUE SPACES.
           05  WS-OLD-SECTION          PIC X(04)     VALUE SPACES.
           05  WS-EFFECTIVE-DATE       PIC X(08)     VALUE SPACES.
       01  TRANSFER-TABLE.
           05  XT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-XFER-COUNT.
               10  XT-STUDENT-ID       PIC X(09).
               10  XT-NAME             PIC X(20).
               10  XT-FROM-SECTION     PIC X(04).
               10  XT-TO-SECTION       PIC X(04).
               10  XT-EFFECTIVE-DATE   PIC X(08).
               10  XT-GRADES-MOVED     PIC S9(4) COMP.
               10  XT-HIST-MOVED       PIC S9(4) COMP.
               10  XT-INCOMP-MOVED     PIC S9(4) COMP.
               10  XT-PENDING-COUNT    PIC S9(4) COMP.
      *****
      *    THE WAITLIST AS IT STOOD AT START OF RUN PLUS THIS RUN'S
      *    ADDS, IN ARRIVAL ORDER.  AN ENTRY IS NEVER REMOVED DURING
      *    THE RUN -- ITS STATUS CHANGES, SO THE REPORT CAN SHOW WHO
      *    LEFT THE LINE THIS RUN AND WHY
       01  WAITLIST-FLAGS.
           05  WAIT-EOF-FLAG           PIC X         VALUE 'Y'.
               88  WAIT-AT-EOF                       VALUE 'N'.
           05  WS-WAIT-OVERFLOW-SW     PIC X         VALUE 'N'.
               88  WAITLIST-OVERFLOW                 VALUE 'Y'.
      *    'Y' A SEAT WAS FILLED, 'N' NONE COULD BE, 'F' THE MASTER
      *    WRITE FAILED AND NO FURTHER PROMOTION IS TRIED
           05  WS-PROMOTE-SW           PIC X         VALUE 'N'.
               88  SEAT-FILLED                       VALUE 'Y'.
           05  WS-BLOCK-SW             PIC X         VALUE 'N'.
               88  BLOCK-STARTED                     VALUE 'Y'.
       01  WAITLIST-COUNTS.
           05  WS-WAIT-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-WAIT-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-WAIT-HIT-IDX         PIC S9(4) COMP VALUE 0.
           05  WS-FILL-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-POSITION             PIC S9(4) COMP VALUE 0.
           05  WS-WAITLISTED-COUNT     PIC S9(4) COMP VALUE 0.
           05  WS-PROMOTED-COUNT       PIC S9(4) COMP VALUE 0.
           05  WS-STILL-WAITING-COUNT  PIC S9(4) COMP VALUE 0.
       01  WAITLIST-TABLE.
           05  WT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-WAIT-COUNT.
               10  WT-SECTION          PIC X(04).
               10  WT-STUDENT-ID       PIC X(09).
               10  WT-NAME             PIC X(20).
               10  WT-CONTINUING       PIC X(01).
               10  WT-DATE-WAITLISTED  PIC X(08).
               10  WT-SOURCE           PIC X(01).
               10  WT-STATUS           PIC X(01).
                   88  WT-WAITING                    VALUE 'W'.
                   88  WT-PROMOTED                   VALUE 'P'.
                   88  WT-DROPPED                    VALUE 'D'.
                   88  WT-ON-MASTER                  VALUE 'M'.
      *****
       01  EFFECTIVE-DATE-CHECK.
           05  EDC-MONTH               PIC X(02).
           05  EDC-SLASH-1             PIC X(01).
           05  EDC-DAY                 PIC X(02).
           05  EDC-SLASH-2             PIC X(01).
           05  EDC-YEAR                PIC X(02).
      *****
      *    TRAILER ON THE REJECTS LISTING SO THE RUN ACCOUNTS FOR
      *    EVERY TRANSACTION THE SAME WAY THE REPORT RUN'S CONTROL
           05                          PIC X(11)     VALUE
                                        '  REJECTED'.
           05  RTL-REJECTED            PIC ZZZ9.
           05                          PIC X(14)     VALUE
                                        '  TRANSFERRED'.
           05  RTL-TRANSFERRED         PIC ZZZ9.
           05                          PIC X(26)     VALUE SPACES.
      *****
       01  WAITLIST-TOTALS-LINE.
           05                          PIC X(10)     VALUE 'WAITLIST'.
           05                          PIC X(07)     VALUE 'ADDED'.
           05  WTL-ADDED               PIC ZZZ9.
           05                          PIC X(11)     VALUE
                                        '  PROMOTED'.
           05  WTL-PROMOTED            PIC ZZZ9.
           05                          PIC X(16)     VALUE
                                        '  STILL WAITING'.
           05  WTL-WAITING             PIC ZZZ9.
           05                          PIC X(24)     VALUE SPACES.
      *****
       01  WAITLIST-HEADING-LINE.
           05                          PIC X(30)     VALUE
                                        ' ENROLLMENT WAITLIST'.
           05  WHL-DATE                PIC X(08).
      *****
       01  WAITLIST-SECTION-LINE.
           05                          PIC X(09)     VALUE
                                        ' SECTION'.
           05  WSL-SECTION             PIC X(04).
           05                          PIC X(12)     VALUE
                                        '   CAPACITY'.
           05  WSL-CAPACITY            PIC ZZ9.
           05                          PIC X(12)     VALUE
                                        '   ENROLLED'.
           05  WSL-ENROLLED            PIC ZZZ9.
           05                          PIC X(11)     VALUE
                                        '   WAITING'.
           05  WSL-WAITING             PIC ZZZ9.
      *****
       01  WAITLIST-COLUMN-LINE.
           05                          PIC X(09)     VALUE '   POS'.
           05                          PIC X(11)     VALUE
                                        'STUDENT ID'.
           05                          PIC X(22)     VALUE 'NAME'.
           05                          PIC X(11)     VALUE
                                        'WAITLISTED'.
           05                          PIC X(06)     VALUE 'STATUS'.
      *****
       01  WAITLIST-DETAIL-LINE.
           05                          PIC X(03)     VALUE SPACES.
           05  WDL-POSITION            PIC ZZ9       BLANK WHEN ZERO.
           05                          PIC X(03)     VALUE SPACES.
           05  WDL-STUDENT-ID          PIC X(09).
           05                          PIC X(02)     VALUE SPACES.
           05  WDL-NAME                PIC X(20).
           05                          PIC X(02)     VALUE SPACES.
           05  WDL-DATE                PIC X(08).
           05                          PIC X(03)     VALUE SPACES.
           05  WDL-STATUS              PIC X(20).
           05                          PIC X(07)     VALUE SPACES.
      *****
       01  WAITLIST-UNTABLED-LINE.
           05                          PIC X(40)     VALUE
                                ' WAITING ON SECTIONS NOT RUN'.
      *****
       01  WAITLIST-REPORT-TOTALS-LINE.
           05                          PIC X(24)     VALUE
                                        ' TOTALS   STILL WAITING'.
           05  WRT-WAITING             PIC ZZZ9.
           05                          PIC X(18)     VALUE
                                        '   ADDED THIS RUN'.
           05  WRT-ADDED               PIC ZZZ9.
           05                          PIC X(21)     VALUE
                                        '   PROMOTED THIS RUN'.
           05  WRT-PROMOTED            PIC ZZZ9.
      *****
       PROCEDURE DIVISION.

      *    VERY FIRST MAINTENANCE RUN OF A TERM, SO THE INITIAL LOAD
      *    IS JUST A DECK OF 'A' TRANSACTIONS

           ACCEPT WS-DATE FROM DATE
           MOVE SPACES TO WS-RUN-DATE-DISPLAY
           STRING WS-MONTH DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY

           OPEN I-O STUDENT-MASTER
                INPUT MASTER-TRAN-FILE
               OUTPUT REJECT-FILE
                END-IF

           PERFORM 16-LOAD-SECTION-MASTER-ROUTINE
           PERFORM 17-COUNT-ENROLLMENT-ROUTINE
           PERFORM 18-LOAD-WAITLIST-ROUTINE
           PERFORM 19-FILL-OPEN-SEATS-ROUTINE
           .

       16-LOAD-SECTION-MASTER-ROUTINE.

      *    THE TERM'S SECTIONS ARE TABLED ONCE SO AN ADD OR TRANSFER
      *    CAN BE CHECKED AGAINST SECTIONS THAT ACTUALLY EXIST --
      *    A MISTYPED SECTION USED TO LAND ON THE MASTER AND BECOME
      *    ITS OWN CONTROL BREAK ON THE REPORT
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
      *    SECTION BEFORE THE FIRST TRANSACTION, SO A TRANSFER CAN BE
      *    HELD TO THE RECEIVING SECTION'S CAPACITY.  THE KEYED
      *    READS BELOW DO NOT DEPEND ON WHERE THIS SWEEP LEAVES OFF

           IF WS-SECT-COUNT > ZERO
              MOVE 'Y' TO MST-EOF-FLAG
              PERFORM UNTIL MST-AT-EOF
                  READ STUDENT-MASTER NEXT RECORD
                      AT END
                          SET MST-AT-EOF TO TRUE
                      NOT AT END
                          MOVE SM-CLASS-SECTION TO WS-FIND-SECTION
                          PERFORM 37-FIND-SECTION-ROUTINE
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

      *    THE WAITLIST IS TABLED WHOLE, IN ARRIVAL ORDER, AND
      *    REWRITTEN AT END OF RUN WITHOUT THE STUDENTS WHO LEFT IT.
      *    A WAITLIST THE TABLE CANNOT HOLD WOULD LOSE ITS TAIL ON
      *    THAT REWRITE, SO THE RUN IS HELD INSTEAD

           OPEN INPUT WAITLIST-FILE
           MOVE 'Y' TO WAIT-EOF-FLAG
           PERFORM UNTIL WAIT-AT-EOF
               READ WAITLIST-FILE
                   AT END
                       SET WAIT-AT-EOF TO TRUE
                   NOT AT END
                       IF WL-STUDENT-ID NOT = SPACES
                          IF WS-WAIT-COUNT < 500
                             PERFORM 18A-TABLE-WAITLIST-ROUTINE
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
              CLOSE STUDENT-MASTER
                    MASTER-TRAN-FILE
                    REJECT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
                END-IF
           .

       18A-TABLE-WAITLIST-ROUTINE.

           ADD 1 TO WS-WAIT-COUNT
           MOVE WL-SECTION         TO WT-SECTION (WS-WAIT-COUNT)
           MOVE WL-STUDENT-ID      TO WT-STUDENT-ID (WS-WAIT-COUNT)
           MOVE WL-NAME            TO WT-NAME (WS-WAIT-COUNT)
           MOVE WL-CONTINUING      TO WT-CONTINUING (WS-WAIT-COUNT)
           MOVE WL-DATE-WAITLISTED
               TO WT-DATE-WAITLISTED (WS-WAIT-COUNT)
           MOVE WL-SOURCE          TO WT-SOURCE (WS-WAIT-COUNT)
           SET WT-WAITING (WS-WAIT-COUNT) TO TRUE
           MOVE WL-SECTION TO WS-FIND-SECTION
           PERFORM 37-FIND-SECTION-ROUTINE
           IF WS-SECT-HIT-IDX > ZERO
              ADD 1 TO SMT-WAITING (WS-SECT-HIT-IDX)
                END-IF
           .

       19-FILL-OPEN-SEATS-ROUTINE.

      *    A SEAT CAN ALSO OPEN BETWEEN RUNS -- A CAPACITY RAISED ON
      *    THE SECTION MASTER, OR A STUDENT PURGED SOME OTHER WAY.
      *    EVERY SECTION IS TOPPED UP FROM ITS LINE BEFORE THE FIRST
      *    TRANSACTION, SO THE DECK SEES THE LINE AS IT REALLY STANDS

           PERFORM VARYING WS-FILL-IDX FROM 1 BY 1
               UNTIL WS-FILL-IDX > WS-SECT-COUNT
               MOVE 'Y' TO WS-PROMOTE-SW
               PERFORM UNTIL NOT SEAT-FILLED
                   MOVE WS-FILL-IDX TO WS-SECT-HIT-IDX
                   PERFORM 46-PROMOTE-NEXT-ROUTINE
               END-PERFORM
           END-PERFORM
           .

       25-PROCESS-TRAN-ROUTINE.

           MOVE 'Y' TO TRAN-EOF-FLAG
                    IF MT-ACTION = 'D'
                       PERFORM 33-DROP-STUDENT-ROUTINE
                    ELSE
                       IF MT-ACTION = 'T'
                          PERFORM 36-TRANSFER-STUDENT-ROUTINE
                       ELSE
                          MOVE 'ACTION NOT A, C, D OR T'
                              TO RJ-REMARKS
                          PERFORM 34-REJECT-TRAN-ROUTINE
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                     TO RJ-REMARKS
                 PERFORM 34-REJECT-TRAN-ROUTINE
              ELSE
                 PERFORM 31B-CHECK-SEAT-ROUTINE
                   END-IF
                END-IF
           .
                   PERFORM 34-REJECT-TRAN-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SM-CLASS-SECTION TO WS-FIND-SECTION
                   PERFORM 37-FIND-SECTION-ROUTINE
                   IF WS-SECT-HIT-IDX > ZERO
                      ADD 1 TO SMT-ENROLLED (WS-SECT-HIT-IDX)
                        END-IF
           END-WRITE
      *    A WRITE FAULT OUTSIDE THE INVALID-KEY FAMILY (2X)
      *    RAISES NEITHER PHRASE ABOVE -- IT IS REJECTED BY
                END-IF
           .

       31B-CHECK-SEAT-ROUTINE.

      *    A SECTION AT ITS CAPACITY -- OR ONE WITH STUDENTS ALREADY
      *    WAITING, WHO CAME FIRST -- PUTS THE ADD ON THE WAITLIST
      *    INSTEAD OF THE MASTER.  NO CAPACITY ON THE SECTION
      *    MASTER, OR NO SECTION MASTER AT ALL, STILL MEANS NO LIMIT

           MOVE MT-CLASS-SECTION TO WS-FIND-SECTION
           PERFORM 37-FIND-SECTION-ROUTINE
           IF WS-SECT-HIT-IDX > ZERO
              AND SMT-CAPACITY (WS-SECT-HIT-IDX) > ZERO
              AND (SMT-ENROLLED (WS-SECT-HIT-IDX)
                       NOT < SMT-CAPACITY (WS-SECT-HIT-IDX)
                   OR SMT-WAITING (WS-SECT-HIT-IDX) > ZERO)
              PERFORM 31C-WAITLIST-STUDENT-ROUTINE
           ELSE
              PERFORM 31A-WRITE-STUDENT-ROUTINE
                END-IF
           .

       31C-WAITLIST-STUDENT-ROUTINE.

      *    A STUDENT ALREADY HOLDING A SEAT, OR ALREADY IN LINE FOR
      *    ANY SECTION, IS NOT WAITLISTED AGAIN -- ONE PLACE IN LINE
      *    PER STUDENT

           MOVE MT-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM 31D-ADD-TO-WAITLIST-ROUTINE
               NOT INVALID KEY
                   MOVE 'ID ALREADY ON FILE' TO RJ-REMARKS
                   PERFORM 34-REJECT-TRAN-ROUTINE
           END-READ
           .

       31D-ADD-TO-WAITLIST-ROUTINE.

           MOVE MT-STUDENT-ID TO WS-MATCH-STUDENT-ID
           PERFORM 44C-MATCH-WAITLIST-ROUTINE
           IF WS-WAIT-HIT-IDX > ZERO
              MOVE 'ALREADY ON WAITLIST' TO RJ-REMARKS
              PERFORM 34-REJECT-TRAN-ROUTINE
           ELSE
              IF WS-WAIT-COUNT NOT < 500
                 MOVE 'WAITLIST FULL - RESUBMIT' TO RJ-REMARKS
                 PERFORM 34-REJECT-TRAN-ROUTINE
              ELSE
                 ADD 1 TO WS-WAIT-COUNT
                 MOVE MT-CLASS-SECTION
                     TO WT-SECTION (WS-WAIT-COUNT)
                 MOVE MT-STUDENT-ID
                     TO WT-STUDENT-ID (WS-WAIT-COUNT)
                 MOVE MT-NAME
                     TO WT-NAME (WS-WAIT-COUNT)
                 IF MT-CONTINUING = 'Y'
                    MOVE 'Y' TO WT-CONTINUING (WS-WAIT-COUNT)
                 ELSE
                    MOVE 'N' TO WT-CONTINUING (WS-WAIT-COUNT)
                      END-IF
                 MOVE WS-RUN-DATE-DISPLAY
                     TO WT-DATE-WAITLISTED (WS-WAIT-COUNT)
                 MOVE 'M' TO WT-SOURCE (WS-WAIT-COUNT)
                 SET WT-WAITING (WS-WAIT-COUNT) TO TRUE
                 ADD 1 TO SMT-WAITING (WS-SECT-HIT-IDX)
                 ADD 1 TO WS-WAITLISTED-COUNT
                   END-IF
                END-IF
           .

       32-CHANGE-STUDENT-ROUTINE.

      *    ONLY THE FIELDS ACTUALLY KEYED ON THE TRANSACTION ARE
      *    REPLACED -- A CHANGE OF NAME ALONE LEAVES THE CONTINUING
      *    INDICATOR AS IT STANDS, AND THE OTHER WAY AROUND.  A
      *    SECTION IS NEVER CHANGED HERE -- A 'C' WOULD SKIP THE
      *    CAPACITY CHECK AND THE WAITLIST AND LEAVE THE GRADE FILE,
      *    HISTORY AND INCOMPLETES ON THE OLD SECTION, SO A KEYED
      *    SECTION OTHER THAN THE STUDENT'S OWN REJECTS TO BE KEYED
      *    AGAIN AS A 'T'

           MOVE MT-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
                   MOVE 'ID NOT ON FILE' TO RJ-REMARKS
                   PERFORM 34-REJECT-TRAN-ROUTINE
               NOT INVALID KEY
                   IF MT-CLASS-SECTION NOT = SPACES
                   AND MT-CLASS-SECTION NOT = SM-CLASS-SECTION
                      MOVE 'SECTION CHANGE - USE T' TO RJ-REMARKS
                      PERFORM 34-REJECT-TRAN-ROUTINE
                   ELSE
                      PERFORM 32A-REWRITE-STUDENT-ROUTINE
                        END-IF
           END-READ
           .

       32A-REWRITE-STUDENT-ROUTINE.

           IF MT-NAME NOT = SPACES
              MOVE MT-NAME          TO SM-NAME
                END-IF
           IF MT-CONTINUING = 'Y' OR MT-CONTINUING = 'N'
              MOVE MT-CONTINUING    TO SM-CONTINUING-IND
                END-IF
           REWRITE STUDENT-MASTER-RECORD
      *    A FAILED REWRITE MUST NOT COUNT AS APPLIED -- IT IS
      *    REJECTED BY STATUS AND THE RUN MARKED DIRTY
           IF MASTER-IO-GOOD
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              MOVE 'REWRITE FAILED - FS' TO RJ-REMARKS
              MOVE WS-MASTER-FILE-STATUS
                  TO RJ-REMARKS (21:2)
              PERFORM 34-REJECT-TRAN-ROUTINE
              MOVE 12 TO RETURN-CODE
                END-IF
           .

       33-DROP-STUDENT-ROUTINE.

           MOVE MT-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM 33A-DROP-FROM-WAITLIST-ROUTINE
               NOT INVALID KEY
                   DELETE STUDENT-MASTER RECORD
      *            A FAILED DELETE MUST NOT COUNT AS APPLIED --
      *            IT IS REJECTED BY STATUS AND THE RUN MARKED DIRTY
                   IF MASTER-IO-GOOD
                      ADD 1 TO WS-APPLIED-COUNT
                      MOVE SM-CLASS-SECTION TO WS-FIND-SECTION
                      PERFORM 37-FIND-SECTION-ROUTINE
                      IF WS-SECT-HIT-IDX > ZERO
                         SUBTRACT 1 FROM SMT-ENROLLED (WS-SECT-HIT-IDX)
                         PERFORM 46-PROMOTE-NEXT-ROUTINE
                           END-IF
                   ELSE
                      MOVE 'DELETE FAILED - FS' TO RJ-REMARKS
                      MOVE WS-MASTER-FILE-STATUS
           END-READ
           .

       33A-DROP-FROM-WAITLIST-ROUTINE.

      *    A STUDENT STILL WAITING HAS NO MASTER RECORD TO DROP --
      *    THE DROP TAKES THEM OUT OF LINE INSTEAD

           MOVE MT-STUDENT-ID TO WS-MATCH-STUDENT-ID
           PERFORM 44C-MATCH-WAITLIST-ROUTINE
           IF WS-WAIT-HIT-IDX > ZERO
              SET WT-DROPPED (WS-WAIT-HIT-IDX) TO TRUE
              ADD 1 TO WS-APPLIED-COUNT
              MOVE WT-SECTION (WS-WAIT-HIT-IDX) TO WS-FIND-SECTION
              PERFORM 37-FIND-SECTION-ROUTINE
              IF WS-SECT-HIT-IDX > ZERO
                 SUBTRACT 1 FROM SMT-WAITING (WS-SECT-HIT-IDX)
                   END-IF
           ELSE
              MOVE 'ID NOT ON FILE' TO RJ-REMARKS
              PERFORM 34-REJECT-TRAN-ROUTINE
                END-IF
           .

       34-REJECT-TRAN-ROUTINE.

           MOVE MT-ACTION     TO RJ-ACTION
                END-IF
           .

       36-TRANSFER-STUDENT-ROUTINE.

      *    A TRANSFER MOVES THE STUDENT'S WHOLE TERM RECORD, NOT JUST
      *    THE MASTER -- A 'C' OF THE SECTION LEFT THE GRADE FILE,
      *    HISTORY AND INCOMPLETES BEHIND AND THE ROSTER CHECK FLAGGED
      *    THE STUDENT EVERY NIGHT.  THE MASTER MOVES HERE; THE
      *    WORKING FILES FOLLOW AT END OF RUN

           IF MT-CLASS-SECTION = SPACES
              MOVE 'RECEIVING SECTION IS BLANK' TO RJ-REMARKS
              PERFORM 34-REJECT-TRAN-ROUTINE
           ELSE
              PERFORM 35-CHECK-SECTION-ROUTINE
              PERFORM 39-CHECK-EFFECTIVE-DATE-ROUTINE
              IF NOT SECTION-ON-MASTER
                 MOVE 'SECTION NOT ON SECTION MASTER'
                     TO RJ-REMARKS
                 PERFORM 34-REJECT-TRAN-ROUTINE
              ELSE
                 IF NOT EFFECTIVE-DATE-OK
                    MOVE 'EFFECTIVE DATE NOT MM/DD/YY'
                        TO RJ-REMARKS
                    PERFORM 34-REJECT-TRAN-ROUTINE
                 ELSE
                    PERFORM 36A-READ-TRANSFER-ROUTINE
                      END-IF
                   END-IF
                END-IF
           .

       36A-READ-TRANSFER-ROUTINE.

           MOVE MT-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'ID NOT ON FILE' TO RJ-REMARKS
                   PERFORM 34-REJECT-TRAN-ROUTINE
               NOT INVALID KEY
                   PERFORM 36B-APPLY-TRANSFER-ROUTINE
           END-READ
           .

       36B-APPLY-TRANSFER-ROUTINE.

      *    THE RECEIVING SECTION'S SEAT IS CHECKED AGAINST THE LIVE
      *    ENROLLMENT COUNT -- A SECTION WITH NO CAPACITY ON THE
      *    SECTION MASTER, OR NO SECTION MASTER AT ALL, TAKES THE
      *    STUDENT

           MOVE MT-CLASS-SECTION TO WS-FIND-SECTION
           PERFORM 37-FIND-SECTION-ROUTINE
           IF SM-CLASS-SECTION = MT-CLASS-SECTION
              MOVE 'ALREADY IN RECEIVING SECTION' TO RJ-REMARKS
              PERFORM 34-REJECT-TRAN-ROUTINE
           ELSE
              IF WS-SECT-HIT-IDX > ZERO
                 AND SMT-CAPACITY (WS-SECT-HIT-IDX) > ZERO
                 AND SMT-ENROLLED (WS-SECT-HIT-IDX)
                     NOT < SMT-CAPACITY (WS-SECT-HIT-IDX)
                 MOVE 'RECEIVING SECTION AT CAPACITY' TO RJ-REMARKS
                 PERFORM 34-REJECT-TRAN-ROUTINE
              ELSE
                 IF WS-XFER-COUNT NOT < 100
                    MOVE 'TRANSFER LIMIT - RESUBMIT' TO RJ-REMARKS
                    PERFORM 34-REJECT-TRAN-ROUTINE
                 ELSE
                    MOVE SM-CLASS-SECTION TO WS-OLD-SECTION
                    MOVE MT-CLASS-SECTION TO SM-CLASS-SECTION
                    REWRITE STUDENT-MASTER-RECORD
                    IF MASTER-IO-GOOD
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-TRANSFER-COUNT
                       PERFORM 38-MOVE-ENROLLMENT-ROUTINE
                       ADD 1 TO WS-XFER-COUNT
                       MOVE SM-STUDENT-ID
                           TO XT-STUDENT-ID (WS-XFER-COUNT)
                       MOVE SM-NAME
                           TO XT-NAME (WS-XFER-COUNT)
                       MOVE WS-OLD-SECTION
                           TO XT-FROM-SECTION (WS-XFER-COUNT)
                       MOVE SM-CLASS-SECTION
                           TO XT-TO-SECTION (WS-XFER-COUNT)
                       MOVE WS-EFFECTIVE-DATE
                           TO XT-EFFECTIVE-DATE (WS-XFER-COUNT)
                       MOVE ZERO
                           TO XT-GRADES-MOVED (WS-XFER-COUNT)
                              XT-HIST-MOVED (WS-XFER-COUNT)
                              XT-INCOMP-MOVED (WS-XFER-COUNT)
                              XT-PENDING-COUNT (WS-XFER-COUNT)
                       MOVE WS-OLD-SECTION TO WS-FIND-SECTION
                       PERFORM 37-FIND-SECTION-ROUTINE
                       PERFORM 46-PROMOTE-NEXT-ROUTINE
                    ELSE
                       MOVE 'REWRITE FAILED - FS' TO RJ-REMARKS
                       MOVE WS-MASTER-FILE-STATUS
                           TO RJ-REMARKS (21:2)
                       PERFORM 34-REJECT-TRAN-ROUTINE
                       MOVE 12 TO RETURN-CODE
                         END-IF
                      END-IF
                   END-IF
                END-IF
           .

       37-FIND-SECTION-ROUTINE.

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

       38-MOVE-ENROLLMENT-ROUTINE.

      *    ONE SEAT GIVEN BACK IN WS-OLD-SECTION, ONE TAKEN IN THE
      *    SECTION NOW ON THE MASTER RECORD

           MOVE WS-OLD-SECTION TO WS-FIND-SECTION
           PERFORM 37-FIND-SECTION-ROUTINE
           IF WS-SECT-HIT-IDX > ZERO
              SUBTRACT 1 FROM SMT-ENROLLED (WS-SECT-HIT-IDX)
                END-IF
           MOVE SM-CLASS-SECTION TO WS-FIND-SECTION
           PERFORM 37-FIND-SECTION-ROUTINE
           IF WS-SECT-HIT-IDX > ZERO
              ADD 1 TO SMT-ENROLLED (WS-SECT-HIT-IDX)
                END-IF
           .

       39-CHECK-EFFECTIVE-DATE-ROUTINE.

      *    AN UNKEYED EFFECTIVE DATE IS THE RUN DATE -- A KEYED ONE
      *    MUST AT LEAST BE SHAPED MM/DD/YY TO GO ON THE LOG

           MOVE 'Y' TO WS-DATE-OK-SW
           IF MT-EFFECTIVE-DATE = SPACES
              MOVE WS-RUN-DATE-DISPLAY TO WS-EFFECTIVE-DATE
           ELSE
              MOVE MT-EFFECTIVE-DATE TO EFFECTIVE-DATE-CHECK
                                        WS-EFFECTIVE-DATE
              IF EDC-MONTH IS NOT NUMERIC
                 OR EDC-DAY IS NOT NUMERIC
                 OR EDC-YEAR IS NOT NUMERIC
                 OR EDC-SLASH-1 NOT = '/'
                 OR EDC-SLASH-2 NOT = '/'
                 OR EDC-MONTH < '01' OR EDC-MONTH > '12'
                 OR EDC-DAY < '01' OR EDC-DAY > '31'
                 MOVE 'N' TO WS-DATE-OK-SW
                   END-IF
                END-IF
           .

       40-APPLY-TRANSFERS-ROUTINE.

      *    EACH WORKING FILE STREAMS THROUGH THE WORK FILE AND BACK,
      *    THE WAY THE REPORT RUN REWRITES ITS STUDENT HISTORY, WITH
      *    EVERY RECORD FOR A TRANSFERRED STUDENT RESTAMPED TO THE
      *    RECEIVING SECTION.  A FILE THAT IS MISSING OR EMPTY IS
      *    LEFT EXACTLY AS IT WAS

           PERFORM 41-MOVE-GRADES-ROUTINE
           PERFORM 42-MOVE-STUHIST-ROUTINE
           PERFORM 43-MOVE-INCOMPLETE-ROUTINE
           PERFORM 44-COUNT-PENDING-ROUTINE
           PERFORM 44B-WRITE-TRANSFER-LOG-ROUTINE
           .

       41-MOVE-GRADES-ROUTINE.

           OPEN INPUT  GRADE-FILE
                OUTPUT TRANSFER-WORK-FILE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ GRADE-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE GR-STUDENT-ID TO WS-MATCH-STUDENT-ID
                       PERFORM 44A-MATCH-TRANSFER-ROUTINE
                       IF WS-XFER-HIT-IDX > ZERO
                          MOVE XT-TO-SECTION (WS-XFER-HIT-IDX)
                              TO GR-CLASS-SECTION
                          ADD 1 TO XT-GRADES-MOVED (WS-XFER-HIT-IDX)
                       END-IF
                       WRITE TRANSFER-WORK-RECORD FROM GRADE-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE
                 TRANSFER-WORK-FILE

      *    BACK INTO SECTION ORDER THE WAY LMSIMPORT BUILDS THE FILE
      *    -- DUPLICATES IN ORDER KEEPS EACH SECTION'S STUDENTS IN
      *    THEIR EXISTING SEQUENCE, SO A TRANSFER LANDS AMONG THE
      *    RECEIVING SECTION'S RECORDS WHERE IT ALREADY STOOD

           IF WS-COPY-COUNT > ZERO
              SORT GRADE-SORT-FILE
                  ON ASCENDING KEY SR-SECTION
                  WITH DUPLICATES IN ORDER
                  USING TRANSFER-WORK-FILE
                  GIVING GRADE-FILE
                END-IF
           .

       42-MOVE-STUHIST-ROUTINE.

           OPEN INPUT  STUDENT-HIST-FILE
                OUTPUT TRANSFER-WORK-FILE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ STUDENT-HIST-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE SHR-STUDENT-ID TO WS-MATCH-STUDENT-ID
                       PERFORM 44A-MATCH-TRANSFER-ROUTINE
                       IF WS-XFER-HIT-IDX > ZERO
                          MOVE XT-TO-SECTION (WS-XFER-HIT-IDX)
                              TO SHR-SECTION
                          ADD 1 TO XT-HIST-MOVED (WS-XFER-HIT-IDX)
                       END-IF
                       WRITE TRANSFER-WORK-RECORD
                           FROM STUDENT-HIST-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE STUDENT-HIST-FILE
                 TRANSFER-WORK-FILE

           IF WS-COPY-COUNT > ZERO
              OPEN INPUT  TRANSFER-WORK-FILE
                   OUTPUT STUDENT-HIST-FILE
              MOVE 'Y' TO WORK-EOF-FLAG
              PERFORM UNTIL WORK-AT-EOF
                  READ TRANSFER-WORK-FILE
                      AT END
                          SET WORK-AT-EOF TO TRUE
                      NOT AT END
                          WRITE STUDENT-HIST-RECORD
                              FROM TRANSFER-WORK-RECORD
                  END-READ
              END-PERFORM
              CLOSE TRANSFER-WORK-FILE
                    STUDENT-HIST-FILE
                END-IF
           .

       43-MOVE-INCOMPLETE-ROUTINE.

           OPEN INPUT  INCOMPLETE-FILE
                OUTPUT TRANSFER-WORK-FILE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ INCOMPLETE-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE IW-STUDENT-ID TO WS-MATCH-STUDENT-ID
                       PERFORM 44A-MATCH-TRANSFER-ROUTINE
                       IF WS-XFER-HIT-IDX > ZERO
                          MOVE XT-TO-SECTION (WS-XFER-HIT-IDX)
                              TO IW-SECTION
                          ADD 1 TO XT-INCOMP-MOVED (WS-XFER-HIT-IDX)
                       END-IF
                       WRITE TRANSFER-WORK-RECORD
                           FROM INCOMPLETE-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE INCOMPLETE-FILE
                 TRANSFER-WORK-FILE

           IF WS-COPY-COUNT > ZERO
              OPEN INPUT  TRANSFER-WORK-FILE
                   OUTPUT INCOMPLETE-FILE
              MOVE 'Y' TO WORK-EOF-FLAG
              PERFORM UNTIL WORK-AT-EOF
                  READ TRANSFER-WORK-FILE
                      AT END
                          SET WORK-AT-EOF TO TRUE
                      NOT AT END
                          WRITE INCOMPLETE-RECORD
                              FROM TRANSFER-WORK-RECORD
                  END-READ
              END-PERFORM
              CLOSE TRANSFER-WORK-FILE
                    INCOMPLETE-FILE
                END-IF
           .

       44-COUNT-PENDING-ROUTINE.

      *    A PENDING CORRECTION NAMES ONLY THE STUDENT AND THE EXAM --
      *    GRADECHANGE APPLIES IT TO WHATEVER GRADE RECORD CARRIES
      *    THE ID, SO IT FOLLOWS THE TRANSFER UNTOUCHED.  THE COUNT
      *    GOES ON THE LOG SO THE REGISTRAR KNOWS IT IS IN FLIGHT

           OPEN INPUT PENDING-FILE
           MOVE 'Y' TO WORK-EOF-FLAG
           PERFORM UNTIL WORK-AT-EOF
               READ PENDING-FILE
                   AT END
                       SET WORK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE PD-STUDENT-ID TO WS-MATCH-STUDENT-ID
                       PERFORM 44A-MATCH-TRANSFER-ROUTINE
                       IF WS-XFER-HIT-IDX > ZERO
                          ADD 1 TO XT-PENDING-COUNT (WS-XFER-HIT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           .

       44A-MATCH-TRANSFER-ROUTINE.

      *    THE LAST TRANSFER IN THE DECK FOR THE STUDENT WINS -- IT
      *    NAMES THE SECTION THE MASTER NOW HOLDS

           MOVE ZERO TO WS-XFER-HIT-IDX
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
               UNTIL WS-XFER-IDX > WS-XFER-COUNT
               IF XT-STUDENT-ID (WS-XFER-IDX) = WS-MATCH-STUDENT-ID
                  MOVE WS-XFER-IDX TO WS-XFER-HIT-IDX
               END-IF
           END-PERFORM
           .

       44B-WRITE-TRANSFER-LOG-ROUTINE.

           OPEN EXTEND TRANSFER-LOG-FILE
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
               UNTIL WS-XFER-IDX > WS-XFER-COUNT
               MOVE SPACES TO TRANSFER-LOG-RECORD
               MOVE WS-RUN-DATE-DISPLAY TO XL-RUN-DATE
               MOVE XT-STUDENT-ID (WS-XFER-IDX)     TO XL-STUDENT-ID
               MOVE XT-NAME (WS-XFER-IDX)           TO XL-NAME
               MOVE XT-FROM-SECTION (WS-XFER-IDX)   TO XL-FROM-SECTION
               MOVE XT-TO-SECTION (WS-XFER-IDX)     TO XL-TO-SECTION
               MOVE XT-EFFECTIVE-DATE (WS-XFER-IDX)
                   TO XL-EFFECTIVE-DATE
               MOVE XT-GRADES-MOVED (WS-XFER-IDX)   TO XL-GRADES-MOVED
               MOVE XT-HIST-MOVED (WS-XFER-IDX)     TO XL-HIST-MOVED
               MOVE XT-INCOMP-MOVED (WS-XFER-IDX)   TO XL-INCOMP-MOVED
               MOVE XT-PENDING-COUNT (WS-XFER-IDX)
                   TO XL-PENDING-COUNT
               WRITE TRANSFER-LOG-RECORD
           END-PERFORM
           CLOSE TRANSFER-LOG-FILE
           .

       44C-MATCH-WAITLIST-ROUTINE.

      *    LEAVES WS-WAIT-HIT-IDX ON THE ENTRY STILL WAITING FOR
      *    WS-MATCH-STUDENT-ID, OR ZERO WHEN THE STUDENT IS NOT IN
      *    LINE

           MOVE ZERO TO WS-WAIT-HIT-IDX
           PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
               UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
               IF WT-STUDENT-ID (WS-WAIT-IDX) = WS-MATCH-STUDENT-ID
                  AND WT-WAITING (WS-WAIT-IDX)
                  MOVE WS-WAIT-IDX TO WS-WAIT-HIT-IDX
               END-IF
           END-PERFORM
           .

       45-EOF-ROUTINE.

           IF WS-XFER-COUNT > ZERO
              PERFORM 40-APPLY-TRANSFERS-ROUTINE
                END-IF
           PERFORM 47-REWRITE-WAITLIST-ROUTINE
           PERFORM 48-WAITLIST-REPORT-ROUTINE

           MOVE WS-APPLIED-COUNT  TO RTL-APPLIED
           MOVE WS-REJECTED-COUNT TO RTL-REJECTED
           MOVE WS-TRANSFER-COUNT TO RTL-TRANSFERRED
           WRITE REJECT-RECORD FROM REJECT-TOTALS-LINE
           MOVE WS-WAITLISTED-COUNT    TO WTL-ADDED
           MOVE WS-PROMOTED-COUNT      TO WTL-PROMOTED
           MOVE WS-STILL-WAITING-COUNT TO WTL-WAITING
           WRITE REJECT-RECORD FROM WAITLIST-TOTALS-LINE

           CLOSE STUDENT-MASTER
                 MASTER-TRAN-FILE
                 REJECT-FILE
           STOP RUN
           .

       46-PROMOTE-NEXT-ROUTINE.

      *    WS-SECT-HIT-IDX NAMES A SECTION THAT MAY HAVE A SEAT FREE.
      *    IF IT HAS, THE FIRST STUDENT IN LINE FOR IT IS WRITTEN
      *    ONTO THE MASTER.  ONE WHO HAS SINCE REACHED THE MASTER
      *    SOME OTHER WAY IS TAKEN OUT OF LINE AND THE NEXT TRIED.
      *    WS-PROMOTE-SW COMES BACK 'Y' WHEN A SEAT WAS FILLED

           MOVE 'N' TO WS-PROMOTE-SW
           IF WS-SECT-HIT-IDX > ZERO
              AND SMT-WAITING (WS-SECT-HIT-IDX) > ZERO
              AND (SMT-CAPACITY (WS-SECT-HIT-IDX) = ZERO
                   OR SMT-ENROLLED (WS-SECT-HIT-IDX)
                          < SMT-CAPACITY (WS-SECT-HIT-IDX))
              PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
                  UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
                     OR WS-PROMOTE-SW NOT = 'N'
                  IF WT-WAITING (WS-WAIT-IDX)
                     AND WT-SECTION (WS-WAIT-IDX)
                             = SMT-SECTION (WS-SECT-HIT-IDX)
                     PERFORM 46A-PROMOTE-ONE-ROUTINE
                  END-IF
              END-PERFORM
                END-IF
           .

       46A-PROMOTE-ONE-ROUTINE.

           MOVE SPACES TO STUDENT-MASTER-RECORD
           MOVE WT-STUDENT-ID (WS-WAIT-IDX) TO SM-STUDENT-ID
           MOVE WT-NAME (WS-WAIT-IDX)       TO SM-NAME
           MOVE WT-SECTION (WS-WAIT-IDX)    TO SM-CLASS-SECTION
           MOVE WT-CONTINUING (WS-WAIT-IDX) TO SM-CONTINUING-IND
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   SET WT-ON-MASTER (WS-WAIT-IDX) TO TRUE
                   SUBTRACT 1 FROM SMT-WAITING (WS-SECT-HIT-IDX)
               NOT INVALID KEY
                   SET WT-PROMOTED (WS-WAIT-IDX) TO TRUE
                   SUBTRACT 1 FROM SMT-WAITING (WS-SECT-HIT-IDX)
                   ADD 1 TO SMT-ENROLLED (WS-SECT-HIT-IDX)
                   ADD 1 TO WS-PROMOTED-COUNT
                   MOVE 'Y' TO WS-PROMOTE-SW
           END-WRITE
      *    A WRITE FAULT OUTSIDE THE INVALID-KEY FAMILY (2X) LEAVES
      *    THE STUDENT IN LINE, STOPS FURTHER PROMOTION AND MARKS
      *    THE RUN DIRTY
           IF WS-MASTER-FILE-STATUS (1:1) NOT = '0'
              AND WS-MASTER-FILE-STATUS (1:1) NOT = '2'
              MOVE SPACES TO REJECT-RECORD
              MOVE 'P'                         TO RJ-ACTION
              MOVE WT-STUDENT-ID (WS-WAIT-IDX) TO RJ-STUDENT-ID
              MOVE WT-NAME (WS-WAIT-IDX)       TO RJ-NAME
              MOVE 'PROMOTE FAILED - FS' TO RJ-REMARKS
              MOVE WS-MASTER-FILE-STATUS TO RJ-REMARKS (21:2)
              WRITE REJECT-RECORD
              MOVE 'F' TO WS-PROMOTE-SW
              MOVE 12 TO RETURN-CODE
                END-IF
           .

       47-REWRITE-WAITLIST-ROUTINE.

      *    ONLY THE STUDENTS STILL WAITING GO BACK, IN THE ORDER THEY
      *    ARRIVED -- THE PROMOTED AND DROPPED ARE ON THE REPORT

           OPEN OUTPUT WAITLIST-FILE
           PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
               UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
               IF WT-WAITING (WS-WAIT-IDX)
                  MOVE SPACES TO WAITLIST-RECORD
                  MOVE WT-SECTION (WS-WAIT-IDX)    TO WL-SECTION
                  MOVE WT-STUDENT-ID (WS-WAIT-IDX) TO WL-STUDENT-ID
                  MOVE WT-NAME (WS-WAIT-IDX)       TO WL-NAME
                  MOVE WT-CONTINUING (WS-WAIT-IDX) TO WL-CONTINUING
                  MOVE WT-DATE-WAITLISTED (WS-WAIT-IDX)
                      TO WL-DATE-WAITLISTED
                  MOVE WT-SOURCE (WS-WAIT-IDX)     TO WL-SOURCE
                  WRITE WAITLIST-RECORD
                  ADD 1 TO WS-STILL-WAITING-COUNT
               END-IF
           END-PERFORM
           CLOSE WAITLIST-FILE
           .

       48-WAITLIST-REPORT-ROUTINE.

      *    ONE BLOCK PER SECTION WITH ANYONE IN LINE OR ANYONE WHO
      *    LEFT THE LINE THIS RUN, IN SECTION MASTER ORDER.  THE
      *    REGISTRAR WORKS THE NOTIFICATIONS STRAIGHT OFF THIS PAGE

           OPEN OUTPUT WAITLIST-REPORT-FILE
           MOVE WS-RUN-DATE-DISPLAY TO WHL-DATE
           WRITE WAITLIST-REPORT-RECORD FROM WAITLIST-HEADING-LINE

           PERFORM VARYING WS-FILL-IDX FROM 1 BY 1
               UNTIL WS-FILL-IDX > WS-SECT-COUNT
               PERFORM 48A-REPORT-SECTION-ROUTINE
           END-PERFORM
           PERFORM 48C-REPORT-UNTABLED-ROUTINE

           MOVE SPACES TO WAITLIST-REPORT-RECORD
           WRITE WAITLIST-REPORT-RECORD
           MOVE WS-STILL-WAITING-COUNT TO WRT-WAITING
           MOVE WS-WAITLISTED-COUNT    TO WRT-ADDED
           MOVE WS-PROMOTED-COUNT      TO WRT-PROMOTED
           WRITE WAITLIST-REPORT-RECORD
               FROM WAITLIST-REPORT-TOTALS-LINE
           CLOSE WAITLIST-REPORT-FILE
           .

       48A-REPORT-SECTION-ROUTINE.

      *    POSITION COUNTS ONLY THE STUDENTS STILL WAITING, SO IT IS
      *    EACH ONE'S PLACE IN LINE AFTER THIS RUN

           MOVE 'N' TO WS-BLOCK-SW
           MOVE ZERO TO WS-POSITION
           PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
               UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
               IF WT-SECTION (WS-WAIT-IDX) = SMT-SECTION (WS-FILL-IDX)
                  IF NOT BLOCK-STARTED
                     PERFORM 48B-SECTION-HEADING-ROUTINE
                  END-IF
                  PERFORM 48D-FORMAT-ENTRY-ROUTINE
                  IF WT-WAITING (WS-WAIT-IDX)
                     ADD 1 TO WS-POSITION
                     MOVE WS-POSITION TO WDL-POSITION
                  END-IF
                  WRITE WAITLIST-REPORT-RECORD
                      FROM WAITLIST-DETAIL-LINE
               END-IF
           END-PERFORM
           .

       48B-SECTION-HEADING-ROUTINE.

           SET BLOCK-STARTED TO TRUE
           MOVE SPACES TO WAITLIST-REPORT-RECORD
           WRITE WAITLIST-REPORT-RECORD
           MOVE SMT-SECTION (WS-FILL-IDX)  TO WSL-SECTION
           MOVE SMT-CAPACITY (WS-FILL-IDX) TO WSL-CAPACITY
           MOVE SMT-ENROLLED (WS-FILL-IDX) TO WSL-ENROLLED
           MOVE SMT-WAITING (WS-FILL-IDX)  TO WSL-WAITING
           WRITE WAITLIST-REPORT-RECORD FROM WAITLIST-SECTION-LINE
           WRITE WAITLIST-REPORT-RECORD FROM WAITLIST-COLUMN-LINE
           .

       48C-REPORT-UNTABLED-ROUTINE.

      *    A STUDENT WAITING ON A SECTION NO LONGER ON THE SECTION
      *    MASTER CAN NEVER BE PROMOTED -- LISTED SO THE REGISTRAR
      *    CAN PLACE OR DROP THEM BY HAND

           MOVE 'N' TO WS-BLOCK-SW
           PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
               UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
               MOVE WT-SECTION (WS-WAIT-IDX) TO WS-FIND-SECTION
               PERFORM 37-FIND-SECTION-ROUTINE
               IF WS-SECT-HIT-IDX = ZERO
                  IF NOT BLOCK-STARTED
                     SET BLOCK-STARTED TO TRUE
                     MOVE SPACES TO WAITLIST-REPORT-RECORD
                     WRITE WAITLIST-REPORT-RECORD
                     WRITE WAITLIST-REPORT-RECORD
                         FROM WAITLIST-UNTABLED-LINE
                     WRITE WAITLIST-REPORT-RECORD
                         FROM WAITLIST-COLUMN-LINE
                  END-IF
                  PERFORM 48D-FORMAT-ENTRY-ROUTINE
                  MOVE SPACES TO WDL-STATUS
                  STRING 'SECTION '              DELIMITED BY SIZE
                         WT-SECTION (WS-WAIT-IDX) DELIMITED BY SIZE
                         ' NOT RUN'              DELIMITED BY SIZE
                      INTO WDL-STATUS
                  WRITE WAITLIST-REPORT-RECORD
                      FROM WAITLIST-DETAIL-LINE
               END-IF
           END-PERFORM
           .

       48D-FORMAT-ENTRY-ROUTINE.

           MOVE ZERO                             TO WDL-POSITION
           MOVE WT-STUDENT-ID (WS-WAIT-IDX)      TO WDL-STUDENT-ID
           MOVE WT-NAME (WS-WAIT-IDX)            TO WDL-NAME
           MOVE WT-DATE-WAITLISTED (WS-WAIT-IDX) TO WDL-DATE
           IF WT-WAITING (WS-WAIT-IDX)
              MOVE 'WAITING'           TO WDL-STATUS
                END-IF
           IF WT-PROMOTED (WS-WAIT-IDX)
              MOVE 'PROMOTED THIS RUN' TO WDL-STATUS
                END-IF
           IF WT-DROPPED (WS-WAIT-IDX)
              MOVE 'DROPPED FROM LINE' TO WDL-STATUS
                END-IF
           IF WT-ON-MASTER (WS-WAIT-IDX)
              MOVE 'ALREADY ON MASTER' TO WDL-STATUS
                END-IF
           .
