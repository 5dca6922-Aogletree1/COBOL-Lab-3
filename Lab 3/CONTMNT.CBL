       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTMAINT.
       AUTHOR. YOURNAMEHERE.
      ****************************************************************
      * This program maintains the indexed GUARDIAN CONTACT master
      * for the CLASS GRADES system.  The progress pages go home to
      * a guardian, but until now no address lived anywhere in the
      * system -- every envelope was addressed by hand.  Contacts
      * are keyed on the student ID and come through here as keyed
      * add, change and delete transactions, the same way the
      * student master is kept by MASTERMAINT.
      * ******
      * INPUT:
      *    The CONTACT TRANSACTION FILE (CONTTRAN.TXT) contains one
      *    transaction per record:
      *         1.  ACTION CODE -- 'A' ADD, 'C' CHANGE, 'D' DELETE
      *         2.  STUDENT ID (THE RECORD KEY)
      *         3.  GUARDIAN NAME
      *         4.  MAILING ADDRESS -- TWO STREET LINES, CITY,
      *             STATE AND ZIP
      *         5.  EMAIL ADDRESS
      *         6.  PREFERRED DELIVERY -- 'M' MAIL, 'E' EMAIL,
      *             'B' BOTH
      *    The STUDENT MASTER (STUMAST.DAT) -- an added contact must
      *    belong to a student on the master.
      * *******
      * OUTPUT:
      *    The CONTACT MASTER (CONTACT.DAT) -- indexed on the
      *    student ID, updated in place.
      *    The REJECTS LISTING (CONTREJ.TXT) -- one record per
      *    transaction that could not be applied, with the reason,
      *    and a totals trailer.
      * *************
      * EXCEPTIONS:
      *    AN ADD FOR AN ID ALREADY ON FILE OR NOT ON THE STUDENT
      *    MASTER, A CHANGE OR DELETE FOR AN ID NOT ON FILE, A BLANK
      *    ID OR GUARDIAN NAME, AN UNKNOWN ACTION OR DELIVERY CODE,
      *    A MAIL PREFERENCE WITH NO COMPLETE ADDRESS, OR AN EMAIL
      *    PREFERENCE WITH NO USABLE EMAIL ADDRESS IS WRITTEN TO THE
      *    REJECTS LISTING AND DOES NOT TOUCH THE CONTACT MASTER.
      *    A CONTACT OR STUDENT MASTER THAT WILL NOT OPEN HOLDS THE
      *    RUN WITH A NONZERO RETURN CODE.
      ****************************************************************
      * MODIFICATION HISTORY:
      *    10/15/26  RWP  NEW PROGRAM -- KEYED ADD/CHANGE/DELETE
      *                   MAINTENANCE FOR THE GUARDIAN CONTACT MASTER
      *                   THE REPORT RUN ADDRESSES THE PROGRESS PAGES
      *                   FROM
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****
           SELECT OPTIONAL CONTACT-MASTER
               ASSIGN TO 'CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-STUDENT-ID
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
      *****
           SELECT OPTIONAL STUDENT-MASTER
               ASSIGN TO 'STUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *****
           SELECT CONTACT-TRAN-FILE
               ASSIGN TO 'CONTTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT REJECT-FILE
               ASSIGN TO 'CONTREJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *****
      *    ONE CONTACT PER STUDENT.  SIBLINGS EACH CARRY THEIR OWN
      *    RECORD -- THE REPORT RUN FINDS THE HOUSEHOLD BY MATCHING
      *    THE MAILING ADDRESS, SO NO FAMILY KEY HAS TO BE KEPT
       FD  CONTACT-MASTER
           RECORD CONTAINS 200 CHARACTERS.
       01  CONTACT-MASTER-RECORD.
           05  CT-STUDENT-ID           PIC X(09).
           05  CT-GUARDIAN-NAME        PIC X(30).
           05  CT-ADDRESS-1            PIC X(30).
           05  CT-ADDRESS-2            PIC X(30).
           05  CT-CITY                 PIC X(20).
           05  CT-STATE                PIC X(02).
           05  CT-ZIP                  PIC X(10).
           05  CT-EMAIL                PIC X(40).
           05  CT-DELIVERY-CODE        PIC X(01).
               88  CT-DELIVER-BY-MAIL                VALUES 'M' 'B'.
               88  CT-DELIVER-BY-EMAIL               VALUES 'E' 'B'.
               88  CT-DELIVERY-VALID                 VALUES 'M' 'E'
                                                            'B'.
           05  FILLER                  PIC X(28).
      *****
       FD  STUDENT-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID           PIC X(09).
           05  SM-NAME                 PIC X(20).
           05  SM-CLASS-SECTION        PIC X(04).
           05  FILLER                  PIC X(47).
      *****
      *    ON A CHANGE ONLY THE FIELDS KEYED ARE REPLACED.  THE
      *    SECOND ADDRESS LINE AND THE EMAIL ARE THE TWO FIELDS A
      *    FAMILY CAN GIVE UP ALTOGETHER -- AN ASTERISK IN THE FIRST
      *    COLUMN OF EITHER CLEARS IT
       FD  CONTACT-TRAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CONTACT-TRAN-RECORD.
           05  CN-ACTION               PIC X(01).
           05  CN-STUDENT-ID           PIC X(09).
           05  CN-GUARDIAN-NAME        PIC X(30).
           05  CN-ADDRESS-1            PIC X(30).
           05  CN-ADDRESS-2            PIC X(30).
           05  CN-CITY                 PIC X(20).
           05  CN-STATE                PIC X(02).
           05  CN-ZIP                  PIC X(10).
           05  CN-EMAIL                PIC X(40).
           05  CN-DELIVERY-CODE        PIC X(01).
           05  FILLER                  PIC X(27).
      *****
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-RECORD.
           05  RJ-ACTION               PIC X(01).
           05  FILLER                  PIC X(02)     VALUE SPACES.
           05  RJ-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(02)     VALUE SPACES.
           05  RJ-GUARDIAN-NAME        PIC X(30).
           05  FILLER                  PIC X(02)     VALUE SPACES.
           05  RJ-REMARKS              PIC X(30).
           05  FILLER                  PIC X(04)     VALUE SPACES.
      *****
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  TRAN-EOF-FLAG           PIC X         VALUE 'Y'.
               88  TRAN-AT-EOF                       VALUE 'N'.
           05  WS-CONTACT-FILE-STATUS  PIC X(02)     VALUE SPACES.
               88  CONTACT-IO-GOOD                   VALUE '00'.
      *    STATUS 05 IS THE CLEAN OPTIONAL-FILE CREATE ON THE VERY
      *    FIRST MAINTENANCE RUN -- EVERY OTHER NON-00 OPEN STATUS
      *    MEANS THE FILE IS UNUSABLE
               88  CONTACT-OPEN-GOOD                 VALUES '00' '05'.
           05  WS-MASTER-FILE-STATUS   PIC X(02)     VALUE SPACES.
               88  MASTER-OPEN-GOOD                  VALUES '00' '05'.
           05  WS-CONTACT-OK-SW        PIC X         VALUE 'Y'.
               88  CONTACT-IS-COMPLETE               VALUE 'Y'.
      *****
       01  MAINT-COUNTS.
           05  WS-APPLIED-COUNT        PIC S9(4) COMP VALUE 0.
           05  WS-REJECTED-COUNT       PIC S9(4) COMP VALUE 0.
           05  WS-AT-SIGN-COUNT        PIC S9(4) COMP VALUE 0.
      *****
      *    TRAILER ON THE REJECTS LISTING SO THE RUN ACCOUNTS FOR
      *    EVERY TRANSACTION THE SAME WAY MASTERMAINT'S DOES
       01  REJECT-TOTALS-LINE.
           05                          PIC X(08)     VALUE 'TOTALS'.
           05                          PIC X(09)     VALUE 'APPLIED'.
           05  RTL-APPLIED             PIC ZZZ9.
           05                          PIC X(11)     VALUE
                                        '  REJECTED'.
           05  RTL-REJECTED            PIC ZZZ9.
           05                          PIC X(44)     VALUE SPACES.
      *****
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-TRAN-ROUTINE
           PERFORM 45-EOF-ROUTINE
           .

       15-HSKPING-ROUTINE.

      *    OPEN I-O ON THE OPTIONAL CONTACT MASTER CREATES THE FILE
      *    ON THE FIRST RUN, SO THE INITIAL LOAD IS JUST A DECK OF
      *    'A' TRANSACTIONS

           OPEN I-O CONTACT-MASTER
                INPUT STUDENT-MASTER
                      CONTACT-TRAN-FILE
               OUTPUT REJECT-FILE

           MOVE SPACES TO REJECT-RECORD

      *    A FILE THAT FAILED TO OPEN WOULD FAIL EVERY TRANSACTION
      *    WITH A STATUS NEITHER INVALID-KEY PHRASE SEES -- THE RUN
      *    IS HELD WITH A NONZERO RETURN CODE INSTEAD
           IF NOT CONTACT-OPEN-GOOD
              MOVE 'CONTACT OPEN FAILED - FS' TO RJ-REMARKS
              MOVE WS-CONTACT-FILE-STATUS TO RJ-REMARKS (26:2)
              PERFORM 16-HOLD-RUN-ROUTINE
                END-IF
           IF NOT MASTER-OPEN-GOOD
              MOVE 'MASTER OPEN FAILED - FS' TO RJ-REMARKS
              MOVE WS-MASTER-FILE-STATUS TO RJ-REMARKS (25:2)
              PERFORM 16-HOLD-RUN-ROUTINE
                END-IF
           .

       16-HOLD-RUN-ROUTINE.

           WRITE REJECT-RECORD
           CLOSE CONTACT-MASTER
                 STUDENT-MASTER
                 CONTACT-TRAN-FILE
                 REJECT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       25-PROCESS-TRAN-ROUTINE.

           MOVE 'Y' TO TRAN-EOF-FLAG
           PERFORM UNTIL TRAN-AT-EOF
               READ CONTACT-TRAN-FILE
                   AT END
                       SET TRAN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 30-APPLY-TRAN-ROUTINE
               END-READ
           END-PERFORM
           .

       30-APPLY-TRAN-ROUTINE.

      *    EVERY PATH EITHER UPDATES THE CONTACT MASTER OR WRITES
      *    EXACTLY ONE REJECT RECORD -- A TRANSACTION NEVER JUST
      *    DISAPPEARS

           IF CN-STUDENT-ID = SPACES
              MOVE 'STUDENT ID IS BLANK' TO RJ-REMARKS
              PERFORM 34-REJECT-TRAN-ROUTINE
           ELSE
              IF CN-ACTION = 'A'
                 PERFORM 31-ADD-CONTACT-ROUTINE
              ELSE
                 IF CN-ACTION = 'C'
                    PERFORM 32-CHANGE-CONTACT-ROUTINE
                 ELSE
                    IF CN-ACTION = 'D'
                       PERFORM 33-DELETE-CONTACT-ROUTINE
                    ELSE
                       MOVE 'ACTION NOT A, C OR D' TO RJ-REMARKS
                       PERFORM 34-REJECT-TRAN-ROUTINE
                         END-IF
                      END-IF
                   END-IF
                END-IF
           .

       31-ADD-CONTACT-ROUTINE.

      *    A CONTACT FOR A STUDENT THE MASTER DOES NOT KNOW WOULD
      *    NEVER BE MAILED ANYTHING -- IT MOST OFTEN MEANS A MISKEYED
      *    ID, SO IT IS TURNED AWAY HERE RATHER THAN FOUND LATER

           MOVE CN-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'STUDENT NOT ON STUDENT MASTER' TO RJ-REMARKS
              PERFORM 34-REJECT-TRAN-ROUTINE
           ELSE
              MOVE SPACES           TO CONTACT-MASTER-RECORD
              MOVE CN-STUDENT-ID    TO CT-STUDENT-ID
              MOVE CN-GUARDIAN-NAME TO CT-GUARDIAN-NAME
              MOVE CN-ADDRESS-1     TO CT-ADDRESS-1
              MOVE CN-ADDRESS-2     TO CT-ADDRESS-2
              MOVE CN-CITY          TO CT-CITY
              MOVE CN-STATE         TO CT-STATE
              MOVE CN-ZIP           TO CT-ZIP
              MOVE CN-EMAIL         TO CT-EMAIL
              MOVE CN-DELIVERY-CODE TO CT-DELIVERY-CODE
              IF CT-ADDRESS-2 (1:1) = '*'
                 MOVE SPACES TO CT-ADDRESS-2
                   END-IF
              IF CT-EMAIL (1:1) = '*'
                 MOVE SPACES TO CT-EMAIL
                   END-IF
              PERFORM 35-CHECK-CONTACT-ROUTINE
              IF CONTACT-IS-COMPLETE
                 PERFORM 31A-WRITE-CONTACT-ROUTINE
                   END-IF
                END-IF
           .

       31A-WRITE-CONTACT-ROUTINE.

           WRITE CONTACT-MASTER-RECORD
               INVALID KEY
                   MOVE 'ID ALREADY ON FILE' TO RJ-REMARKS
                   PERFORM 34-REJECT-TRAN-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE
      *    A WRITE FAULT OUTSIDE THE INVALID-KEY FAMILY (2X)
      *    RAISES NEITHER PHRASE ABOVE -- IT IS REJECTED BY
      *    STATUS SO THE TRANSACTION CANNOT JUST DISAPPEAR
           IF WS-CONTACT-FILE-STATUS (1:1) NOT = '0'
              AND WS-CONTACT-FILE-STATUS (1:1) NOT = '2'
              MOVE 'WRITE FAILED - FS' TO RJ-REMARKS
              MOVE WS-CONTACT-FILE-STATUS TO RJ-REMARKS (19:2)
              PERFORM 34-REJECT-TRAN-ROUTINE
              MOVE 12 TO RETURN-CODE
                END-IF
           .

       32-CHANGE-CONTACT-ROUTINE.

      *    ONLY THE FIELDS ACTUALLY KEYED ARE REPLACED, AND THE
      *    RECORD AS IT WILL STAND IS CHECKED BEFORE IT IS REWRITTEN
      *    -- A CHANGE TO EMAIL-ONLY DELIVERY ON A CONTACT WITH NO
      *    EMAIL ON FILE REJECTS JUST AS AN ADD WOULD

           MOVE CN-STUDENT-ID TO CT-STUDENT-ID
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE 'ID NOT ON FILE' TO RJ-REMARKS
                   PERFORM 34-REJECT-TRAN-ROUTINE
               NOT INVALID KEY
                   PERFORM 32A-REWRITE-CONTACT-ROUTINE
           END-READ
           .

       32A-REWRITE-CONTACT-ROUTINE.

           IF CN-GUARDIAN-NAME NOT = SPACES
              MOVE CN-GUARDIAN-NAME TO CT-GUARDIAN-NAME
                END-IF
           IF CN-ADDRESS-1 NOT = SPACES
              MOVE CN-ADDRESS-1     TO CT-ADDRESS-1
                END-IF
           IF CN-ADDRESS-2 NOT = SPACES
              MOVE CN-ADDRESS-2     TO CT-ADDRESS-2
                END-IF
           IF CN-CITY NOT = SPACES
              MOVE CN-CITY          TO CT-CITY
                END-IF
           IF CN-STATE NOT = SPACES
              MOVE CN-STATE         TO CT-STATE
                END-IF
           IF CN-ZIP NOT = SPACES
              MOVE CN-ZIP           TO CT-ZIP
                END-IF
           IF CN-EMAIL NOT = SPACES
              MOVE CN-EMAIL         TO CT-EMAIL
                END-IF
           IF CN-DELIVERY-CODE NOT = SPACES
              MOVE CN-DELIVERY-CODE TO CT-DELIVERY-CODE
                END-IF
           IF CT-ADDRESS-2 (1:1) = '*'
              MOVE SPACES TO CT-ADDRESS-2
                END-IF
           IF CT-EMAIL (1:1) = '*'
              MOVE SPACES TO CT-EMAIL
                END-IF

           PERFORM 35-CHECK-CONTACT-ROUTINE
           IF CONTACT-IS-COMPLETE
              REWRITE CONTACT-MASTER-RECORD
      *       A FAILED REWRITE MUST NOT COUNT AS APPLIED -- IT IS
      *       REJECTED BY STATUS AND THE RUN MARKED DIRTY
              IF CONTACT-IO-GOOD
                 ADD 1 TO WS-APPLIED-COUNT
              ELSE
                 MOVE 'REWRITE FAILED - FS' TO RJ-REMARKS
                 MOVE WS-CONTACT-FILE-STATUS TO RJ-REMARKS (21:2)
                 PERFORM 34-REJECT-TRAN-ROUTINE
                 MOVE 12 TO RETURN-CODE
                   END-IF
                END-IF
           .

       33-DELETE-CONTACT-ROUTINE.

           MOVE CN-STUDENT-ID TO CT-STUDENT-ID
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE 'ID NOT ON FILE' TO RJ-REMARKS
                   PERFORM 34-REJECT-TRAN-ROUTINE
               NOT INVALID KEY
                   DELETE CONTACT-MASTER RECORD
      *            A FAILED DELETE MUST NOT COUNT AS APPLIED --
      *            IT IS REJECTED BY STATUS AND THE RUN MARKED DIRTY
                   IF CONTACT-IO-GOOD
                      ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                      MOVE 'DELETE FAILED - FS' TO RJ-REMARKS
                      MOVE WS-CONTACT-FILE-STATUS
                          TO RJ-REMARKS (20:2)
                      PERFORM 34-REJECT-TRAN-ROUTINE
                      MOVE 12 TO RETURN-CODE
                        END-IF
           END-READ
           .

       34-REJECT-TRAN-ROUTINE.

           MOVE CN-ACTION        TO RJ-ACTION
           MOVE CN-STUDENT-ID    TO RJ-STUDENT-ID
           MOVE CN-GUARDIAN-NAME TO RJ-GUARDIAN-NAME
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           .

       35-CHECK-CONTACT-ROUTINE.

      *    THE CONTACT AS IT WILL STAND MUST BE DELIVERABLE THE WAY
      *    THE FAMILY ASKED -- A MAILED PAGE NEEDS A STREET, CITY,
      *    STATE AND ZIP, AN EMAILED ONE AN ADDRESS WITH EXACTLY ONE
      *    '@' IN IT.  THE FIRST FAULT FOUND IS THE ONE REPORTED

           MOVE 'Y' TO WS-CONTACT-OK-SW
           MOVE ZERO TO WS-AT-SIGN-COUNT
           INSPECT CT-EMAIL TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
           IF CT-GUARDIAN-NAME = SPACES
              MOVE 'GUARDIAN NAME IS BLANK' TO RJ-REMARKS
              MOVE 'N' TO WS-CONTACT-OK-SW
           ELSE
              IF NOT CT-DELIVERY-VALID
                 MOVE 'DELIVERY CODE NOT M, E OR B' TO RJ-REMARKS
                 MOVE 'N' TO WS-CONTACT-OK-SW
              ELSE
                 IF CT-DELIVER-BY-MAIL
                    AND (CT-ADDRESS-1 = SPACES
                         OR CT-CITY  = SPACES
                         OR CT-STATE = SPACES
                         OR CT-ZIP   = SPACES)
                    MOVE 'MAILING ADDRESS INCOMPLETE' TO RJ-REMARKS
                    MOVE 'N' TO WS-CONTACT-OK-SW
                 ELSE
                    IF CT-DELIVER-BY-EMAIL
                       AND WS-AT-SIGN-COUNT NOT = 1
                       MOVE 'EMAIL ADDRESS MISSING OR BAD'
                           TO RJ-REMARKS
                       MOVE 'N' TO WS-CONTACT-OK-SW
                         END-IF
                      END-IF
                   END-IF
                END-IF
           IF NOT CONTACT-IS-COMPLETE
              PERFORM 34-REJECT-TRAN-ROUTINE
                END-IF
           .

       45-EOF-ROUTINE.

           MOVE WS-APPLIED-COUNT  TO RTL-APPLIED
           MOVE WS-REJECTED-COUNT TO RTL-REJECTED
           WRITE REJECT-RECORD FROM REJECT-TOTALS-LINE

           CLOSE CONTACT-MASTER
                 STUDENT-MASTER
                 CONTACT-TRAN-FILE
                 REJECT-FILE
           STOP RUN
           .
