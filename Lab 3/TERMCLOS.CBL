      *    The CLOSEOUT CONTROL (CLOSCTL.TXT) -- one record naming
      *    the term being closed (e.g. FALL26).  A CLOSEOUT THAT
      *    CANNOT NAME ITS TERM IS HELD.
      *    GRADES.TXT, GRADEHIST.TXT, STUHIST.TXT, GRADEAUD.TXT,
      *    ATTNCUM.TXT -- the term's working files.
      *    The SECTION MASTER (SECTMAST.TXT) -- the term's sections
      *    and their instructors of record.
      *    The STUDENT MASTER (STUMAST.DAT).
      * *******
      * OUTPUT:
      *    The ARCHIVES (GRADARCH.TXT, HISTARCH.TXT, STUHARCH.TXT,
      *    AUDARCH.TXT, ATTNARCH.TXT, SECTARCH.TXT) -- OPENED EXTEND,
      *    EACH TERM'S BLOCK LED BY A TERM-STAMPED HEADER RECORD, SO
      *    EVERY PAST TERM STAYS READABLE IN ONE PLACE.
      *    The WORKING FILES -- EMPTIED FOR THE NEW TERM, RUNCTL.TXT,
      *    THE SECTION CERTIFICATIONS (CERTIFY.TXT) AND THE
      *    ENROLLMENT WAITLIST (WAITLIST.TXT) INCLUDED.
      *    The STUDENT MASTER -- CONTINUING ('Y') STUDENTS CARRIED
      *    FORWARD WITH THE INDICATOR RESET TO 'N' FOR THE NEW TERM,
      *    EVERYONE ELSE PURGED.
      *    09/01/26  RWP  NEW PROGRAM -- TERM-END CLOSEOUT WITH
      *                   TERM-STAMPED ARCHIVES, WORKING-FILE RESETS
      *                   AND MASTER PURGE/CARRY-FORWARD
      *    10/15/26  RWP  CERTIFY.TXT CLEARED WITH THE WORKING FILES --
      *                   A SECTION SIGNED OFF THIS TERM MUST NOT
      *                   POST NEXT TERM'S LETTERS UNSIGNED
      *    10/15/26  RWP  THE TERM'S CUMULATIVE ATTENDANCE FILE
      *                   (ATTNCUM.TXT) IS ARCHIVED TO ATTNARCH.TXT
      *                   AND EMPTIED WITH THE OTHER WORKING FILES
      *    10/15/26  RWP  THE ENROLLMENT WAITLIST (WAITLIST.TXT) IS
      *                   COUNTED AND CLEARED -- A STUDENT STILL IN
      *                   LINE AT TERM END MUST NOT BE PROMOTED INTO
      *                   NEXT TERM'S SECTION OF THE SAME CODE
      *    10/15/26  RWP  THE SECTION MASTER (SECTMAST.TXT) IS
      *                   ARCHIVED TO SECTARCH.TXT SO EACH TERM'S
      *                   INSTRUCTOR OF RECORD SURVIVES THE REPLACEMENT
      *                   FILE.  IT IS NOT EMPTIED -- THE REGISTRAR
      *                   REPLACES IT WHEN NEXT TERM'S SECTIONS ARE SET
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL AUDIT-ARCHIVE-FILE
               ASSIGN TO 'AUDARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO 'ATTNCUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL ATTENDANCE-ARCHIVE-FILE
               ASSIGN TO 'ATTNARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.TXT'
           SELECT OPTIONAL INCOMPLETE-FILE
               ASSIGN TO 'INCOMPLT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL CERTIFICATION-FILE
               ASSIGN TO 'CERTIFY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO 'SECTMAST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL SECTION-ARCHIVE-FILE
               ASSIGN TO 'SECTARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO 'WAITLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL STUDENT-MASTER
               ASSIGN TO 'STUMAST.DAT'
       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-ARCHIVE-RECORD        PIC X(120).
      *****
       FD  ATTENDANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTENDANCE-RECORD           PIC X(80).
      *****
       FD  ATTENDANCE-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTENDANCE-ARCHIVE-RECORD   PIC X(80).
      *****
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       FD  INCOMPLETE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INCOMPLETE-RECORD           PIC X(80).
      *****
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERTIFICATION-RECORD        PIC X(80).
      *****
       FD  SECTION-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SECTION-MASTER-RECORD       PIC X(80).
      *****
       FD  SECTION-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SECTION-ARCHIVE-RECORD      PIC X(80).
      *****
       FD  WAITLIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WAITLIST-RECORD             PIC X(80).
      *****
       FD  STUDENT-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-HIST-ARCH-COUNT      PIC S9(5) COMP VALUE 0.
           05  WS-STUH-ARCH-COUNT      PIC S9(5) COMP VALUE 0.
           05  WS-AUD-ARCH-COUNT       PIC S9(5) COMP VALUE 0.
           05  WS-ATT-ARCH-COUNT       PIC S9(5) COMP VALUE 0.
           05  WS-SECT-ARCH-COUNT      PIC S9(5) COMP VALUE 0.
           05  WS-CARRIED-COUNT        PIC S9(5) COMP VALUE 0.
           05  WS-PURGED-COUNT         PIC S9(5) COMP VALUE 0.
      *****
           PERFORM 23-ARCHIVE-AUDIT-ROUTINE
           PERFORM 24-RESET-INCOMPLETE-ROUTINE
           PERFORM 25-RESET-RUN-CONTROL-ROUTINE
           PERFORM 26-RESET-CERTIFICATION-ROUTINE
           PERFORM 27-ARCHIVE-ATTENDANCE-ROUTINE
           PERFORM 28-RESET-WAITLIST-ROUTINE
           PERFORM 29-ARCHIVE-SECTIONS-ROUTINE
           PERFORM 30-PURGE-MASTER-ROUTINE
           PERFORM 45-EOF-ROUTINE
           .
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
           .

       26-RESET-CERTIFICATION-ROUTINE.

      *    A CERTIFICATION RELEASES ONE TERM'S LETTERS FOR ONE
      *    SECTION -- THE SAME SECTION CODE RUNS AGAIN NEXT TERM AND
      *    ITS INSTRUCTOR SIGNS AGAIN.  THE SIGN-OFFS ARE ON THE
      *    FILED ROSTERS, SO THE FILE IS COUNTED AND CLEARED

           OPEN INPUT CERTIFICATION-FILE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO SRC-EOF-FLAG
           PERFORM UNTIL SRC-AT-EOF
               READ CERTIFICATION-FILE
                   AT END
                       SET SRC-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-FILE

           OPEN OUTPUT CERTIFICATION-FILE
           CLOSE CERTIFICATION-FILE

           MOVE 'SECTION CERTIFICATIONS CLEARED' TO RD-MESSAGE
           MOVE WS-COPY-COUNT TO RD-COUNT
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
           .

       27-ARCHIVE-ATTENDANCE-ROUTINE.

           OPEN INPUT  ATTENDANCE-FILE
           OPEN EXTEND ATTENDANCE-ARCHIVE-FILE
           WRITE ATTENDANCE-ARCHIVE-RECORD FROM TERM-STAMP-LINE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO SRC-EOF-FLAG
           PERFORM UNTIL SRC-AT-EOF
               READ ATTENDANCE-FILE
                   AT END
                       SET SRC-AT-EOF TO TRUE
                   NOT AT END
                       WRITE ATTENDANCE-ARCHIVE-RECORD
                           FROM ATTENDANCE-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
                 ATTENDANCE-ARCHIVE-FILE
           MOVE WS-COPY-COUNT TO WS-ATT-ARCH-COUNT

           OPEN OUTPUT ATTENDANCE-FILE
           CLOSE ATTENDANCE-FILE

           MOVE 'ATTENDANCE RECORDS ARCHIVED' TO RD-MESSAGE
           MOVE WS-ATT-ARCH-COUNT             TO RD-COUNT
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
           .

       28-RESET-WAITLIST-ROUTINE.

      *    A WAITLIST PLACE IS FOR ONE TERM'S SECTION -- A STUDENT
      *    STILL WAITING AT TERM END ENROLLS AFRESH NEXT TERM.  THE
      *    LINE AS IT STOOD IS ON THE LAST WAITLIST REPORT, SO THE
      *    FILE IS COUNTED AND CLEARED

           OPEN INPUT WAITLIST-FILE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO SRC-EOF-FLAG
           PERFORM UNTIL SRC-AT-EOF
               READ WAITLIST-FILE
                   AT END
                       SET SRC-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE

           OPEN OUTPUT WAITLIST-FILE
           CLOSE WAITLIST-FILE

           MOVE 'WAITLIST ENTRIES CLEARED' TO RD-MESSAGE
           MOVE WS-COPY-COUNT TO RD-COUNT
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
           .

       29-ARCHIVE-SECTIONS-ROUTINE.

      *    THE STUDENT HISTORY ARCHIVE SAYS WHICH SECTION A STUDENT
      *    WAS IN, BUT ONLY THE SECTION MASTER SAYS WHO TAUGHT IT --
      *    AND THE REGISTRAR REPLACES THAT FILE EVERY TERM.  IT IS
      *    ARCHIVED BEHIND THE SAME TERM STAMP AND LEFT IN PLACE

           OPEN INPUT  SECTION-MASTER-FILE
           OPEN EXTEND SECTION-ARCHIVE-FILE
           WRITE SECTION-ARCHIVE-RECORD FROM TERM-STAMP-LINE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO SRC-EOF-FLAG
           PERFORM UNTIL SRC-AT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SRC-AT-EOF TO TRUE
                   NOT AT END
                       WRITE SECTION-ARCHIVE-RECORD
                           FROM SECTION-MASTER-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
                 SECTION-ARCHIVE-FILE
           MOVE WS-COPY-COUNT TO WS-SECT-ARCH-COUNT

           MOVE 'SECTION MASTER RECORDS ARCHIVED' TO RD-MESSAGE
           MOVE WS-SECT-ARCH-COUNT                TO RD-COUNT
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
           .

       30-PURGE-MASTER-ROUTINE.

      *    THE MASTER IS SWEPT IN KEY ORDER -- A CONTINUING STUDENT
