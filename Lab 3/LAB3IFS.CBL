      *                   AT THE TOP OF EVERY PAGE, AND SECTION
      *                   TOTALS HELD OVER RATHER THAN STRANDED AT
      *                   THE BOTTOM OF A PAGE
      *    10/15/26  RWP  CHECKPOINT/RESTART -- EVERY N STUDENTS (N ON
      *                   THE CONTROL RECORD) THE OUTPUTS ARE COMMITTED
      *                   AND LAB3CKPT.TXT RECORDS THE LAST STUDENT
      *                   PROCESSED, THE SECTION AND GRAND TOTALS AND
      *                   THE CONTROL COUNTS.  A 'Y' IN THE RESTART
      *                   COLUMN RESUMES AN INTERRUPTED RUN UNDER ITS
      *                   OWN RUN IDENTIFIER WITHOUT TOUCHING
      *                   RUNCTL.TXT -- EACH EXTRACT IS CUT BACK TO THE
      *                   CHECKPOINT, GRADES.TXT IS REPOSITIONED PAST
      *                   THE LAST STUDENT, AND THE END-OF-JOB TOTALS
      *                   BALANCE AS IF THE RUN HAD NEVER STOPPED
      *    10/15/26  RWP  INSTRUCTOR CERTIFICATION -- THE FINAL RUN
      *                   PRINTS A CERTIFICATION ROSTER PER SECTION
      *                   (CERTROST.TXT) WITH THE INSTRUCTOR, EACH
      *                   STUDENT'S FINAL LETTER AND A SIGNATURE
      *                   BLOCK.  ONLY SECTIONS ON CERTIFY.TXT,
      *                   CERTIFIED BY THEIR INSTRUCTOR OF RECORD, GO
      *                   TO SISPOST.TXT -- THE REST ARE HELD AND
      *                   LISTED ON CERTPEND.TXT
      *    10/15/26  RWP  ATTENDANCE -- EACH STUDENT'S ATTENDANCE
      *                   PERCENTAGE FROM THE TERM'S CUMULATIVE
      *                   ATTENDANCE FILE (ATTNCUM.TXT) PRINTS ON THE
      *                   PROGRESS PAGE, AND A STUDENT MISSING MORE
      *                   THAN THE CONTROL RECORD'S ABSENCE THRESHOLD
      *                   GOES ON THE EARLY-WARNING LISTING
      *    10/15/26  RWP  GUARDIAN MAILING -- EVERY STUDENT WITH A
      *                   PROGRESS PAGE IS LOOKED UP ON THE GUARDIAN
      *                   CONTACT MASTER (CONTACT.DAT, KEPT BY
      *                   CONTACTMAINT).  MAIL-PREFERENCE FAMILIES GET
      *                   ONE LABEL PER HOUSEHOLD ADDRESS ON
      *                   MAILLABL.TXT, EMAIL-PREFERENCE FAMILIES A ROW
      *                   ON THE MAIL-MERGE EXTRACT MAILMRG.CSV, AND A
      *                   STUDENT WITH NO CONTACT ON FILE GOES ON
      *                   CONTEXCP.TXT SO NO PAGE GOES UNSENT
      *    10/15/26  RWP  RESTART CUTS THE CLASS REPORT AND PROGRESS
      *                   PAGES BACK TO THEIR CHECKPOINT LINE COUNTS
      *                   (NEW 'P' CHECKPOINT RECORD) INSTEAD OF
      *                   EXTENDING THEM, SO STUDENTS PRINTED AFTER
      *                   THE LAST CHECKPOINT DO NOT PRINT TWICE.  A
      *                   CHECKPOINT WITHOUT IT IS HELD, RC 12
      *    10/15/26  RWP  ATTENDANCE RECORDS FOR STUDENTS PAST THE
      *                   2000TH TABLE ENTRY ARE COUNTED, PRINTED ON
      *                   THE WARNING AND EOJ TOTALS AND END THE RUN
      *                   WITH RC 8
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT WARNING-FILE
               ASSIGN TO 'EARLYWRN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO 'LAB3CKPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT CHECKPOINT-WORK-FILE
               ASSIGN TO 'CKPTWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT REPORT-TRIM-FILE
               ASSIGN TO 'PRGRADESXXX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT PROGRESS-TRIM-FILE
               ASSIGN TO 'PROGRESS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL PRIOR-INCOMPLETE-SAVE
               ASSIGN TO 'INCPRIOR.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL CERTIFICATION-FILE
               ASSIGN TO 'CERTIFY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT CERT-ROSTER-FILE
               ASSIGN TO PRINTER 'CERTROST.TXT'.
      *****
           SELECT CERT-PENDING-FILE
               ASSIGN TO 'CERTPEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO 'ATTNCUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT OPTIONAL CONTACT-MASTER
               ASSIGN TO 'CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-STUDENT-ID
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
      *****
           SELECT LABEL-SORT-FILE
               ASSIGN TO 'LABELSRT.TMP'.
      *****
           SELECT LABEL-INPUT-FILE
               ASSIGN TO 'LABELIN.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT LABEL-OUTPUT-FILE
               ASSIGN TO 'LABELOUT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT MAILING-LABEL-FILE
               ASSIGN TO 'MAILLABL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT MAIL-MERGE-FILE
               ASSIGN TO 'MAILMRG.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
           SELECT CONTACT-EXCEPTION-FILE
               ASSIGN TO 'CONTEXCP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *****
       DATA DIVISION.
       FILE SECTION.
      *    EXAM SCORES ZERO PER DEPARTMENT POLICY.  SPACES MEANS NO
      *    DEADLINE THIS TERM
           05  CTL-MAKEUP-DEADLINE     PIC X(08).
      *    STUDENTS PROCESSED BETWEEN RESTART CHECKPOINTS -- SPACES
      *    OR ZERO TAKES NO CHECKPOINTS AT ALL
           05  CTL-CHECKPOINT-INTERVAL PIC 9(04).
      *    'Y' RESUMES THE INTERRUPTED RUN FROM ITS LAST CHECKPOINT
      *    INSTEAD OF STARTING A NEW RUN
           05  CTL-RESTART-SW          PIC X(01).
      *    PERCENT OF A STUDENT'S CLASS MEETINGS MISSED THAT PUTS
      *    THEM ON THE EARLY-WARNING REPORT -- SPACES OR ZERO KEEPS
      *    THE DEPARTMENT-STANDARD DEFAULT
           05  CTL-ABSENCE-THRESHOLD   PIC 9(03).
           05  FILLER                  PIC X(30).
      *    A RECORD WITH 'S' IN COLUMN 1 CARRIES ONE SECTION'S
      *    GRADING SCALE INSTEAD OF THE RUN-WIDE CONTROL VALUES --
      *    THE CUTOFFS ARE THE LOWEST AVERAGE EARNING EACH LETTER AND
           05  SEC-MEET-TIME           PIC X(11).
           05  SEC-CAPACITY            PIC 9(03).
           05  FILLER                  PIC X(37).
      *****
      *    RESTART CHECKPOINT -- REWRITTEN EVERY CF-CHECKPOINT-
      *    INTERVAL STUDENTS AND EMPTIED BY A CLEAN END OF JOB.  THE
      *    RECORD SHAPES ARE LAID OUT OVER CHECKPOINT-WORK-RECORD
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECKPOINT-RECORD           PIC X(80).
      *****
      *    HOLDING FILE WHILE A RESTART CUTS EACH EXTRACT BACK TO
      *    THE RECORDS IT HELD AT THE CHECKPOINT
      *    ONE BYTE WIDER THAN THE EXTRACTS -- A PRINT LINE WRITTEN
      *    AFTER A PAGE EJECT READS BACK WITH ITS FORM FEED AHEAD OF
      *    IT, AND THE WHOLE LINE MUST SURVIVE THE CUT
       FD  CHECKPOINT-WORK-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  CHECKPOINT-WORK-REC         PIC X(81).
      *****
      *    THE TWO PRINT FILES READ BACK AS PLAIN LINES -- EVERY
      *    BLANK LINE THE CARRIAGE CONTROL PUT OUT IS A LINE HERE --
      *    SO THE CHECKPOINT CAN COUNT THEM AND A RESTART CAN CUT
      *    THEM BACK TO THAT COUNT
       FD  REPORT-TRIM-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  REPORT-TRIM-RECORD          PIC X(81).
      *****
       FD  PROGRESS-TRIM-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  PROGRESS-TRIM-RECORD        PIC X(81).
      *****
      *    THE PRIOR RUN'S INCOMPLETE RECORDS, SAVED BEFORE
      *    INCOMPLT.TXT IS REBUILT -- A RESTART TAKES ITS FIRST-MISSING
      *    DATES FROM HERE, BECAUSE BY THEN THE INTERRUPTED RUN HAS
      *    ALREADY REWRITTEN INCOMPLT.TXT
       FD  PRIOR-INCOMPLETE-SAVE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-INCOMPLETE-SAVE-REC.
           05  PS-NAME                 PIC X(20).
           05  FILLER                  PIC X(02).
           05  PS-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(02).
           05  PS-SECTION              PIC X(04).
           05  FILLER                  PIC X(02).
           05  PS-EXAM-DUE             PIC X(15).
           05  FILLER                  PIC X(02).
           05  PS-FIRST-MISSING        PIC X(08).
           05  FILLER                  PIC X(16).
      *****
      *    ONE RECORD PER SECTION WHOSE FINAL LETTERS HAVE BEEN
      *    SIGNED OFF -- KEYED BY THE REGISTRAR FROM THE SIGNED
      *    CERTIFICATION ROSTER.  THE NAME MUST BE THE INSTRUCTOR OF
      *    RECORD ON SECTMAST.TXT OR THE SECTION STAYS HELD
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERTIFICATION-RECORD.
           05  CERT-SECTION            PIC X(04).
           05  FILLER                  PIC X(02).
           05  CERT-CERTIFIED-BY       PIC X(20).
           05  FILLER                  PIC X(02).
           05  CERT-DATE               PIC X(08).
           05  FILLER                  PIC X(44).
      *****
      *    FINAL-RUN CERTIFICATION ROSTER -- ONE PAGE PER SECTION SO
      *    EACH CAN GO TO ITS INSTRUCTOR FOR SIGNATURE ON ITS OWN
       FD  CERT-ROSTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-ROSTER-RECORD          PIC X(80).
      *****
      *    SECTIONS THE FINAL RUN HELD OUT OF THE POSTING EXTRACT
      *    BECAUSE NO CERTIFICATION IS ON FILE FOR THEM
       FD  CERT-PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-PENDING-RECORD         PIC X(80).
      *****
      *    THE TERM'S ATTENDANCE, ONE RECORD PER STUDENT PER CLASS
      *    MEETING, POSTED DAILY BY ATTENDIMPORT -- TOTALED PER
      *    STUDENT AT HOUSEKEEPING
       FD  ATTENDANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTENDANCE-RECORD.
           05  AC-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(02).
           05  AC-SECTION              PIC X(04).
           05  FILLER                  PIC X(02).
           05  AC-MEET-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  AC-STATUS               PIC X(01).
               88  AC-ABSENT                         VALUE 'A'.
               88  AC-EXCUSED                        VALUE 'E'.
           05  FILLER                  PIC X(02).
           05  AC-POSTED-DATE          PIC X(08).
           05  FILLER                  PIC X(42).
      *****
      *    ONE GUARDIAN CONTACT PER STUDENT, KEPT BY CONTACTMAINT --
      *    PROBED BY KEY FOR EACH STUDENT WHOSE PROGRESS PAGE PRINTED
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
           05  FILLER                  PIC X(28).
      *****
      *    MAIL-PREFERENCE STUDENTS ARE SORTED BY ADDRESS SO SIBLINGS
      *    IN DIFFERENT SECTIONS COME TOGETHER AND SHARE ONE LABEL --
      *    THE SAME STAGING THE RANK REPORT USES
       SD  LABEL-SORT-FILE.
       01  LABEL-SORT-RECORD.
           05  LS-ZIP                  PIC X(10).
           05  LS-STATE                PIC X(02).
           05  LS-CITY                 PIC X(20).
           05  LS-ADDRESS-1            PIC X(30).
           05  LS-ADDRESS-2            PIC X(30).
           05  LS-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X(48).
      *****
       FD  LABEL-INPUT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  LABEL-INPUT-RECORD          PIC X(160).
      *****
       FD  LABEL-OUTPUT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  LABEL-OUTPUT-RECORD         PIC X(160).
      *****
      *    ONE LABEL PER HOUSEHOLD -- GUARDIAN, ADDRESS, THEN A LINE
      *    PER PROGRESS PAGE THAT GOES IN THE ENVELOPE
       FD  MAILING-LABEL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAILING-LABEL-RECORD        PIC X(80).
      *****
      *    COMMA-DELIMITED, ONE ROW PER STUDENT WHOSE FAMILY TAKES
      *    THE PROGRESS PAGE BY EMAIL, FOR THE OFFICE'S MAIL MERGE
       FD  MAIL-MERGE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  MAIL-MERGE-RECORD           PIC X(200).
      *****
      *    STUDENTS WHOSE PROGRESS PAGE HAS NOWHERE TO GO
       FD  CONTACT-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTACT-EXCEPTION-RECORD    PIC X(80).
      *****
       WORKING-STORAGE SECTION.

           05  WS-INCOMP-COUNT         PIC S9(5) COMP VALUE 0.
           05  WS-INCOMP-STUDENTS      PIC S9(5) COMP VALUE 0.
           05  WS-POST-COUNT           PIC S9(5) COMP VALUE 0.
           05  WS-POST-HELD-COUNT      PIC S9(5) COMP VALUE 0.
           05  WS-BALANCE-CHECK        PIC S9(5) COMP VALUE 0.
           05  WS-OOB-SW               PIC X          VALUE 'N'.
               88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
      *    SPACES MEANS NO MAKEUP DEADLINE THIS TERM -- INCOMPLETES
      *    SIMPLY CARRY, AS THEY ALWAYS HAVE
           05  CF-MAKEUP-DEADLINE      PIC X(08)     VALUE SPACES.
      *    ZERO TAKES NO RESTART CHECKPOINTS -- THE RUN BEHAVES
      *    EXACTLY AS IT ALWAYS HAS UNLESS LAB3CTL.TXT ASKS FOR THEM
           05  CF-CHECKPOINT-INTERVAL  PIC 9(04)     VALUE 0.
      *    ABSENCE RATE THAT FLAGS A STUDENT AT RISK -- 15 PERCENT
      *    OF MEETINGS MISSED UNLESS LAB3CTL.TXT SAYS OTHERWISE
           05  CF-ABSENCE-THRESHOLD    PIC 9(03)     VALUE 015.
      *    GRADING SCALE IN FORCE FOR THE SECTION BEING PROCESSED --
      *    RELOADED AT EACH SECTION BREAK FROM THE SCALE TABLE, OR
      *    SET BACK TO THE DEPARTMENT-STANDARD 90/80/70/60 WITH NO
               10  SST-CUT-C           PIC 9(03).
               10  SST-CUT-D           PIC 9(03).
               10  SST-CURVE           PIC 9(03).
      *****
      *****
      *    CHECKPOINT/RESTART CONTROL -- A RESTART IS ONLY RUN WHEN
      *    THE CONTROL RECORD ASKS FOR ONE AND A COMPLETE CHECKPOINT
      *    IS ON FILE.  WS-TRIM-FILE-NO NAMES THE EXTRACT BEING CUT
      *    BACK TO ITS CHECKPOINT CONTENTS
       01  CHECKPOINT-FLAGS.
           05  WS-RESTART-SW           PIC X         VALUE 'N'.
               88  RESTART-RUN                       VALUE 'Y'.
           05  CKPT-EOF-FLAG           PIC X         VALUE 'Y'.
               88  CKPT-AT-EOF                       VALUE 'N'.
           05  WS-CKPT-END-SW          PIC X         VALUE 'N'.
               88  CHECKPOINT-COMPLETE               VALUE 'Y'.
           05  TRIM-EOF-FLAG           PIC X         VALUE 'Y'.
               88  TRIM-AT-EOF                       VALUE 'N'.
           05  WS-TRIM-FILE-NO         PIC 9(02)     VALUE 0.
               88  TRIM-EXCEPTION-FILE               VALUE 1.
               88  TRIM-HONOR-FILE                   VALUE 2.
               88  TRIM-PROBATION-FILE               VALUE 3.
               88  TRIM-DISCREPANCY-FILE             VALUE 4.
               88  TRIM-RANK-FILE                    VALUE 5.
               88  TRIM-CSV-FILE                     VALUE 6.
               88  TRIM-INCOMPLETE-FILE              VALUE 7.
               88  TRIM-STUHIST-FILE                 VALUE 8.
               88  TRIM-POSTING-FILE                 VALUE 9.
               88  TRIM-REPORT-FILE                  VALUE 10.
               88  TRIM-PROGRESS-FILE                VALUE 11.
      *****
       01  CHECKPOINT-COUNTS.
           05  WS-CKPT-SINCE           PIC S9(5) COMP VALUE 0.
           05  WS-CKPT-TAKEN           PIC S9(5) COMP VALUE 0.
           05  WS-CKPT-HOLD-COUNT      PIC S9(4) COMP VALUE 0.
           05  WS-CKPT-HOLD-IDX        PIC S9(4) COMP VALUE 0.
           05  WS-CKPT-READ-COUNT      PIC S9(5) COMP VALUE 0.
           05  WS-CKPT-END-COUNT       PIC S9(5) COMP VALUE 0.
           05  WS-CKPT-LAST-ID         PIC X(09)      VALUE SPACES.
           05  WS-SKIP-COUNT           PIC S9(5) COMP VALUE 0.
           05  WS-SKIP-LAST-ID         PIC X(09)      VALUE SPACES.
           05  WS-TRIM-KEEP            PIC S9(5) COMP VALUE 0.
           05  WS-TRIM-COUNT           PIC S9(5) COMP VALUE 0.
           05  WS-TRIM-FILE-NAME       PIC X(15)      VALUE SPACES.
           05  WS-TRIM-LAST-SECTION    PIC X(04)      VALUE SPACES.
           05  WS-REPORT-LINES         PIC S9(7) COMP VALUE 0.
           05  WS-PROGRESS-LINES       PIC S9(7) COMP VALUE 0.
           05  WS-HOLD-REASON          PIC X(30)      VALUE SPACES.
      *****
       01  WS-TRIM-RECORD              PIC X(81)      VALUE SPACES.
      *****
      *    THE CHECKPOINT AS READ BACK -- HELD WHOLE UNTIL ITS END
      *    RECORD PROVES IT COMPLETE, THEN APPLIED AFTER HOUSEKEEPING
      *    HAS REBUILT THE CONTROL AND SECTION TABLES
       01  CHECKPOINT-HOLD-TABLE.
           05  CHT-RECORD              PIC X(80)
                   OCCURS 60 TIMES.
      *****
      *    ONE CHECKPOINT IS A HEADER, THE CONTROL COUNTS, THE
      *    SECTION AND GRAND TOTALS, THE SCALE IN FORCE, ONE RECORD
      *    PER SECTION MEAN BANKED SO FAR, AND AN END RECORD THAT
      *    REPEATS THE HEADER'S READ COUNT
       01  CHECKPOINT-WORK-RECORD.
           05  CKW-TYPE                PIC X(01).
               88  CKW-HEADER                        VALUE 'H'.
               88  CKW-COUNTS                        VALUE 'C'.
               88  CKW-PRINT-COUNTS                  VALUE 'P'.
               88  CKW-SECTION-TOTALS                VALUE 'T'.
               88  CKW-GRAND-TOTALS                  VALUE 'G'.
               88  CKW-SECTION-SCALE                 VALUE 'S'.
               88  CKW-SECTION-MEAN                  VALUE 'M'.
               88  CKW-END                           VALUE 'E'.
           05  FILLER                  PIC X(79).
      *****
       01  CKPT-HEADER-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKH-RUN-ID              PIC X(12).
           05  CKH-RUN-DATE            PIC X(08).
           05  CKH-RUN-NUMBER          PIC 9(03).
           05  CKH-READ-COUNT          PIC 9(05).
           05  CKH-LAST-ID             PIC X(09).
           05  CKH-LAST-NAME           PIC X(20).
           05  CKH-PAGE-COUNT          PIC 9(03).
           05  CKH-PREV-SECTION        PIC X(04).
           05  CKH-FIRST-REC-SW        PIC X(01).
           05  CKH-SECT-STUDENTS       PIC 9(04).
           05  FILLER                  PIC X(10).
      *****
       01  CKPT-COUNTS-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKC-READ-COUNT          PIC 9(05).
           05  CKC-DETAIL-COUNT        PIC 9(05).
           05  CKC-RANKIN-COUNT        PIC 9(05).
           05  CKC-CSV-COUNT           PIC 9(05).
           05  CKC-PROGRESS-COUNT      PIC 9(05).
           05  CKC-HONOR-COUNT         PIC 9(05).
           05  CKC-PROB-COUNT          PIC 9(05).
           05  CKC-EXCP-COUNT          PIC 9(05).
           05  CKC-DISC-COUNT          PIC 9(05).
           05  CKC-INCOMP-COUNT        PIC 9(05).
           05  CKC-INCOMP-STUDENTS     PIC 9(05).
           05  CKC-POST-COUNT          PIC 9(05).
           05  CKC-STUHIST-COUNT       PIC 9(05).
           05  CKC-POST-HELD-COUNT     PIC 9(05).
           05  FILLER                  PIC X(09).
      *****
      *    PHYSICAL LINES ON THE TWO PRINT FILES, BLANK LINES AND ALL
       01  CKPT-PRINT-COUNTS-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKP-REPORT-LINES        PIC 9(07).
           05  CKP-PROGRESS-LINES      PIC 9(07).
           05  FILLER                  PIC X(65).
      *****
       01  CKPT-SECTION-TOTALS-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKT-NUM-STUDENTS        PIC 9(02).
           05  CKT-SUM-AVERAGES        PIC 9(05)V9.
           05  CKT-COUNT-A             PIC 9(03).
           05  CKT-COUNT-B             PIC 9(03).
           05  CKT-COUNT-C             PIC 9(03).
           05  CKT-COUNT-D             PIC 9(03).
           05  CKT-COUNT-F             PIC 9(03).
           05  CKT-EXAM-SUM            PIC 9(07)
                   OCCURS 4 TIMES.
           05  FILLER                  PIC X(28).
      *****
       01  CKPT-GRAND-TOTALS-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKG-NUM-STUDENTS        PIC 9(03).
           05  CKG-SUM-AVERAGES        PIC 9(06)V9.
           05  CKG-COUNT-A             PIC 9(03).
           05  CKG-COUNT-B             PIC 9(03).
           05  CKG-COUNT-C             PIC 9(03).
           05  CKG-COUNT-D             PIC 9(03).
           05  CKG-COUNT-F             PIC 9(03).
           05  CKG-EXAM-SUM            PIC 9(07)
                   OCCURS 4 TIMES.
           05  FILLER                  PIC X(26).
      *****
       01  CKPT-SECTION-SCALE-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKS-CUT-A               PIC 9(03).
           05  CKS-CUT-B               PIC 9(03).
           05  CKS-CUT-C               PIC 9(03).
           05  CKS-CUT-D               PIC 9(03).
           05  CKS-CURVE               PIC 9(03).
           05  CKS-INSTRUCTOR          PIC X(20).
           05  CKS-CAPACITY            PIC 9(03).
           05  CKS-CERTIFIED-SW        PIC X(01).
           05  FILLER                  PIC X(40).
      *****
       01  CKPT-SECTION-MEAN-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKM-SECTION             PIC X(04).
           05  CKM-MEAN                PIC 9(03)V9.
           05  FILLER                  PIC X(71).
      *****
       01  CKPT-END-AREA REDEFINES CHECKPOINT-WORK-RECORD.
           05  FILLER                  PIC X(01).
           05  CKE-READ-COUNT          PIC 9(05).
           05  FILLER                  PIC X(74).
      *****
      *    SECTIONS SIGNED OFF FOR POSTING, TABLED AT HOUSEKEEPING ON
      *    THE FINAL RUN ONLY -- AN EMPTY TABLE HOLDS EVERY SECTION
       01  CERTIFICATION-FLAGS.
           05  CERT-EOF-FLAG           PIC X         VALUE 'Y'.
               88  CERT-AT-EOF                       VALUE 'N'.
           05  WS-SECT-CERT-SW         PIC X         VALUE 'N'.
               88  SECTION-CERTIFIED                 VALUE 'Y'.
           05  WS-CERT-VALID-SW        PIC X         VALUE 'Y'.
               88  CERTIFICATION-VALID               VALUE 'Y'.
      *****
       01  CERTIFICATION-COUNTS.
           05  WS-CERT-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-CERT-PENDING-COUNT   PIC S9(4) COMP VALUE 0.
           05  WS-ROSTER-SECTIONS      PIC S9(4) COMP VALUE 0.
           05  WS-ROSTER-STUDENTS      PIC S9(4) COMP VALUE 0.
           05  WS-ROSTER-LINES         PIC S9(4) COMP VALUE 0.
      *****
       01  CERTIFICATION-TABLE.
           05  CRT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-CERT-COUNT
                   INDEXED BY CRT-IDX.
               10  CRT-SECTION         PIC X(04).
               10  CRT-CERTIFIED-BY    PIC X(20).
               10  CRT-DATE            PIC X(08).
      *****
      *    21A- LOOKS UP WS-CERT-LOOKUP-SECTION AND LEAVES WHO
      *    CERTIFIED IT AND WHEN HERE, ALONG WITH WS-SECT-CERT-SW
       01  CERTIFICATION-FIELDS.
           05  WS-CERT-LOOKUP-SECTION  PIC X(04)     VALUE SPACES.
           05  WS-CERT-BY              PIC X(20)     VALUE SPACES.
           05  WS-CERT-DATE            PIC X(08)     VALUE SPACES.
           05  WS-ROSTER-SECTION       PIC X(04)     VALUE SPACES.
           05  WS-ROSTER-INSTRUCTOR    PIC X(20)     VALUE SPACES.
      *****
       01  ATTENDANCE-FLAGS.
           05  ATT-EOF-FLAG            PIC X         VALUE 'Y'.
               88  ATT-AT-EOF                        VALUE 'N'.
           05  WS-ATT-FOUND-SW         PIC X         VALUE 'N'.
               88  ATTENDANCE-FOUND                  VALUE 'Y'.
      *****
       01  ATTENDANCE-COUNTS.
           05  WS-ATT-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-ATT-RECORDS          PIC S9(5) COMP VALUE 0.
           05  WS-ATT-WARN-COUNT       PIC S9(5) COMP VALUE 0.
           05  WS-ATT-OVERFLOW-COUNT   PIC S9(5) COMP VALUE 0.
      *****
      *    ONE ENTRY PER STUDENT ON THE ATTENDANCE FILE, TOTALED AT
      *    HOUSEKEEPING SO THE PROGRESS PAGE AND THE EARLY-WARNING
      *    CHECK NEVER REREAD IT.  SIZED AT 2000 LIKE THE ROSTER
      *    CHECK.  AN EXCUSED MEETING COUNTS NEITHER WAY.  EVERY
      *    RECORD FOR A STUDENT WHO WILL NOT FIT IS COUNTED IN
      *    WS-ATT-OVERFLOW-COUNT AND THE RUN ENDS RC 8
       01  ATTENDANCE-TABLE.
           05  ATT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ATT-COUNT
                   INDEXED BY ATT-IDX.
               10  ATT-STUDENT-ID      PIC X(09).
               10  ATT-MEETINGS        PIC S9(4) COMP.
               10  ATT-ABSENCES        PIC S9(4) COMP.
               10  ATT-EXCUSED         PIC S9(4) COMP.
      *****
      *    33B- LOOKS UP WS-ATT-LOOKUP-ID AND LEAVES THE
      *    STUDENT'S FIGURES HERE, ALONG WITH WS-ATT-FOUND-SW
       01  ATTENDANCE-FIELDS.
           05  WS-ATT-LOOKUP-ID        PIC X(09)     VALUE SPACES.
           05  WS-ATT-COUNTED          PIC S9(4) COMP VALUE 0.
           05  WS-ATT-ABSENT           PIC S9(4) COMP VALUE 0.
           05  WS-ATT-PCT              PIC S999V9    VALUE +0.
           05  WS-ABSENCE-PCT          PIC S999V9    VALUE +0.
           05  WS-ATT-PCT-EDIT         PIC ZZ9.9.
      *****
       01  CONTACT-FLAGS.
           05  WS-CONTACT-FILE-STATUS  PIC X(02)     VALUE SPACES.
      *    STATUS 05 IS A CONTACT MASTER NOT YET CREATED -- EVERY
      *    STUDENT THEN LANDS ON THE EXCEPTIONS LIST, WHICH IS TRUE
               88  CONTACT-OPEN-GOOD                 VALUES '00' '05'.
           05  LABEL-EOF-FLAG          PIC X         VALUE 'Y'.
               88  LABEL-AT-EOF                      VALUE 'N'.
      *****
       01  CONTACT-COUNTS.
           05  WS-HOUSEHOLD-COUNT      PIC S9(5) COMP VALUE 0.
           05  WS-MERGE-COUNT          PIC S9(5) COMP VALUE 0.
           05  WS-NO-CONTACT-COUNT     PIC S9(5) COMP VALUE 0.
      *****
      *    49T- TRIMS WS-MRG-FIELD AND LEAVES ITS LENGTH IN
      *    WS-MRG-LEN, THE WAY 32- TRIMS THE NAME FOR THE CSV EXPORT
       01  CONTACT-FIELDS.
           05  WS-PREV-HOUSEHOLD       PIC X(92)     VALUE SPACES.
           05  WS-MRG-FIELD            PIC X(40)     VALUE SPACES.
           05  WS-MRG-LEN              PIC S9(4) COMP VALUE 0.
           05  WS-MRG-POINTER          PIC S9(4) COMP VALUE 0.
           05  WS-MRG-AVERAGE          PIC 999.9.
           05  WS-MRG-AVERAGE-X REDEFINES WS-MRG-AVERAGE
                                       PIC X(05).
      *****
      *    THE LABEL STAGING RECORD -- THE HOUSEHOLD GROUP IS THE
      *    SORT KEY AND THE CONTROL BREAK, SO TWO STUDENTS AT THE
      *    SAME ADDRESS, KEYED THE SAME WAY, SHARE ONE LABEL
       01  LABEL-WORK-RECORD.
           05  LW-HOUSEHOLD.
               10  LW-ZIP              PIC X(10).
               10  LW-STATE            PIC X(02).
               10  LW-CITY             PIC X(20).
               10  LW-ADDRESS-1        PIC X(30).
               10  LW-ADDRESS-2        PIC X(30).
           05  LW-STUDENT-NAME         PIC X(20).
           05  LW-GUARDIAN-NAME        PIC X(30).
           05  LW-STUDENT-ID           PIC X(09).
           05  LW-SECTION              PIC X(04).
           05  FILLER                  PIC X(05).
      *****
       01  WS-DATE.
           05 WS-YEAR                  PIC 99        VALUE 0.
       01  EOJ-BALANCE-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05  EBL-MESSAGE             PIC X(44).
      *****
      *    PRINTED WHERE A RESTARTED RUN PICKS UP, ON THE REPORT AND
      *    AS A SEPARATOR PAGE IN THE PROGRESS FILE -- ANY LINES OR
      *    PAGES THE INTERRUPTED RUN PRINTED FOR STUDENTS PAST THIS
      *    RECORD SIT ABOVE IT AND ARE SUPERSEDED BY WHAT FOLLOWS
       01  RESTART-NOTICE-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(30)     VALUE
                                        '*** RESTARTED FROM CHECKPOINT'.
           05                          PIC X(14)     VALUE
                                        ' AFTER RECORD '.
           05  RNL-READ-COUNT          PIC ZZZZ9.
           05                          PIC X(05)     VALUE '  ID'.
           05  RNL-STUDENT-ID          PIC X(09).
           05                          PIC X(04)     VALUE ' ***'.
      *****
       01  RANK-HEADING-LINE.
           05  FILLER                  PIC X(25)     VALUE SPACES.
           05  WL-SECTION              PIC X(04).
           05                          PIC X(02)     VALUE SPACES.
           05  WL-PRIOR-AVG            PIC ZZ9.9.
      *    AN ATTENDANCE FLAG HAS NO PRIOR STANDING, AND AN
      *    INCOMPLETE HAS NO AVERAGE -- THOSE COLUMNS PRINT BLANK
           05  WL-PRIOR-AVG-X REDEFINES WL-PRIOR-AVG
                                       PIC X(05).
           05                          PIC X(01)     VALUE SPACES.
           05  WL-PRIOR-LETTER         PIC X(01).
           05                          PIC X(02)     VALUE SPACES.
           05  WL-CURR-AVG             PIC ZZ9.9.
           05  WL-CURR-AVG-X REDEFINES WL-CURR-AVG
                                       PIC X(05).
           05                          PIC X(01)     VALUE SPACES.
           05  WL-CURR-LETTER          PIC X(01).
           05                          PIC X(02)     VALUE SPACES.
           05                          PIC X(08)     VALUE 'TOTALS'.
           05                          PIC X(09)     VALUE 'FLAGGED'.
           05  WTL-FLAGGED             PIC ZZZ9.
           05                          PIC X(13)     VALUE
                                        '  ATTENDANCE'.
           05  WTL-ATTENDANCE          PIC ZZZ9.
           05                          PIC X(14)     VALUE
                                        '  NOT TABLED'.
           05  WTL-NOT-TABLED          PIC ZZZ9.
      *****
       01  CSV-HEADER-LINE             PIC X(46)     VALUE
           'NAME,EXAM1,EXAM2,EXAM3,EXAM4,AVERAGE,GRADE,RUN'.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(10)     VALUE 'STANDING:'.
           05  PST-STANDING            PIC X(30).
      *****
       01  PROGRESS-ATTEND-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(12)     VALUE
                                        'ATTENDANCE:'.
           05  PAT-PCT                 PIC ZZ9.9.
           05                          PIC X(01)     VALUE '%'.
           05                          PIC X(04)     VALUE SPACES.
           05                          PIC X(07)     VALUE 'ABSENT'.
           05  PAT-ABSENT              PIC ZZ9.
           05                          PIC X(04)     VALUE ' OF'.
           05  PAT-MEETINGS            PIC ZZ9.
           05                          PIC X(09)     VALUE
                                        ' MEETINGS'.
      *****
      *    A STUDENT WITH NO MEETINGS ON FILE GETS A PLAIN STATEMENT
      *    OF THAT INSTEAD OF A 0.0 PERCENT
       01  PROGRESS-NO-ATTEND-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(12)     VALUE
                                        'ATTENDANCE:'.
           05                          PIC X(20)     VALUE
                                        'NO MEETINGS RECORDED'.
      *****
      *    CERTIFICATION ROSTER LINES -- THESE GO TO CERT-ROSTER-FILE
       01  CERT-HEADING-LINE.
           05                          PIC X(10)     VALUE SPACES.
           05                          PIC X(32)     VALUE
                                        'FINAL GRADE CERTIFICATION'.
           05  CRH-RUN-ID              PIC X(12).
      *****
       01  CERT-SECTION-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(09)     VALUE 'SECTION:'.
           05  CSL-SECTION             PIC X(04).
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(12)     VALUE
                                        'INSTRUCTOR:'.
           05  CSL-INSTRUCTOR          PIC X(20).
           05                          PIC X(01)     VALUE SPACES.
           05  CSL-CONTINUED           PIC X(11).
      *****
       01  CERT-COLUMN-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(11)     VALUE 'ID'.
           05                          PIC X(22)     VALUE 'NAME'.
           05                          PIC X(09)     VALUE 'AVERAGE'.
           05                          PIC X(05)     VALUE 'FINAL'.
      *****
       01  CERT-DETAIL-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05  CDL-STUDENT-ID          PIC X(09).
           05                          PIC X(02)     VALUE SPACES.
           05  CDL-NAME                PIC X(20).
           05                          PIC X(04)     VALUE SPACES.
           05  CDL-AVERAGE             PIC ZZ9.9.
      *    AN INCOMPLETE HAS NO AVERAGE -- THE COLUMN PRINTS BLANK
           05  CDL-AVERAGE-X REDEFINES CDL-AVERAGE
                                       PIC X(05).
           05                          PIC X(04)     VALUE SPACES.
           05  CDL-LETTER              PIC X(01).
      *****
       01  CERT-COUNT-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(20)     VALUE
                                        'STUDENTS ON ROSTER:'.
           05  CCL-COUNT               PIC ZZZ9.
      *****
       01  CERT-STATEMENT-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(48)     VALUE
               'I CERTIFY THE FINAL LETTER GRADES SHOWN ABOVE.'.
      *****
       01  CERT-SIGNATURE-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(11)     VALUE
                                        'SIGNATURE:'.
           05                          PIC X(30)     VALUE
                                        ALL '_'.
           05                          PIC X(03)     VALUE SPACES.
           05                          PIC X(06)     VALUE 'DATE:'.
           05                          PIC X(10)     VALUE
                                        ALL '_'.
      *****
       01  CERT-DONE-LINE.
           05                          PIC X(05)     VALUE SPACES.
           05                          PIC X(13)     VALUE
                                        'CERTIFIED BY'.
           05  CDN-CERTIFIED-BY        PIC X(20).
           05                          PIC X(04)     VALUE ' ON'.
           05  CDN-DATE                PIC X(08).
      *****
      *    PENDING-CERTIFICATION LISTING LINES
       01  CERT-PENDING-HEADING-LINE.
           05                          PIC X(35)     VALUE
                                ' SECTIONS AWAITING CERTIFICATION'.
           05  CPH-RUN-ID              PIC X(12).
      *****
       01  CERT-PENDING-COLUMN-LINE.
           05                          PIC X(07)     VALUE ' SECT'.
           05                          PIC X(22)     VALUE 'INSTRUCTOR'.
           05                          PIC X(08)     VALUE 'HELD'.
      *****
       01  CERT-PENDING-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  CPL-SECTION             PIC X(04).
           05                          PIC X(02)     VALUE SPACES.
           05  CPL-INSTRUCTOR          PIC X(20).
           05                          PIC X(02)     VALUE SPACES.
           05  CPL-STUDENTS            PIC ZZZ9.
      *****
       01  CERT-PENDING-TOTALS-LINE.
           05                          PIC X(08)     VALUE 'TOTALS'.
           05                          PIC X(10)     VALUE 'SECTIONS'.
           05  CPT-SECTIONS            PIC ZZZ9.
           05                          PIC X(03)     VALUE SPACES.
           05                          PIC X(14)     VALUE
                                        'STUDENTS HELD'.
           05  CPT-STUDENTS            PIC ZZZZ9.
      *****
      *    GUARDIAN MAILING OUTPUTS
       01  CONTACT-EXCP-HEADING-LINE.
           05                          PIC X(35)     VALUE
                                ' PROGRESS PAGES WITH NO CONTACT'.
           05  CXH-RUN-ID              PIC X(12).
      *****
       01  CONTACT-EXCP-COLUMN-LINE.
           05                          PIC X(12)     VALUE
                                ' STUDENT ID'.
           05                          PIC X(22)     VALUE 'NAME'.
           05                          PIC X(06)     VALUE 'SECT'.
           05                          PIC X(07)     VALUE 'REASON'.
      *****
       01  CONTACT-EXCP-LINE.
           05                          PIC X(01)     VALUE SPACES.
           05  CXL-STUDENT-ID          PIC X(09).
           05                          PIC X(02)     VALUE SPACES.
           05  CXL-NAME                PIC X(20).
           05                          PIC X(02)     VALUE SPACES.
           05  CXL-SECTION             PIC X(04).
           05                          PIC X(02)     VALUE SPACES.
           05  CXL-REMARKS             PIC X(36).
      *****
       01  CONTACT-EXCP-TOTALS-LINE.
           05                          PIC X(08)     VALUE 'TOTALS'.
           05                          PIC X(11)     VALUE 'NO CONTACT'.
           05  CXT-NO-CONTACT          PIC ZZZZ9.
           05                          PIC X(13)     VALUE
                                        '  HOUSEHOLDS'.
           05  CXT-HOUSEHOLDS          PIC ZZZZ9.
           05                          PIC X(09)     VALUE
                                        '  EMAILS'.
           05  CXT-EMAILS              PIC ZZZZ9.
      *****
       01  LABEL-RE-LINE.
           05                          PIC X(04)     VALUE 'RE: '.
           05  LRE-STUDENT-NAME        PIC X(20).
           05                          PIC X(02)     VALUE SPACES.
           05  LRE-SECTION             PIC X(04).
      *****
       01  MAIL-MERGE-HEADER-LINE      PIC X(58)     VALUE
           'EMAIL,GUARDIAN,STUDENTID,STUDENT,SECTION,AVERAGE,GRADE,RUN'.
      *****
       01  CSV-LINE.
           05  CL-EXAM-1               PIC 999.
           PERFORM 23-DATE-TO-DAYS-ROUTINE
           MOVE WS-CONV-DAYS TO WS-TODAY-DAYS

      *    A RESTART KEEPS THE INTERRUPTED RUN'S IDENTIFIER AND
      *    DATE AND HAS ALREADY REPOSITIONED GRADES.TXT -- IT MUST
      *    NOT ADVANCE THE SEQUENCE IN RUNCTL.TXT A SECOND TIME
           PERFORM 15B-CHECK-RESTART-ROUTINE
           IF NOT RESTART-RUN
              PERFORM 22-RUN-CONTROL-ROUTINE
                END-IF

      *    LAST RUN'S INCOMPLETE RECORDS ARE TABLED BEFORE THE FILE
      *    REOPENS OUTPUT BELOW -- THE FIRST-MISSING DATES MUST
      *    SURVIVE THE REBUILD
           IF RESTART-RUN
              PERFORM 15F-LOAD-SAVED-INCOMPLETE-ROUTINE
           ELSE
              PERFORM 15A-LOAD-PRIOR-INCOMPLETE-ROUTINE
                END-IF

      *    A RESTART OPENS EVERY OUTPUT FOR EXTEND -- THE EXTRACTS
      *    AND THE TWO PRINT FILES ARE CUT BACK TO THEIR CHECKPOINT
      *    CONTENTS ONCE THE CONTROL AND SECTION TABLES ARE REBUILT
      *    BELOW, SO NO STUDENT PRINTS TWICE
           IF RESTART-RUN
              OPEN EXTEND GRADE-REPORT-FILE
                          EXCEPTION-FILE
                          HONOR-ROLL-FILE
                          PROBATION-FILE
                          DISCREPANCY-FILE
                          RANK-INPUT-FILE
                          CSV-EXPORT-FILE
                          PROGRESS-FILE
                          INCOMPLETE-FILE
                          STUDENT-HIST-NEW
           ELSE
              OPEN INPUT GRADE-FILE
                  OUTPUT GRADE-REPORT-FILE
                  OUTPUT EXCEPTION-FILE
                  OUTPUT HONOR-ROLL-FILE
                  OUTPUT PROBATION-FILE
                  OUTPUT DISCREPANCY-FILE
                  OUTPUT RANK-INPUT-FILE
                  OUTPUT CSV-EXPORT-FILE
                  OUTPUT PROGRESS-FILE
                  OUTPUT INCOMPLETE-FILE
                  OUTPUT STUDENT-HIST-NEW

      *       EVERY DISTRIBUTED EXTRACT LEADS WITH THE RUN STAMP -- A
      *       RERUN'S COPY CAN NEVER BE MISTAKEN FOR ONE ALREADY SENT
              MOVE WS-RUN-ID TO ESL-RUN-ID
              WRITE HONOR-ROLL-RECORD FROM EXTRACT-STAMP-LINE
              WRITE PROBATION-RECORD  FROM EXTRACT-STAMP-LINE

      *       THE RUN IDENTIFIER RIDES AS A REAL TRAILING COLUMN --
      *       NAMED ON THE HEADER, FILLED ON EVERY DATA ROW -- SO THE
      *       FILE STAYS RECTANGULAR FOR THE LMS IMPORT WHILE EVERY
      *       COPY STILL NAMES THE RUN THAT PRODUCED IT
              MOVE CSV-HEADER-LINE TO CSV-RECORD
              WRITE CSV-RECORD
                END-IF

      *    THESE FD RECORDS CARRY INTER-FIELD FILLER THAT IS NEVER
      *    TOUCHED AGAIN ONCE A RECORD IS WRITTEN -- BLANK THE WHOLE

           PERFORM 16-READ-CONTROL-ROUTINE

      *    THE TERM'S ATTENDANCE IS TOTALED PER STUDENT BEFORE THE
      *    FIRST PROGRESS PAGE PRINTS.  IT IS REBUILT THE SAME WAY ON
      *    A RESTART, SO IT NEEDS NOTHING FROM THE CHECKPOINT
           PERFORM 16H-LOAD-ATTENDANCE-ROUTINE

      *    THE POSTING EXTRACT ONLY EXISTS ON THE TERM'S FINAL RUN --
      *    IT IS OPENED AFTER THE CONTROL FILE HAS SAID SO, AND LIKE
      *    EVERY OTHER DISTRIBUTED EXTRACT IT LEADS WITH THE RUN
      *    STAMP SO A RERUN'S COPY CAN BE TOLD FROM ONE ALREADY SENT
           IF FINAL-GRADE-RUN
              IF RESTART-RUN
                 OPEN EXTEND POSTING-FILE
              ELSE
                 OPEN OUTPUT POSTING-FILE
                 WRITE POSTING-RECORD FROM EXTRACT-STAMP-LINE
                   END-IF
              MOVE SPACES TO POSTING-RECORD
                END-IF

      *    THE FINAL RUN POSTS ONLY THE SECTIONS THEIR INSTRUCTOR
      *    HAS SIGNED OFF -- THE CERTIFICATIONS ARE TABLED BEFORE THE
      *    FIRST SECTION STARTS
           IF FINAL-GRADE-RUN
              PERFORM 16F-LOAD-CERTIFICATION-ROUTINE
                END-IF

      *    RECONCILE GRADES.TXT AGAINST THE STUDENT ROSTER BEFORE ANY
      *    REPORT PROCESSING SO A DROPPED RECORD SHOWS UP BEFORE THE
      *    CLASS AVERAGE IS PUBLISHED, NOT AFTER.  A RESTART DOES NOT
      *    RECONCILE AGAIN -- THE INTERRUPTED RUN'S DISCREPANCIES ARE
      *    ALREADY ON FILE AND COME BACK WITH THE CHECKPOINT
           IF RESTART-RUN
              PERFORM 15G-RESTORE-CHECKPOINT-ROUTINE
           ELSE
              PERFORM 17-RECONCILE-ROSTER-ROUTINE
                END-IF

           PERFORM 20-HEADER-ROUTINE

           IF RESTART-RUN
              MOVE WS-CKPT-READ-COUNT  TO RNL-READ-COUNT
              MOVE WS-CKPT-LAST-ID     TO RNL-STUDENT-ID
              MOVE RESTART-NOTICE-LINE TO REPORT-RECORD
              PERFORM 35-WRITE-A-LINE
              WRITE PROGRESS-RECORD FROM RESTART-NOTICE-LINE
                  AFTER ADVANCING PAGE
                END-IF
           .

       15A-LOAD-PRIOR-INCOMPLETE-ROUTINE.
      *    AND THE FIRST-MISSING DATE MATTER; EVERYTHING ELSE IS
      *    REBUILT FRESH FROM TODAY'S GRADE FILE.  A RECORD FROM
      *    BEFORE THE DATE COLUMN EXISTED CARRIES SPACES AND IS
      *    TREATED AS FIRST MISSING TODAY.  EVERY RECORD IS ALSO
      *    SAVED TO INCPRIOR.TMP ON THE WAY PAST SO A RESTART OF
      *    THIS RUN CAN TABLE THE SAME DATES

           OPEN INPUT INCOMPLETE-FILE
           OPEN OUTPUT PRIOR-INCOMPLETE-SAVE
           MOVE 'Y' TO INC-EOF-FLAG
           PERFORM UNTIL INC-AT-EOF
               READ INCOMPLETE-FILE
                   AT END
                       SET INC-AT-EOF TO TRUE
                   NOT AT END
                       WRITE PRIOR-INCOMPLETE-SAVE-REC
                           FROM INCOMPLETE-RECORD
                       IF IW-STUDENT-ID NOT = SPACES
                          AND WS-PRIOR-INC-COUNT < 500
                          ADD 1 TO WS-PRIOR-INC-COUNT
               END-READ
           END-PERFORM
           CLOSE INCOMPLETE-FILE
                 PRIOR-INCOMPLETE-SAVE
           .

       15B-CHECK-RESTART-ROUTINE.

      *    A RESTART IS ONLY EVER RUN ON PURPOSE.  THE RUN-WIDE
      *    CONTROL RECORD IS LOOKED AT HERE, AHEAD OF THE FULL
      *    CONTROL READ, BECAUSE A RESTART HAS TO BE KNOWN BEFORE
      *    RUNCTL.TXT IS TOUCHED OR ANY OUTPUT IS OPENED.  A RESTART
      *    WITH NO COMPLETE CHECKPOINT ON FILE IS HELD, NOT TURNED
      *    INTO A FRESH RUN BEHIND THE OPERATOR'S BACK

           OPEN INPUT CONTROL-FILE
           MOVE 'Y' TO CTL-EOF-FLAG
           PERFORM UNTIL CTL-AT-EOF
               READ CONTROL-FILE
                   AT END
                       SET CTL-AT-EOF TO TRUE
                   NOT AT END
                       IF SCT-TYPE NOT = 'S'
                          IF CTL-RESTART-SW = 'Y'
                             SET RESTART-RUN TO TRUE
                          END-IF
                          SET CTL-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE

           IF RESTART-RUN
              PERFORM 15C-LOAD-CHECKPOINT-ROUTINE
              IF NOT CHECKPOINT-COMPLETE
                 MOVE 'NO COMPLETE CHECKPOINT - HELD'
                     TO WS-HOLD-REASON
                 PERFORM 15E-HOLD-RESTART-ROUTINE
                   END-IF

      *       THE RUN RESUMES AS THE RUN IT WAS -- SAME IDENTIFIER,
      *       SAME RUN DATE ON THE HEADINGS AND THE HISTORY RECORDS,
      *       AND INCOMPLETES AGED FROM THAT SAME DATE
              MOVE CHT-RECORD (1)   TO CHECKPOINT-WORK-RECORD
              MOVE CKH-RUN-ID       TO WS-RUN-ID
              MOVE CKH-RUN-NUMBER   TO WS-RUN-NUMBER
              MOVE CKH-RUN-DATE     TO WS-RUN-DATE-DISPLAY
              MOVE CKH-READ-COUNT   TO WS-CKPT-READ-COUNT
              MOVE CKH-LAST-ID      TO WS-CKPT-LAST-ID
              MOVE CKH-RUN-DATE (1:2) TO H1-MONTH
              MOVE CKH-RUN-DATE (4:2) TO H1-DAY
              MOVE CKH-RUN-DATE (7:2) TO H1-YEAR
              MOVE WS-RUN-DATE-DISPLAY TO WS-CONV-DATE
              PERFORM 23-DATE-TO-DAYS-ROUTINE
              MOVE WS-CONV-DAYS TO WS-TODAY-DAYS

              PERFORM 15D-REPOSITION-GRADES-ROUTINE
                END-IF
           .

       15C-LOAD-CHECKPOINT-ROUTINE.

      *    THE CHECKPOINT IS HELD WHOLE -- NOTHING IS APPLIED UNTIL
      *    HOUSEKEEPING IS DONE.  IT COUNTS AS COMPLETE ONLY IF IT
      *    LEADS WITH ITS HEADER AND ENDS WITH AN END RECORD CARRYING
      *    THE SAME READ COUNT, SO ONE CUT SHORT BY THE FAILURE IS
      *    NEVER MISTAKEN FOR A GOOD ONE.  THE PRINT LINE COUNTS
      *    (THIRD RECORD, AFTER THE HEADER AND THE CONTROL COUNTS)
      *    MUST BE THERE TOO -- WITHOUT THEM THE PRINT FILES COULD
      *    NOT BE CUT BACK AND EVERY STUDENT SINCE THE CHECKPOINT
      *    WOULD PRINT TWICE

           MOVE ZERO TO WS-CKPT-HOLD-COUNT
           MOVE 'N'  TO WS-CKPT-END-SW
           OPEN INPUT CHECKPOINT-FILE
           MOVE 'Y' TO CKPT-EOF-FLAG
           PERFORM UNTIL CKPT-AT-EOF
               READ CHECKPOINT-FILE INTO CHECKPOINT-WORK-RECORD
                   AT END
                       SET CKPT-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-CKPT-HOLD-COUNT < 60
                          ADD 1 TO WS-CKPT-HOLD-COUNT
                          MOVE CHECKPOINT-WORK-RECORD
                              TO CHT-RECORD (WS-CKPT-HOLD-COUNT)
                       END-IF
                       IF CKW-END
                          AND CKE-READ-COUNT IS NUMERIC
                          SET CHECKPOINT-COMPLETE TO TRUE
                          MOVE CKE-READ-COUNT TO WS-CKPT-END-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE

           IF CHECKPOINT-COMPLETE
              MOVE CHT-RECORD (1) TO CHECKPOINT-WORK-RECORD
              IF NOT CKW-HEADER
                 OR CKH-READ-COUNT IS NOT NUMERIC
                 MOVE 'N' TO WS-CKPT-END-SW
              ELSE
                 IF CKH-READ-COUNT NOT = WS-CKPT-END-COUNT
                    MOVE 'N' TO WS-CKPT-END-SW
                      END-IF
                   END-IF
                END-IF

           IF CHECKPOINT-COMPLETE
              IF WS-CKPT-HOLD-COUNT < 3
                 MOVE 'N' TO WS-CKPT-END-SW
              ELSE
                 MOVE CHT-RECORD (3) TO CHECKPOINT-WORK-RECORD
                 IF NOT CKW-PRINT-COUNTS
                    OR CKP-REPORT-LINES IS NOT NUMERIC
                    OR CKP-PROGRESS-LINES IS NOT NUMERIC
                    MOVE 'N' TO WS-CKPT-END-SW
                      END-IF
                   END-IF
                END-IF
           .

       15D-REPOSITION-GRADES-ROUTINE.

      *    THE GRADE RECORDS THE INTERRUPTED RUN ALREADY PROCESSED
      *    ARE READ PAST UNTOUCHED.  THE LAST ONE SKIPPED MUST BE THE
      *    STUDENT THE CHECKPOINT NAMES -- IF GRADES.TXT WAS REBUILT
      *    OR EDITED SINCE, RESUMING WOULD MIX TWO FILES IN ONE
      *    REPORT, SO THE RESTART IS HELD INSTEAD

           OPEN INPUT GRADE-FILE
           MOVE ZERO   TO WS-SKIP-COUNT
           MOVE SPACES TO WS-SKIP-LAST-ID
           MOVE 'Y'    TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'N'
                   OR WS-SKIP-COUNT >= WS-CKPT-READ-COUNT
               READ GRADE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SKIP-COUNT
                       MOVE GR-STUDENT-ID TO WS-SKIP-LAST-ID
               END-READ
           END-PERFORM

           IF WS-SKIP-COUNT NOT = WS-CKPT-READ-COUNT
              OR WS-SKIP-LAST-ID NOT = WS-CKPT-LAST-ID
              CLOSE GRADE-FILE
              MOVE 'GRADES.TXT CHANGED - HELD' TO WS-HOLD-REASON
              PERFORM 15E-HOLD-RESTART-ROUTINE
                END-IF
           .

       15E-HOLD-RESTART-ROUTINE.

      *    NOTHING HAS BEEN OPENED FOR OUTPUT YET -- THE INTERRUPTED
      *    RUN'S FILES ARE LEFT EXACTLY AS THEY STAND, THE REASON
      *    GOES ON THE END OF ITS EXCEPTION FILE, AND THE RUN ENDS
      *    WITH THE HOLD CODE THE REST OF THE NIGHT BATCH USES

           OPEN EXTEND EXCEPTION-FILE
           MOVE SPACES         TO EXCEPTION-RECORD
           MOVE 'RESTART'      TO EL-NAME
           MOVE 'CHECKPOINT'   TO EL-FIELD-NAME
           MOVE WS-HOLD-REASON TO EL-REMARKS
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       15F-LOAD-SAVED-INCOMPLETE-ROUTINE.

      *    SAME TABLING AS 15A- BUT OFF THE COPY THE INTERRUPTED RUN
      *    SAVED -- INCOMPLT.TXT NOW HOLDS THAT RUN'S OWN RECORDS,
      *    NOT THE PRIOR RUN'S.  THE SAVED COPY IS LEFT AS IT IS SO
      *    A SECOND RESTART FINDS IT AGAIN

           OPEN INPUT PRIOR-INCOMPLETE-SAVE
           MOVE 'Y' TO INC-EOF-FLAG
           PERFORM UNTIL INC-AT-EOF
               READ PRIOR-INCOMPLETE-SAVE
                   AT END
                       SET INC-AT-EOF TO TRUE
                   NOT AT END
                       IF PS-STUDENT-ID NOT = SPACES
                          AND WS-PRIOR-INC-COUNT < 500
                          ADD 1 TO WS-PRIOR-INC-COUNT
                          MOVE PS-STUDENT-ID
                              TO PIT-STUDENT-ID (WS-PRIOR-INC-COUNT)
                          MOVE PS-EXAM-DUE
                              TO PIT-EXAM-DUE (WS-PRIOR-INC-COUNT)
                          MOVE PS-FIRST-MISSING
                              TO PIT-FIRST-DATE (WS-PRIOR-INC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-INCOMPLETE-SAVE
           .

       15G-RESTORE-CHECKPOINT-ROUTINE.

      *    HOUSEKEEPING HAS JUST RUN AGAINST THE SAME INPUTS AS THE
      *    INTERRUPTED RUN, SO THE CONTROL AND SECTION TABLES ARE THE
      *    ONES THAT RUN HAD.  THE CHECKPOINT NOW PUTS BACK EVERY
      *    ACCUMULATOR AND CONTROL COUNT, AND EACH EXTRACT IS CUT BACK
      *    TO EXACTLY THE RECORDS IT HELD AT THE CHECKPOINT -- WHICH
      *    ALSO DROPS THE HOUSEKEEPING EXCEPTIONS JUST LOGGED A SECOND
      *    TIME.  THE STATISTICS TABLES ARE REBUILT FROM THE RANK
      *    RECORDS THAT SURVIVE THE CUT AND THE OUTSTANDING-WORK
      *    TABLE FROM THE INCOMPLETE RECORDS

           PERFORM 15H-APPLY-CHECKPOINT-ROUTINE
               VARYING WS-CKPT-HOLD-IDX FROM 1 BY 1
               UNTIL WS-CKPT-HOLD-IDX > WS-CKPT-HOLD-COUNT

           MOVE 1               TO WS-TRIM-FILE-NO
           MOVE 'GRADEXCP.TXT'  TO WS-TRIM-FILE-NAME
           MOVE WS-EXCP-COUNT   TO WS-TRIM-KEEP
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

      *    THE HONOR ROLL, PROBATION, CSV AND POSTING FILES EACH
      *    LEAD WITH ONE STAMP OR HEADER RECORD THE COUNTS DO NOT SEE
           MOVE 2               TO WS-TRIM-FILE-NO
           MOVE 'HONORROL.TXT'  TO WS-TRIM-FILE-NAME
           COMPUTE WS-TRIM-KEEP = WS-HONOR-COUNT + 1
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

           MOVE 3               TO WS-TRIM-FILE-NO
           MOVE 'PROBATION.TXT' TO WS-TRIM-FILE-NAME
           COMPUTE WS-TRIM-KEEP = WS-PROB-COUNT + 1
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

           MOVE 4               TO WS-TRIM-FILE-NO
           MOVE 'RECONCILE.TXT' TO WS-TRIM-FILE-NAME
           MOVE WS-DISC-COUNT   TO WS-TRIM-KEEP
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

           MOVE 5               TO WS-TRIM-FILE-NO
           MOVE 'RANKIN.TXT'    TO WS-TRIM-FILE-NAME
           MOVE WS-RANKIN-COUNT TO WS-TRIM-KEEP
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

           MOVE 6               TO WS-TRIM-FILE-NO
           MOVE 'GRADES.CSV'    TO WS-TRIM-FILE-NAME
           COMPUTE WS-TRIM-KEEP = WS-CSV-COUNT + 1
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

           MOVE 7               TO WS-TRIM-FILE-NO
           MOVE 'INCOMPLT.TXT'  TO WS-TRIM-FILE-NAME
           MOVE WS-INCOMP-COUNT TO WS-TRIM-KEEP
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

           MOVE 8               TO WS-TRIM-FILE-NO
           MOVE 'STUHNEW.TMP'   TO WS-TRIM-FILE-NAME
           MOVE WS-STUHIST-COUNT TO WS-TRIM-KEEP
           PERFORM 15I-TRIM-OUTPUT-ROUTINE

           IF FINAL-GRADE-RUN
              MOVE 9               TO WS-TRIM-FILE-NO
              MOVE 'SISPOST.TXT'   TO WS-TRIM-FILE-NAME
              COMPUTE WS-TRIM-KEEP = WS-POST-COUNT + 1
              PERFORM 15I-TRIM-OUTPUT-ROUTINE
                END-IF

      *    THE PRINT FILES ARE CUT BACK BY PHYSICAL LINE, THEN PICKED
      *    UP AGAIN THROUGH THEIR PRINTER FDS FOR THE REST OF THE RUN
           MOVE 10                TO WS-TRIM-FILE-NO
           MOVE 'PRGRADESXXX.TXT' TO WS-TRIM-FILE-NAME
           MOVE WS-REPORT-LINES   TO WS-TRIM-KEEP
           PERFORM 15I-TRIM-OUTPUT-ROUTINE
           CLOSE REPORT-TRIM-FILE
           OPEN EXTEND GRADE-REPORT-FILE

           MOVE 11                TO WS-TRIM-FILE-NO
           MOVE 'PROGRESS.TXT'    TO WS-TRIM-FILE-NAME
           MOVE WS-PROGRESS-LINES TO WS-TRIM-KEEP
           PERFORM 15I-TRIM-OUTPUT-ROUTINE
           CLOSE PROGRESS-TRIM-FILE
           OPEN EXTEND PROGRESS-FILE

      *    THE SECTION TABLE ONLY HOLDS THE SECTION STILL IN
      *    PROGRESS -- IF THE LAST RANK RECORD KEPT BELONGS TO AN
      *    EARLIER SECTION, THE CURRENT ONE HAS NO GRADED AVERAGES YET
           IF WS-TRIM-LAST-SECTION NOT = WS-PREV-SECTION
              MOVE ZERO TO SAT-COUNT
                END-IF

      *    THE RECORD AREAS LAST HELD A COPIED-BACK IMAGE -- BLANK
      *    THEM AGAIN SO THE FILLER BYTES GO OUT AS SPACES
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE SPACES TO HONOR-ROLL-RECORD
           MOVE SPACES TO PROBATION-RECORD
           MOVE SPACES TO DISCREPANCY-RECORD
           MOVE SPACES TO RANK-INPUT-RECORD
           MOVE SPACES TO INCOMPLETE-RECORD
           IF FINAL-GRADE-RUN
              MOVE SPACES TO POSTING-RECORD
                END-IF
           .

       15H-APPLY-CHECKPOINT-ROUTINE.

           MOVE CHT-RECORD (WS-CKPT-HOLD-IDX)
               TO CHECKPOINT-WORK-RECORD

           IF CKW-HEADER
              MOVE CKH-PAGE-COUNT      TO WS-PAGE-COUNT
              MOVE CKH-PREV-SECTION    TO WS-PREV-SECTION
              MOVE CKH-FIRST-REC-SW    TO WS-FIRST-REC-SW
              MOVE CKH-SECT-STUDENTS   TO WS-SECT-STUDENTS
                END-IF

           IF CKW-COUNTS
              MOVE CKC-READ-COUNT      TO WS-READ-COUNT
              MOVE CKC-DETAIL-COUNT    TO WS-DETAIL-COUNT
              MOVE CKC-RANKIN-COUNT    TO WS-RANKIN-COUNT
              MOVE CKC-CSV-COUNT       TO WS-CSV-COUNT
              MOVE CKC-PROGRESS-COUNT  TO WS-PROGRESS-COUNT
              MOVE CKC-HONOR-COUNT     TO WS-HONOR-COUNT
              MOVE CKC-PROB-COUNT      TO WS-PROB-COUNT
              MOVE CKC-EXCP-COUNT      TO WS-EXCP-COUNT
              MOVE CKC-DISC-COUNT      TO WS-DISC-COUNT
              MOVE CKC-INCOMP-COUNT    TO WS-INCOMP-COUNT
              MOVE CKC-INCOMP-STUDENTS TO WS-INCOMP-STUDENTS
              MOVE CKC-POST-COUNT      TO WS-POST-COUNT
              MOVE CKC-STUHIST-COUNT   TO WS-STUHIST-COUNT
              MOVE CKC-POST-HELD-COUNT TO WS-POST-HELD-COUNT
                END-IF

           IF CKW-PRINT-COUNTS
              MOVE CKP-REPORT-LINES    TO WS-REPORT-LINES
              MOVE CKP-PROGRESS-LINES  TO WS-PROGRESS-LINES
                END-IF

           IF CKW-SECTION-TOTALS
              MOVE CKT-NUM-STUDENTS    TO TF-NUM-STUDENTS
              MOVE CKT-SUM-AVERAGES    TO TF-SUM-AVERAGES
              MOVE CKT-COUNT-A         TO TF-COUNT-A
              MOVE CKT-COUNT-B         TO TF-COUNT-B
              MOVE CKT-COUNT-C         TO TF-COUNT-C
              MOVE CKT-COUNT-D         TO TF-COUNT-D
              MOVE CKT-COUNT-F         TO TF-COUNT-F
              MOVE CKT-EXAM-SUM (1)    TO TF-EXAM-SUM (1)
              MOVE CKT-EXAM-SUM (2)    TO TF-EXAM-SUM (2)
              MOVE CKT-EXAM-SUM (3)    TO TF-EXAM-SUM (3)
              MOVE CKT-EXAM-SUM (4)    TO TF-EXAM-SUM (4)
                END-IF

           IF CKW-GRAND-TOTALS
              MOVE CKG-NUM-STUDENTS    TO GT-NUM-STUDENTS
              MOVE CKG-SUM-AVERAGES    TO GT-SUM-AVERAGES
              MOVE CKG-COUNT-A         TO GT-COUNT-A
              MOVE CKG-COUNT-B         TO GT-COUNT-B
              MOVE CKG-COUNT-C         TO GT-COUNT-C
              MOVE CKG-COUNT-D         TO GT-COUNT-D
              MOVE CKG-COUNT-F         TO GT-COUNT-F
              MOVE CKG-EXAM-SUM (1)    TO GT-EXAM-SUM (1)
              MOVE CKG-EXAM-SUM (2)    TO GT-EXAM-SUM (2)
              MOVE CKG-EXAM-SUM (3)    TO GT-EXAM-SUM (3)
              MOVE CKG-EXAM-SUM (4)    TO GT-EXAM-SUM (4)
                END-IF

           IF CKW-SECTION-SCALE
              MOVE CKS-CUT-A           TO CF-CUT-A
              MOVE CKS-CUT-B           TO CF-CUT-B
              MOVE CKS-CUT-C           TO CF-CUT-C
              MOVE CKS-CUT-D           TO CF-CUT-D
              MOVE CKS-CURVE           TO CF-CURVE
              MOVE CKS-INSTRUCTOR      TO CF-INSTRUCTOR
              MOVE CKS-CAPACITY        TO CF-CAPACITY
              MOVE CKS-CERTIFIED-SW    TO WS-SECT-CERT-SW
                END-IF

           IF CKW-SECTION-MEAN
              IF WS-SECTION-COUNT < 50
                 ADD 1 TO WS-SECTION-COUNT
                 MOVE CKM-SECTION TO SMT-SECTION (WS-SECTION-COUNT)
                 MOVE CKM-MEAN    TO SMT-MEAN (WS-SECTION-COUNT)
                   END-IF
                END-IF
           .

       15I-TRIM-OUTPUT-ROUTINE.

      *    THE CALLER NAMES THE EXTRACT IN WS-TRIM-FILE-NO AND HOW
      *    MANY RECORDS IT HELD AT THE CHECKPOINT IN WS-TRIM-KEEP.
      *    THOSE RECORDS PASS THROUGH THE WORK FILE AND BACK, AND THE
      *    EXTRACT IS LEFT OPEN BEHIND THEM FOR THE REST OF THE RUN.
      *    AN EXTRACT THAT CANNOT SUPPLY THEM ALL LOST DATA IN THE
      *    FAILURE -- IT IS LOGGED AND THE RUN ENDS OUT OF BALANCE

           PERFORM 15J-TRIM-OPEN-INPUT-ROUTINE
           OPEN OUTPUT CHECKPOINT-WORK-FILE
           MOVE ZERO TO WS-TRIM-COUNT
           MOVE 'Y'  TO TRIM-EOF-FLAG
           PERFORM UNTIL TRIM-AT-EOF
                   OR WS-TRIM-COUNT >= WS-TRIM-KEEP
               PERFORM 15K-TRIM-READ-ROUTINE
               IF NOT TRIM-AT-EOF
                  ADD 1 TO WS-TRIM-COUNT
                  WRITE CHECKPOINT-WORK-REC FROM WS-TRIM-RECORD
               END-IF
           END-PERFORM
           CLOSE CHECKPOINT-WORK-FILE

           PERFORM 15L-TRIM-REOPEN-ROUTINE
           OPEN INPUT CHECKPOINT-WORK-FILE
           MOVE 'Y' TO TRIM-EOF-FLAG
           PERFORM UNTIL TRIM-AT-EOF
               READ CHECKPOINT-WORK-FILE INTO WS-TRIM-RECORD
                   AT END
                       SET TRIM-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 15M-TRIM-WRITE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-WORK-FILE

           IF WS-TRIM-COUNT < WS-TRIM-KEEP
              SET RUN-OUT-OF-BALANCE TO TRUE
              MOVE SPACES            TO EXCEPTION-RECORD
              MOVE WS-TRIM-FILE-NAME TO EL-NAME
              MOVE 'RESTART'         TO EL-FIELD-NAME
              MOVE 'SHORT OF CHECKPOINT - CHECK IT'
                  TO EL-REMARKS
              PERFORM 36-WRITE-EXCEPTION-ROUTINE
                END-IF
           .

       15J-TRIM-OPEN-INPUT-ROUTINE.

           IF TRIM-EXCEPTION-FILE
              CLOSE EXCEPTION-FILE
              OPEN INPUT EXCEPTION-FILE
                END-IF
           IF TRIM-HONOR-FILE
              CLOSE HONOR-ROLL-FILE
              OPEN INPUT HONOR-ROLL-FILE
                END-IF
           IF TRIM-PROBATION-FILE
              CLOSE PROBATION-FILE
              OPEN INPUT PROBATION-FILE
                END-IF
           IF TRIM-DISCREPANCY-FILE
              CLOSE DISCREPANCY-FILE
              OPEN INPUT DISCREPANCY-FILE
                END-IF
           IF TRIM-RANK-FILE
              CLOSE RANK-INPUT-FILE
              OPEN INPUT RANK-INPUT-FILE
                END-IF
           IF TRIM-CSV-FILE
              CLOSE CSV-EXPORT-FILE
              OPEN INPUT CSV-EXPORT-FILE
                END-IF
           IF TRIM-INCOMPLETE-FILE
              CLOSE INCOMPLETE-FILE
              OPEN INPUT INCOMPLETE-FILE
                END-IF
           IF TRIM-STUHIST-FILE
              CLOSE STUDENT-HIST-NEW
              OPEN INPUT STUDENT-HIST-NEW
                END-IF
           IF TRIM-POSTING-FILE
              CLOSE POSTING-FILE
              OPEN INPUT POSTING-FILE
                END-IF
           IF TRIM-REPORT-FILE
              CLOSE GRADE-REPORT-FILE
              OPEN INPUT REPORT-TRIM-FILE
                END-IF
           IF TRIM-PROGRESS-FILE
              CLOSE PROGRESS-FILE
              OPEN INPUT PROGRESS-TRIM-FILE
                END-IF
           .

       15K-TRIM-READ-ROUTINE.

           IF TRIM-EXCEPTION-FILE
              READ EXCEPTION-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-HONOR-FILE
              READ HONOR-ROLL-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-PROBATION-FILE
              READ PROBATION-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-DISCREPANCY-FILE
              READ DISCREPANCY-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-RANK-FILE
              READ RANK-INPUT-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-CSV-FILE
              READ CSV-EXPORT-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-INCOMPLETE-FILE
              READ INCOMPLETE-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-STUHIST-FILE
              READ STUDENT-HIST-NEW INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-POSTING-FILE
              READ POSTING-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-REPORT-FILE
              READ REPORT-TRIM-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           IF TRIM-PROGRESS-FILE
              READ PROGRESS-TRIM-FILE INTO WS-TRIM-RECORD
                  AT END
                      SET TRIM-AT-EOF TO TRUE
              END-READ
                END-IF
           .

       15L-TRIM-REOPEN-ROUTINE.

           IF TRIM-EXCEPTION-FILE
              CLOSE EXCEPTION-FILE
              OPEN OUTPUT EXCEPTION-FILE
                END-IF
           IF TRIM-HONOR-FILE
              CLOSE HONOR-ROLL-FILE
              OPEN OUTPUT HONOR-ROLL-FILE
                END-IF
           IF TRIM-PROBATION-FILE
              CLOSE PROBATION-FILE
              OPEN OUTPUT PROBATION-FILE
                END-IF
           IF TRIM-DISCREPANCY-FILE
              CLOSE DISCREPANCY-FILE
              OPEN OUTPUT DISCREPANCY-FILE
                END-IF
           IF TRIM-RANK-FILE
              CLOSE RANK-INPUT-FILE
              OPEN OUTPUT RANK-INPUT-FILE
                END-IF
           IF TRIM-CSV-FILE
              CLOSE CSV-EXPORT-FILE
              OPEN OUTPUT CSV-EXPORT-FILE
                END-IF
           IF TRIM-INCOMPLETE-FILE
              CLOSE INCOMPLETE-FILE
              OPEN OUTPUT INCOMPLETE-FILE
                END-IF
           IF TRIM-STUHIST-FILE
              CLOSE STUDENT-HIST-NEW
              OPEN OUTPUT STUDENT-HIST-NEW
                END-IF
           IF TRIM-POSTING-FILE
              CLOSE POSTING-FILE
              OPEN OUTPUT POSTING-FILE
                END-IF
           IF TRIM-REPORT-FILE
              CLOSE REPORT-TRIM-FILE
              OPEN OUTPUT REPORT-TRIM-FILE
                END-IF
           IF TRIM-PROGRESS-FILE
              CLOSE PROGRESS-TRIM-FILE
              OPEN OUTPUT PROGRESS-TRIM-FILE
                END-IF
           .

       15M-TRIM-WRITE-ROUTINE.

      *    THE RANK RECORDS REBUILD THE STATISTICS TABLES AS THEY GO
      *    BACK -- THE CLASS TABLE TAKES EVERY ONE, THE SECTION TABLE
      *    STARTS OVER AT EACH CHANGE OF SECTION JUST AS 42- RESETS
      *    IT.  THE INCOMPLETE RECORDS REBUILD THE OUTSTANDING-WORK
      *    TABLE THE AGING PAGE PRINTS FROM

           IF TRIM-EXCEPTION-FILE
              WRITE EXCEPTION-RECORD FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-HONOR-FILE
              WRITE HONOR-ROLL-RECORD FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-PROBATION-FILE
              WRITE PROBATION-RECORD FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-DISCREPANCY-FILE
              WRITE DISCREPANCY-RECORD FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-RANK-FILE
              MOVE WS-TRIM-RECORD TO RANK-INPUT-RECORD
              IF RI-SECTION NOT = WS-TRIM-LAST-SECTION
                 MOVE ZERO       TO SAT-COUNT
                 MOVE RI-SECTION TO WS-TRIM-LAST-SECTION
                   END-IF
              IF SAT-COUNT < 2000
                 ADD 1 TO SAT-COUNT
                 MOVE RI-AVERAGE TO SAT-AVERAGE (SAT-COUNT)
                   END-IF
              IF CAT-COUNT < 2000
                 ADD 1 TO CAT-COUNT
                 MOVE RI-AVERAGE TO CAT-AVERAGE (CAT-COUNT)
                   END-IF
              WRITE RANK-INPUT-RECORD
                END-IF
           IF TRIM-CSV-FILE
              WRITE CSV-RECORD FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-INCOMPLETE-FILE
              MOVE WS-TRIM-RECORD TO INCOMPLETE-RECORD
              IF WS-RUN-INC-COUNT < 500
                 ADD 1 TO WS-RUN-INC-COUNT
                 MOVE IW-NAME
                     TO RIT-NAME (WS-RUN-INC-COUNT)
                 MOVE IW-EXAM-DUE
                     TO RIT-EXAM-DUE (WS-RUN-INC-COUNT)
                 MOVE IW-FIRST-MISSING
                     TO RIT-FIRST-DATE (WS-RUN-INC-COUNT)
                   END-IF
              WRITE INCOMPLETE-RECORD
                END-IF
           IF TRIM-STUHIST-FILE
              WRITE STUDENT-HIST-NEW-REC FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-POSTING-FILE
              WRITE POSTING-RECORD FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-REPORT-FILE
              WRITE REPORT-TRIM-RECORD FROM WS-TRIM-RECORD
                END-IF
           IF TRIM-PROGRESS-FILE
              WRITE PROGRESS-TRIM-RECORD FROM WS-TRIM-RECORD
                END-IF
           .

       16-READ-CONTROL-ROUTINE.
                 PERFORM 36-WRITE-EXCEPTION-ROUTINE
                   END-IF
                END-IF
      *    OLD CONTROL RECORDS CARRY SPACES HERE AND TAKE NO
      *    CHECKPOINTS -- ONLY A KEYED, NONZERO INTERVAL TURNS THEM ON
           IF CTL-CHECKPOINT-INTERVAL IS NUMERIC
              AND CTL-CHECKPOINT-INTERVAL > ZERO
              MOVE CTL-CHECKPOINT-INTERVAL TO CF-CHECKPOINT-INTERVAL
                END-IF
      *    OLD CONTROL RECORDS CARRY SPACES HERE -- ONLY A KEYED,
      *    NONZERO THRESHOLD DISPLACES THE FIFTEEN-PERCENT DEFAULT
           IF CTL-ABSENCE-THRESHOLD IS NUMERIC
              AND CTL-ABSENCE-THRESHOLD > ZERO
              MOVE CTL-ABSENCE-THRESHOLD TO CF-ABSENCE-THRESHOLD
                END-IF
           .

       16C-STORE-SECTION-SCALE-ROUTINE.
      *    TABLED ONCE -- A MISSING OR EMPTY SECTION MASTER LEAVES
      *    THE COUNT AT ZERO AND EVERY EXISTENCE CHECK IS WAIVED

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
                          MOVE SEC-INSTRUCTOR
                              TO SDT-INSTRUCTOR (WS-SECTDIR-COUNT)
                          IF SEC-CAPACITY IS NUMERIC
                             MOVE SEC-CAPACITY
                                 TO SDT-CAPACITY (WS-SECTDIR-COUNT)
                          ELSE
                             MOVE ZERO
                                 TO SDT-CAPACITY (WS-SECTDIR-COUNT)
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-MASTER-FILE
           .

       16E-CHECK-DIR-SECTION-ROUTINE.

      *    SETS THE KNOWN-SECTION SWITCH FOR THE SECTION NAMED IN
      *    SCT-SECTION -- ONLY CALLED WHEN THE DIRECTORY LOADED, SO
      *    AN EMPTY TABLE IS NEVER SEARCHED

           MOVE 'N' TO WS-SECT-KNOWN-SW
           SET SDT-IDX TO 1
           SEARCH SDT-ENTRY
               AT END
                   CONTINUE
               WHEN SDT-SECTION (SDT-IDX) = SCT-SECTION
                   SET SECTION-ON-MASTER TO TRUE
           END-SEARCH
           .

       16F-LOAD-CERTIFICATION-ROUTINE.

      *    A MISSING OR EMPTY CERTIFY.TXT IS NOT AN ERROR -- IT IS
      *    THE FIRST FINAL RUN OF THE TERM, BEFORE ANY ROSTER HAS
      *    COME BACK SIGNED, AND EVERY SECTION IS SIMPLY HELD

           OPEN INPUT CERTIFICATION-FILE
           MOVE 'Y' TO CERT-EOF-FLAG
           PERFORM UNTIL CERT-AT-EOF
               READ CERTIFICATION-FILE
                   AT END
                       SET CERT-AT-EOF TO TRUE
                   NOT AT END
                       IF CERT-SECTION NOT = SPACES
                          PERFORM 16G-CHECK-CERTIFICATION-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-FILE
           .

       16G-CHECK-CERTIFICATION-ROUTINE.

      *    ONLY THE INSTRUCTOR OF RECORD CAN RELEASE A SECTION.  A
      *    CERTIFICATION FOR A SECTION THE SECTION MASTER DOES NOT
      *    KNOW, OR SIGNED BY ANYONE ELSE, IS LOGGED AND LEAVES THE
      *    SECTION HELD.  WITH NO SECTION MASTER ON FILE THERE IS
      *    NOTHING TO CHECK THE NAME AGAINST AND IT IS TAKEN AS KEYED

           MOVE 'Y' TO WS-CERT-VALID-SW
           IF WS-SECTDIR-COUNT > ZERO
              MOVE 'N' TO WS-CERT-VALID-SW
              MOVE SPACES TO EL-REMARKS
              SET SDT-IDX TO 1
              SEARCH SDT-ENTRY
                  AT END
                      MOVE 'CERTIFIED SECTION NOT ON MASTER'
                          TO EL-REMARKS
                  WHEN SDT-SECTION (SDT-IDX) = CERT-SECTION
                      IF SDT-INSTRUCTOR (SDT-IDX) = CERT-CERTIFIED-BY
                         SET CERTIFICATION-VALID TO TRUE
                      ELSE
                         MOVE 'NOT SIGNED BY INSTRUCTOR'
                             TO EL-REMARKS
                      END-IF
              END-SEARCH
              IF NOT CERTIFICATION-VALID
                 MOVE SPACES TO EL-NAME
                 STRING 'SECTION '       DELIMITED BY SIZE
                        CERT-SECTION     DELIMITED BY SIZE
                     INTO EL-NAME
                 MOVE 'CERTIFICATION'    TO EL-FIELD-NAME
                 PERFORM 36-WRITE-EXCEPTION-ROUTINE
                   END-IF
                END-IF

           IF CERTIFICATION-VALID
              IF WS-CERT-COUNT < 50
                 ADD 1 TO WS-CERT-COUNT
                 MOVE CERT-SECTION
                     TO CRT-SECTION (WS-CERT-COUNT)
                 MOVE CERT-CERTIFIED-BY
                     TO CRT-CERTIFIED-BY (WS-CERT-COUNT)
                 MOVE CERT-DATE
                     TO CRT-DATE (WS-CERT-COUNT)
                   END-IF
                END-IF
           .

       16H-LOAD-ATTENDANCE-ROUTINE.

      *    A MISSING OR EMPTY ATTNCUM.TXT IS NOT AN ERROR -- IT IS
      *    THE START OF THE TERM, OR A SECTION THAT TAKES NO
      *    ATTENDANCE, AND EVERY PAGE SIMPLY SAYS NONE IS RECORDED

           OPEN INPUT ATTENDANCE-FILE
           MOVE 'Y' TO ATT-EOF-FLAG
           PERFORM UNTIL ATT-AT-EOF
               READ ATTENDANCE-FILE
                   AT END
                       SET ATT-AT-EOF TO TRUE
                   NOT AT END
                       IF AC-STUDENT-ID NOT = SPACES
                          ADD 1 TO WS-ATT-RECORDS
                          PERFORM 16I-TOTAL-ATTENDANCE-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           .

       16I-TOTAL-ATTENDANCE-ROUTINE.

           MOVE 'N' TO WS-ATT-FOUND-SW
           IF WS-ATT-COUNT > ZERO
              SET ATT-IDX TO 1
              SEARCH ATT-ENTRY
                  AT END
                      CONTINUE
                  WHEN ATT-STUDENT-ID (ATT-IDX) = AC-STUDENT-ID
                      SET ATTENDANCE-FOUND TO TRUE
              END-SEARCH
                END-IF
           IF NOT ATTENDANCE-FOUND
              IF WS-ATT-COUNT < 2000
                 ADD 1 TO WS-ATT-COUNT
                 SET ATT-IDX TO WS-ATT-COUNT
                 MOVE AC-STUDENT-ID TO ATT-STUDENT-ID (ATT-IDX)
                 MOVE ZERO TO ATT-MEETINGS (ATT-IDX)
                              ATT-ABSENCES (ATT-IDX)
                              ATT-EXCUSED (ATT-IDX)
                 SET ATTENDANCE-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-ATT-OVERFLOW-COUNT
                   END-IF
                END-IF
           IF ATTENDANCE-FOUND
              ADD 1 TO ATT-MEETINGS (ATT-IDX)
              IF AC-ABSENT
                 ADD 1 TO ATT-ABSENCES (ATT-IDX)
                   END-IF
              IF AC-EXCUSED
                 ADD 1 TO ATT-EXCUSED (ATT-IDX)
                   END-IF
                END-IF
           .

       17-RECONCILE-ROSTER-ROUTINE.
              MOVE 1 TO PROPER-SPACING
              PERFORM 35-WRITE-A-LINE
                END-IF

      *    ON THE FINAL RUN THE SECTION'S CERTIFICATION DECIDES
      *    WHETHER ITS LETTERS GO TO THE POSTING EXTRACT
           IF FINAL-GRADE-RUN
              MOVE GR-CLASS-SECTION TO WS-CERT-LOOKUP-SECTION
              PERFORM 21A-FIND-CERTIFICATION-ROUTINE
                END-IF
           MOVE 2 TO PROPER-SPACING
           .

       21A-FIND-CERTIFICATION-ROUTINE.

           MOVE 'N'    TO WS-SECT-CERT-SW
           MOVE SPACES TO WS-CERT-BY
           MOVE SPACES TO WS-CERT-DATE
           IF WS-CERT-COUNT > ZERO
              SET CRT-IDX TO 1
              SEARCH CRT-ENTRY
                  AT END
                      CONTINUE
                  WHEN CRT-SECTION (CRT-IDX) = WS-CERT-LOOKUP-SECTION
                      SET SECTION-CERTIFIED TO TRUE
                      MOVE CRT-CERTIFIED-BY (CRT-IDX) TO WS-CERT-BY
                      MOVE CRT-DATE (CRT-IDX)         TO WS-CERT-DATE
              END-SEARCH
                END-IF
           .

       22-RUN-CONTROL-ROUTINE.

      *    EACH EXECUTION GETS A RUN IDENTIFIER -- THE RUN DATE PLUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 30-STUDENT-AVG-ROUTINE
                       IF CF-CHECKPOINT-INTERVAL > ZERO
                          ADD 1 TO WS-CKPT-SINCE
                          IF WS-CKPT-SINCE >= CF-CHECKPOINT-INTERVAL
                             MOVE GR-STUDENT-ID TO WS-CKPT-LAST-ID
                             PERFORM 26-TAKE-CHECKPOINT-ROUTINE
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       26-TAKE-CHECKPOINT-ROUTINE.

      *    EVERY OUTPUT IS CLOSED AND REOPENED FOR EXTEND FIRST SO
      *    WHAT THE CHECKPOINT COUNTS IS REALLY ON DISK.  THEN THE
      *    CHECKPOINT IS REWRITTEN WHOLE -- THE RUN'S IDENTITY AND
      *    PLACE IN GRADES.TXT, THE CONTROL COUNTS 52- BALANCES ON,
      *    THE SECTION AND GRAND ACCUMULATORS, THE SCALE IN FORCE
      *    FOR THE OPEN SECTION AND THE MEANS OF THE SECTIONS ALREADY
      *    CLOSED -- AND THE END RECORD GOES LAST, SO A FAILURE PART
      *    WAY THROUGH LEAVES A CHECKPOINT 15C- WILL NOT ACCEPT

           CLOSE GRADE-REPORT-FILE
                 EXCEPTION-FILE
                 HONOR-ROLL-FILE
                 PROBATION-FILE
                 DISCREPANCY-FILE
                 RANK-INPUT-FILE
                 CSV-EXPORT-FILE
                 PROGRESS-FILE
                 INCOMPLETE-FILE
                 STUDENT-HIST-NEW
           PERFORM 26B-COUNT-PRINT-LINES-ROUTINE
           OPEN EXTEND GRADE-REPORT-FILE
                       EXCEPTION-FILE
                       HONOR-ROLL-FILE
                       PROBATION-FILE
                       DISCREPANCY-FILE
                       RANK-INPUT-FILE
                       CSV-EXPORT-FILE
                       PROGRESS-FILE
                       INCOMPLETE-FILE
                       STUDENT-HIST-NEW
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE SPACES TO HONOR-ROLL-RECORD
           MOVE SPACES TO PROBATION-RECORD
           MOVE SPACES TO DISCREPANCY-RECORD
           MOVE SPACES TO RANK-INPUT-RECORD
           MOVE SPACES TO INCOMPLETE-RECORD
           IF FINAL-GRADE-RUN
              CLOSE POSTING-FILE
              OPEN EXTEND POSTING-FILE
              MOVE SPACES TO POSTING-RECORD
                END-IF

           OPEN OUTPUT CHECKPOINT-FILE

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-HEADER           TO TRUE
           MOVE WS-RUN-ID           TO CKH-RUN-ID
           MOVE WS-RUN-DATE-DISPLAY TO CKH-RUN-DATE
           MOVE WS-RUN-NUMBER       TO CKH-RUN-NUMBER
           MOVE WS-READ-COUNT       TO CKH-READ-COUNT
           MOVE WS-CKPT-LAST-ID     TO CKH-LAST-ID
           MOVE GR-NAME             TO CKH-LAST-NAME
           MOVE WS-PAGE-COUNT       TO CKH-PAGE-COUNT
           MOVE WS-PREV-SECTION     TO CKH-PREV-SECTION
           MOVE WS-FIRST-REC-SW     TO CKH-FIRST-REC-SW
           MOVE WS-SECT-STUDENTS    TO CKH-SECT-STUDENTS
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-COUNTS           TO TRUE
           MOVE WS-READ-COUNT       TO CKC-READ-COUNT
           MOVE WS-DETAIL-COUNT     TO CKC-DETAIL-COUNT
           MOVE WS-RANKIN-COUNT     TO CKC-RANKIN-COUNT
           MOVE WS-CSV-COUNT        TO CKC-CSV-COUNT
           MOVE WS-PROGRESS-COUNT   TO CKC-PROGRESS-COUNT
           MOVE WS-HONOR-COUNT      TO CKC-HONOR-COUNT
           MOVE WS-PROB-COUNT       TO CKC-PROB-COUNT
           MOVE WS-EXCP-COUNT       TO CKC-EXCP-COUNT
           MOVE WS-DISC-COUNT       TO CKC-DISC-COUNT
           MOVE WS-INCOMP-COUNT     TO CKC-INCOMP-COUNT
           MOVE WS-INCOMP-STUDENTS  TO CKC-INCOMP-STUDENTS
           MOVE WS-POST-COUNT       TO CKC-POST-COUNT
           MOVE WS-STUHIST-COUNT    TO CKC-STUHIST-COUNT
           MOVE WS-POST-HELD-COUNT  TO CKC-POST-HELD-COUNT
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-PRINT-COUNTS     TO TRUE
           MOVE WS-REPORT-LINES     TO CKP-REPORT-LINES
           MOVE WS-PROGRESS-LINES   TO CKP-PROGRESS-LINES
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-SECTION-TOTALS   TO TRUE
           MOVE TF-NUM-STUDENTS     TO CKT-NUM-STUDENTS
           MOVE TF-SUM-AVERAGES     TO CKT-SUM-AVERAGES
           MOVE TF-COUNT-A          TO CKT-COUNT-A
           MOVE TF-COUNT-B          TO CKT-COUNT-B
           MOVE TF-COUNT-C          TO CKT-COUNT-C
           MOVE TF-COUNT-D          TO CKT-COUNT-D
           MOVE TF-COUNT-F          TO CKT-COUNT-F
           MOVE TF-EXAM-SUM (1)     TO CKT-EXAM-SUM (1)
           MOVE TF-EXAM-SUM (2)     TO CKT-EXAM-SUM (2)
           MOVE TF-EXAM-SUM (3)     TO CKT-EXAM-SUM (3)
           MOVE TF-EXAM-SUM (4)     TO CKT-EXAM-SUM (4)
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-GRAND-TOTALS     TO TRUE
           MOVE GT-NUM-STUDENTS     TO CKG-NUM-STUDENTS
           MOVE GT-SUM-AVERAGES     TO CKG-SUM-AVERAGES
           MOVE GT-COUNT-A          TO CKG-COUNT-A
           MOVE GT-COUNT-B          TO CKG-COUNT-B
           MOVE GT-COUNT-C          TO CKG-COUNT-C
           MOVE GT-COUNT-D          TO CKG-COUNT-D
           MOVE GT-COUNT-F          TO CKG-COUNT-F
           MOVE GT-EXAM-SUM (1)     TO CKG-EXAM-SUM (1)
           MOVE GT-EXAM-SUM (2)     TO CKG-EXAM-SUM (2)
           MOVE GT-EXAM-SUM (3)     TO CKG-EXAM-SUM (3)
           MOVE GT-EXAM-SUM (4)     TO CKG-EXAM-SUM (4)
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-SECTION-SCALE    TO TRUE
           MOVE CF-CUT-A            TO CKS-CUT-A
           MOVE CF-CUT-B            TO CKS-CUT-B
           MOVE CF-CUT-C            TO CKS-CUT-C
           MOVE CF-CUT-D            TO CKS-CUT-D
           MOVE CF-CURVE            TO CKS-CURVE
           MOVE CF-INSTRUCTOR       TO CKS-INSTRUCTOR
           MOVE CF-CAPACITY         TO CKS-CAPACITY
           MOVE WS-SECT-CERT-SW     TO CKS-CERTIFIED-SW
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD

           IF WS-SECTION-COUNT > ZERO
              PERFORM 26A-WRITE-SECTION-MEAN-ROUTINE
                  VARYING WS-CKPT-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-CKPT-HOLD-IDX > WS-SECTION-COUNT
                END-IF

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-END              TO TRUE
           MOVE WS-READ-COUNT       TO CKE-READ-COUNT
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD

           CLOSE CHECKPOINT-FILE
           ADD 1 TO WS-CKPT-TAKEN
           MOVE ZERO TO WS-CKPT-SINCE
           .

       26A-WRITE-SECTION-MEAN-ROUTINE.

           MOVE SPACES              TO CHECKPOINT-WORK-RECORD
           SET CKW-SECTION-MEAN     TO TRUE
           MOVE SMT-SECTION (WS-CKPT-HOLD-IDX) TO CKM-SECTION
           MOVE SMT-MEAN (WS-CKPT-HOLD-IDX)    TO CKM-MEAN
           WRITE CHECKPOINT-RECORD FROM CHECKPOINT-WORK-RECORD
           .

       26B-COUNT-PRINT-LINES-ROUTINE.

      *    THE PRINT FILES ARE CLOSED HERE, SO WHAT THEY HOLD IS ON
      *    DISK -- THEIR LINES ARE COUNTED AS THEY WILL READ BACK ON
      *    A RESTART, WHICH IS NOT ONE FOR ONE WITH THE WRITES ONCE
      *    THE CARRIAGE CONTROL HAS PUT OUT ITS BLANK LINES

           MOVE ZERO TO WS-REPORT-LINES
           OPEN INPUT REPORT-TRIM-FILE
           MOVE 'Y' TO TRIM-EOF-FLAG
           PERFORM UNTIL TRIM-AT-EOF
               READ REPORT-TRIM-FILE
                   AT END
                       SET TRIM-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REPORT-LINES
               END-READ
           END-PERFORM
           CLOSE REPORT-TRIM-FILE

           MOVE ZERO TO WS-PROGRESS-LINES
           OPEN INPUT PROGRESS-TRIM-FILE
           MOVE 'Y' TO TRIM-EOF-FLAG
           PERFORM UNTIL TRIM-AT-EOF
               READ PROGRESS-TRIM-FILE
                   AT END
                       SET TRIM-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROGRESS-LINES
               END-READ
           END-PERFORM
           CLOSE PROGRESS-TRIM-FILE
           .

       30-STUDENT-AVG-ROUTINE.

      *    ON THE TERM'S FINAL RUN THE LETTER JUST ASSIGNED IS THE
      *    ONE THAT POSTS TO THE TRANSCRIPT -- IT GOES STRAIGHT TO
      *    THE SIS BATCH-GRADE-LOAD FILE SO NOBODY RE-KEYS IT, BUT
      *    ONLY ONCE THE INSTRUCTOR HAS CERTIFIED THE SECTION
           IF FINAL-GRADE-RUN
              IF SECTION-CERTIFIED
                 MOVE GR-STUDENT-ID    TO PO-STUDENT-ID
                 MOVE GR-CLASS-SECTION TO PO-SECTION
                 MOVE DL-LETTER-GRADE  TO PO-LETTER-GRADE
                 MOVE 'N'              TO PO-INCOMPLETE-IND
                 WRITE POSTING-RECORD
                 ADD 1 TO WS-POST-COUNT
              ELSE
                 ADD 1 TO WS-POST-HELD-COUNT
                      END-IF
                   END-IF

           MOVE DETAIL-LINE TO REPORT-RECORD
      *    STANDING GOES TO THE SIS WITH THE INCOMPLETE INDICATOR
      *    SET SO THE REGISTRAR'S LOAD HOLDS THE TRANSCRIPT OPEN
           IF FINAL-GRADE-RUN
              IF SECTION-CERTIFIED
                 MOVE GR-STUDENT-ID    TO PO-STUDENT-ID
                 MOVE GR-CLASS-SECTION TO PO-SECTION
                 MOVE DL-LETTER-GRADE  TO PO-LETTER-GRADE
                 MOVE 'Y'              TO PO-INCOMPLETE-IND
                 WRITE POSTING-RECORD
                 ADD 1 TO WS-POST-COUNT
              ELSE
                 ADD 1 TO WS-POST-HELD-COUNT
                   END-IF
                END-IF

           MOVE 'N' TO WS-HONOR-SW
                END-IF
           WRITE PROGRESS-RECORD FROM PROGRESS-STANDING-LINE
               AFTER ADVANCING 2

           PERFORM 33A-PROGRESS-ATTEND-ROUTINE
           .

       33A-PROGRESS-ATTEND-ROUTINE.

           MOVE GR-STUDENT-ID TO WS-ATT-LOOKUP-ID
           PERFORM 33B-FIND-ATTENDANCE-ROUTINE
           IF ATTENDANCE-FOUND
              MOVE WS-ATT-PCT     TO PAT-PCT
              MOVE WS-ATT-ABSENT  TO PAT-ABSENT
              MOVE WS-ATT-COUNTED TO PAT-MEETINGS
              WRITE PROGRESS-RECORD FROM PROGRESS-ATTEND-LINE
                  AFTER ADVANCING 1
           ELSE
              WRITE PROGRESS-RECORD FROM PROGRESS-NO-ATTEND-LINE
                  AFTER ADVANCING 1
                END-IF
           .

       33B-FIND-ATTENDANCE-ROUTINE.

      *    AN EXCUSED MEETING IS TAKEN OUT OF THE COUNT ALTOGETHER --
      *    IT IS NEITHER ATTENDED NOR MISSED.  A TARDY IS ATTENDED.
      *    A STUDENT WHOSE EVERY MEETING WAS EXCUSED HAS NOTHING TO
      *    SHOW AND IS TREATED AS NOT FOUND

           MOVE 'N' TO WS-ATT-FOUND-SW
           MOVE ZERO TO WS-ATT-COUNTED
                        WS-ATT-ABSENT
                        WS-ATT-PCT
                        WS-ABSENCE-PCT
           IF WS-ATT-COUNT > ZERO
              SET ATT-IDX TO 1
              SEARCH ATT-ENTRY
                  AT END
                      CONTINUE
                  WHEN ATT-STUDENT-ID (ATT-IDX) = WS-ATT-LOOKUP-ID
                      COMPUTE WS-ATT-COUNTED =
                          ATT-MEETINGS (ATT-IDX)
                          - ATT-EXCUSED (ATT-IDX)
                      MOVE ATT-ABSENCES (ATT-IDX) TO WS-ATT-ABSENT
                      IF WS-ATT-COUNTED > ZERO
                         SET ATTENDANCE-FOUND TO TRUE
                      END-IF
              END-SEARCH
                END-IF
           IF ATTENDANCE-FOUND
              COMPUTE WS-ABSENCE-PCT ROUNDED =
                  WS-ATT-ABSENT * 100 / WS-ATT-COUNTED
              COMPUTE WS-ATT-PCT = 100 - WS-ABSENCE-PCT
                END-IF
           .

       34-PROGRESS-EXAM-LINE-ROUTINE.
           PERFORM 49A-UPDATE-STUDENT-HIST-ROUTINE
           PERFORM 49B-EARLY-WARNING-ROUTINE
           PERFORM 49F-INCOMPLETE-AGING-ROUTINE
           PERFORM 49N-GUARDIAN-MAILING-ROUTINE
           IF FINAL-GRADE-RUN
              PERFORM 49H-CERTIFICATION-ROSTER-ROUTINE
                END-IF
           PERFORM 52-EOJ-CONTROL-ROUTINE
           CLOSE GRADE-FILE
                 GRADE-REPORT-FILE
              CLOSE POSTING-FILE
                END-IF

      *    THE RUN FINISHED -- ITS CHECKPOINT IS EMPTIED SO A RESTART
      *    KEYED BY MISTAKE TOMORROW IS HELD INSTEAD OF RESUMING A
      *    RUN THAT ALREADY ENDED
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE

      *    A DIRTY RUN MUST NOT END CLEAN -- THE NIGHT BATCH TESTS
      *    THIS CODE AND HOLDS THE LMS UPLOAD STEP WHEN IT IS NOT
      *    ZERO.  OUT OF BALANCE OUTRANKS DIRTY DATA, AND AN
      *    ATTENDANCE TABLE THAT OVERFLOWED IS DIRTY DATA
           IF RUN-OUT-OF-BALANCE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-EXCP-COUNT > ZERO OR WS-DISC-COUNT > ZERO
                 OR WS-ATT-OVERFLOW-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
                   END-IF
                END-IF
                       IF SHW-AVERAGE IS NUMERIC
                          PERFORM 49D-CHECK-ONE-STUDENT-ROUTINE
                       END-IF
                       PERFORM 49M-CHECK-ATTENDANCE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE STUDENT-HIST-NEW

           MOVE WS-WARN-COUNT     TO WTL-FLAGGED
           MOVE WS-ATT-WARN-COUNT TO WTL-ATTENDANCE
           MOVE WS-ATT-OVERFLOW-COUNT TO WTL-NOT-TABLED
           WRITE WARNING-RECORD FROM WARNING-TOTALS-LINE
           CLOSE WARNING-FILE
           .
           PERFORM 35-WRITE-A-LINE
           .

       49H-CERTIFICATION-ROSTER-ROUTINE.

      *    THIS RUN'S STUDENT RECORDS ARE READ BACK ONE MORE TIME --
      *    THEY ARE IN GRADES.TXT ORDER, SO EACH SECTION'S STUDENTS
      *    ARRIVE TOGETHER.  EVERY SECTION GETS A ROSTER PAGE WITH
      *    ITS FINAL LETTERS; A CERTIFIED SECTION'S PAGE SHOWS WHO
      *    SIGNED IT OFF, ANY OTHER CARRIES THE SIGNATURE BLOCK AND
      *    IS NAMED ON THE PENDING LISTING

           OPEN OUTPUT CERT-ROSTER-FILE
           OPEN OUTPUT CERT-PENDING-FILE
           MOVE WS-RUN-ID TO CPH-RUN-ID
           WRITE CERT-PENDING-RECORD FROM CERT-PENDING-HEADING-LINE
           WRITE CERT-PENDING-RECORD FROM CERT-PENDING-COLUMN-LINE

           MOVE SPACES TO WS-ROSTER-SECTION
           MOVE ZERO   TO WS-ROSTER-SECTIONS
           OPEN INPUT STUDENT-HIST-NEW
           MOVE 'Y' TO SHIST-EOF-FLAG
           PERFORM UNTIL SHIST-AT-EOF
               READ STUDENT-HIST-NEW
                   AT END
                       SET SHIST-AT-EOF TO TRUE
                   NOT AT END
                       MOVE STUDENT-HIST-NEW-REC
                           TO STU-HIST-WORK-RECORD
                       IF SHW-SECTION NOT = WS-ROSTER-SECTION
                          IF WS-ROSTER-SECTIONS > ZERO
                             PERFORM 49J-CLOSE-ROSTER-ROUTINE
                          END-IF
                          PERFORM 49I-OPEN-ROSTER-ROUTINE
                       END-IF
                       PERFORM 49K-ROSTER-DETAIL-ROUTINE
               END-READ
           END-PERFORM
           CLOSE STUDENT-HIST-NEW
           IF WS-ROSTER-SECTIONS > ZERO
              PERFORM 49J-CLOSE-ROSTER-ROUTINE
                END-IF

           MOVE WS-CERT-PENDING-COUNT TO CPT-SECTIONS
           MOVE WS-POST-HELD-COUNT    TO CPT-STUDENTS
           WRITE CERT-PENDING-RECORD FROM CERT-PENDING-TOTALS-LINE
           CLOSE CERT-ROSTER-FILE
                 CERT-PENDING-FILE
           .

       49I-OPEN-ROSTER-ROUTINE.

           ADD 1 TO WS-ROSTER-SECTIONS
           MOVE ZERO        TO WS-ROSTER-STUDENTS
           MOVE SHW-SECTION TO WS-ROSTER-SECTION
           MOVE SPACES      TO WS-ROSTER-INSTRUCTOR
           IF WS-SECTDIR-COUNT > ZERO
              SET SDT-IDX TO 1
              SEARCH SDT-ENTRY
                  AT END
                      MOVE '(UNKNOWN)' TO WS-ROSTER-INSTRUCTOR
                  WHEN SDT-SECTION (SDT-IDX) = WS-ROSTER-SECTION
                      MOVE SDT-INSTRUCTOR (SDT-IDX)
                          TO WS-ROSTER-INSTRUCTOR
              END-SEARCH
                END-IF
           MOVE WS-ROSTER-SECTION TO WS-CERT-LOOKUP-SECTION
           PERFORM 21A-FIND-CERTIFICATION-ROUTINE
           MOVE SPACES TO CSL-CONTINUED
           PERFORM 49L-ROSTER-HEADING-ROUTINE
           .

       49J-CLOSE-ROSTER-ROUTINE.

           MOVE WS-ROSTER-STUDENTS TO CCL-COUNT
           WRITE CERT-ROSTER-RECORD FROM CERT-COUNT-LINE
               AFTER ADVANCING 2
           IF SECTION-CERTIFIED
              MOVE WS-CERT-BY   TO CDN-CERTIFIED-BY
              MOVE WS-CERT-DATE TO CDN-DATE
              WRITE CERT-ROSTER-RECORD FROM CERT-DONE-LINE
                  AFTER ADVANCING 3
           ELSE
              WRITE CERT-ROSTER-RECORD FROM CERT-STATEMENT-LINE
                  AFTER ADVANCING 3
              WRITE CERT-ROSTER-RECORD FROM CERT-SIGNATURE-LINE
                  AFTER ADVANCING 3
              ADD 1 TO WS-CERT-PENDING-COUNT
              MOVE WS-ROSTER-SECTION    TO CPL-SECTION
              MOVE WS-ROSTER-INSTRUCTOR TO CPL-INSTRUCTOR
              MOVE WS-ROSTER-STUDENTS   TO CPL-STUDENTS
              WRITE CERT-PENDING-RECORD FROM CERT-PENDING-LINE
                END-IF
           .

       49K-ROSTER-DETAIL-ROUTINE.

      *    A SECTION TOO LONG FOR ONE SHEET CONTINUES ON THE NEXT
      *    WITH ITS SECTION AND INSTRUCTOR RESTATED -- THE SIGNATURE
      *    BLOCK ONLY EVER PRINTS UNDER THE LAST STUDENT

           IF WS-ROSTER-LINES >= 50
              MOVE '(CONTINUED)' TO CSL-CONTINUED
              PERFORM 49L-ROSTER-HEADING-ROUTINE
                END-IF
           MOVE SHW-STUDENT-ID TO CDL-STUDENT-ID
           MOVE SHW-NAME       TO CDL-NAME
           IF SHW-AVERAGE IS NUMERIC
              MOVE SHW-AVERAGE TO CDL-AVERAGE
           ELSE
              MOVE SPACES      TO CDL-AVERAGE-X
                END-IF
           MOVE SHW-LETTER     TO CDL-LETTER
           WRITE CERT-ROSTER-RECORD FROM CERT-DETAIL-LINE
               AFTER ADVANCING 1
           ADD 1 TO WS-ROSTER-LINES
           ADD 1 TO WS-ROSTER-STUDENTS
           .

       49L-ROSTER-HEADING-ROUTINE.

           MOVE WS-RUN-ID TO CRH-RUN-ID
           WRITE CERT-ROSTER-RECORD FROM CERT-HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE WS-ROSTER-SECTION    TO CSL-SECTION
           MOVE WS-ROSTER-INSTRUCTOR TO CSL-INSTRUCTOR
           WRITE CERT-ROSTER-RECORD FROM CERT-SECTION-LINE
               AFTER ADVANCING 2
           WRITE CERT-ROSTER-RECORD FROM CERT-COLUMN-LINE
               AFTER ADVANCING 2
           MOVE 5 TO WS-ROSTER-LINES
           .

       49M-CHECK-ATTENDANCE-ROUTINE.

      *    ATTENDANCE IS CHECKED FOR EVERY STUDENT, INCOMPLETES
      *    INCLUDED -- A STUDENT WHO HAS STOPPED COMING IS OFTEN THE
      *    SAME ONE WHO HAS NOT SAT THE EXAM.  THE FLAG STANDS ON
      *    ITS OWN LINE SO THE ADVISORS SEE IT EVEN WHEN THE SAME
      *    STUDENT IS ALSO FLAGGED FOR A DROP IN AVERAGE

           MOVE SHW-STUDENT-ID TO WS-ATT-LOOKUP-ID
           PERFORM 33B-FIND-ATTENDANCE-ROUTINE
           IF ATTENDANCE-FOUND
              AND WS-ABSENCE-PCT > CF-ABSENCE-THRESHOLD
              MOVE SHW-STUDENT-ID  TO WL-STUDENT-ID
              MOVE SHW-NAME        TO WL-NAME
              MOVE SHW-SECTION     TO WL-SECTION
              MOVE SPACES          TO WL-PRIOR-AVG-X
              MOVE SPACE           TO WL-PRIOR-LETTER
              IF SHW-AVERAGE IS NUMERIC
                 MOVE SHW-AVERAGE  TO WL-CURR-AVG
              ELSE
                 MOVE SPACES       TO WL-CURR-AVG-X
                   END-IF
              MOVE SHW-LETTER      TO WL-CURR-LETTER
              MOVE WS-ATT-PCT      TO WS-ATT-PCT-EDIT
              MOVE SPACES          TO WL-REMARK
              STRING 'ATTENDANCE '     DELIMITED BY SIZE
                     WS-ATT-PCT-EDIT   DELIMITED BY SIZE
                     '%'               DELIMITED BY SIZE
                  INTO WL-REMARK
              WRITE WARNING-RECORD FROM WARNING-LINE
              ADD 1 TO WS-WARN-COUNT
              ADD 1 TO WS-ATT-WARN-COUNT
                END-IF
           .

       49N-GUARDIAN-MAILING-ROUTINE.

      *    THIS RUN'S STUDENT RECORDS ARE READ BACK ONCE MORE -- ONE
      *    PER PROGRESS PAGE PRINTED -- AND EACH IS LOOKED UP ON THE
      *    GUARDIAN CONTACT MASTER.  MAIL FAMILIES ARE STAGED FOR
      *    THE HOUSEHOLD SORT, EMAIL FAMILIES GO STRAIGHT TO THE
      *    MERGE EXTRACT, AND A PAGE WITH NOWHERE TO GO IS LISTED.
      *    IT IS ALL BUILT AT END OF JOB FROM STUHNEW.TMP, SO A
      *    RESTARTED RUN PRODUCES IT WHOLE LIKE ANY OTHER

           OPEN OUTPUT CONTACT-EXCEPTION-FILE
                       MAIL-MERGE-FILE
                       LABEL-INPUT-FILE
           MOVE WS-RUN-ID TO CXH-RUN-ID
           WRITE CONTACT-EXCEPTION-RECORD
               FROM CONTACT-EXCP-HEADING-LINE
           WRITE CONTACT-EXCEPTION-RECORD
               FROM CONTACT-EXCP-COLUMN-LINE
           MOVE MAIL-MERGE-HEADER-LINE TO MAIL-MERGE-RECORD
           WRITE MAIL-MERGE-RECORD

      *    A CONTACT MASTER THAT WILL NOT OPEN IS LOGGED ON THE
      *    EXCEPTIONS LIST ONCE -- THE GRADES THEMSELVES ARE FINE,
      *    SO IT DOES NOT HOLD THE RUN
           OPEN INPUT CONTACT-MASTER
           IF CONTACT-OPEN-GOOD
              PERFORM 49O-ADDRESS-STUDENTS-ROUTINE
              CLOSE CONTACT-MASTER
           ELSE
              MOVE SPACES TO CXL-STUDENT-ID
                             CXL-NAME
                             CXL-SECTION
              MOVE 'CONTACT MASTER OPEN FAILED - FS'
                  TO CXL-REMARKS
              MOVE WS-CONTACT-FILE-STATUS TO CXL-REMARKS (33:2)
              WRITE CONTACT-EXCEPTION-RECORD FROM CONTACT-EXCP-LINE
                END-IF
           CLOSE LABEL-INPUT-FILE

           SORT LABEL-SORT-FILE
               ON ASCENDING KEY LS-ZIP
                                LS-STATE
                                LS-CITY
                                LS-ADDRESS-1
                                LS-ADDRESS-2
                                LS-STUDENT-NAME
               USING LABEL-INPUT-FILE
               GIVING LABEL-OUTPUT-FILE

           PERFORM 49Q-PRINT-LABELS-ROUTINE

           MOVE WS-NO-CONTACT-COUNT TO CXT-NO-CONTACT
           MOVE WS-HOUSEHOLD-COUNT  TO CXT-HOUSEHOLDS
           MOVE WS-MERGE-COUNT      TO CXT-EMAILS
           WRITE CONTACT-EXCEPTION-RECORD
               FROM CONTACT-EXCP-TOTALS-LINE
           CLOSE CONTACT-EXCEPTION-FILE
                 MAIL-MERGE-FILE
           .

       49O-ADDRESS-STUDENTS-ROUTINE.

           OPEN INPUT STUDENT-HIST-NEW
           MOVE 'Y' TO SHIST-EOF-FLAG
           PERFORM UNTIL SHIST-AT-EOF
               READ STUDENT-HIST-NEW
                   AT END
                       SET SHIST-AT-EOF TO TRUE
                   NOT AT END
                       MOVE STUDENT-HIST-NEW-REC
                           TO STU-HIST-WORK-RECORD
                       PERFORM 49P-ADDRESS-ONE-STUDENT-ROUTINE
               END-READ
           END-PERFORM
           CLOSE STUDENT-HIST-NEW
           .

       49P-ADDRESS-ONE-STUDENT-ROUTINE.

      *    A 'B' FAMILY GETS BOTH.  A DELIVERY CODE THE MAINTENANCE
      *    PROGRAM WOULD NEVER HAVE TAKEN STILL GETS LISTED RATHER
      *    THAN SILENTLY DROPPED

           MOVE SHW-STUDENT-ID TO CT-STUDENT-ID
           READ CONTACT-MASTER
           MOVE SHW-STUDENT-ID TO CXL-STUDENT-ID
           MOVE SHW-NAME       TO CXL-NAME
           MOVE SHW-SECTION    TO CXL-SECTION
           IF WS-CONTACT-FILE-STATUS NOT = '00'
              MOVE 'NO GUARDIAN CONTACT ON FILE' TO CXL-REMARKS
              WRITE CONTACT-EXCEPTION-RECORD FROM CONTACT-EXCP-LINE
              ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
              IF NOT CT-DELIVER-BY-MAIL AND NOT CT-DELIVER-BY-EMAIL
                 MOVE 'DELIVERY CODE NOT M, E OR B' TO CXL-REMARKS
                 WRITE CONTACT-EXCEPTION-RECORD
                     FROM CONTACT-EXCP-LINE
                 ADD 1 TO WS-NO-CONTACT-COUNT
                   END-IF
              IF CT-DELIVER-BY-MAIL
                 MOVE SPACES           TO LABEL-WORK-RECORD
                 MOVE CT-ZIP           TO LW-ZIP
                 MOVE CT-STATE         TO LW-STATE
                 MOVE CT-CITY          TO LW-CITY
                 MOVE CT-ADDRESS-1     TO LW-ADDRESS-1
                 MOVE CT-ADDRESS-2     TO LW-ADDRESS-2
                 MOVE SHW-NAME         TO LW-STUDENT-NAME
                 MOVE CT-GUARDIAN-NAME TO LW-GUARDIAN-NAME
                 MOVE SHW-STUDENT-ID   TO LW-STUDENT-ID
                 MOVE SHW-SECTION      TO LW-SECTION
                 WRITE LABEL-INPUT-RECORD FROM LABEL-WORK-RECORD
                   END-IF
              IF CT-DELIVER-BY-EMAIL
                 PERFORM 49S-MERGE-ROW-ROUTINE
                   END-IF
                END-IF
           .

       49Q-PRINT-LABELS-ROUTINE.

      *    THE SORTED STUDENTS BREAK ON THE HOUSEHOLD ADDRESS -- THE
      *    FIRST STUDENT AT AN ADDRESS OPENS ITS LABEL AND EVERY ONE
      *    AT THAT ADDRESS ADDS A LINE NAMING THE PAGE ENCLOSED

           OPEN INPUT  LABEL-OUTPUT-FILE
                OUTPUT MAILING-LABEL-FILE
           MOVE HIGH-VALUES TO WS-PREV-HOUSEHOLD
           MOVE 'Y' TO LABEL-EOF-FLAG
           PERFORM UNTIL LABEL-AT-EOF
               READ LABEL-OUTPUT-FILE INTO LABEL-WORK-RECORD
                   AT END
                       SET LABEL-AT-EOF TO TRUE
                   NOT AT END
                       IF LW-HOUSEHOLD NOT = WS-PREV-HOUSEHOLD
                          PERFORM 49R-LABEL-HOUSEHOLD-ROUTINE
                       END-IF
                       MOVE LW-STUDENT-NAME TO LRE-STUDENT-NAME
                       MOVE LW-SECTION      TO LRE-SECTION
                       MOVE SPACES TO MAILING-LABEL-RECORD
                       MOVE LABEL-RE-LINE TO MAILING-LABEL-RECORD
                       WRITE MAILING-LABEL-RECORD
               END-READ
           END-PERFORM
           CLOSE LABEL-OUTPUT-FILE
                 MAILING-LABEL-FILE
           .

       49R-LABEL-HOUSEHOLD-ROUTINE.

      *    A BLANK LINE SEPARATES ONE LABEL FROM THE NEXT.  THE
      *    GUARDIAN NAMED IS THE ONE ON FILE FOR THE FIRST STUDENT
      *    AT THE ADDRESS, AND AN UNUSED SECOND STREET LINE IS LEFT
      *    OFF RATHER THAN PRINTED BLANK

           IF WS-HOUSEHOLD-COUNT > ZERO
              MOVE SPACES TO MAILING-LABEL-RECORD
              WRITE MAILING-LABEL-RECORD
                END-IF
           ADD 1 TO WS-HOUSEHOLD-COUNT
           MOVE LW-HOUSEHOLD TO WS-PREV-HOUSEHOLD

           MOVE SPACES TO MAILING-LABEL-RECORD
           MOVE LW-GUARDIAN-NAME TO MAILING-LABEL-RECORD
           WRITE MAILING-LABEL-RECORD
           MOVE SPACES TO MAILING-LABEL-RECORD
           MOVE LW-ADDRESS-1 TO MAILING-LABEL-RECORD
           WRITE MAILING-LABEL-RECORD
           IF LW-ADDRESS-2 NOT = SPACES
              MOVE SPACES TO MAILING-LABEL-RECORD
              MOVE LW-ADDRESS-2 TO MAILING-LABEL-RECORD
              WRITE MAILING-LABEL-RECORD
                END-IF
           MOVE LW-CITY TO WS-MRG-FIELD
           PERFORM 49T-TRIM-MERGE-FIELD-ROUTINE
           MOVE SPACES TO MAILING-LABEL-RECORD
           STRING WS-MRG-FIELD (1:WS-MRG-LEN) DELIMITED BY SIZE
                  ', '                       DELIMITED BY SIZE
                  LW-STATE                   DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  LW-ZIP                     DELIMITED BY SIZE
               INTO MAILING-LABEL-RECORD
           WRITE MAILING-LABEL-RECORD
           .

       49S-MERGE-ROW-ROUTINE.

      *    ONE ROW PER PAGE TO BE EMAILED, TRIMMED LIKE THE CSV
      *    EXPORT.  THE NAMES ARE QUOTED BECAUSE A GUARDIAN KEYED
      *    'LAST, FIRST' WOULD OTHERWISE SPLIT ACROSS TWO COLUMNS.
      *    AN INCOMPLETE HAS NO AVERAGE TO SEND AND LEAVES IT EMPTY

           MOVE SPACES TO MAIL-MERGE-RECORD
           MOVE 1 TO WS-MRG-POINTER

           MOVE CT-EMAIL TO WS-MRG-FIELD
           PERFORM 49T-TRIM-MERGE-FIELD-ROUTINE
           STRING WS-MRG-FIELD (1:WS-MRG-LEN) DELIMITED BY SIZE
                  ',"'                       DELIMITED BY SIZE
               INTO MAIL-MERGE-RECORD
               WITH POINTER WS-MRG-POINTER

           MOVE CT-GUARDIAN-NAME TO WS-MRG-FIELD
           PERFORM 49T-TRIM-MERGE-FIELD-ROUTINE
           STRING WS-MRG-FIELD (1:WS-MRG-LEN) DELIMITED BY SIZE
                  '",'                       DELIMITED BY SIZE
                  SHW-STUDENT-ID             DELIMITED BY SIZE
                  ',"'                       DELIMITED BY SIZE
               INTO MAIL-MERGE-RECORD
               WITH POINTER WS-MRG-POINTER

           MOVE SHW-NAME TO WS-MRG-FIELD
           PERFORM 49T-TRIM-MERGE-FIELD-ROUTINE
           IF SHW-AVERAGE IS NUMERIC
              MOVE SHW-AVERAGE TO WS-MRG-AVERAGE
           ELSE
              MOVE SPACES      TO WS-MRG-AVERAGE-X
                END-IF
           STRING WS-MRG-FIELD (1:WS-MRG-LEN) DELIMITED BY SIZE
                  '",'                       DELIMITED BY SIZE
                  SHW-SECTION                DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  WS-MRG-AVERAGE-X           DELIMITED BY SPACE
                  ','                        DELIMITED BY SIZE
                  SHW-LETTER                 DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  WS-RUN-ID                  DELIMITED BY SIZE
               INTO MAIL-MERGE-RECORD
               WITH POINTER WS-MRG-POINTER
           WRITE MAIL-MERGE-RECORD
           ADD 1 TO WS-MERGE-COUNT
           .

       49T-TRIM-MERGE-FIELD-ROUTINE.

           MOVE 40 TO WS-MRG-LEN
           PERFORM UNTIL WS-MRG-LEN = 0
                   OR WS-MRG-FIELD (WS-MRG-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MRG-LEN
           END-PERFORM
           IF WS-MRG-LEN = 0
              MOVE 1 TO WS-MRG-LEN
                END-IF
           .

       50-COMPUTE-STATS-ROUTINE.

      *    THE CALLER HAS DROPPED THE AVERAGES INTO STAT-WORK-TABLE
           MOVE EOJ-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           MOVE 'ATTENDANCE RECORDS READ'  TO EJL-LABEL
           MOVE WS-ATT-RECORDS             TO EJL-COUNT
           MOVE EOJ-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           MOVE 'ATTENDANCE FLAGS'         TO EJL-LABEL
           MOVE WS-ATT-WARN-COUNT          TO EJL-COUNT
           MOVE EOJ-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           MOVE 'ATTENDANCE NOT TABLED'    TO EJL-LABEL
           MOVE WS-ATT-OVERFLOW-COUNT      TO EJL-COUNT
           MOVE EOJ-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           MOVE 'MAILING LABELS (HOUSEHOLDS)' TO EJL-LABEL
           MOVE WS-HOUSEHOLD-COUNT         TO EJL-COUNT
           MOVE EOJ-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           MOVE 'MAIL-MERGE ROWS'          TO EJL-LABEL
           MOVE WS-MERGE-COUNT             TO EJL-COUNT
           MOVE EOJ-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           MOVE 'PAGES WITH NO CONTACT'    TO EJL-LABEL
           MOVE WS-NO-CONTACT-COUNT        TO EJL-COUNT
           MOVE EOJ-LINE TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           IF FINAL-GRADE-RUN
              MOVE 'SIS POSTING RECORDS'      TO EJL-LABEL
              MOVE WS-POST-COUNT              TO EJL-COUNT
              MOVE EOJ-LINE TO REPORT-RECORD
              PERFORM 35-WRITE-A-LINE
              MOVE 'POSTING HELD - UNCERTIFIED' TO EJL-LABEL
              MOVE WS-POST-HELD-COUNT         TO EJL-COUNT
              MOVE EOJ-LINE TO REPORT-RECORD
              PERFORM 35-WRITE-A-LINE
              MOVE 'SECTIONS NOT CERTIFIED'   TO EJL-LABEL
              MOVE WS-CERT-PENDING-COUNT      TO EJL-COUNT
              MOVE EOJ-LINE TO REPORT-RECORD
              PERFORM 35-WRITE-A-LINE
                END-IF

           IF CF-CHECKPOINT-INTERVAL > ZERO
              MOVE 'CHECKPOINTS TAKEN'        TO EJL-LABEL
              MOVE WS-CKPT-TAKEN              TO EJL-COUNT
              MOVE EOJ-LINE TO REPORT-RECORD
              PERFORM 35-WRITE-A-LINE
                END-IF

           IF RESTART-RUN
              MOVE 'RESTARTED AFTER RECORD'   TO EJL-LABEL
              MOVE WS-CKPT-READ-COUNT         TO EJL-COUNT
              MOVE EOJ-LINE TO REPORT-RECORD
              PERFORM 35-WRITE-A-LINE
                END-IF

                  TO EBL-MESSAGE
                END-IF
      *    ON A FINAL RUN EVERY DETAIL LINE MUST HAVE POSTED EXACTLY
      *    ONCE OR BEEN HELD FOR CERTIFICATION -- A SHORT POSTING
      *    FILE WOULD SILENTLY LEAVE GRADES OFF TRANSCRIPTS, WHICH IS
      *    WORSE THAN A DIRTY REPORT
           COMPUTE WS-BALANCE-CHECK =
               WS-POST-COUNT + WS-POST-HELD-COUNT
           IF FINAL-GRADE-RUN
              AND WS-BALANCE-CHECK NOT = WS-DETAIL-COUNT
              SET RUN-OUT-OF-BALANCE TO TRUE
              MOVE 'BALANCING CHECK: *** RUN OUT OF BALANCE ***'
                  TO EBL-MESSAGE
