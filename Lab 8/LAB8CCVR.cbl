       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8CCVR.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM IS THE SECOND HALF OF THE CYCLE COUNT SUBSYSTEM.
      *  AKLAB8CCNT PRINTS THE BLIND COUNT SHEETS AND FREEZES EACH
      *  KEY'S BOOK QUANTITY AND UNIT COST ON CYCLE-COUNT-OPEN.  THIS
      *  PROGRAM READS THE COUNTS BACK, MEASURES EACH ONE AGAINST ITS
      *  FROZEN BOOK QUANTITY, AND DECIDES WHAT HAPPENS TO THE
      *  VARIANCE:
      *
      *     - A COUNT THAT AGREES WITH BOOK IS CLEARED.
      *     - A VARIANCE INSIDE TOLERANCE IS POSTED AT ONCE.  TO BE
      *       INSIDE TOLERANCE IT MUST PASS BOTH LIMITS: THE UNITS OFF
      *       ARE NO MORE THAN THE PARM'D PERCENT OF BOOK, AND THE
      *       DOLLARS OFF (CONVERTED TO BASE UNITS THE SAME WAY
      *       AKLAB8VALR DOES) ARE NO MORE THAN THE PARM'D AMOUNT.
      *     - ANY OTHER VARIANCE IS HELD ON CYCLE-COUNT-OPEN FOR A
      *       SUPERVISOR.  SO IS A VARIANCE WHOSE PRODUCT CANNOT BE
      *       CONVERTED TO BASE UNITS - ITS DOLLARS ARE NOT KNOWN.
      *
      *  A SUPERVISOR ANSWERS A HELD VARIANCE ON COUNT-APPROVALS.  AN
      *  'A' POSTS IT.  AN 'R' SENDS THE KEY BACK TO BE COUNTED AGAIN.
      *  A SUPERVISOR MAY NOT APPROVE A COUNT THEY MADE THEMSELVES.
      *  APPROVALS ARE APPLIED BEFORE COUNT-RESULTS, SO A RECOUNT SENT
      *  IN THE SAME NIGHT AS ITS REJECTION IS TAKEN UP AT ONCE.
      *
      *  A POSTED VARIANCE IS NOT APPLIED TO THE POSITION MASTER HERE.
      *  IT IS WRITTEN TO CYCLE-COUNT-ADJ AS AN ORDINARY PROD-REC
      *  ADJUSTMENT (TRANS TYPE 'A', QTY SIGN '+' OR '-', AT THE
      *  FROZEN UNIT COST).  OPS LISTS CYCLE-COUNT-ADJ.TXT ON
      *  PRODUCT-FILE-LIST.TXT, SO EVERY COUNT CORRECTION GOES
      *  THROUGH AKLAB8TABLES' VALIDATION AND AUDIT TRAIL AND ON TO
      *  AKLAB8POSN LIKE ANY OTHER MOVEMENT.  THE FILE IS ALWAYS
      *  WRITTEN, WITH NO DETAIL RECORDS ON A NIGHT WITH NOTHING
      *  POSTED, SO THE LIST NEVER NAMES A MISSING FILE.
      *
      *  A POSTED VARIANCE STAYS ON CYCLE-COUNT-OPEN, MARKED POSTED
      *  WITH THE BUSINESS DATE AND THE SEQUENCE NUMBER OF THE FILE IT
      *  WENT OUT ON, UNTIL FEED-REGISTER SHOWS THAT SEQUENCE LOADED
      *  UNDER AN EARLIER BUSINESS DATE.  UNTIL THEN EVERY RUN WRITES
      *  IT TO CYCLE-COUNT-ADJ AGAIN (SEE 117-CARRY-POSTED-COUNTS), SO
      *  A RESUBMITTED JOB, OR A FILE AKLAB8TABLES REFUSED OR NEVER
      *  SAW, DOES NOT LOSE IT.
      *
      *  AKLAB8TABLES ONLY LOADS AN EXTRACT THAT CARRIES A HEADER AND
      *  A TRAILER, SO CYCLE-COUNT-ADJ GETS THEM THE SAME AS A
      *  REGIONAL EXTRACT DOES, UNDER REGION ID 'CCNT'.  ITS SEQUENCE
      *  NUMBER IS ONE PAST THE LAST 'CCNT' EXTRACT FEED-REGISTER
      *  SHOWS AS LOADED - A FILE AKLAB8TABLES REFUSED OR NEVER SAW
      *  HAS ITS NUMBER USED AGAIN, SO THE SEQUENCE NEVER GAPS.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     CYCLE-COUNT-OPEN  - COUNTS OUTSTANDING OR HELD
      *     COUNT-APPROVALS   - SUPERVISOR DECISIONS ON HELD VARIANCES
      *                         (OPTIONAL)
      *     COUNT-RESULTS     - THE COUNTS KEYED BACK FROM THE SHEETS
      *                         (OPTIONAL)
      *     PRODUCT-MASTER    - PRODUCT UOM CODE
      *     UOM-CONVERSION    - FACTOR TO THE BASE UNIT PER UOM CODE
      *     FEED-REGISTER     - EXTRACTS AKLAB8TABLES HAS LOADED
      *                         (OPTIONAL)
      *
      *  OUTPUT:
      *     CYCLE-COUNT-ADJ   - PROD-REC ADJUSTMENTS FOR AKLAB8TABLES,
      *                         BETWEEN A HEADER AND A TRAILER
      *     VARIANCE-REPORT   - EVERY COUNT AND DECISION IN UNITS AND
      *                         DOLLARS, THEN THE VARIANCES STILL
      *                         WAITING FOR APPROVAL
      *     CYCLE-COUNT-OPEN  - REWRITTEN WITHOUT THE KEYS CLEARED,
      *                         OR POSTED AND SINCE LOADED
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CYCLE-COUNT-OPEN
               ASSIGN TO 'CYCLE-COUNT-OPEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-COUNT-STATUS.

           SELECT COUNT-APPROVALS
               ASSIGN TO 'COUNT-APPROVALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-STATUS.

           SELECT COUNT-RESULTS
               ASSIGN TO 'COUNT-RESULTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT UOM-CONVERSION
               ASSIGN TO 'UOM-CONVERSION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UOM-FILE-STATUS.

           SELECT CYCLE-COUNT-ADJ
               ASSIGN TO 'CYCLE-COUNT-ADJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-REGISTER
               ASSIGN TO 'FEED-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-REGISTER-STATUS.

           SELECT VARIANCE-REPORT
               ASSIGN TO 'VARIANCE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE SAME LAYOUT IS DECLARED IN LAB8CCNT.CBL.

       FD CYCLE-COUNT-OPEN
           RECORD CONTAINS 62 CHARACTERS.
       01 OPEN-COUNT-REC.
           05  OC-POSITION-KEY.
               10  OC-WAREHOUSE-ID         PIC X(4).
               10  OC-VENDOR-ID            PIC X.
               10  OC-PRODUCT-ID           PIC X(3).
           05  OC-SHEET-DATE               PIC 9(8).
           05  OC-BOOK-QTY                 PIC 9(7).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-STATUS                   PIC X.
           05  OC-COUNTED-QTY              PIC 9(7).
           05  OC-COUNTER-ID               PIC X(8).
           05  OC-POSTED-DATE              PIC 9(8).
           05  OC-POSTED-SEQUENCE          PIC 9(6).
           05  FILLER                      PIC X(2).

       FD COUNT-APPROVALS
           RECORD CONTAINS 17 CHARACTERS.
       01 APPROVAL-REC.
           05  CA-POSITION-KEY.
               10  CA-WAREHOUSE-ID         PIC X(4).
               10  CA-VENDOR-ID            PIC X.
               10  CA-PRODUCT-ID           PIC X(3).
           05  CA-DECISION                 PIC X.
                88  CA-APPROVED                VALUE 'A'.
                88  CA-REJECTED                VALUE 'R'.
           05  CA-SUPERVISOR-ID            PIC X(8).

       FD COUNT-RESULTS
           RECORD CONTAINS 23 CHARACTERS.
       01 RESULT-REC.
           05  CR-POSITION-KEY.
               10  CR-WAREHOUSE-ID         PIC X(4).
               10  CR-VENDOR-ID            PIC X.
               10  CR-PRODUCT-ID           PIC X(3).
           05  CR-COUNTED-QTY              PIC 9(7).
           05  CR-COUNTED-QTY-X REDEFINES CR-COUNTED-QTY
                                           PIC X(7).
           05  CR-COUNTER-ID               PIC X(8).

       FD PRODUCT-MASTER
           RECORD CONTAINS 24 CHARACTERS.
       01 PRODUCT-MASTER-REC.
           05  PRM-MASTER-ID               PIC X(3).
           05  PRM-MASTER-DESC             PIC X(17).
           05  PRM-MASTER-UOM              PIC X(4).

       FD UOM-CONVERSION
           RECORD CONTAINS 13 CHARACTERS.
       01 UOM-CONVERSION-REC.
           05  UC-UOM-CODE                 PIC X(4).
           05  UC-BASE-FACTOR              PIC 9(5)V9(4).

      *    SAME 128-BYTE PROD-REC LAYOUT AKLAB8CORR WRITES TO
      *    CORRECTED-FEED.

       FD CYCLE-COUNT-ADJ
           RECORD CONTAINS 128 CHARACTERS.
       01 COUNT-ADJ-REC.
           05  ADJ-WAREHOUSE-ID            PIC X(4).
           05  ADJ-VENDOR-ID               PIC X.
           05  ADJ-PRODUCT-ID              PIC X(3).
           05  ADJ-DETAIL-DATA.
               10  ADJ-QUANTITY-ON-HAND    PIC 9(7).
               10  ADJ-UNIT-COST           PIC 9(5)V99.
               10  ADJ-TRANS-TYPE          PIC X.
               10  ADJ-QTY-SIGN            PIC X.
               10  ADJ-XFER-WAREHOUSE-ID   PIC X(4).
               10  ADJ-LOT-NUMBER          PIC X(10).
               10  ADJ-EXPIRY-DATE         PIC X(8).
               10  ADJ-DETAIL-FILLER       PIC X(82).

      *    HEADER AND TRAILER RECORDS, THE SAME LAYOUT AKLAB8TABLES
      *    CHECKS EVERY EXTRACT FOR.

       01 COUNT-ADJ-HEADER-REC.
           05  ADJH-RECORD-TAG             PIC X(7).
           05  ADJH-REGION-ID              PIC X(4).
           05  ADJH-EXTRACT-DATE           PIC 9(8).
           05  ADJH-SEQUENCE-NBR           PIC 9(6).
           05  FILLER                      PIC X(103).

       01 COUNT-ADJ-TRAILER-REC.
           05  ADJT-RECORD-TAG             PIC X(7).
           05  ADJT-RECORD-COUNT           PIC 9(8).
           05  ADJT-HASH-TOTAL             PIC 9(15).
           05  FILLER                      PIC X(98).

      *    THE SAME LAYOUT IS DECLARED IN LAB8TABLES.CBL.

       FD FEED-REGISTER
           RECORD CONTAINS 120 CHARACTERS.
       01 FEED-REGISTER-REC.
           05  FRG-RUN-DATE                PIC 9(8).
           05  FRG-FILE-NAME               PIC X(30).
           05  FRG-REGION-ID               PIC X(4).
           05  FRG-EXTRACT-DATE            PIC 9(8).
           05  FRG-SEQUENCE-NBR            PIC 9(6).
           05  FRG-RECORD-COUNT            PIC 9(8).
           05  FRG-HASH-TOTAL              PIC 9(15).
           05  FRG-FEED-STATUS             PIC X.
                88  FRG-FEED-LOADED            VALUE 'L'.
                88  FRG-FEED-REFUSED           VALUE 'R'.
           05  FRG-REFUSE-REASON           PIC X(25).
           05  FILLER                      PIC X(15).

       FD VARIANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 VARIANCE-REPORT-REC              PIC X(132).


      *    THE SAME LAYOUT IS DECLARED IN AKLAB8BDTE, WHICH OWNS THE
      *    FILE.

       FD BUSINESS-DATE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 BUSINESS-DATE-REC.
           05 BD-RECORD-TYPE               PIC X.
              88 BD-DATE-RECORD                  VALUE 'D'.
              88 BD-STEP-RECORD                  VALUE 'S'.
           05 BD-BUSINESS-DATE             PIC 9(8).
           05 BD-DAY-STATUS                PIC X.
              88 BD-DAY-PENDING                  VALUE 'P'.
              88 BD-DAY-OPEN                     VALUE 'O'.
           05 BD-LAST-COMPLETED-DATE       PIC 9(8).
           05 BD-RERUN-FLAG                PIC X.
              88 BD-RERUN-AUTHORIZED             VALUE 'Y'.
           05 BD-CHANGED-DATE              PIC 9(8).
           05 BD-CHANGED-TIME              PIC 9(8).
           05 BD-RERUN-COMPLETED-DATE      PIC 9(8).
           05 FILLER                       PIC X(7).
       01 BUSINESS-STEP-REC.
           05 BS-RECORD-TYPE               PIC X.
           05 BS-BUSINESS-DATE             PIC 9(8).
           05 BS-PROGRAM-ID                PIC X(12).
           05 BS-STEP-STATUS               PIC X.
              88 BS-STEP-STARTED                 VALUE 'S'.
              88 BS-STEP-COMPLETED               VALUE 'C'.
           05 BS-RETURN-CODE               PIC 9(4).
           05 BS-CLOCK-DATE                PIC 9(8).
           05 BS-CLOCK-TIME                PIC 9(8).
           05 FILLER                       PIC X(8).

       WORKING-STORAGE SECTION.

      *****************VARIABLE SECTION*************************

       01  FLAGS-N-SWITCHES.
           05  OPEN-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-OPEN-RECS               VALUE 'Y'.
                88  NO-MORE-OPEN-RECS            VALUE 'N'.
           05  APPR-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-APPROVAL-RECS           VALUE 'Y'.
                88  NO-MORE-APPROVAL-RECS        VALUE 'N'.
           05  RSLT-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-RESULT-RECS             VALUE 'Y'.
                88  NO-MORE-RESULT-RECS          VALUE 'N'.
           05  PRM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-PRODUCT-RECS            VALUE 'Y'.
                88  NO-MORE-PRODUCT-RECS         VALUE 'N'.
           05  UOM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-UOM-RECS                VALUE 'Y'.
                88  NO-MORE-UOM-RECS             VALUE 'N'.
           05  UOM-LOAD-SWITCH         PIC X     VALUE 'N'.
                88  UOM-TABLE-LOADED             VALUE 'Y'.
                88  UOM-TABLE-MISSING            VALUE 'N'.
           05  FACTOR-DISPOSITION      PIC X     VALUE SPACE.
                88  FACTOR-RESOLVED              VALUE 'R'.
                88  PRODUCT-UNKNOWN              VALUE 'P'.
                88  UOM-UNKNOWN                  VALUE 'U'.
           05  OPEN-ENTRY-SWITCH       PIC X     VALUE 'N'.
                88  OPEN-ENTRY-FOUND             VALUE 'Y'.
                88  OPEN-ENTRY-NOT-FOUND         VALUE 'N'.
           05  FEED-REG-EOF-FLAG       PIC X     VALUE SPACE.
                88  MORE-FEED-REG-RECS           VALUE 'Y'.
                88  NO-MORE-FEED-REG-RECS        VALUE 'N'.

       01  FILE-STATUS-FIELDS.
           05  OPEN-COUNT-STATUS       PIC XX.
           05  APPROVAL-STATUS         PIC XX.
           05  RESULT-STATUS           PIC XX.
           05  PRODUCT-MASTER-STATUS   PIC XX.
           05  UOM-FILE-STATUS         PIC XX.
           05  FEED-REGISTER-STATUS    PIC XX.

       01  COUNT-FIELDS.
           05  RESULT-READ-COUNT    PIC 9(7)  VALUE 0.
           05  APPROVAL-READ-COUNT  PIC 9(7)  VALUE 0.
           05  AGREED-COUNT         PIC 9(7)  VALUE 0.
           05  AUTO-POSTED-COUNT    PIC 9(7)  VALUE 0.
           05  HELD-COUNT           PIC 9(7)  VALUE 0.
           05  APPROVED-COUNT       PIC 9(7)  VALUE 0.
           05  REJECTED-COUNT       PIC 9(7)  VALUE 0.
           05  REFUSED-COUNT        PIC 9(7)  VALUE 0.
           05  ADJ-WRITTEN-COUNT    PIC 9(7)  VALUE 0.
           05  STILL-HELD-COUNT     PIC 9(7)  VALUE 0.
           05  STILL-OPEN-COUNT     PIC 9(7)  VALUE 0.
           05  REPOSTED-COUNT       PIC 9(7)  VALUE 0.

      *  FEED-CONTROL-FIELDS BUILD CYCLE-COUNT-ADJ'S HEADER AND
      *  TRAILER - THE HASH TOTAL IS THE SUM OF ADJ-QUANTITY-ON-HAND
      *  OVER THE ADJUSTMENTS WRITTEN.  LAST-LOADED-SEQUENCE IS THE
      *  LAST 'CCNT' EXTRACT FEED-REGISTER SHOWS AS LOADED UNDER AN
      *  EARLIER BUSINESS DATE.

       01  FEED-CONTROL-FIELDS.
           05  FEED-REGION-ID       PIC X(4)  VALUE 'CCNT'.
           05  FEED-SEQUENCE-NBR    PIC 9(6)  VALUE 0.
           05  LAST-LOADED-SEQUENCE PIC 9(6)  VALUE 0.
           05  ADJ-HASH-TOTAL       PIC 9(15) VALUE 0.

      *  VAR-UNITS/VAR-VALUE ARE THE SIGNED VARIANCE OF THE KEY IN
      *  HAND (COUNTED MINUS BOOK, SO A SHORTAGE IS NEGATIVE);
      *  ABS-UNITS/ABS-VALUE ARE THE SAME FIGURES WITHOUT THE SIGN,
      *  FOR THE TOLERANCE TEST AND THE ADJUSTMENT QUANTITY.

       01  VARIANCE-FIELDS.
           05  REC-BASE-FACTOR      PIC 9(5)V9(4)   VALUE 1.
           05  VAR-UNITS            PIC S9(8)       VALUE 0.
           05  ABS-UNITS            PIC 9(8)        VALUE 0.
           05  VAR-VALUE            PIC S9(11)V99   VALUE 0.
           05  ABS-VALUE            PIC 9(11)V99    VALUE 0.
           05  PCT-LIMIT-UNITS      PIC 9(11)V99    VALUE 0.
           05  DISPOSITION-TEXT     PIC X(22)       VALUE SPACES.
           05  BY-ID                PIC X(8)        VALUE SPACES.

       01  TOTAL-FIELDS.
           05  NET-UNITS-POSTED     PIC S9(9)       VALUE 0.
           05  NET-VALUE-POSTED     PIC S9(11)V99   VALUE 0.
           05  VALUE-HELD           PIC 9(11)V99    VALUE 0.

      *  PARM='5,100' SUPPLIES, AS ONE COMMA-DELIMITED STRING, THE
      *  PERCENT OF BOOK AND THE DOLLAR AMOUNT A VARIANCE MAY BE OFF BY
      *  AND STILL POST WITHOUT A SUPERVISOR.  EITHER VALUE LEFT OFF
      *  KEEPS ITS DEFAULT BELOW.

       01  JOB-CONTROL-FIELDS.
           05  PARM-STRING          PIC X(40) VALUE SPACES.
           05  PCT-TOLERANCE-ALPHA  PIC X(10) VALUE SPACES.
           05  DOLLAR-TOL-ALPHA     PIC X(12) VALUE SPACES.
           05  PCT-TOLERANCE        PIC 9(3)V99   VALUE 5.
           05  DOLLAR-TOLERANCE     PIC 9(9)V99   VALUE 100.

       01  DATE-FIELDS.
           05  RUN-DATE             PIC 9(8).
           05  RUN-DATE-X REDEFINES RUN-DATE.
               10  RUN-YYYY         PIC 9(4).
               10  RUN-MM           PIC 9(2).
               10  RUN-DD           PIC 9(2).
           05  REPORT-DATE.
               10  REPORT-MM        PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  REPORT-DD        PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  REPORT-YYYY      PIC 9(4).

      ***********************TABLES**********************************
      *  PRODUCT-UOM-TABLE AND UOM-TABLE ARE LOADED AND SEARCHED THE
      *  SAME WAY AKLAB8VALR LOADS THEM.

       01  PRODUCT-UOM-COUNT-FIELDS.
           05  PRODUCT-UOM-COUNT       PIC 9(3)  VALUE 0.

       01  PRODUCT-UOM-TABLE.
           05  PVU-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON PRODUCT-UOM-COUNT
               INDEXED BY PVU-INDEX.
               10  PVU-ID              PIC X(3).
               10  PVU-UOM             PIC X(4).

       01  UOM-COUNT-FIELDS.
           05  UOM-COUNT               PIC 9(3)  VALUE 0.

       01  UOM-TABLE.
           05  UOMT-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON UOM-COUNT
               INDEXED BY UOMT-INDEX.
               10  UOMT-CODE           PIC X(4).
               10  UOMT-FACTOR         PIC 9(5)V9(4).

      *  OPEN-COUNT-TABLE IS CYCLE-COUNT-OPEN.TXT IN FILE ORDER.  AN
      *  ENTRY AGREED TONIGHT, OR POSTED ON A FILE SINCE LOADED, IS
      *  MARKED CLEARED AND LEFT OFF WHEN THE FILE IS REWRITTEN.  AN
      *  ENTRY POSTED BUT NOT YET LOADED IS KEPT, MARKED POSTED.

       01  OPEN-COUNT-COUNT-FIELDS.
           05  OPEN-COUNT-COUNT        PIC 9(5)  VALUE 0.

       01  OPEN-COUNT-TABLE.
           05  OCT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON OPEN-COUNT-COUNT
               INDEXED BY OCT-INDEX.
               10  OCT-KEY.
                   15  OCT-WAREHOUSE-ID PIC X(4).
                   15  OCT-VENDOR-ID    PIC X.
                   15  OCT-PRODUCT-ID   PIC X(3).
               10  OCT-SHEET-DATE      PIC 9(8).
               10  OCT-BOOK-QTY        PIC 9(7).
               10  OCT-UNIT-COST       PIC 9(5)V99.
               10  OCT-STATUS          PIC X.
                    88  OCT-OUTSTANDING        VALUE 'O'.
                    88  OCT-HELD               VALUE 'H'.
                    88  OCT-CLEARED            VALUE 'C'.
                    88  OCT-POSTED             VALUE 'P'.
               10  OCT-COUNTED-QTY     PIC 9(7).
               10  OCT-COUNTER-ID      PIC X(8).
               10  OCT-POSTED-DATE     PIC 9(8).
               10  OCT-POSTED-SEQUENCE PIC 9(6).

       01  WORK-KEY                    PIC X(8)  VALUE SPACES.

      ***********************REPORT LINES*******************************

       01  REPORT-LINES.
           05  VAR-TITLE-LINE.
               10  FILLER              PIC X(30)
                        VALUE 'CYCLE COUNT VARIANCE REPORT   '.
               10  VAR-TITLE-DATE      PIC X(10).
           05  VAR-TOLERANCE-LINE.
               10  FILLER              PIC X(28)
                        VALUE 'AUTO-POST TOLERANCE:  UNITS '.
               10  VAR-TOL-PCT         PIC ZZ9.99.
               10  FILLER              PIC X(17)
                        VALUE '% OF BOOK, VALUE '.
               10  VAR-TOL-DOLLARS     PIC ZZZ,ZZZ,ZZ9.99.
           05  VAR-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  VAR-SECTION-LINE.
               10  VAR-SECTION-TEXT    PIC X(60).
           05  VAR-HEADER-LINE-1.
               10  FILLER              PIC X(14)
                        VALUE 'WHSE  VENDOR  '.
               10  FILLER              PIC X(16)
                        VALUE 'PROD        BOOK'.
               10  FILLER              PIC X(17)
                        VALUE '   COUNTED  VAR U'.
               10  FILLER              PIC X(16)
                        VALUE 'NITS       VAR V'.
               10  FILLER              PIC X(11)
                        VALUE 'ALUE   COUN'.
               10  FILLER              PIC X(17)
                        VALUE 'TED/  DISPOSITION'.
           05  VAR-HEADER-LINE-2.
               10  FILLER              PIC X(65) VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'APPR BY'.
           05  VAR-DETAIL-LINE.
               10  VAR-DET-WAREHOUSE   PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  VAR-DET-VENDOR      PIC X(1).
               10  FILLER              PIC X(7)  VALUE SPACES.
               10  VAR-DET-PRODUCT     PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  VAR-DET-BOOK        PIC ZZZZZZ9.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  VAR-DET-COUNTED     PIC ZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  VAR-DET-UNITS       PIC ZZZZZZZ9-.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  VAR-DET-VALUE       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  VAR-DET-BY          PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  VAR-DET-DISPOSITION PIC X(22).
           05  VAR-NONE-LINE           PIC X(30) VALUE
                   '   NONE'.
           05  VAR-TOTAL-LINE.
               10  VAR-TOT-TEXT        PIC X(32).
               10  VAR-TOT-COUNT       PIC ZZZZZZ9.
           05  VAR-TOTAL-VALUE-LINE.
               10  VAR-TOTV-TEXT       PIC X(32).
               10  VAR-TOTV-UNITS      PIC ZZZZZZZZ9-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  VAR-TOTV-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  VAR-TOTAL-HELD-LINE.
               10  FILLER              PIC X(44)
                        VALUE 'VALUE AWAITING APPROVAL:'.
               10  VAR-TOTH-VALUE      PIC ZZZ,ZZZ,ZZ9.99.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8CCVR'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 112-LOAD-PRODUCT-UOM-TABLE
           PERFORM 114-LOAD-UOM-TABLE
           PERFORM 116-LOAD-OPEN-COUNTS
           PERFORM 117-CARRY-POSTED-COUNTS
           PERFORM 120-PROCESS-APPROVALS
               THRU 120-PROCESS-APPROVALS-EXIT
           PERFORM 130-PROCESS-RESULTS
           PERFORM 145-LIST-HELD-VARIANCES
           PERFORM 148-REWRITE-OPEN-COUNTS
           PERFORM 150-WRITE-TOTALS
           PERFORM 160-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN OUTPUT CYCLE-COUNT-ADJ
                       VARIANCE-REPORT

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ','
                   INTO PCT-TOLERANCE-ALPHA DOLLAR-TOL-ALPHA
               END-UNSTRING
               IF PCT-TOLERANCE-ALPHA NOT = SPACES
                   COMPUTE PCT-TOLERANCE =
                           FUNCTION NUMVAL (PCT-TOLERANCE-ALPHA)
               END-IF
               IF DOLLAR-TOL-ALPHA NOT = SPACES
                   COMPUTE DOLLAR-TOLERANCE =
                           FUNCTION NUMVAL (DOLLAR-TOL-ALPHA)
               END-IF
           END-IF

           MOVE REPORT-DATE TO VAR-TITLE-DATE
           MOVE VAR-TITLE-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE PCT-TOLERANCE    TO VAR-TOL-PCT
           MOVE DOLLAR-TOLERANCE TO VAR-TOL-DOLLARS
           MOVE VAR-TOLERANCE-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC

           PERFORM 111-WRITE-FEED-HEADER
         .
      *
       111-WRITE-FEED-HEADER.

      *    ONLY A LOAD UNDER AN EARLIER BUSINESS DATE COUNTS, THE SAME
      *    AS IN AKLAB8TABLES - A RESUBMIT OF TONIGHT WRITES THE FILE
      *    AGAIN UNDER THE SEQUENCE NUMBER TONIGHT'S FIRST RUN USED,
      *    WITH TONIGHT'S POSTED VARIANCES STILL ON IT.

           OPEN INPUT FEED-REGISTER
           IF FEED-REGISTER-STATUS = '00'
               SET MORE-FEED-REG-RECS TO TRUE
               PERFORM UNTIL NO-MORE-FEED-REG-RECS
                   READ FEED-REGISTER
                       AT END
                           SET NO-MORE-FEED-REG-RECS TO TRUE
                       NOT AT END
                           IF FRG-FEED-LOADED
                              AND FRG-REGION-ID = FEED-REGION-ID
                              AND FRG-RUN-DATE < RUN-DATE
                              AND FRG-SEQUENCE-NBR > FEED-SEQUENCE-NBR
                               MOVE FRG-SEQUENCE-NBR
                                    TO FEED-SEQUENCE-NBR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTER
           END-IF
           MOVE FEED-SEQUENCE-NBR TO LAST-LOADED-SEQUENCE
           ADD 1 TO FEED-SEQUENCE-NBR

           MOVE SPACES            TO COUNT-ADJ-HEADER-REC
           MOVE 'HEADER '         TO ADJH-RECORD-TAG
           MOVE FEED-REGION-ID    TO ADJH-REGION-ID
           MOVE RUN-DATE          TO ADJH-EXTRACT-DATE
           MOVE FEED-SEQUENCE-NBR TO ADJH-SEQUENCE-NBR
           WRITE COUNT-ADJ-HEADER-REC
         .
      *
       112-LOAD-PRODUCT-UOM-TABLE.

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-MASTER-STATUS NOT = '00'
               DISPLAY 'PRODUCT-MASTER COULD NOT BE OPENED - STATUS '
                       PRODUCT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO PRM-EOF-FLAG

           PERFORM UNTIL NO-MORE-PRODUCT-RECS
                READ PRODUCT-MASTER
                    AT END
                        MOVE 'N' TO PRM-EOF-FLAG
                    NOT AT END
                        IF PRODUCT-UOM-COUNT NOT < 500
                            DISPLAY 'PRODUCT-UOM-TABLE FULL - MORE '
                                    'THAN 500 PRODUCTS'
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO PRODUCT-UOM-COUNT
                        SET PVU-INDEX TO PRODUCT-UOM-COUNT
                        MOVE PRM-MASTER-ID  TO PVU-ID (PVU-INDEX)
                        MOVE PRM-MASTER-UOM TO PVU-UOM (PVU-INDEX)
                END-READ
           END-PERFORM

           CLOSE PRODUCT-MASTER
         .
      *
       114-LOAD-UOM-TABLE.

           OPEN INPUT UOM-CONVERSION
           EVALUATE UOM-FILE-STATUS
               WHEN '00'
                   SET UOM-TABLE-LOADED TO TRUE
                   SET MORE-UOM-RECS TO TRUE
                   PERFORM UNTIL NO-MORE-UOM-RECS
                       READ UOM-CONVERSION
                           AT END
                               SET NO-MORE-UOM-RECS TO TRUE
                           NOT AT END
                               IF UOM-COUNT NOT < 100
                                   DISPLAY 'UOM-TABLE FULL - MORE '
                                           'THAN 100 UOM CODES'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO UOM-COUNT
                               SET UOMT-INDEX TO UOM-COUNT
                               MOVE UC-UOM-CODE
                                    TO UOMT-CODE (UOMT-INDEX)
                               MOVE UC-BASE-FACTOR
                                    TO UOMT-FACTOR (UOMT-INDEX)
                       END-READ
                   END-PERFORM
                   CLOSE UOM-CONVERSION
               WHEN '05'
               WHEN '35'
                   DISPLAY 'UOM-CONVERSION NOT FOUND - '
                           'VARIANCES VALUED WITHOUT CONVERSION'
               WHEN OTHER
                   DISPLAY 'UOM-CONVERSION COULD NOT BE OPENED - '
                           'STATUS ' UOM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       116-LOAD-OPEN-COUNTS.

      *    NO CYCLE-COUNT-OPEN.TXT MEANS NO SHEET HAS BEEN PRINTED YET -
      *    EVERY COUNT THAT COMES BACK IS THEN REPORTED AS NOT ON A
      *    SHEET.

           OPEN INPUT CYCLE-COUNT-OPEN
           IF OPEN-COUNT-STATUS = '05' OR OPEN-COUNT-STATUS = '35'
               CONTINUE
           ELSE
               IF OPEN-COUNT-STATUS NOT = '00'
                   DISPLAY 'CYCLE-COUNT-OPEN COULD NOT BE OPENED - '
                           'STATUS ' OPEN-COUNT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-OPEN-RECS TO TRUE
               PERFORM UNTIL NO-MORE-OPEN-RECS
                   READ CYCLE-COUNT-OPEN
                       AT END
                           SET NO-MORE-OPEN-RECS TO TRUE
                       NOT AT END
                           IF OPEN-COUNT-COUNT NOT < 10000
                               DISPLAY 'OPEN-COUNT-TABLE FULL - MORE '
                                       'THAN 10000 KEYS ON '
                                       'CYCLE-COUNT-OPEN'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO OPEN-COUNT-COUNT
                           SET OCT-INDEX TO OPEN-COUNT-COUNT
                           MOVE OC-POSITION-KEY
                                TO OCT-KEY (OCT-INDEX)
                           MOVE OC-SHEET-DATE
                                TO OCT-SHEET-DATE (OCT-INDEX)
                           MOVE OC-BOOK-QTY
                                TO OCT-BOOK-QTY (OCT-INDEX)
                           MOVE OC-UNIT-COST
                                TO OCT-UNIT-COST (OCT-INDEX)
                           MOVE OC-STATUS
                                TO OCT-STATUS (OCT-INDEX)
                           MOVE OC-COUNTED-QTY
                                TO OCT-COUNTED-QTY (OCT-INDEX)
                           MOVE OC-COUNTER-ID
                                TO OCT-COUNTER-ID (OCT-INDEX)
                           IF OCT-POSTED (OCT-INDEX)
                               MOVE OC-POSTED-DATE
                                    TO OCT-POSTED-DATE (OCT-INDEX)
                               MOVE OC-POSTED-SEQUENCE
                                    TO OCT-POSTED-SEQUENCE (OCT-INDEX)
                           ELSE
                               MOVE 0 TO OCT-POSTED-DATE (OCT-INDEX)
                                         OCT-POSTED-SEQUENCE (OCT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-COUNT-OPEN
           END-IF
         .
      *
       117-CARRY-POSTED-COUNTS.

      *    A POSTED ENTRY WHOSE FILE LOADED ON AN EARLIER NIGHT IS DONE
      *    WITH.  ANY OTHER - POSTED EARLIER TONIGHT BY A RUN NOW BEING
      *    RESUBMITTED, OR ON A FILE AKLAB8TABLES REFUSED - IS WRITTEN
      *    TO TONIGHT'S CYCLE-COUNT-ADJ AGAIN, UNDER TONIGHT'S
      *    SEQUENCE NUMBER.  ITS VARIANCE WAS ALREADY COUNTED IN THE
      *    POSTED TOTALS THE NIGHT IT POSTED.

           MOVE 'POSTED VARIANCES NOT YET LOADED - WRITTEN AGAIN'
                TO VAR-SECTION-TEXT
           PERFORM 155-WRITE-SECTION-HEADING

           PERFORM VARYING OCT-INDEX FROM 1 BY 1
                   UNTIL OCT-INDEX > OPEN-COUNT-COUNT
               IF OCT-POSTED (OCT-INDEX)
                   IF OCT-POSTED-SEQUENCE (OCT-INDEX)
                      NOT > LAST-LOADED-SEQUENCE
                       SET OCT-CLEARED (OCT-INDEX) TO TRUE
                   ELSE
                       PERFORM 140-MEASURE-VARIANCE
                       PERFORM 143-WRITE-ADJUSTMENT
                       MOVE FEED-SEQUENCE-NBR
                            TO OCT-POSTED-SEQUENCE (OCT-INDEX)
                       ADD 1 TO REPOSTED-COUNT
                       MOVE OCT-COUNTER-ID (OCT-INDEX) TO BY-ID
                       MOVE 'WRITTEN AGAIN' TO DISPOSITION-TEXT
                       PERFORM 144-WRITE-VARIANCE-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF REPOSTED-COUNT = 0
               MOVE VAR-NONE-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF
         .
      *
       118-FIND-OPEN-ENTRY.

      *    LOOKS UP WORK-KEY AMONG THE ENTRIES NOT YET CLEARED OR
      *    POSTED.  ON A HIT OCT-INDEX IS LEFT ON THE ENTRY.

           SET OPEN-ENTRY-NOT-FOUND TO TRUE
           IF OPEN-COUNT-COUNT > 0
               SET OCT-INDEX TO 1
               SEARCH OCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN OCT-KEY (OCT-INDEX) = WORK-KEY
                        AND NOT OCT-CLEARED (OCT-INDEX)
                        AND NOT OCT-POSTED (OCT-INDEX)
                       SET OPEN-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
         .
      *
       120-PROCESS-APPROVALS.

           OPEN INPUT COUNT-APPROVALS
           IF APPROVAL-STATUS = '05' OR APPROVAL-STATUS = '35'
               GO TO 120-PROCESS-APPROVALS-EXIT
           END-IF
           IF APPROVAL-STATUS NOT = '00'
               DISPLAY 'COUNT-APPROVALS COULD NOT BE OPENED - '
                       'STATUS ' APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'SUPERVISOR DECISIONS' TO VAR-SECTION-TEXT
           PERFORM 155-WRITE-SECTION-HEADING

           SET MORE-APPROVAL-RECS TO TRUE
           PERFORM UNTIL NO-MORE-APPROVAL-RECS
               READ COUNT-APPROVALS
                   AT END
                       SET NO-MORE-APPROVAL-RECS TO TRUE
                   NOT AT END
                       ADD 1 TO APPROVAL-READ-COUNT
                       PERFORM 122-APPLY-ONE-APPROVAL
               END-READ
           END-PERFORM

           CLOSE COUNT-APPROVALS

           IF APPROVAL-READ-COUNT = 0
               MOVE VAR-NONE-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF
         .
       120-PROCESS-APPROVALS-EXIT.
           EXIT
         .
      *
       122-APPLY-ONE-APPROVAL.

      *    A DECISION ONLY COUNTS AGAINST A VARIANCE ACTUALLY HELD.  A
      *    SUPERVISOR MAY NOT APPROVE THEIR OWN COUNT - THAT DECISION IS
      *    REFUSED AND THE VARIANCE STAYS HELD FOR SOMEONE ELSE.

           MOVE CA-POSITION-KEY  TO WORK-KEY
           MOVE CA-SUPERVISOR-ID TO BY-ID
           PERFORM 118-FIND-OPEN-ENTRY

           IF OPEN-ENTRY-NOT-FOUND
               MOVE 'NO HELD VARIANCE' TO DISPOSITION-TEXT
               ADD 1 TO REFUSED-COUNT
               PERFORM 126-WRITE-UNMATCHED-LINE
           ELSE
               IF NOT OCT-HELD (OCT-INDEX)
                   MOVE 'NO HELD VARIANCE' TO DISPOSITION-TEXT
                   ADD 1 TO REFUSED-COUNT
                   PERFORM 126-WRITE-UNMATCHED-LINE
               ELSE
                   PERFORM 140-MEASURE-VARIANCE
                   EVALUATE TRUE
                       WHEN CA-SUPERVISOR-ID = SPACES
                           MOVE 'NO SUPERVISOR ID'
                                TO DISPOSITION-TEXT
                           ADD 1 TO REFUSED-COUNT
                       WHEN CA-SUPERVISOR-ID
                            = OCT-COUNTER-ID (OCT-INDEX)
                           MOVE 'APPROVER IS COUNTER'
                                TO DISPOSITION-TEXT
                           ADD 1 TO REFUSED-COUNT
                       WHEN CA-APPROVED
                           MOVE 'APPROVED - POSTED'
                                TO DISPOSITION-TEXT
                           ADD 1 TO APPROVED-COUNT
                           PERFORM 142-POST-VARIANCE
                       WHEN CA-REJECTED
                           MOVE 'REJECTED - RECOUNT'
                                TO DISPOSITION-TEXT
                           ADD 1 TO REJECTED-COUNT
                           SET OCT-OUTSTANDING (OCT-INDEX) TO TRUE
                           MOVE 0 TO OCT-COUNTED-QTY (OCT-INDEX)
                           MOVE SPACES TO OCT-COUNTER-ID (OCT-INDEX)
                       WHEN OTHER
                           MOVE 'INVALID DECISION'
                                TO DISPOSITION-TEXT
                           ADD 1 TO REFUSED-COUNT
                   END-EVALUATE
                   PERFORM 144-WRITE-VARIANCE-LINE
               END-IF
           END-IF
         .
      *
       126-WRITE-UNMATCHED-LINE.

      *    A LINE FOR AN APPROVAL OR COUNT THAT MATCHES NO SHEET - ONLY
      *    THE KEY, WHO SENT IT, AND WHY IT WAS NOT USED.

           MOVE SPACES TO VAR-DETAIL-LINE
           MOVE WORK-KEY (1:4) TO VAR-DET-WAREHOUSE
           MOVE WORK-KEY (5:1) TO VAR-DET-VENDOR
           MOVE WORK-KEY (6:3) TO VAR-DET-PRODUCT
           MOVE BY-ID            TO VAR-DET-BY
           MOVE DISPOSITION-TEXT TO VAR-DET-DISPOSITION
           MOVE VAR-DETAIL-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
         .
      *
       130-PROCESS-RESULTS.

           MOVE 'COUNTS RECEIVED' TO VAR-SECTION-TEXT
           PERFORM 155-WRITE-SECTION-HEADING

           OPEN INPUT COUNT-RESULTS
           IF RESULT-STATUS = '05' OR RESULT-STATUS = '35'
               CONTINUE
           ELSE
               IF RESULT-STATUS NOT = '00'
                   DISPLAY 'COUNT-RESULTS COULD NOT BE OPENED - '
                           'STATUS ' RESULT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-RESULT-RECS TO TRUE
               PERFORM UNTIL NO-MORE-RESULT-RECS
                   READ COUNT-RESULTS
                       AT END
                           SET NO-MORE-RESULT-RECS TO TRUE
                       NOT AT END
                           ADD 1 TO RESULT-READ-COUNT
                           PERFORM 132-APPLY-ONE-COUNT
                   END-READ
               END-PERFORM
               CLOSE COUNT-RESULTS
           END-IF

           IF RESULT-READ-COUNT = 0
               MOVE VAR-NONE-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF
         .
      *
       132-APPLY-ONE-COUNT.

      *    A COUNT FOR A KEY ALREADY HELD REPLACES THE HELD COUNT AND
      *    IS JUDGED AFRESH - THAT IS HOW A RECOUNT COMES BACK.

           MOVE CR-POSITION-KEY TO WORK-KEY
           MOVE CR-COUNTER-ID   TO BY-ID
           PERFORM 118-FIND-OPEN-ENTRY

           EVALUATE TRUE
               WHEN OPEN-ENTRY-NOT-FOUND
                   MOVE 'NOT ON A COUNT SHEET' TO DISPOSITION-TEXT
                   ADD 1 TO REFUSED-COUNT
                   PERFORM 126-WRITE-UNMATCHED-LINE
               WHEN CR-COUNTED-QTY-X NOT NUMERIC
                   MOVE 'COUNT NOT NUMERIC' TO DISPOSITION-TEXT
                   ADD 1 TO REFUSED-COUNT
                   PERFORM 126-WRITE-UNMATCHED-LINE
               WHEN CR-COUNTER-ID = SPACES
                   MOVE 'NO COUNTER ID' TO DISPOSITION-TEXT
                   ADD 1 TO REFUSED-COUNT
                   PERFORM 126-WRITE-UNMATCHED-LINE
               WHEN OTHER
                   MOVE CR-COUNTED-QTY TO OCT-COUNTED-QTY (OCT-INDEX)
                   MOVE CR-COUNTER-ID  TO OCT-COUNTER-ID (OCT-INDEX)
                   PERFORM 140-MEASURE-VARIANCE
                   PERFORM 134-JUDGE-VARIANCE
                   PERFORM 144-WRITE-VARIANCE-LINE
           END-EVALUATE
         .
      *
       134-JUDGE-VARIANCE.

           COMPUTE PCT-LIMIT-UNITS =
                   OCT-BOOK-QTY (OCT-INDEX) * PCT-TOLERANCE / 100

           EVALUATE TRUE
               WHEN ABS-UNITS = 0
                   MOVE 'COUNT AGREES' TO DISPOSITION-TEXT
                   ADD 1 TO AGREED-COUNT
                   SET OCT-CLEARED (OCT-INDEX) TO TRUE
               WHEN NOT FACTOR-RESOLVED
                   MOVE 'HELD - UOM NOT CONVERTED' TO DISPOSITION-TEXT
                   ADD 1 TO HELD-COUNT
                   SET OCT-HELD (OCT-INDEX) TO TRUE
               WHEN ABS-UNITS <= PCT-LIMIT-UNITS
                    AND ABS-VALUE <= DOLLAR-TOLERANCE
                   MOVE 'AUTO-POSTED' TO DISPOSITION-TEXT
                   ADD 1 TO AUTO-POSTED-COUNT
                   PERFORM 142-POST-VARIANCE
               WHEN OTHER
                   MOVE 'HELD FOR APPROVAL' TO DISPOSITION-TEXT
                   ADD 1 TO HELD-COUNT
                   SET OCT-HELD (OCT-INDEX) TO TRUE
           END-EVALUATE
         .
      *
       140-MEASURE-VARIANCE.

      *    THE VARIANCE IS COUNTED MINUS FROZEN BOOK, IN THE PRODUCT'S
      *    OWN UNIT.  ITS DOLLARS ARE IN BASE UNITS AT THE FROZEN COST,
      *    THE SAME AS AKLAB8VALR VALUES ON-HAND.

           COMPUTE VAR-UNITS = OCT-COUNTED-QTY (OCT-INDEX)
                             - OCT-BOOK-QTY (OCT-INDEX)
           IF VAR-UNITS < 0
               COMPUTE ABS-UNITS = 0 - VAR-UNITS
           ELSE
               MOVE VAR-UNITS TO ABS-UNITS
           END-IF

           MOVE SPACE TO FACTOR-DISPOSITION
           MOVE 1 TO REC-BASE-FACTOR
           PERFORM 141-RESOLVE-BASE-FACTOR

           COMPUTE VAR-VALUE ROUNDED =
                   VAR-UNITS * REC-BASE-FACTOR
                             * OCT-UNIT-COST (OCT-INDEX)
           IF VAR-VALUE < 0
               COMPUTE ABS-VALUE = 0 - VAR-VALUE
           ELSE
               MOVE VAR-VALUE TO ABS-VALUE
           END-IF
         .
      *
       141-RESOLVE-BASE-FACTOR.

           IF UOM-TABLE-MISSING
               MOVE 1 TO REC-BASE-FACTOR
               SET FACTOR-RESOLVED TO TRUE
           ELSE
               SET PVU-INDEX TO 1
               SEARCH PVU-ENTRY
                   AT END
                       SET PRODUCT-UNKNOWN TO TRUE
                   WHEN PVU-ID (PVU-INDEX) = OCT-PRODUCT-ID (OCT-INDEX)
                       SET UOMT-INDEX TO 1
                       SEARCH UOMT-ENTRY
                           AT END
                               SET UOM-UNKNOWN TO TRUE
                           WHEN UOMT-CODE (UOMT-INDEX)
                                = PVU-UOM (PVU-INDEX)
                               MOVE UOMT-FACTOR (UOMT-INDEX)
                                    TO REC-BASE-FACTOR
                               SET FACTOR-RESOLVED TO TRUE
                       END-SEARCH
               END-SEARCH
           END-IF
         .
      *
       142-POST-VARIANCE.

      *    THE ENTRY STAYS ON CYCLE-COUNT-OPEN, MARKED POSTED, UNTIL
      *    THE FILE IT GOES OUT ON HAS LOADED.

           PERFORM 143-WRITE-ADJUSTMENT

           ADD VAR-UNITS TO NET-UNITS-POSTED
           ADD VAR-VALUE TO NET-VALUE-POSTED
           SET OCT-POSTED (OCT-INDEX) TO TRUE
           MOVE RUN-DATE          TO OCT-POSTED-DATE (OCT-INDEX)
           MOVE FEED-SEQUENCE-NBR TO OCT-POSTED-SEQUENCE (OCT-INDEX)
         .
      *
       143-WRITE-ADJUSTMENT.

      *    THE ADJUSTMENT CARRIES THE UNITS OFF WITHOUT A SIGN, WITH
      *    PR-QTY-SIGN SAYING WHICH WAY - '-' FOR A SHORTAGE, '+' FOR
      *    AN OVERAGE - AT THE UNIT COST FROZEN WHEN THE SHEET PRINTED.

           MOVE SPACES                      TO COUNT-ADJ-REC
           MOVE OCT-WAREHOUSE-ID (OCT-INDEX) TO ADJ-WAREHOUSE-ID
           MOVE OCT-VENDOR-ID (OCT-INDEX)    TO ADJ-VENDOR-ID
           MOVE OCT-PRODUCT-ID (OCT-INDEX)   TO ADJ-PRODUCT-ID
           MOVE ABS-UNITS                    TO ADJ-QUANTITY-ON-HAND
           MOVE OCT-UNIT-COST (OCT-INDEX)    TO ADJ-UNIT-COST
           MOVE 'A'                          TO ADJ-TRANS-TYPE
           IF VAR-UNITS < 0
               MOVE '-' TO ADJ-QTY-SIGN
           ELSE
               MOVE '+' TO ADJ-QTY-SIGN
           END-IF
           WRITE COUNT-ADJ-REC
           ADD 1 TO ADJ-WRITTEN-COUNT
           ADD ADJ-QUANTITY-ON-HAND TO ADJ-HASH-TOTAL
         .
      *
       144-WRITE-VARIANCE-LINE.

           MOVE OCT-WAREHOUSE-ID (OCT-INDEX) TO VAR-DET-WAREHOUSE
           MOVE OCT-VENDOR-ID (OCT-INDEX)    TO VAR-DET-VENDOR
           MOVE OCT-PRODUCT-ID (OCT-INDEX)   TO VAR-DET-PRODUCT
           MOVE OCT-BOOK-QTY (OCT-INDEX)     TO VAR-DET-BOOK
           MOVE OCT-COUNTED-QTY (OCT-INDEX)  TO VAR-DET-COUNTED
           MOVE VAR-UNITS                    TO VAR-DET-UNITS
           MOVE VAR-VALUE                    TO VAR-DET-VALUE
           MOVE BY-ID                        TO VAR-DET-BY
           MOVE DISPOSITION-TEXT             TO VAR-DET-DISPOSITION
           MOVE VAR-DETAIL-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
         .
      *
       145-LIST-HELD-VARIANCES.

      *    EVERY VARIANCE STILL WAITING FOR A SUPERVISOR, WHETHER HELD
      *    TONIGHT OR ON AN EARLIER NIGHT - THIS IS THE LIST THE
      *    SUPERVISORS WORK COUNT-APPROVALS FROM.

           MOVE 'VARIANCES AWAITING SUPERVISOR APPROVAL'
                TO VAR-SECTION-TEXT
           PERFORM 155-WRITE-SECTION-HEADING

           PERFORM VARYING OCT-INDEX FROM 1 BY 1
                   UNTIL OCT-INDEX > OPEN-COUNT-COUNT
               EVALUATE TRUE
                   WHEN OCT-HELD (OCT-INDEX)
                       ADD 1 TO STILL-HELD-COUNT
                       PERFORM 140-MEASURE-VARIANCE
                       ADD ABS-VALUE TO VALUE-HELD
                       MOVE OCT-COUNTER-ID (OCT-INDEX) TO BY-ID
                       MOVE 'AWAITING APPROVAL' TO DISPOSITION-TEXT
                       PERFORM 144-WRITE-VARIANCE-LINE
                   WHEN OCT-OUTSTANDING (OCT-INDEX)
                       ADD 1 TO STILL-OPEN-COUNT
               END-EVALUATE
           END-PERFORM

           IF STILL-HELD-COUNT = 0
               MOVE VAR-NONE-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF
         .
      *
       148-REWRITE-OPEN-COUNTS.

      *    CYCLE-COUNT-OPEN.TXT IS REWRITTEN WHOLE WITH EVERY KEY NOT
      *    CLEARED TONIGHT, POSTED ENTRIES INCLUDED, THE SAME WAY
      *    AKLAB8CORR REWRITES CORRECTION-RETRY.TXT.

           OPEN OUTPUT CYCLE-COUNT-OPEN

           PERFORM VARYING OCT-INDEX FROM 1 BY 1
                   UNTIL OCT-INDEX > OPEN-COUNT-COUNT
               IF NOT OCT-CLEARED (OCT-INDEX)
                   MOVE SPACES TO OPEN-COUNT-REC
                   MOVE OCT-KEY (OCT-INDEX)     TO OC-POSITION-KEY
                   MOVE OCT-SHEET-DATE (OCT-INDEX)
                        TO OC-SHEET-DATE
                   MOVE OCT-BOOK-QTY (OCT-INDEX) TO OC-BOOK-QTY
                   MOVE OCT-UNIT-COST (OCT-INDEX)
                        TO OC-UNIT-COST
                   MOVE OCT-STATUS (OCT-INDEX)  TO OC-STATUS
                   MOVE OCT-COUNTED-QTY (OCT-INDEX)
                        TO OC-COUNTED-QTY
                   MOVE OCT-COUNTER-ID (OCT-INDEX)
                        TO OC-COUNTER-ID
                   MOVE OCT-POSTED-DATE (OCT-INDEX)
                        TO OC-POSTED-DATE
                   MOVE OCT-POSTED-SEQUENCE (OCT-INDEX)
                        TO OC-POSTED-SEQUENCE
                   WRITE OPEN-COUNT-REC
               END-IF
           END-PERFORM

           CLOSE CYCLE-COUNT-OPEN
         .
      *
       150-WRITE-TOTALS.

           MOVE VAR-BLANK-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC

           MOVE 'COUNTS RECEIVED:' TO VAR-TOT-TEXT
           MOVE RESULT-READ-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'SUPERVISOR DECISIONS RECEIVED:' TO VAR-TOT-TEXT
           MOVE APPROVAL-READ-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'COUNTS AGREEING WITH BOOK:' TO VAR-TOT-TEXT
           MOVE AGREED-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'VARIANCES AUTO-POSTED:' TO VAR-TOT-TEXT
           MOVE AUTO-POSTED-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'VARIANCES APPROVED AND POSTED:' TO VAR-TOT-TEXT
           MOVE APPROVED-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'VARIANCES HELD TONIGHT:' TO VAR-TOT-TEXT
           MOVE HELD-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'VARIANCES REJECTED FOR RECOUNT:' TO VAR-TOT-TEXT
           MOVE REJECTED-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'RECORDS NOT USED:' TO VAR-TOT-TEXT
           MOVE REFUSED-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'POSTED VARIANCES WRITTEN AGAIN:' TO VAR-TOT-TEXT
           MOVE REPOSTED-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'ADJUSTMENTS WRITTEN:' TO VAR-TOT-TEXT
           MOVE ADJ-WRITTEN-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'VARIANCES AWAITING APPROVAL:' TO VAR-TOT-TEXT
           MOVE STILL-HELD-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE
           MOVE 'KEYS STILL TO BE COUNTED:' TO VAR-TOT-TEXT
           MOVE STILL-OPEN-COUNT TO VAR-TOT-COUNT
           PERFORM 152-WRITE-TOTAL-LINE

           MOVE VAR-BLANK-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE 'NET POSTED  UNITS / VALUE:' TO VAR-TOTV-TEXT
           MOVE NET-UNITS-POSTED TO VAR-TOTV-UNITS
           MOVE NET-VALUE-POSTED TO VAR-TOTV-VALUE
           MOVE VAR-TOTAL-VALUE-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE VALUE-HELD TO VAR-TOTH-VALUE
           MOVE VAR-TOTAL-HELD-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
         .
      *
       152-WRITE-TOTAL-LINE.

           MOVE VAR-TOTAL-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
         .
      *
       155-WRITE-SECTION-HEADING.

           MOVE VAR-BLANK-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE VAR-SECTION-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE VAR-HEADER-LINE-1 TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE VAR-HEADER-LINE-2 TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
         .
      *
       160-CLOSE-ROUTINE.

           DISPLAY RESULT-READ-COUNT ' COUNT(S) READ, '
                   ADJ-WRITTEN-COUNT ' ADJUSTMENT(S) WRITTEN TO '
                   'CYCLE-COUNT-ADJ.TXT, '
                   STILL-HELD-COUNT ' AWAITING APPROVAL'

           MOVE SPACES            TO COUNT-ADJ-TRAILER-REC
           MOVE 'TRAILER'         TO ADJT-RECORD-TAG
           MOVE ADJ-WRITTEN-COUNT TO ADJT-RECORD-COUNT
           MOVE ADJ-HASH-TOTAL    TO ADJT-HASH-TOTAL
           WRITE COUNT-ADJ-TRAILER-REC

           CLOSE CYCLE-COUNT-ADJ
                 VARIANCE-REPORT

           MOVE 'C' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS

           STOP RUN
         .
      *
       800-GET-BUSINESS-DATE.

      *    THE RUN DATE IS THE BUSINESS DATE ON BUSINESS-DATE.TXT, NOT
      *    THE CLOCK, SO A NIGHT RUN LATE IS STILL PROCESSED UNDER ITS
      *    OWN DATE.  AKLAB8BDTE OPENS THE DAY AT THE TOP OF THE JOB -
      *    A DAY THAT IS NOT OPEN HAS EITHER ALREADY COMPLETED OR NOT
      *    BEEN STARTED, AND NOTHING IS PROCESSED FOR IT.

           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'BUSINESS-DATE COULD NOT BE OPENED - STATUS '
                       BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-REC
           END-READ
           IF NOT BD-DATE-RECORD
               DISPLAY 'BUSINESS-DATE HAS NO DATE RECORD'
               CLOSE BUSINESS-DATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE
           MOVE BD-DAY-STATUS    TO BUSINESS-DAY-STATUS
           CLOSE BUSINESS-DATE-FILE

           IF NOT BUSINESS-DAY-OPEN
               DISPLAY 'BUSINESS DATE ' RUN-DATE
                       ' IS NOT OPEN - NOTHING PROCESSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'S' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS
         .
      *
       810-RECORD-STEP-STATUS.

      *    APPENDED BEHIND THE DATE RECORD - 'S' WHEN THE STEP PICKS
      *    UP THE DATE, 'C' WITH ITS RETURN CODE WHEN IT ENDS NORMALLY.
      *    AKLAB8BDTE WILL NOT END A DAY WITH A STEP LEFT AT 'S'.

           ACCEPT STEP-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT STEP-CLOCK-TIME FROM TIME
           OPEN EXTEND BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'BUSINESS-DATE COULD NOT BE EXTENDED - STATUS '
                       BUSINESS-DATE-STATUS
           ELSE
               MOVE SPACES               TO BUSINESS-STEP-REC
               MOVE 'S'                  TO BS-RECORD-TYPE
               MOVE RUN-DATE             TO BS-BUSINESS-DATE
               MOVE BUSINESS-PROGRAM-ID  TO BS-PROGRAM-ID
               MOVE BUSINESS-STEP-STATUS TO BS-STEP-STATUS
               MOVE RETURN-CODE          TO BS-RETURN-CODE
               MOVE STEP-CLOCK-DATE      TO BS-CLOCK-DATE
               MOVE STEP-CLOCK-TIME      TO BS-CLOCK-TIME
               WRITE BUSINESS-STEP-REC
               CLOSE BUSINESS-DATE-FILE
           END-IF
         .
