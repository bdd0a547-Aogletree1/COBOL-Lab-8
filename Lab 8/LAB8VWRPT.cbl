      *                         LIST IS LOADED HERE (WITH THE SAME
      *                         FALL-BACK TO THE SINGLE TRADITIONAL
      *                         PRODUCT-INVEN.TXT) AND EVERY LISTED
      *                         FEED IS COUNTED - DETAIL RECORDS
      *                         ONLY, NOT EACH FEED'S HEADER AND
      *                         TRAILER
      *     FEED-REGISTER     - AKLAB8TABLES' RECORD OF EVERY EXTRACT
      *                         IT LOADED OR REFUSED.  A FEED IT
      *                         REFUSED TONIGHT NEVER REACHED THE
      *                         FILES BELOW, SO IT IS NOT COUNTED
      *     NEW-PRODUCT-FILE  - VALID RECORDS AKLAB8TABLES WROTE OUT
      *     ERROR-FILE        - THE FORMATTED EXCEPTION REPORT
      *                         AKLAB8TABLES WROTE OUT (DETAIL LINES
               ASSIGN TO 'VENDOR-WH-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-REGISTER
               ASSIGN TO 'FEED-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-REGISTER-STATUS.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE
          RECORD CONTAINS 128 CHARACTERS.
       01 PROD-REC                         PIC X(128).
       01 PROD-HEADER-REC.
           05  PH-RECORD-TAG               PIC X(7).
                88  PH-HEADER-TAG              VALUE 'HEADER '.
           05  PH-REGION-ID                PIC X(4).
           05  PH-EXTRACT-DATE             PIC 9(8).
           05  PH-SEQUENCE-NBR             PIC 9(6).
           05  FILLER                      PIC X(103).
       01 PROD-TRAILER-REC.
           05  PT-RECORD-TAG               PIC X(7).
                88  PT-TRAILER-TAG             VALUE 'TRAILER'.
           05  PT-RECORD-COUNT             PIC 9(8).
           05  PT-HASH-TOTAL               PIC 9(15).
           05  FILLER                      PIC X(98).

       FD PRODUCT-FILE-LIST
           RECORD CONTAINS 30 CHARACTERS.
           RECORD CONTAINS 120 CHARACTERS.
       01 VWR-REPORT-REC                   PIC X(120).

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

           05  DUP-LIST-EOF-FLAG       PIC X     VALUE SPACE.
                88  MORE-DUP-LIST-RECS           VALUE 'Y'.
                88  NO-MORE-DUP-LIST-RECS        VALUE 'N'.
           05  FEED-REG-EOF-FLAG       PIC X     VALUE SPACE.
                88  MORE-FEED-REG-RECS           VALUE 'Y'.
                88  NO-MORE-FEED-REG-RECS        VALUE 'N'.

       01  COUNT-FIELDS.
           05  INPUT-COUNT          PIC 9(7)  VALUE 0.
               DEPENDING ON PRODUCT-FILE-COUNT
               INDEXED BY PFN-INDEX.
               10  PFN-FILE-NAME        PIC X(30).
               10  PFN-FEED-STATUS      PIC X     VALUE SPACE.
                    88  PFN-FEED-REFUSED            VALUE 'R'.

      *  PFN-FEED-STATUS IS TONIGHT'S FEED-REGISTER DECISION FOR THE
      *  FILE, THE LATEST ONE WHEN AKLAB8TABLES RAN MORE THAN ONCE -
      *  SPACE WHEN THE REGISTER HAS NONE (A VALIDATE-ONLY RUN).

       01  FEED-REGISTER-FIELDS.
           05  FEED-REGISTER-STATUS    PIC XX.

       01  DATE-FIELDS.
           05  RUN-DATE             PIC 9(8).
                   'RECONCILIATION: *** OUT OF BALANCE ***'.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8VWRPT'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

           PERFORM 110-HOUSEKEEPING
           PERFORM 102-LOAD-PRODUCT-FILE-LIST
           PERFORM 104-LOAD-FEED-DECISIONS
           PERFORM 120-COUNT-INPUT-RECORDS
           PERFORM 130-PROCESS-NEW-PRODUCT-FILE
           PERFORM 140-PROCESS-ERROR-FILE

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN INPUT  NEW-PRODUCT-FILE
                       ERROR-FILE
           OPEN OUTPUT VENDOR-WH-REPORT
         .
      *
       102-LOAD-PRODUCT-FILE-LIST.

           MOVE SPACE TO PROD-EOF-FLAG
         .
      *
       104-LOAD-FEED-DECISIONS.

           OPEN INPUT FEED-REGISTER
           IF FEED-REGISTER-STATUS = '00'
               SET MORE-FEED-REG-RECS TO TRUE
               PERFORM UNTIL NO-MORE-FEED-REG-RECS
                   READ FEED-REGISTER
                       AT END
                           SET NO-MORE-FEED-REG-RECS TO TRUE
                       NOT AT END
                           IF FRG-RUN-DATE = RUN-DATE
                               PERFORM 106-POST-FEED-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTER
           END-IF
         .
      *
       106-POST-FEED-DECISION.

           SET PFN-INDEX TO 1
           SEARCH PFN-ENTRY
               AT END
                   CONTINUE
               WHEN PFN-FILE-NAME (PFN-INDEX) = FRG-FILE-NAME
                   MOVE FRG-FEED-STATUS TO PFN-FEED-STATUS (PFN-INDEX)
           END-SEARCH
         .
      *
       120-COUNT-INPUT-RECORDS.

                   UNTIL CURRENT-FILE-INDEX > PRODUCT-FILE-COUNT
               SET PFN-INDEX TO CURRENT-FILE-INDEX
               MOVE PFN-FILE-NAME (PFN-INDEX) TO PRODUCT-FILENAME
               IF NOT PFN-FEED-REFUSED (PFN-INDEX)
                   PERFORM 122-COUNT-ONE-FEED
               END-IF
           END-PERFORM
         .
      *
                   AT END
                       SET NO-MORE-PROD-RECS TO TRUE
                   NOT AT END
                       IF (PH-HEADER-TAG
                           AND PH-EXTRACT-DATE NUMERIC
                           AND PH-SEQUENCE-NBR NUMERIC)
                          OR (PT-TRAILER-TAG
                              AND PT-RECORD-COUNT NUMERIC)
                           CONTINUE
                       ELSE
                           ADD 1 TO INPUT-COUNT
                       END-IF
               END-READ
           END-PERFORM

                    ERROR-FILE
                    VENDOR-WH-REPORT

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
