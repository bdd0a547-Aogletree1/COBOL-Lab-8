      *  TOTAL.  SEE 125-LOAD-RETRY-HISTORY, 136-TRACK-RETRY-NIGHTS,
      *  AND 148-REWRITE-RETRY-HISTORY.
      *
      *  CORRECTED-FEED GOES BACK THROUGH AKLAB8TABLES' FEED CONTROL
      *  LIKE ANY REGIONAL EXTRACT, SO IT CARRIES A HEADER (REGION ID
      *  'CORR', TONIGHT'S DATE, AND A SEQUENCE NUMBER ONE PAST THE
      *  LAST 'CORR' EXTRACT FEED-REGISTER SHOWS AS LOADED) AND A
      *  TRAILER WITH ITS RECORD COUNT AND QUANTITY HASH TOTAL.  SEE
      *  112-WRITE-FEED-HEADER AND 142-WRITE-FEED-TRAILER.
      *
      *  CORRECTED-FEED IS WRITTEN TO CORRECTED-PROD-INVEN-NEW.TXT, NOT
      *  TO THE CORRECTED-PROD-INVEN.TXT AKLAB8TABLES LOADS - AKLAB8ROT
      *  PROMOTES IT WHEN THE NEXT NIGHT'S ROTATION RUNS.  A RESUBMIT
      *  OF THE SAME NIGHT THEREFORE RELOADS THE FEED THE FIRST RUN
      *  LOADED, AND THIS PROGRAM SIMPLY WRITES ITS -NEW FILE AGAIN.
      *
      *  OUTPUT:
      *     CORRECTED-FEED       - CLEAN PROD-REC RECORDS, READY TO
      *                           RESUBMIT TO AKLAB8TABLES, BETWEEN A
      *                           HEADER AND A TRAILER
      *                           (CORRECTED-PROD-INVEN-NEW.TXT)
      *     UNCORRECTED-LISTING  - EVERY REJECTED RECORD THAT HAD NO
      *                           MATCHING CORRECTION-TRANS RECORD, PLUS
      *                           A TRAILING SECTION LISTING ANY
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRECTED-FEED
               ASSIGN TO 'CORRECTED-PROD-INVEN-NEW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNCORRECTED-LISTING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRY-STATUS.

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
               10  CF-EXPIRY-DATE          PIC X(8).
               10  CF-DETAIL-FILLER        PIC X(82).

      *    HEADER AND TRAILER RECORDS, THE SAME LAYOUT AKLAB8TABLES
      *    CHECKS EVERY EXTRACT FOR.

       01 CORRECTED-HEADER-REC.
           05  CFH-RECORD-TAG              PIC X(7).
           05  CFH-REGION-ID               PIC X(4).
           05  CFH-EXTRACT-DATE            PIC 9(8).
           05  CFH-SEQUENCE-NBR            PIC 9(6).
           05  FILLER                      PIC X(103).

       01 CORRECTED-TRAILER-REC.
           05  CFT-RECORD-TAG              PIC X(7).
           05  CFT-RECORD-COUNT            PIC 9(8).
           05  CFT-HASH-TOTAL              PIC 9(15).
           05  FILLER                      PIC X(98).

       FD UNCORRECTED-LISTING
           RECORD CONTAINS 120 CHARACTERS.
       01 UNCORRECTED-LISTING-REC          PIC X(120).
           05  RH-PRODUCT-ID               PIC X(3).
           05  RH-NIGHT-COUNT              PIC 9(3).

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

           05  RETRY-DISPOSITION       PIC X     VALUE SPACE.
                88  RESUBMIT-RECORD              VALUE 'R'.
                88  ESCALATE-RECORD              VALUE 'E'.
           05  FEED-REG-EOF-FLAG       PIC X     VALUE SPACE.
                88  MORE-FEED-REG-RECS           VALUE 'Y'.
                88  NO-MORE-FEED-REG-RECS        VALUE 'N'.

       01  COUNT-FIELDS.
           05  CORRECTED-COUNT        PIC 9(5)  VALUE 0.
       01  RETRY-FILE-FIELDS.
           05  RETRY-STATUS           PIC XX.

      *  FEED-CONTROL-FIELDS BUILD CORRECTED-FEED'S HEADER AND
      *  TRAILER.  THE HASH TOTAL ONLY ADDS A NUMERIC QUANTITY, THE
      *  SAME RULE AKLAB8TABLES CHECKS IT BY.

       01  FEED-CONTROL-FIELDS.
           05  FEED-REGISTER-STATUS   PIC XX.
           05  FEED-REGION-ID         PIC X(4)  VALUE 'CORR'.
           05  FEED-SEQUENCE-NBR      PIC 9(6)  VALUE 0.
           05  CORRECTED-HASH-TOTAL   PIC 9(15) VALUE 0.

       01  DATE-FIELDS.
           05  RUN-DATE             PIC 9(8).
           05  RUN-DATE-X REDEFINES RUN-DATE.
               10  ESC-TOT-COUNT       PIC ZZZZ9.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8CORR'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN INPUT  ERROR-FILE
           OPEN OUTPUT CORRECTED-FEED
                       UNCORRECTED-LISTING
                       ESCALATION-LISTING

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               COMPUTE RETRY-LIMIT = FUNCTION NUMVAL (PARM-STRING)
           WRITE ESCALATION-LISTING-REC
           MOVE ESC-BLANK-LINE TO ESCALATION-LISTING-REC
           WRITE ESCALATION-LISTING-REC

           PERFORM 112-WRITE-FEED-HEADER
         .
      *
       112-WRITE-FEED-HEADER.

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
                               MOVE FRG-SEQUENCE-NBR
                                    TO FEED-SEQUENCE-NBR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTER
           END-IF
           ADD 1 TO FEED-SEQUENCE-NBR

           MOVE SPACES            TO CORRECTED-HEADER-REC
           MOVE 'HEADER '         TO CFH-RECORD-TAG
           MOVE FEED-REGION-ID    TO CFH-REGION-ID
           MOVE RUN-DATE          TO CFH-EXTRACT-DATE
           MOVE FEED-SEQUENCE-NBR TO CFH-SEQUENCE-NBR
           WRITE CORRECTED-HEADER-REC
         .
      *
       120-LOAD-CORRECTION-TABLE.
                           MOVE ERD-RAW-DATA         TO CF-DETAIL-DATA
                           WRITE CORRECTED-PROD-REC
                           ADD 1 TO CORRECTED-COUNT
                           IF CF-QUANTITY-ON-HAND NUMERIC
                               ADD CF-QUANTITY-ON-HAND
                                   TO CORRECTED-HASH-TOTAL
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 138-WRITE-UNCORRECTED
           WRITE ESCALATION-LISTING-REC

           PERFORM 148-REWRITE-RETRY-HISTORY
           PERFORM 142-WRITE-FEED-TRAILER

           DISPLAY CORRECTED-COUNT   ' RECORD(S) CORRECTED AND '
                   'WRITTEN TO CORRECTED-PROD-INVEN.TXT, '
                    UNCORRECTED-LISTING
                    ESCALATION-LISTING

           MOVE 'C' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS

           STOP RUN
         .
      *
       142-WRITE-FEED-TRAILER.

           MOVE SPACES               TO CORRECTED-TRAILER-REC
           MOVE 'TRAILER'            TO CFT-RECORD-TAG
           MOVE CORRECTED-COUNT      TO CFT-RECORD-COUNT
           MOVE CORRECTED-HASH-TOTAL TO CFT-HASH-TOTAL
           WRITE CORRECTED-TRAILER-REC
         .
      *
       145-WRITE-UNUSED-CORRECTIONS.


           CLOSE RETRY-HISTORY
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
