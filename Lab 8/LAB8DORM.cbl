      *  A RECOMPILE.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     VENDOR-MASTER, WAREHOUSE-MASTER, PRODUCT-MASTER - THE SAME
      *        THREE FILES AKLAB8TABLES LOADS AT STARTUP
      *     ACTIVITY-LOG - APPENDED TO BY AKLAB8TABLES, READ HERE
               ORGANIZATION IS LINE SEQUENTIAL.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 DORM-REPORT-REC                  PIC X(120).


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
               10  DORM-P-NAME         PIC X(17).


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8DORM'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.
               COMPUTE RUN-WINDOW = FUNCTION NUMVAL (PARM-STRING)
           END-IF

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           CLOSE DORMANCY-REPORT

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
