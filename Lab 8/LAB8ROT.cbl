      *  AKLAB8CORR, AKLAB8VALR) START FROM A SINGLE-DAY WINDOW INSTEAD
      *  OF WADING THROUGH WEEKS OF ACCUMULATED DETAIL LINES.
      *
      *  TRANSFER-APPLIED.TXT, WHICH AKLAB8POSN REBUILDS EVERY NIGHT
      *  WITH THE TRANSFER LEGS IT APPLIED, IS ROTATED THE SAME WAY
      *  UNDER THE SAME DATE AS NEW-PROD-INVEN.TXT, SO EACH DATED FEED
      *  ARCHIVE HAS A TRANSFER-APPLIED ARCHIVE BESIDE IT SHOWING WHICH
      *  OF ITS TRANSFERS ACTUALLY MOVED THE POSITION (SEE AKLAB8PCLS).
      *
      *  A FILE THAT DOES NOT EXIST YET (FIRST NIGHT, STATUS '05' OR
      *  '35' ON OPEN) HAS NOTHING TO ROTATE AND IS LEFT ALONE.
      *
      *  THEM FIRST WOULD STRAND THE PRE-CRASH OUTPUT IN AN ARCHIVE AND
      *  LEAVE THE RESTART'S TRAILER AND SUMMARY TOTALS OUT OF BALANCE.
      *
      *  ROTATION IS ALSO SKIPPED WHEN BUSINESS-DATE.TXT ALREADY SHOWS
      *  THIS PROGRAM COMPLETED FOR THE BUSINESS DATE (SEE
      *  116-CHECK-ALREADY-ROTATED) - THE JOB HAS BEEN RESUBMITTED, THE
      *  DATED ARCHIVES ALREADY HOLD THE PRIOR NIGHT, AND THE LIVE
      *  FILES HOLD TONIGHT'S OWN OUTPUT, WHICH AKLAB8TABLES REWRITES.
      *  OTHERWISE A DATED ARCHIVE THAT ALREADY EXISTS IS NEVER
      *  REPLACED - THAT FILE IS LEFT UNROTATED - UNLESS IT IS BEING
      *  REPLACED BY A RERUN'S OUTPUT (BELOW).
      *
      *  ON AN AUTHORIZED RERUN OF AN EARLIER DATE THE LIVE FILES HOLD
      *  THE LATEST NIGHT COMPLETED, NOT THE NIGHT BEFORE THE RERUN
      *  DATE, SO THEY ARE ARCHIVED UNDER THE DATE THE NEXT NORMAL RUN
      *  WOULD HAVE GIVEN THEM (THE DAY AFTER THE LAST DATE COMPLETED)
      *  AND THE RERUN DATE'S OWN ARCHIVES ARE LEFT AS THEY ARE.  THE
      *  RERUN'S OUTPUT STAYS LIVE UNTIL THE NEXT RUN, WHEN
      *  BUSINESS-DATE.TXT STILL CARRIES THE DATE THE RERUN COMPLETED
      *  (SEE AKLAB8BDTE): THAT RUN ARCHIVES THE LIVE FILES UNDER THE
      *  DAY AFTER THE RERUN DATE - THE NAME THE RERUN DATE'S OWN
      *  OUTPUT WAS ARCHIVED UNDER - REPLACING THE ORIGINAL NIGHT'S
      *  ARCHIVE, SO AKLAB8PCLS AND THE OTHER ARCHIVE READERS SEE THE
      *  NIGHT AS IT WAS RERUN.
      *
      *  CORRECTED-PROD-INVEN-NEW.TXT, WRITTEN BY AKLAB8CORR, IS THEN
      *  PROMOTED TO CORRECTED-PROD-INVEN.TXT FOR TONIGHT'S LOAD (SEE
      *  150-PROMOTE-CORRECTED-FEED).  THAT ONLY HAPPENS WHEN THE
      *  FILES ARE ROTATED, AND NOT ON A RERUN, SO A RESUBMITTED NIGHT
      *  RELOADS THE SAME CORRECTED FEED IT LOADED THE FIRST TIME.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     ERROR-FILE.TXT, NEW-PROD-INVEN.TXT, AUDIT-LOG.TXT - EACH
      *        FILE AS AKLAB8TABLES LEFT IT AT THE END OF THE PRIOR RUN
      *     CORRECTED-PROD-INVEN-NEW.TXT - AKLAB8CORR'S CORRECTED FEED
      *        FROM THE PRIOR RUN
      *     TRANSFER-APPLIED.TXT - THE TRANSFER LEGS AKLAB8POSN APPLIED
      *        IN THE PRIOR RUN
      *  OUTPUT:
      *     ERROR-FILE.<RUN-DATE>.TXT, NEW-PROD-INVEN.<RUN-DATE>.TXT,
      *        AUDIT-LOG.<RUN-DATE>.TXT - DATED COPIES OF WHATEVER WAS
      *        ON EACH FILE BEFORE THIS RUN (DATED THE DAY AFTER THE
      *        LAST DATE COMPLETED ON A RERUN, AND THE DAY AFTER THE
      *        RERUN DATE ON THE RUN AFTER A RERUN)
      *     TRANSFER-APPLIED.<RUN-DATE>.TXT - DATED THE SAME WAY
      *     ERROR-FILE.TXT, NEW-PROD-INVEN.TXT, AUDIT-LOG.TXT,
      *        TRANSFER-APPLIED.TXT - EACH TRUNCATED TO EMPTY
      *     CORRECTED-PROD-INVEN.TXT - A COPY OF
      *        CORRECTED-PROD-INVEN-NEW.TXT, FOR AKLAB8TABLES TO LOAD
      *****************************************************************

       ENVIRONMENT DIVISION.
      *    THE NARROW PAIR IS REUSED FOR BOTH NEW-PROD-INVEN.TXT AND
      *    AUDIT-LOG.TXT (BOTH 120-BYTE RECORDS), THE SAME WAY
      *    AKLAB8TABLES'S VENDOR-OUT-FILE IS REOPENED UNDER DIFFERENT
      *    DYNAMIC NAMES FOR EACH VENDOR.  THE APPLIED PAIR HANDLES
      *    TRANSFER-APPLIED.TXT (68-BYTE RECORDS).

           SELECT ROTATE-SOURCE-WIDE
               ASSIGN DYNAMIC ROTATE-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTATE-DEST-STATUS.

           SELECT ROTATE-SOURCE-APPLIED
               ASSIGN DYNAMIC ROTATE-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTATE-SOURCE-STATUS.

           SELECT ROTATE-DEST-APPLIED
               ASSIGN DYNAMIC ROTATE-DEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTATE-DEST-STATUS.

           SELECT CORRECTED-FEED-NEW
               ASSIGN TO 'CORRECTED-PROD-INVEN-NEW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTED-FEED-STATUS.

           SELECT CORRECTED-FEED
               ASSIGN TO 'CORRECTED-PROD-INVEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTED-FEED-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO 'CHECKPOINT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 120 CHARACTERS.
       01 ROTATE-NARROW-DEST-REC           PIC X(120).

      *    THE SAME 68-BYTE LAYOUT AKLAB8POSN WRITES - COPIED WHOLE.

       FD ROTATE-SOURCE-APPLIED
           RECORD CONTAINS 68 CHARACTERS.
       01 ROTATE-APPLIED-SOURCE-REC        PIC X(68).

       FD ROTATE-DEST-APPLIED
           RECORD CONTAINS 68 CHARACTERS.
       01 ROTATE-APPLIED-DEST-REC          PIC X(68).

      *    THE SAME 128-BYTE LAYOUT AKLAB8CORR WRITES AND AKLAB8TABLES
      *    LOADS - COPIED WHOLE, NOT LOOKED INTO.

       FD CORRECTED-FEED-NEW
           RECORD CONTAINS 128 CHARACTERS.
       01 CORRECTED-NEW-REC                PIC X(128).

       FD CORRECTED-FEED
           RECORD CONTAINS 128 CHARACTERS.
       01 CORRECTED-FEED-REC               PIC X(128).

       FD CHECKPOINT-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01 CHECKPOINT-REC                   PIC X(23).

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

       01  FLAGS-N-SWITCHES.
           05  RESTART-PENDING-SWITCH  PIC X     VALUE 'N'.
                88  RESTART-PENDING              VALUE 'Y'.
                88  NO-RESTART-PENDING           VALUE 'N'.
           05  ALREADY-ROTATED-SWITCH  PIC X     VALUE 'N'.
                88  ALREADY-ROTATED              VALUE 'Y'.
                88  NOT-YET-ROTATED              VALUE 'N'.
           05  REPLACE-ARCHIVE-SWITCH  PIC X     VALUE 'N'.
                88  REPLACE-ARCHIVE              VALUE 'Y'.
                88  KEEP-EXISTING-ARCHIVE        VALUE 'N'.
           05  BUSINESS-DATE-EOF-FLAG  PIC X     VALUE SPACE.
                88  MORE-BUSINESS-DATE-RECS      VALUE 'Y'.
                88  NO-MORE-BUSINESS-DATE-RECS   VALUE 'N'.

       01  ROTATE-FIELDS.
           05  ROTATE-SOURCE-NAME      PIC X(20) VALUE SPACES.
           05  ROTATE-SOURCE-STATUS    PIC XX.
           05  ROTATE-DEST-STATUS      PIC XX.
           05  ROTATE-RECORD-COUNT     PIC 9(8)  VALUE 0.
           05  ARCHIVE-DATE            PIC 9(8)  VALUE 0.
           05  CORRECTED-FEED-STATUS   PIC XX.

       01  CHECKPOINT-FIELDS.
           05  CKPT-STATUS             PIC XX.
       01  DATE-FIELDS.
           05  RUN-DATE                PIC 9(8).

       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8ROT'.
           05  BUSINESS-RERUN-FLAG     PIC X     VALUE 'N'.
                88  BUSINESS-RERUN               VALUE 'Y'.
           05  LAST-COMPLETED-DATE     PIC 9(8)  VALUE 0.
           05  RERUN-COMPLETED-DATE    PIC 9(8)  VALUE 0.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

           PERFORM 110-HOUSEKEEPING
           PERFORM 115-CHECK-RESTART-PENDING
           PERFORM 116-CHECK-ALREADY-ROTATED
           EVALUATE TRUE
               WHEN RESTART-PENDING
                   DISPLAY 'RESTART CHECKPOINT PENDING - '
                           'ROTATION SKIPPED THIS RUN'
               WHEN ALREADY-ROTATED
                   DISPLAY 'FILES ALREADY ROTATED FOR BUSINESS DATE '
                           RUN-DATE ' - ROTATION SKIPPED THIS RUN'
               WHEN OTHER
                   PERFORM 120-ROTATE-ERROR-FILE
                           THRU 120-ROTATE-ERROR-FILE-EXIT
                   PERFORM 130-ROTATE-NEW-PROD-FILE
                           THRU 130-ROTATE-NEW-PROD-FILE-EXIT
                   PERFORM 140-ROTATE-AUDIT-LOG
                           THRU 140-ROTATE-AUDIT-LOG-EXIT
                   PERFORM 160-ROTATE-TRANSFER-APPLIED
                           THRU 160-ROTATE-TRANSFER-APPLIED-EXIT
                   IF NOT BUSINESS-RERUN
                       PERFORM 150-PROMOTE-CORRECTED-FEED
                               THRU 150-PROMOTE-CORRECTED-FEED-EXIT
                   END-IF
           END-EVALUATE

           MOVE 'C' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS

           STOP RUN
         .
      *
       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
         .
      *
       115-CHECK-RESTART-PENDING.
                   SET NO-RESTART-PENDING TO TRUE
           END-EVALUATE
         .
      *
       116-CHECK-ALREADY-ROTATED.

      *    THE DATE RECORD SAYS WHETHER THIS IS A RERUN AND WHICH DATE
      *    LAST COMPLETED; THE STEP RECORDS BEHIND IT SAY WHETHER THIS
      *    PROGRAM ALREADY COMPLETED FOR THE BUSINESS DATE.  THE
      *    'STARTED' RECORD 800-GET-BUSINESS-DATE JUST WROTE IS NOT A
      *    COMPLETION AND IS PASSED OVER.  A RERUN-COMPLETED DATE ON
      *    THE DATE RECORD MEANS THE LIVE FILES HOLD THAT RERUN'S
      *    OUTPUT, WHICH REPLACES THE ARCHIVES THE ORIGINAL NIGHT LEFT.

           SET NOT-YET-ROTATED TO TRUE
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
           MOVE BD-RERUN-FLAG          TO BUSINESS-RERUN-FLAG
           MOVE BD-LAST-COMPLETED-DATE TO LAST-COMPLETED-DATE
           IF BD-RERUN-COMPLETED-DATE NUMERIC
               MOVE BD-RERUN-COMPLETED-DATE TO RERUN-COMPLETED-DATE
           END-IF

           SET MORE-BUSINESS-DATE-RECS TO TRUE
           PERFORM UNTIL NO-MORE-BUSINESS-DATE-RECS
               READ BUSINESS-DATE-FILE
                   AT END
                       SET NO-MORE-BUSINESS-DATE-RECS TO TRUE
                   NOT AT END
                       IF BD-STEP-RECORD
                          AND BS-BUSINESS-DATE = RUN-DATE
                          AND BS-PROGRAM-ID = BUSINESS-PROGRAM-ID
                          AND BS-STEP-COMPLETED
                           SET ALREADY-ROTATED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUSINESS-DATE-FILE

           EVALUATE TRUE
               WHEN RERUN-COMPLETED-DATE > 0
                   COMPUTE ARCHIVE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (RERUN-COMPLETED-DATE)
                        + 1)
                   SET REPLACE-ARCHIVE TO TRUE
                   DISPLAY 'LIVE FILES HOLD THE RERUN OF '
                           RERUN-COMPLETED-DATE ' - ARCHIVED UNDER '
                           ARCHIVE-DATE
               WHEN BUSINESS-RERUN
                   COMPUTE ARCHIVE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (LAST-COMPLETED-DATE)
                        + 1)
                   DISPLAY 'RERUN OF ' RUN-DATE ' - LIVE FILES '
                           'ARCHIVED UNDER ' ARCHIVE-DATE
               WHEN OTHER
                   MOVE RUN-DATE TO ARCHIVE-DATE
           END-EVALUATE
         .
      *
       120-ROTATE-ERROR-FILE.

           MOVE 'ERROR-FILE.TXT' TO ROTATE-SOURCE-NAME
           MOVE SPACES TO ROTATE-DEST-NAME
           STRING 'ERROR-FILE.' DELIMITED BY SIZE
                  ARCHIVE-DATE  DELIMITED BY SIZE
                  '.TXT'        DELIMITED BY SIZE
                  INTO ROTATE-DEST-NAME

           OPEN INPUT ROTATE-DEST-WIDE
           IF ROTATE-DEST-STATUS = '00'
               CLOSE ROTATE-DEST-WIDE
               IF KEEP-EXISTING-ARCHIVE
                   DISPLAY ROTATE-DEST-NAME ' ALREADY EXISTS - '
                           ROTATE-SOURCE-NAME ' NOT ROTATED'
                   GO TO 120-ROTATE-ERROR-FILE-EXIT
               END-IF
               DISPLAY ROTATE-DEST-NAME ' REPLACED BY THE RERUN'
           END-IF

           OPEN INPUT ROTATE-SOURCE-WIDE
           IF ROTATE-SOURCE-STATUS = '05' OR ROTATE-SOURCE-STATUS = '35'
               GO TO 120-ROTATE-ERROR-FILE-EXIT
           MOVE 'NEW-PROD-INVEN.TXT' TO ROTATE-SOURCE-NAME
           MOVE SPACES TO ROTATE-DEST-NAME
           STRING 'NEW-PROD-INVEN.' DELIMITED BY SIZE
                  ARCHIVE-DATE      DELIMITED BY SIZE
                  '.TXT'            DELIMITED BY SIZE
                  INTO ROTATE-DEST-NAME

           OPEN INPUT ROTATE-DEST-NARROW
           IF ROTATE-DEST-STATUS = '00'
               CLOSE ROTATE-DEST-NARROW
               IF KEEP-EXISTING-ARCHIVE
                   DISPLAY ROTATE-DEST-NAME ' ALREADY EXISTS - '
                           ROTATE-SOURCE-NAME ' NOT ROTATED'
                   GO TO 130-ROTATE-NEW-PROD-FILE-EXIT
               END-IF
               DISPLAY ROTATE-DEST-NAME ' REPLACED BY THE RERUN'
           END-IF

           OPEN INPUT ROTATE-SOURCE-NARROW
           IF ROTATE-SOURCE-STATUS = '05' OR ROTATE-SOURCE-STATUS = '35'
               GO TO 130-ROTATE-NEW-PROD-FILE-EXIT
           MOVE 'AUDIT-LOG.TXT' TO ROTATE-SOURCE-NAME
           MOVE SPACES TO ROTATE-DEST-NAME
           STRING 'AUDIT-LOG.' DELIMITED BY SIZE
                  ARCHIVE-DATE DELIMITED BY SIZE
                  '.TXT'       DELIMITED BY SIZE
                  INTO ROTATE-DEST-NAME

           OPEN INPUT ROTATE-DEST-NARROW
           IF ROTATE-DEST-STATUS = '00'
               CLOSE ROTATE-DEST-NARROW
               IF KEEP-EXISTING-ARCHIVE
                   DISPLAY ROTATE-DEST-NAME ' ALREADY EXISTS - '
                           ROTATE-SOURCE-NAME ' NOT ROTATED'
                   GO TO 140-ROTATE-AUDIT-LOG-EXIT
               END-IF
               DISPLAY ROTATE-DEST-NAME ' REPLACED BY THE RERUN'
           END-IF

           OPEN INPUT ROTATE-SOURCE-NARROW
           IF ROTATE-SOURCE-STATUS = '05' OR ROTATE-SOURCE-STATUS = '35'
               GO TO 140-ROTATE-AUDIT-LOG-EXIT
       140-ROTATE-AUDIT-LOG-EXIT.
           EXIT
         .
      *
       150-PROMOTE-CORRECTED-FEED.

      *    AKLAB8CORR WRITES ITS CORRECTED FEED TO THE -NEW FILE, NOT
      *    THE ONE AKLAB8TABLES LOADS, SO A RESUBMIT OF THE SAME NIGHT
      *    RELOADS WHAT THE FIRST RUN LOADED.  IT BECOMES THE LOADED
      *    FILE HERE, ONCE THE NEXT NIGHT'S ROTATION HAS RUN.  WITH NO
      *    -NEW FILE (AKLAB8CORR DID NOT RUN) THE LOADED FILE IS LEFT
      *    AS IT IS.

           OPEN INPUT CORRECTED-FEED-NEW
           IF CORRECTED-FEED-STATUS = '05'
              OR CORRECTED-FEED-STATUS = '35'
               GO TO 150-PROMOTE-CORRECTED-FEED-EXIT
           END-IF
           IF CORRECTED-FEED-STATUS NOT = '00'
               DISPLAY 'CORRECTED-PROD-INVEN-NEW COULD NOT BE OPENED - '
                       'STATUS ' CORRECTED-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CORRECTED-FEED
           SET MORE-ROTATE-RECS TO TRUE
           MOVE 0 TO ROTATE-RECORD-COUNT

           PERFORM UNTIL NO-MORE-ROTATE-RECS
               READ CORRECTED-FEED-NEW
                   AT END
                       SET NO-MORE-ROTATE-RECS TO TRUE
                   NOT AT END
                       MOVE CORRECTED-NEW-REC TO CORRECTED-FEED-REC
                       WRITE CORRECTED-FEED-REC
                       ADD 1 TO ROTATE-RECORD-COUNT
               END-READ
           END-PERFORM

           CLOSE CORRECTED-FEED-NEW
           CLOSE CORRECTED-FEED

           DISPLAY ROTATE-RECORD-COUNT
                   ' RECORD(S) PROMOTED TO CORRECTED-PROD-INVEN.TXT'

           .
       150-PROMOTE-CORRECTED-FEED-EXIT.
           EXIT
         .
      *
       160-ROTATE-TRANSFER-APPLIED.

           MOVE 'TRANSFER-APPLIED.TXT' TO ROTATE-SOURCE-NAME
           MOVE SPACES TO ROTATE-DEST-NAME
           STRING 'TRANSFER-APPLIED.' DELIMITED BY SIZE
                  ARCHIVE-DATE        DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO ROTATE-DEST-NAME

           OPEN INPUT ROTATE-DEST-APPLIED
           IF ROTATE-DEST-STATUS = '00'
               CLOSE ROTATE-DEST-APPLIED
               IF KEEP-EXISTING-ARCHIVE
                   DISPLAY ROTATE-DEST-NAME ' ALREADY EXISTS - '
                           ROTATE-SOURCE-NAME ' NOT ROTATED'
                   GO TO 160-ROTATE-TRANSFER-APPLIED-EXIT
               END-IF
               DISPLAY ROTATE-DEST-NAME ' REPLACED BY THE RERUN'
           END-IF

           OPEN INPUT ROTATE-SOURCE-APPLIED
           IF ROTATE-SOURCE-STATUS = '05' OR ROTATE-SOURCE-STATUS = '35'
               GO TO 160-ROTATE-TRANSFER-APPLIED-EXIT
           END-IF

           OPEN OUTPUT ROTATE-DEST-APPLIED
           SET MORE-ROTATE-RECS TO TRUE
           MOVE 0 TO ROTATE-RECORD-COUNT

           PERFORM UNTIL NO-MORE-ROTATE-RECS
               READ ROTATE-SOURCE-APPLIED
                   AT END
                       SET NO-MORE-ROTATE-RECS TO TRUE
                   NOT AT END
                       MOVE ROTATE-APPLIED-SOURCE-REC
                            TO ROTATE-APPLIED-DEST-REC
                       WRITE ROTATE-APPLIED-DEST-REC
                       ADD 1 TO ROTATE-RECORD-COUNT
               END-READ
           END-PERFORM

           CLOSE ROTATE-SOURCE-APPLIED
           CLOSE ROTATE-DEST-APPLIED

           OPEN OUTPUT ROTATE-SOURCE-APPLIED
           CLOSE ROTATE-SOURCE-APPLIED

           DISPLAY ROTATE-RECORD-COUNT
                   ' RECORD(S) ARCHIVED TO ' ROTATE-DEST-NAME

           .
       160-ROTATE-TRANSFER-APPLIED-EXIT.
           EXIT
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
