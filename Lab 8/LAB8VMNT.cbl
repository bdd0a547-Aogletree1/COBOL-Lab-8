      *
      *  THIS PROGRAM MAINTAINS VENDOR-MASTER, THE FILE AKLAB8TABLES
      *  LOADS VENDOR-TABLE FROM.  IT IS A STANDARD SEQUENTIAL MASTER
      *  FILE UPDATE - VENDOR-MASTER MUST BE IN ASCENDING VEND-ID
      *  SEQUENCE.  FOR EACH TRANSACTION THAT IS DUE THIS RUN THE
      *  TRANSACTION CODE (A/C/D) IS APPLIED AGAINST VENDOR-MASTER:
      *
      *     A - ADD.     VEND-ID MUST NOT ALREADY BE ON VENDOR-MASTER.
      *     D - DELETE.  VEND-ID MUST ALREADY BE ON VENDOR-MASTER.
      *
      *  RECORDS THAT FAIL THOSE RULES ARE REJECTED AND LOGGED TO THE
      *  AUDIT LISTING WITHOUT CHANGING VENDOR-MASTER.
      *
      *  EVERY TRANSACTION CARRIES AN EFFECTIVE DATE AND THE IDS OF
      *  THE PERSON WHO SUBMITTED IT AND OF A DIFFERENT PERSON WHO
      *  APPROVED IT.  ONE WITH EITHER ID MISSING, OR THE SAME ID IN
      *  BOTH, IS REJECTED.  A BLANK EFFECTIVE DATE MEANS THE BUSINESS
      *  DATE (SEE AKLAB8BDTE); AN EARLIER DATE IS REJECTED.  A
      *  TRANSACTION DATED AFTER THE BUSINESS DATE IS HELD ON
      *  PENDING-CHANGES AND APPLIED BY THE FIRST RUN ON OR AFTER ITS
      *  DATE, SO THIS PROGRAM IS RUN ON A GO-LIVE BUSINESS DATE EVEN
      *  WHEN THERE ARE NO NEW TRANSACTIONS.  ONLY ONE CHANGE PER
      *  VEND-ID MAY BE OUTSTANDING AT A TIME - A SECOND ONE IS
      *  REJECTED UNTIL THE FIRST HAS BEEN APPLIED - WHICH KEEPS THE
      *  MATCH TO AT MOST ONE TRANSACTION PER VEND-ID.  HELD CHANGES
      *  AND NEW ONES ARE FILED TOGETHER IN PENDING-TABLE IN KEY
      *  ORDER, SO VENDOR-TRANS NEED NOT BE SORTED.
      *
      *  EVERY ADD, CHANGE AND DELETE APPLIED IS WRITTEN TO
      *  MASTER-HISTORY WITH ITS BEFORE AND AFTER IMAGES, ITS
      *  EFFECTIVE DATE, THE BUSINESS DATE IT WAS APPLIED, AND BOTH
      *  IDS.  THE TWO DATES DIFFER ONLY WHEN A HELD CHANGE WAS
      *  APPLIED LATE - THE MASTER THE NIGHT USED CHANGED ON THE
      *  APPLIED DATE.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     VENDOR-MASTER  - CURRENT VENDOR MASTER, KEY VM-VENDOR-ID
      *     VENDOR-TRANS   - ADD/CHANGE/DELETE TRANSACTIONS WITH
      *                      EFFECTIVE DATE, SUBMITTER AND APPROVER.
      *                      A MISSING FILE MEANS NO NEW
      *                      TRANSACTIONS THIS RUN.
      *     PENDING-CHANGES - CHANGES HELD FOR A LATER EFFECTIVE DATE
      *                      (SHARED WITH AKLAB8MMNT)
      *     MASTER-HISTORY - PERMANENT CHANGE HISTORY OF ALL FOUR
      *                      MASTERS (SHARED WITH AKLAB8MMNT)
      *
      *  OUTPUT:
      *     VENDOR-MASTER-NEW - REBUILT VENDOR MASTER.
      *     PENDING-CHANGES-NEW - PENDING-CHANGES LESS THE CHANGES
      *                      APPLIED, PLUS THE CHANGES NEWLY HELD.
      *     MASTER-HISTORY-NEW - MASTER-HISTORY PLUS THIS RUN'S
      *                      CHANGES.
      *                      OPS PROMOTES ALL THREE TOGETHER ONCE THE
      *                      AUDIT LISTING HAS BEEN REVIEWED, AND
      *                      BEFORE AKLAB8MMNT IS NEXT RUN, SINCE IT
      *                      REBUILDS THE SAME PENDING-CHANGES AND
      *                      MASTER-HISTORY.
      *     VENDOR-AUDIT   - AUDIT LISTING OF EVERY ADD/CHANGE/DELETE
      *                      APPLIED, EVERY TRANSACTION HELD, AND
      *                      EVERY TRANSACTION REJECTED
      *
      *****************************************************************


           SELECT VENDOR-TRANS
               ASSIGN TO 'VENDOR-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-TRANS-STATUS.

           SELECT VENDOR-MASTER-NEW
               ASSIGN TO 'VENDOR-MASTER-NEW.TXT'
               ASSIGN TO 'VENDOR-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-CHANGES
               ASSIGN TO 'PENDING-CHANGES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.

           SELECT PENDING-CHANGES-NEW
               ASSIGN TO 'PENDING-CHANGES-NEW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-HISTORY
               ASSIGN TO 'MASTER-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT MASTER-HISTORY-NEW
               ASSIGN TO 'MASTER-HISTORY-NEW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  VM-VENDOR-NAME              PIC X(12).

       FD VENDOR-TRANS
           RECORD CONTAINS 38 CHARACTERS.
       01 VENDOR-TRANS-REC.
           05  TI-TRANS-IMAGE.
               10  TI-TRANS-CODE           PIC X.
               10  TI-VENDOR-ID            PIC X.
               10  TI-VENDOR-NAME          PIC X(12).
           05  TI-EFFECTIVE-DATE           PIC X(8).
           05  TI-SUBMITTED-BY             PIC X(8).
           05  TI-APPROVED-BY              PIC X(8).

       FD VENDOR-MASTER-NEW
           RECORD CONTAINS 13 CHARACTERS.
           RECORD CONTAINS 120 CHARACTERS.
       01 VENDOR-AUDIT-REC                 PIC X(120).

      *    THE SAME LAYOUT IS DECLARED IN AKLAB8MMNT, WHICH SHARES THE
      *    FILE.  PC-MASTER-TYPE IS V(ENDOR), W(AREHOUSE), P(RODUCT)
      *    OR A(SSORTMENT); PC-TRANS-IMAGE IS THE ORIGINAL TRANSACTION
      *    (CODE, KEY AND DATA) AS IT WAS SUBMITTED.  THE FILE IS KEPT
      *    IN PC-SORT-KEY ORDER.

       FD PENDING-CHANGES
           RECORD CONTAINS 80 CHARACTERS.
       01 PENDING-CHANGES-REC.
           05 PC-CHANGE.
              10 PC-SORT-KEY.
                 15 PC-MASTER-TYPE         PIC X.
                 15 PC-MASTER-KEY          PIC X(7).
                 15 PC-EFFECTIVE-DATE      PIC 9(8).
              10 PC-SUBMITTED-BY           PIC X(8).
              10 PC-APPROVED-BY            PIC X(8).
              10 PC-SUBMITTED-DATE         PIC 9(8).
              10 PC-TRANS-IMAGE            PIC X(25).
           05 FILLER                       PIC X(15).

       FD PENDING-CHANGES-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01 PENDING-CHANGES-NEW-REC.
           05 PCN-CHANGE                   PIC X(65).
           05 FILLER                       PIC X(15).

       FD MASTER-HISTORY
           RECORD CONTAINS 120 CHARACTERS.
       01 MASTER-HISTORY-REC               PIC X(120).

      *    THE SAME LAYOUT IS DECLARED IN AKLAB8MMNT, WHICH SHARES THE
      *    FILE.  MH-ACTION IS A/C/D; THE BEFORE IMAGE IS BLANK FOR AN
      *    ADD AND THE AFTER IMAGE BLANK FOR A DELETE.

       FD MASTER-HISTORY-NEW
           RECORD CONTAINS 120 CHARACTERS.
       01 MASTER-HISTORY-NEW-REC.
           05 MH-MASTER-TYPE               PIC X.
           05 MH-ACTION                    PIC X.
           05 MH-MASTER-KEY                PIC X(7).
           05 MH-EFFECTIVE-DATE            PIC 9(8).
           05 MH-APPLIED-DATE              PIC 9(8).
           05 MH-SUBMITTED-BY              PIC X(8).
           05 MH-APPROVED-BY               PIC X(8).
           05 MH-SUBMITTED-DATE            PIC 9(8).
           05 MH-BEFORE-IMAGE              PIC X(24).
           05 MH-AFTER-IMAGE               PIC X(24).
           05 FILLER                       PIC X(23).


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

       WORKING-STORAGE SECTION.

           05  TRAN-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-TRANS-RECS              VALUE 'Y'.
                88  NO-MORE-TRANS-RECS           VALUE 'N'.
           05  PEND-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-PENDING-RECS            VALUE 'Y'.
                88  NO-MORE-PENDING-RECS         VALUE 'N'.
           05  HIST-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-HISTORY-RECS            VALUE 'Y'.
                88  NO-MORE-HISTORY-RECS         VALUE 'N'.
           05  DUE-CHANGE-SWITCH       PIC X     VALUE 'N'.
                88  DUE-CHANGE-FOUND             VALUE 'Y'.
                88  NO-DUE-CHANGE-FOUND          VALUE 'N'.
           05  PENDING-KEY-SWITCH      PIC X     VALUE 'N'.
                88  PENDING-KEY-FOUND            VALUE 'Y'.
                88  NO-PENDING-KEY-FOUND         VALUE 'N'.
           05  PENDING-SLOT-SWITCH     PIC X     VALUE 'N'.
                88  PENDING-SLOT-FOUND           VALUE 'Y'.
                88  NO-PENDING-SLOT-FOUND        VALUE 'N'.

       01  PENDING-FILE-FIELDS.
           05  VENDOR-TRANS-STATUS     PIC XX.
           05  PENDING-STATUS          PIC XX.
           05  HISTORY-STATUS          PIC XX.

       01  KEY-COMPARE-FIELDS.
           05  MASTER-KEY           PIC X     VALUE HIGH-VALUES.
           05  CHANGE-COUNT         PIC 9(5)  VALUE 0.
           05  DELETE-COUNT         PIC 9(5)  VALUE 0.
           05  REJECT-COUNT         PIC 9(5)  VALUE 0.
           05  HELD-COUNT           PIC 9(5)  VALUE 0.
           05  RELEASED-COUNT       PIC 9(5)  VALUE 0.
           05  STILL-PENDING-COUNT  PIC 9(5)  VALUE 0.

       01  DATE-FIELDS.
           05  RUN-DATE             PIC 9(8).
               10  REPORT-DD        PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  REPORT-YYYY      PIC 9(4).
           05  EFF-DATE             PIC 9(8).
           05  EFF-DATE-X REDEFINES EFF-DATE.
               10  EFF-YYYY         PIC 9(4).
               10  EFF-MM           PIC 9(2).
               10  EFF-DD           PIC 9(2).
           05  EFF-REPORT-DATE.
               10  EFF-REPORT-MM    PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  EFF-REPORT-DD    PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  EFF-REPORT-YYYY  PIC 9(4).
           05  INTAKE-DATE-X        PIC X(8).
           05  INTAKE-DATE REDEFINES INTAKE-DATE-X
                                    PIC 9(8).

      ***********************PENDING CHANGES*************************
      *  PENDING-TABLE HOLDS ALL OF PENDING-CHANGES (EVERY MASTER
      *  TYPE, SO AKLAB8MMNT'S HELD CHANGES ARE CARRIED THROUGH) PLUS
      *  EVERY TRANSACTION ACCEPTED THIS RUN, IN PND-SORT-KEY ORDER -
      *  MASTER TYPE, KEY, THEN EFFECTIVE DATE.  A CHANGE IS FLAGGED
      *  RELEASED WHEN THE MATCH TAKES IT, AND WHAT IS NOT RELEASED IS
      *  WRITTEN TO PENDING-CHANGES-NEW AT THE END.

       01  PENDING-COUNT-FIELDS.
           05  PENDING-COUNT           PIC 9(4)  VALUE 0.
           05  PENDING-MAX             PIC 9(4)  VALUE 2000.
           05  PENDING-NBR             PIC 9(4)  VALUE 0.
           05  PENDING-SLOT-NBR        PIC 9(4)  VALUE 0.
           05  PENDING-SHIFT-NBR       PIC 9(4)  VALUE 0.
           05  PENDING-NEXT-NBR        PIC 9(4)  VALUE 1.

       01  PENDING-TABLE.
           05  PND-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON PENDING-COUNT
               INDEXED BY PND-INDEX.
               10  PND-CHANGE.
                   15  PND-SORT-KEY.
                       20  PND-MASTER-TYPE     PIC X.
                       20  PND-MASTER-KEY      PIC X(7).
                       20  PND-EFFECTIVE-DATE  PIC 9(8).
                   15  PND-SUBMITTED-BY        PIC X(8).
                   15  PND-APPROVED-BY         PIC X(8).
                   15  PND-SUBMITTED-DATE      PIC 9(8).
                   15  PND-TRANS-IMAGE         PIC X(25).
               10  PND-RELEASED                PIC X.

      *  NEW-CHANGE IS BUILT FROM EACH TRANSACTION (OR PENDING RECORD)
      *  BEFORE IT IS FILED IN PENDING-TABLE.  DUE-CHANGE IS THE
      *  CHANGE THE MATCH IS WORKING ON - THE TR- FIELDS ARE THE
      *  ORIGINAL TRANSACTION.

       01  NEW-CHANGE.
           05  NEW-SORT-KEY.
               10  NEW-MASTER-TYPE     PIC X.
               10  NEW-MASTER-KEY      PIC X(7).
               10  NEW-EFFECTIVE-DATE  PIC 9(8).
           05  NEW-SUBMITTED-BY        PIC X(8).
           05  NEW-APPROVED-BY         PIC X(8).
           05  NEW-SUBMITTED-DATE      PIC 9(8).
           05  NEW-TRANS-IMAGE         PIC X(25).

       01  DUE-CHANGE.
           05  DUE-SORT-KEY.
               10  DUE-MASTER-TYPE     PIC X.
               10  DUE-MASTER-KEY      PIC X(7).
               10  DUE-EFFECTIVE-DATE  PIC 9(8).
           05  DUE-SUBMITTED-BY        PIC X(8).
           05  DUE-APPROVED-BY         PIC X(8).
           05  DUE-SUBMITTED-DATE      PIC 9(8).
           05  DUE-TRANS-IMAGE.
               10  TR-TRANS-CODE       PIC X.
               10  TR-VENDOR-ID        PIC X.
               10  TR-VENDOR-NAME      PIC X(12).
               10  FILLER              PIC X(11).

       01  CHANGE-CHECK-FIELDS.
           05  DUE-TYPE-WANTED         PIC X.
           05  INTAKE-REJECT-REASON    PIC X(30).

       01  HISTORY-FIELDS.
           05  HIST-ACTION             PIC X.
           05  HIST-BEFORE-IMAGE       PIC X(24).
           05  HIST-AFTER-IMAGE        PIC X(24).

      ***********************AUDIT LISTING LINES***********************

               10  FILLER              PIC X(24)
                        VALUE 'VENDOR MASTER AUDIT - '.
               10  AUD-TITLE-DATE      PIC X(10).
           05  AUD-HEADER-LINE-1.
               10  FILLER              PIC X(63) VALUE
                   'ACTION    VENDOR  NAME          RESULT'.
               10  FILLER              PIC X(30) VALUE
                   'EFFECTIVE   SUBMITTED APPROVED'.
           05  AUD-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  AUD-DETAIL-LINE.
               10  AUD-DET-ACTION      PIC X(9).
               10  AUD-DET-NAME        PIC X(12).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AUD-DET-RESULT      PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AUD-DET-EFFECTIVE   PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AUD-DET-SUBMITTED   PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AUD-DET-APPROVED    PIC X(8).
           05  AUD-TOTAL-LINE-1        PIC X(30) VALUE
                        'TOTAL ADDS APPLIED:         '.
           05  AUD-TOTAL-LINE-2        PIC X(30) VALUE
                        'TOTAL DELETES APPLIED:      '.
           05  AUD-TOTAL-LINE-4        PIC X(30) VALUE
                        'TOTAL TRANSACTIONS REJECTED: '.
           05  AUD-TOTAL-LINE-5        PIC X(30) VALUE
                        'TOTAL NEW CHANGES HELD:     '.
           05  AUD-TOTAL-LINE-6        PIC X(30) VALUE
                        'TOTAL HELD CHANGES RELEASED: '.
           05  AUD-TOTAL-LINE-7        PIC X(30) VALUE
                        'TOTAL CHANGES STILL PENDING: '.
           05  AUD-TOTAL-DETAIL.
               10  AUD-TOTAL-LABEL     PIC X(30).
               10  AUD-TOTAL-COUNT     PIC ZZZZ9.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.
       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 111-LOAD-PENDING-CHANGES
                   THRU 111-LOAD-PENDING-CHANGES-EXIT
           PERFORM 113-COPY-MASTER-HISTORY
                   THRU 113-COPY-MASTER-HISTORY-EXIT
           PERFORM 116-TAKE-IN-VENDOR-TRANS
                   THRU 116-TAKE-IN-VENDOR-TRANS-EXIT
           PERFORM 120-UPDATE-VENDOR-MASTER
           PERFORM 650-WRITE-PENDING-CHANGES
           PERFORM 140-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN INPUT   VENDOR-MASTER
           OPEN OUTPUT  VENDOR-MASTER-NEW
                        VENDOR-AUDIT
                        PENDING-CHANGES-NEW
                        MASTER-HISTORY-NEW

           MOVE REPORT-DATE TO AUD-TITLE-DATE
           MOVE AUD-TITLE-LINE TO VENDOR-AUDIT-REC
           WRITE VENDOR-AUDIT-REC
           WRITE VENDOR-AUDIT-REC
           MOVE AUD-BLANK-LINE TO VENDOR-AUDIT-REC
           WRITE VENDOR-AUDIT-REC
         .
      *
       111-LOAD-PENDING-CHANGES.

      *    A MISSING PENDING-CHANGES MEANS NOTHING HAS BEEN HELD YET.
      *    A HELD CHANGE MUST NEVER BE DROPPED, SO ONE THAT WILL NOT
      *    FIT IN THE TABLE STOPS THE RUN.

           OPEN INPUT PENDING-CHANGES
           IF PENDING-STATUS = '05' OR PENDING-STATUS = '35'
               GO TO 111-LOAD-PENDING-CHANGES-EXIT
           END-IF
           IF PENDING-STATUS NOT = '00'
               DISPLAY 'PENDING-CHANGES COULD NOT BE OPENED - '
                       'STATUS ' PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-PENDING-RECS TO TRUE
           PERFORM UNTIL NO-MORE-PENDING-RECS
               READ PENDING-CHANGES
                   AT END
                       SET NO-MORE-PENDING-RECS TO TRUE
                   NOT AT END
                       IF PENDING-COUNT NOT < PENDING-MAX
                           DISPLAY 'PENDING-CHANGES HOLDS MORE THAN '
                                   PENDING-MAX ' CHANGES - RUN STOPPED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE PC-CHANGE TO NEW-CHANGE
                       PERFORM 185-FILE-PENDING-CHANGE
               END-READ
           END-PERFORM

           CLOSE PENDING-CHANGES
         .
       111-LOAD-PENDING-CHANGES-EXIT.
           EXIT
         .
      *
       113-COPY-MASTER-HISTORY.

      *    MASTER-HISTORY IS NEVER TRUNCATED - IT IS COPIED THROUGH TO
      *    MASTER-HISTORY-NEW AND THIS RUN'S CHANGES ARE ADDED AFTER
      *    IT, SO A RUN THAT IS NOT PROMOTED LEAVES NO HISTORY BEHIND.

           OPEN INPUT MASTER-HISTORY
           IF HISTORY-STATUS = '05' OR HISTORY-STATUS = '35'
               GO TO 113-COPY-MASTER-HISTORY-EXIT
           END-IF
           IF HISTORY-STATUS NOT = '00'
               DISPLAY 'MASTER-HISTORY COULD NOT BE OPENED - '
                       'STATUS ' HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-HISTORY-RECS TO TRUE
           PERFORM UNTIL NO-MORE-HISTORY-RECS
               READ MASTER-HISTORY
                   AT END
                       SET NO-MORE-HISTORY-RECS TO TRUE
                   NOT AT END
                       MOVE MASTER-HISTORY-REC
                            TO MASTER-HISTORY-NEW-REC
                       WRITE MASTER-HISTORY-NEW-REC
               END-READ
           END-PERFORM

           CLOSE MASTER-HISTORY
         .
       113-COPY-MASTER-HISTORY-EXIT.
           EXIT
         .
      *
       116-TAKE-IN-VENDOR-TRANS.

      *    EVERY VENDOR-TRANS RECORD IS CHECKED AND, IF ACCEPTED,
      *    FILED IN PENDING-TABLE.  ONE EFFECTIVE TODAY IS RELEASED TO
      *    THE MATCH THE SAME AS A HELD CHANGE THAT HAS COME DUE.

           OPEN INPUT VENDOR-TRANS
           IF VENDOR-TRANS-STATUS = '05'
              OR VENDOR-TRANS-STATUS = '35'
               GO TO 116-TAKE-IN-VENDOR-TRANS-EXIT
           END-IF
           IF VENDOR-TRANS-STATUS NOT = '00'
               DISPLAY 'VENDOR-TRANS COULD NOT BE OPENED - '
                       'STATUS ' VENDOR-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-TRANS-RECS TO TRUE
           PERFORM UNTIL NO-MORE-TRANS-RECS
               READ VENDOR-TRANS
                   AT END
                       SET NO-MORE-TRANS-RECS TO TRUE
                   NOT AT END
                       PERFORM 117-TAKE-IN-ONE-VENDOR-TRANS
               END-READ
           END-PERFORM

           CLOSE VENDOR-TRANS
         .
       116-TAKE-IN-VENDOR-TRANS-EXIT.
           EXIT
         .
      *
       117-TAKE-IN-ONE-VENDOR-TRANS.

           MOVE TI-VENDOR-ID      TO AUD-DET-VENDOR
           MOVE TI-VENDOR-NAME    TO AUD-DET-NAME

           MOVE 'V'               TO NEW-MASTER-TYPE
           MOVE TI-VENDOR-ID      TO NEW-MASTER-KEY
           MOVE TI-TRANS-IMAGE    TO NEW-TRANS-IMAGE
           MOVE TI-SUBMITTED-BY   TO NEW-SUBMITTED-BY
           MOVE TI-APPROVED-BY    TO NEW-APPROVED-BY
           MOVE TI-EFFECTIVE-DATE TO INTAKE-DATE-X

           MOVE SPACES TO INTAKE-REJECT-REASON
           IF TI-TRANS-CODE NOT = 'A'
              AND TI-TRANS-CODE NOT = 'C'
              AND TI-TRANS-CODE NOT = 'D'
               MOVE 'INVALID TRANSACTION CODE' TO INTAKE-REJECT-REASON
           END-IF

           PERFORM 180-CHECK-NEW-CHANGE
                   THRU 180-CHECK-NEW-CHANGE-EXIT
         .
      *
       120-UPDATE-VENDOR-MASTER.

           SET MORE-MASTER-RECS TO TRUE
           SET MORE-TRANS-RECS  TO TRUE
           MOVE 1 TO PENDING-NEXT-NBR
           PERFORM 150-READ-MASTER
           PERFORM 160-READ-TRANS

           PERFORM UNTIL MASTER-KEY = HIGH-KEY
                   AND TRANS-KEY  = HIGH-KEY
      *
       160-READ-TRANS.

      *    THE NEXT TRANSACTION IS THE NEXT VENDOR CHANGE IN
      *    PENDING-TABLE THAT IS DUE.  THE TABLE IS IN KEY ORDER, SO
      *    THE MATCH SEES ASCENDING KEYS THE SAME AS IT DID FROM A
      *    SORTED VENDOR-TRANS.

           IF MORE-TRANS-RECS
               MOVE 'V' TO DUE-TYPE-WANTED
               PERFORM 170-NEXT-DUE-CHANGE
               IF DUE-CHANGE-FOUND
                   MOVE TR-VENDOR-ID TO TRANS-KEY
               ELSE
                   SET NO-MORE-TRANS-RECS TO TRUE
                   MOVE HIGH-KEY TO TRANS-KEY
               END-IF
           END-IF
         .
      *
       170-NEXT-DUE-CHANGE.

      *    FINDS THE NEXT CHANGE OF TYPE DUE-TYPE-WANTED, FROM
      *    PENDING-NEXT-NBR ON, THAT IS EFFECTIVE ON OR BEFORE THE
      *    BUSINESS DATE, FLAGS IT RELEASED AND MOVES IT TO
      *    DUE-CHANGE.  ONE SUBMITTED ON AN EARLIER BUSINESS DATE WAS
      *    HELD AND IS COUNTED AS RELEASED.

           SET NO-DUE-CHANGE-FOUND TO TRUE
           PERFORM VARYING PENDING-NBR FROM PENDING-NEXT-NBR BY 1
                   UNTIL PENDING-NBR > PENDING-COUNT
                   OR DUE-CHANGE-FOUND
               IF PND-MASTER-TYPE (PENDING-NBR) = DUE-TYPE-WANTED
                  AND PND-EFFECTIVE-DATE (PENDING-NBR) NOT > RUN-DATE
                   SET DUE-CHANGE-FOUND TO TRUE
                   MOVE PENDING-NBR TO PENDING-SLOT-NBR
               END-IF
           END-PERFORM

           IF DUE-CHANGE-FOUND
               MOVE 'Y' TO PND-RELEASED (PENDING-SLOT-NBR)
               MOVE PND-CHANGE (PENDING-SLOT-NBR) TO DUE-CHANGE
               COMPUTE PENDING-NEXT-NBR = PENDING-SLOT-NBR + 1
               IF DUE-SUBMITTED-DATE < RUN-DATE
                   ADD 1 TO RELEASED-COUNT
               END-IF
           END-IF
         .
      *
       180-CHECK-NEW-CHANGE.

      *    NEW-CHANGE AND INTAKE-DATE-X HOLD A TRANSACTION JUST READ;
      *    INTAKE-REJECT-REASON IS ALREADY SET IF THE CALLER FOUND A
      *    BAD TRANSACTION CODE.  THE APPROVAL IS CHECKED FIRST - THE
      *    SUBMITTER AND APPROVER MUST BOTH BE GIVEN AND MUST BE TWO
      *    DIFFERENT PEOPLE.  A BLANK EFFECTIVE DATE MEANS TODAY.  A
      *    CHANGE THAT PASSES IS FILED IN PENDING-TABLE; IT IS LOGGED
      *    NOW ONLY IF IT IS HELD, SINCE ONE DUE TODAY IS LOGGED WHEN
      *    THE MATCH APPLIES IT.

           MOVE INTAKE-DATE-X   TO AUD-DET-EFFECTIVE
           MOVE NEW-SUBMITTED-BY TO AUD-DET-SUBMITTED
           MOVE NEW-APPROVED-BY TO AUD-DET-APPROVED

           IF INTAKE-REJECT-REASON NOT = SPACES
               GO TO 182-LOG-NEW-CHANGE
           END-IF

           IF NEW-SUBMITTED-BY = SPACES OR NEW-APPROVED-BY = SPACES
               MOVE 'SUBMITTER/APPROVER MISSING'
                    TO INTAKE-REJECT-REASON
               GO TO 182-LOG-NEW-CHANGE
           END-IF

           IF NEW-SUBMITTED-BY = NEW-APPROVED-BY
               MOVE 'SUBMITTER CANNOT APPROVE'
                    TO INTAKE-REJECT-REASON
               GO TO 182-LOG-NEW-CHANGE
           END-IF

           IF INTAKE-DATE-X = SPACES
               MOVE RUN-DATE TO NEW-EFFECTIVE-DATE
           ELSE
               MOVE 'INVALID EFFECTIVE DATE' TO INTAKE-REJECT-REASON
               IF INTAKE-DATE-X NUMERIC
                   IF FUNCTION INTEGER-OF-DATE (INTAKE-DATE) > 0
                       MOVE INTAKE-DATE TO NEW-EFFECTIVE-DATE
                       MOVE SPACES TO INTAKE-REJECT-REASON
                   END-IF
               END-IF
               IF INTAKE-REJECT-REASON NOT = SPACES
                   GO TO 182-LOG-NEW-CHANGE
               END-IF
           END-IF

           IF NEW-EFFECTIVE-DATE < RUN-DATE
               MOVE 'EFFECTIVE DATE ALREADY PASSED'
                    TO INTAKE-REJECT-REASON
               GO TO 182-LOG-NEW-CHANGE
           END-IF

           SET NO-PENDING-KEY-FOUND TO TRUE
           PERFORM VARYING PENDING-NBR FROM 1 BY 1
                   UNTIL PENDING-NBR > PENDING-COUNT
                   OR PENDING-KEY-FOUND
               IF PND-MASTER-TYPE (PENDING-NBR) = NEW-MASTER-TYPE
                  AND PND-MASTER-KEY (PENDING-NBR) = NEW-MASTER-KEY
                   SET PENDING-KEY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PENDING-KEY-FOUND
               MOVE 'CHANGE ALREADY PENDING FOR KEY'
                    TO INTAKE-REJECT-REASON
               GO TO 182-LOG-NEW-CHANGE
           END-IF

           IF PENDING-COUNT NOT < PENDING-MAX
               MOVE 'PENDING-CHANGES IS FULL'
                    TO INTAKE-REJECT-REASON
               GO TO 182-LOG-NEW-CHANGE
           END-IF

           MOVE RUN-DATE TO NEW-SUBMITTED-DATE
           PERFORM 185-FILE-PENDING-CHANGE
         .
       182-LOG-NEW-CHANGE.

           IF INTAKE-REJECT-REASON NOT = SPACES
               ADD 1 TO REJECT-COUNT
               MOVE 'REJECTED'           TO AUD-DET-ACTION
               MOVE INTAKE-REJECT-REASON TO AUD-DET-RESULT
               MOVE AUD-DETAIL-LINE TO VENDOR-AUDIT-REC
               WRITE VENDOR-AUDIT-REC
           ELSE
               IF NEW-EFFECTIVE-DATE > RUN-DATE
                   ADD 1 TO HELD-COUNT
                   MOVE NEW-EFFECTIVE-DATE TO EFF-DATE
                   PERFORM 190-FORMAT-EFFECTIVE-DATE
                   MOVE 'HELD'     TO AUD-DET-ACTION
                   MOVE 'HELD UNTIL EFFECTIVE DATE'
                        TO AUD-DET-RESULT
                   MOVE AUD-DETAIL-LINE TO VENDOR-AUDIT-REC
                   WRITE VENDOR-AUDIT-REC
               END-IF
           END-IF
         .
       180-CHECK-NEW-CHANGE-EXIT.
           EXIT
         .
      *
       185-FILE-PENDING-CHANGE.

      *    NEW-CHANGE GOES IN AFTER EVERY ENTRY WITH THE SAME OR A
      *    LOWER SORT KEY, SO THE TABLE STAYS IN PND-SORT-KEY ORDER;
      *    THE ENTRIES FROM THAT SLOT UP ARE MOVED UP ONE TO MAKE ROOM.

           COMPUTE PENDING-SLOT-NBR = PENDING-COUNT + 1
           SET NO-PENDING-SLOT-FOUND TO TRUE
           PERFORM VARYING PENDING-NBR FROM 1 BY 1
                   UNTIL PENDING-NBR > PENDING-COUNT
                   OR PENDING-SLOT-FOUND
               IF PND-SORT-KEY (PENDING-NBR) > NEW-SORT-KEY
                   SET PENDING-SLOT-FOUND TO TRUE
                   MOVE PENDING-NBR TO PENDING-SLOT-NBR
               END-IF
           END-PERFORM

           ADD 1 TO PENDING-COUNT
           PERFORM VARYING PENDING-SHIFT-NBR FROM PENDING-COUNT BY -1
                   UNTIL PENDING-SHIFT-NBR NOT > PENDING-SLOT-NBR
               MOVE PND-ENTRY (PENDING-SHIFT-NBR - 1)
                    TO PND-ENTRY (PENDING-SHIFT-NBR)
           END-PERFORM

           MOVE NEW-CHANGE TO PND-CHANGE (PENDING-SLOT-NBR)
           MOVE 'N'        TO PND-RELEASED (PENDING-SLOT-NBR)
         .
      *
       190-FORMAT-EFFECTIVE-DATE.

           MOVE EFF-MM   TO EFF-REPORT-MM
           MOVE EFF-DD   TO EFF-REPORT-DD
           MOVE EFF-YYYY TO EFF-REPORT-YYYY
           MOVE EFF-REPORT-DATE TO AUD-DET-EFFECTIVE
         .
      *
       195-SET-AUDIT-APPROVAL.

      *    THE EFFECTIVE DATE AND BOTH IDS OF THE CHANGE THE MATCH IS
      *    APPLYING GO ON ITS AUDIT LINE.

           MOVE DUE-EFFECTIVE-DATE TO EFF-DATE
           PERFORM 190-FORMAT-EFFECTIVE-DATE
           MOVE DUE-SUBMITTED-BY   TO AUD-DET-SUBMITTED
           MOVE DUE-APPROVED-BY    TO AUD-DET-APPROVED
         .
      *
       210-PROCESS-ADD-OR-ERROR.

      *    VENDOR-MASTER RECORD FOR THIS TRANSACTION.  ONLY AN ADD IS
      *    VALID HERE.

           PERFORM 195-SET-AUDIT-APPROVAL

           IF TR-TRANS-CODE = 'A'
               MOVE TR-VENDOR-ID   TO VMN-VENDOR-ID
               MOVE TR-VENDOR-NAME TO VMN-VENDOR-NAME
               MOVE TR-VENDOR-ID   TO AUD-DET-VENDOR
               MOVE TR-VENDOR-NAME TO AUD-DET-NAME
               MOVE 'APPLIED' TO AUD-DET-RESULT
               MOVE 'A'                   TO HIST-ACTION
               MOVE SPACES                TO HIST-BEFORE-IMAGE
               MOVE VENDOR-MASTER-NEW-REC TO HIST-AFTER-IMAGE
               PERFORM 600-WRITE-MASTER-HISTORY
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE 'REJECTED'        TO AUD-DET-ACTION
      *    UPDATES THE NAME.  A DELETE DROPS THE RECORD FROM THE NEW
      *    MASTER ENTIRELY.

           PERFORM 195-SET-AUDIT-APPROVAL

           EVALUATE TR-TRANS-CODE
               WHEN 'A'
                   MOVE CURR-VENDOR-ID   TO VMN-VENDOR-ID
                   MOVE TR-VENDOR-ID   TO AUD-DET-VENDOR
                   MOVE TR-VENDOR-NAME TO AUD-DET-NAME
                   MOVE 'APPLIED' TO AUD-DET-RESULT
                   MOVE 'C'                   TO HIST-ACTION
                   MOVE CURRENT-MASTER        TO HIST-BEFORE-IMAGE
                   MOVE VENDOR-MASTER-NEW-REC TO HIST-AFTER-IMAGE
                   PERFORM 600-WRITE-MASTER-HISTORY
               WHEN 'D'
                   ADD 1 TO DELETE-COUNT
                   MOVE 'DELETE'  TO AUD-DET-ACTION
                   MOVE TR-VENDOR-ID       TO AUD-DET-VENDOR
                   MOVE CURR-VENDOR-NAME TO AUD-DET-NAME
                   MOVE 'APPLIED' TO AUD-DET-RESULT
                   MOVE 'D'                   TO HIST-ACTION
                   MOVE CURRENT-MASTER        TO HIST-BEFORE-IMAGE
                   MOVE SPACES                TO HIST-AFTER-IMAGE
                   PERFORM 600-WRITE-MASTER-HISTORY
               WHEN OTHER
                   MOVE CURR-VENDOR-ID   TO VMN-VENDOR-ID
                   MOVE CURR-VENDOR-NAME TO VMN-VENDOR-NAME
           MOVE CURR-VENDOR-NAME TO VMN-VENDOR-NAME
           WRITE VENDOR-MASTER-NEW-REC
         .
      *
       600-WRITE-MASTER-HISTORY.

      *    HIST-ACTION AND THE TWO IMAGES ARE SET BY THE CALLER; THE
      *    REST COMES FROM THE CHANGE BEING APPLIED.

           MOVE SPACES             TO MASTER-HISTORY-NEW-REC
           MOVE DUE-MASTER-TYPE    TO MH-MASTER-TYPE
           MOVE HIST-ACTION        TO MH-ACTION
           MOVE DUE-MASTER-KEY     TO MH-MASTER-KEY
           MOVE DUE-EFFECTIVE-DATE TO MH-EFFECTIVE-DATE
           MOVE RUN-DATE           TO MH-APPLIED-DATE
           MOVE DUE-SUBMITTED-BY   TO MH-SUBMITTED-BY
           MOVE DUE-APPROVED-BY    TO MH-APPROVED-BY
           MOVE DUE-SUBMITTED-DATE TO MH-SUBMITTED-DATE
           MOVE HIST-BEFORE-IMAGE  TO MH-BEFORE-IMAGE
           MOVE HIST-AFTER-IMAGE   TO MH-AFTER-IMAGE
           WRITE MASTER-HISTORY-NEW-REC
         .
      *
       650-WRITE-PENDING-CHANGES.

      *    EVERYTHING NOT RELEASED THIS RUN - VENDOR CHANGES STILL
      *    HELD, AND EVERY CHANGE FOR THE OTHER MASTERS - GOES TO
      *    PENDING-CHANGES-NEW, STILL IN SORT-KEY ORDER.

           PERFORM VARYING PENDING-NBR FROM 1 BY 1
                   UNTIL PENDING-NBR > PENDING-COUNT
               IF PND-RELEASED (PENDING-NBR) = 'N'
                   MOVE SPACES TO PENDING-CHANGES-NEW-REC
                   MOVE PND-CHANGE (PENDING-NBR) TO PCN-CHANGE
                   WRITE PENDING-CHANGES-NEW-REC
                   IF PND-MASTER-TYPE (PENDING-NBR) = 'V'
                       ADD 1 TO STILL-PENDING-COUNT
                   END-IF
               END-IF
           END-PERFORM
         .
      *
       140-CLOSE-ROUTINE.

           MOVE AUD-TOTAL-DETAIL TO VENDOR-AUDIT-REC
           WRITE VENDOR-AUDIT-REC

           MOVE AUD-TOTAL-LINE-5 TO AUD-TOTAL-LABEL
           MOVE HELD-COUNT    TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO VENDOR-AUDIT-REC
           WRITE VENDOR-AUDIT-REC

           MOVE AUD-TOTAL-LINE-6 TO AUD-TOTAL-LABEL
           MOVE RELEASED-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO VENDOR-AUDIT-REC
           WRITE VENDOR-AUDIT-REC

           MOVE AUD-TOTAL-LINE-7 TO AUD-TOTAL-LABEL
           MOVE STILL-PENDING-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO VENDOR-AUDIT-REC
           WRITE VENDOR-AUDIT-REC

           DISPLAY ADD-COUNT    ' ADD(S), '
                   CHANGE-COUNT ' CHANGE(S), '
                   DELETE-COUNT ' DELETE(S), '
                   REJECT-COUNT ' REJECTED - SEE VENDOR-AUDIT.TXT'
           DISPLAY HELD-COUNT   ' NEW CHANGE(S) HELD, '
                   RELEASED-COUNT ' HELD CHANGE(S) RELEASED, '
                   STILL-PENDING-COUNT ' STILL PENDING'

           CLOSE    VENDOR-MASTER
                    VENDOR-MASTER-NEW
                    VENDOR-AUDIT
                    PENDING-CHANGES-NEW
                    MASTER-HISTORY-NEW

           STOP RUN
         .
      *
       800-GET-BUSINESS-DATE.

      *    THE RUN DATE IS THE BUSINESS DATE ON BUSINESS-DATE.TXT, NOT
      *    THE CLOCK (SEE AKLAB8BDTE).  THIS PROGRAM IS NOT A STEP OF
      *    THE NIGHTLY JOB, SO IT USES THE CURRENT BUSINESS DATE
      *    WHETHER OR NOT THE NIGHT HAS OPENED IT, AND RECORDS NO STEP
      *    STATUS.

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
           CLOSE BUSINESS-DATE-FILE
         .
