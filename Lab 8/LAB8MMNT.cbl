      *  VENDOR-MASTER (SEE AKLAB8VMNT), WERE STILL BEING EDITED BY
      *  HAND IN THE FLAT FILES.  WAREHOUSE AND PRODUCT ARE EACH A
      *  STANDARD SEQUENTIAL MASTER FILE UPDATE IN THE SAME
      *  TWO-FILE-MATCH STYLE AKLAB8VMNT USES - MASTER IN ASCENDING
      *  KEY SEQUENCE, THE CHANGES DUE THIS RUN TAKEN IN KEY ORDER
      *  FROM PENDING-TABLE, AT MOST ONE TRANSACTION PER KEY, CODES
      *  A/C/D.  ASSORTMENT IS MAINTAINED IN ITS TABLE (CODES A/D -
      *  THERE IS NOTHING ON THE RECORD TO CHANGE) AND THE NEW FILE
      *  IS WRITTEN FROM THE TABLE AT THE END.
      *
      *  EFFECTIVE DATES, APPROVAL AND HISTORY WORK AS THEY DO IN
      *  AKLAB8VMNT, WITH WHICH THIS PROGRAM SHARES PENDING-CHANGES
      *  AND MASTER-HISTORY.  EVERY TRANSACTION CARRIES AN EFFECTIVE
      *  DATE (BLANK MEANS THE BUSINESS DATE, EARLIER IS REJECTED), A
      *  SUBMITTER, AND A DIFFERENT APPROVER - EITHER ID MISSING, OR
      *  THE SAME ID IN BOTH, IS REJECTED.  A TRANSACTION DATED AFTER
      *  THE BUSINESS DATE IS HELD ON PENDING-CHANGES AND APPLIED BY
      *  THE FIRST RUN ON OR AFTER ITS DATE.  ONLY ONE CHANGE PER KEY
      *  OF EACH MASTER MAY BE OUTSTANDING AT A TIME.  EVERY ADD,
      *  CHANGE AND DELETE APPLIED IS WRITTEN TO MASTER-HISTORY WITH
      *  ITS BEFORE AND AFTER IMAGES.  CHANGES THAT COME DUE TOGETHER
      *  ARE APPLIED IN THE ORDER BELOW, SO A PRODUCT AND ITS
      *  ASSORTMENT ROWS CAN BE RETIRED ON THE SAME FUTURE DATE.
      *
      *  UNLIKE THE SINGLE-MASTER CHECKS AKLAB8INTG MAKES, THIS
      *  PROGRAM ENFORCES THE CROSS-MASTER RULES NO PROGRAM CHECKED
      *  ASSORTMENT TABLE AS IT WILL BE), THEN ASSORTMENT ADDS (WHICH
      *  SEE THE WAREHOUSE AND PRODUCT MASTERS AS THEY WILL BE).
      *
      *  A TRANSACTION FILE THAT DOES NOT EXIST SIMPLY MEANS NO NEW
      *  TRANSACTIONS FOR THAT MASTER THIS RUN - THE MASTER IS COPIED
      *  THROUGH WITH ONLY ITS HELD CHANGES THAT HAVE COME DUE
      *  APPLIED.  A MISSING ASSORTMENT-MASTER IS TREATED
      *  AS EMPTY, THE SAME NON-FATAL TREATMENT AKLAB8TABLES'S
      *  111-LOAD-ASSORT-TABLE GIVES IT.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     WAREHOUSE-MASTER, PRODUCT-MASTER, ASSORTMENT-MASTER -
      *        CURRENT MASTERS, IN ASCENDING KEY SEQUENCE
      *     WAREHOUSE-TRANS  - A/C/D + WAREHOUSE ID + NAME
      *     PRODUCT-TRANS    - A/C/D + PRODUCT ID + DESC + UOM
      *     ASSORT-TRANS     - A/D + WAREHOUSE ID + PRODUCT ID
      *        EACH FOLLOWED BY EFFECTIVE DATE, SUBMITTER AND
      *        APPROVER, IN ANY ORDER
      *     PENDING-CHANGES - CHANGES HELD FOR A LATER EFFECTIVE DATE
      *        (SHARED WITH AKLAB8VMNT)
      *     MASTER-HISTORY - PERMANENT CHANGE HISTORY OF ALL FOUR
      *        MASTERS (SHARED WITH AKLAB8VMNT)
      *
      *  OUTPUT:
      *     WAREHOUSE-MASTER-NEW, PRODUCT-MASTER-NEW,
      *     ASSORTMENT-MASTER-NEW - REBUILT MASTERS.
      *     PENDING-CHANGES-NEW - PENDING-CHANGES LESS THE CHANGES
      *        APPLIED, PLUS THE CHANGES NEWLY HELD.
      *     MASTER-HISTORY-NEW - MASTER-HISTORY PLUS THIS RUN'S
      *        CHANGES.
      *        OPS PROMOTES ALL FIVE TOGETHER ONCE THE AUDIT LISTING
      *        HAS BEEN REVIEWED, THE SAME PROMOTE STEP AKLAB8VMNT'S
      *        VENDOR-MASTER-NEW USES, AND BEFORE AKLAB8VMNT IS NEXT
      *        RUN.
      *     MASTER-AUDIT - AUDIT LISTING OF EVERY TRANSACTION APPLIED,
      *        HELD OR REJECTED ACROSS ALL THREE MASTERS
      *
      *****************************************************************

               ASSIGN TO 'MASTER-AUDIT.TXT'
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
           05  WHM-MASTER-NAME             PIC X(20).

       FD WAREHOUSE-TRANS
           RECORD CONTAINS 49 CHARACTERS.
       01 WAREHOUSE-TRANS-REC.
           05  TWI-TRANS-IMAGE.
               10  TWI-TRANS-CODE          PIC X.
               10  TWI-WAREHOUSE-ID        PIC X(4).
               10  TWI-WAREHOUSE-NAME      PIC X(20).
           05  TWI-EFFECTIVE-DATE          PIC X(8).
           05  TWI-SUBMITTED-BY            PIC X(8).
           05  TWI-APPROVED-BY             PIC X(8).

       FD WAREHOUSE-MASTER-NEW
           RECORD CONTAINS 24 CHARACTERS.
           05  PRM-MASTER-UOM              PIC X(4).

       FD PRODUCT-TRANS
           RECORD CONTAINS 49 CHARACTERS.
       01 PRODUCT-TRANS-REC.
           05  TPI-TRANS-IMAGE.
               10  TPI-TRANS-CODE          PIC X.
               10  TPI-PRODUCT-ID          PIC X(3).
               10  TPI-PRODUCT-DESC        PIC X(17).
               10  TPI-PRODUCT-UOM         PIC X(4).
           05  TPI-EFFECTIVE-DATE          PIC X(8).
           05  TPI-SUBMITTED-BY            PIC X(8).
           05  TPI-APPROVED-BY             PIC X(8).

       FD PRODUCT-MASTER-NEW
           RECORD CONTAINS 24 CHARACTERS.
           05  ASM-PRODUCT-ID              PIC X(3).

       FD ASSORT-TRANS
           RECORD CONTAINS 32 CHARACTERS.
       01 ASSORT-TRANS-REC.
           05  TAI-TRANS-IMAGE.
               10  TAI-TRANS-CODE          PIC X.
               10  TAI-WAREHOUSE-ID        PIC X(4).
               10  TAI-PRODUCT-ID          PIC X(3).
           05  TAI-EFFECTIVE-DATE          PIC X(8).
           05  TAI-SUBMITTED-BY            PIC X(8).
           05  TAI-APPROVED-BY             PIC X(8).

       FD ASSORTMENT-MASTER-NEW
           RECORD CONTAINS 7 CHARACTERS.
           RECORD CONTAINS 120 CHARACTERS.
       01 MASTER-AUDIT-REC                 PIC X(120).

      *    THE SAME LAYOUT IS DECLARED IN AKLAB8VMNT, WHICH SHARES THE
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

      *    THE SAME LAYOUT IS DECLARED IN AKLAB8VMNT, WHICH SHARES THE
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

           05  ASSORT-ROWS-SWITCH      PIC X     VALUE 'N'.
                88  ASSORT-ROWS-FOUND            VALUE 'Y'.
                88  NO-ASSORT-ROWS-FOUND         VALUE 'N'.
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

       01  TRANS-FILE-FIELDS.
           05  WH-TRANS-STATUS         PIC XX.
           05  PRM-TRANS-STATUS        PIC XX.
           05  ASSORT-MASTER-STATUS    PIC XX.
           05  ASRT-TRANS-STATUS       PIC XX.
           05  PENDING-STATUS          PIC XX.
           05  HISTORY-STATUS          PIC XX.

       01  KEY-COMPARE-FIELDS.
           05  WH-MASTER-KEY        PIC X(4)  VALUE HIGH-VALUES.
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

      ***********************TABLES**********************************
      *  WAREHOUSE-TABLE AND PRODUCT-TABLE ARE BUILT AS EACH MASTER
               10  ASRT-PRODUCT        PIC X(3).
               10  ASRT-DELETED        PIC X.

      *  ASRT-TRANS-TABLE HOLDS EVERY ASSORTMENT CHANGE DUE THIS RUN
      *  SO THE DELETES CAN BE APPLIED BEFORE THE WAREHOUSE/PRODUCT
      *  UPDATES AND THE ADDS AFTER THEM (SEE THE ORDERING NOTE IN
      *  THE HEADER).  ATR-CHANGE IS THE WHOLE PENDING-TABLE ENTRY,
      *  FOR THE AUDIT LINE AND MASTER-HISTORY.

       01  ASRT-TRANS-COUNT-FIELDS.
           05  ASRT-TRANS-COUNT        PIC 9(4)  VALUE 0.
               10  ATR-TRANS-CODE      PIC X.
               10  ATR-WAREHOUSE-ID    PIC X(4).
               10  ATR-PRODUCT-ID      PIC X(3).
               10  ATR-CHANGE          PIC X(65).

      ***********************PENDING CHANGES*************************
      *  PENDING-TABLE HOLDS ALL OF PENDING-CHANGES (EVERY MASTER
      *  TYPE, SO AKLAB8VMNT'S HELD CHANGES ARE CARRIED THROUGH) PLUS
      *  EVERY TRANSACTION ACCEPTED THIS RUN, IN PND-SORT-KEY ORDER -
      *  MASTER TYPE, KEY, THEN EFFECTIVE DATE - THE SAME TABLE
      *  AKLAB8VMNT KEEPS.  A CHANGE IS FLAGGED RELEASED WHEN IT IS
      *  TAKEN FOR THIS RUN, AND WHAT IS NOT RELEASED IS WRITTEN TO
      *  PENDING-CHANGES-NEW AT THE END.

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
      *  CHANGE BEING APPLIED - THE TRW-, TRP- AND TRA- VIEWS ARE THE
      *  ORIGINAL TRANSACTION FOR EACH MASTER.

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
           05  DUE-TRANS-IMAGE         PIC X(25).
           05  DUE-WH-TRANS REDEFINES DUE-TRANS-IMAGE.
               10  TRW-TRANS-CODE      PIC X.
               10  TRW-WAREHOUSE-ID    PIC X(4).
               10  TRW-WAREHOUSE-NAME  PIC X(20).
           05  DUE-PRM-TRANS REDEFINES DUE-TRANS-IMAGE.
               10  TRP-TRANS-CODE      PIC X.
               10  TRP-PRODUCT-ID      PIC X(3).
               10  TRP-PRODUCT-DESC    PIC X(17).
               10  TRP-PRODUCT-UOM     PIC X(4).
           05  DUE-ASRT-TRANS REDEFINES DUE-TRANS-IMAGE.
               10  TRA-TRANS-CODE      PIC X.
               10  TRA-WAREHOUSE-ID    PIC X(4).
               10  TRA-PRODUCT-ID      PIC X(3).
               10  FILLER              PIC X(17).

       01  CHANGE-CHECK-FIELDS.
           05  DUE-TYPE-WANTED         PIC X.
           05  INTAKE-REJECT-REASON    PIC X(30).

       01  HISTORY-FIELDS.
           05  HIST-ACTION             PIC X.
           05  HIST-BEFORE-IMAGE       PIC X(24).
           05  HIST-AFTER-IMAGE        PIC X(24).

      ***********************AUDIT LISTING LINES***********************

               10  FILLER              PIC X(30)
                        VALUE 'MASTER MAINTENANCE AUDIT - '.
               10  AUD-TITLE-DATE      PIC X(10).
           05  AUD-HEADER-LINE-1.
               10  FILLER              PIC X(70) VALUE
                   'MASTER      ACTION    KEY       NAME
      -            '  RESULT'.
               10  FILLER              PIC X(15) VALUE SPACES.
               10  FILLER              PIC X(30) VALUE
                   'EFFECTIVE   SUBMITTED APPROVED'.
           05  AUD-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  AUD-DETAIL-LINE.
               10  AUD-DET-MASTER      PIC X(10).
               10  AUD-DET-NAME        PIC X(20).
               10  FILLER              PIC X(1)  VALUE SPACE.
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
           PERFORM 115-LOAD-ASSORT-TABLE
                   THRU 115-LOAD-ASSORT-TABLE-EXIT
           PERFORM 116-TAKE-IN-WH-TRANS
                   THRU 116-TAKE-IN-WH-TRANS-EXIT
           PERFORM 117-TAKE-IN-PRM-TRANS
                   THRU 117-TAKE-IN-PRM-TRANS-EXIT
           PERFORM 118-TAKE-IN-ASSORT-TRANS
                   THRU 118-TAKE-IN-ASSORT-TRANS-EXIT
           PERFORM 119-LOAD-DUE-ASSORT-CHANGES
           PERFORM 120-APPLY-ASSORT-DELETES
           PERFORM 130-UPDATE-WAREHOUSE-MASTER
           PERFORM 300-UPDATE-PRODUCT-MASTER
           PERFORM 400-APPLY-ASSORT-ADDS
           PERFORM 450-WRITE-NEW-ASSORT-MASTER
           PERFORM 650-WRITE-PENDING-CHANGES
           PERFORM 500-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN INPUT   WAREHOUSE-MASTER
                        PRODUCT-MASTER
           OPEN OUTPUT  WAREHOUSE-MASTER-NEW
                        PRODUCT-MASTER-NEW
                        ASSORTMENT-MASTER-NEW
                        MASTER-AUDIT
                        PENDING-CHANGES-NEW
                        MASTER-HISTORY-NEW

           MOVE REPORT-DATE TO AUD-TITLE-DATE
           MOVE AUD-TITLE-LINE TO MASTER-AUDIT-REC
           MOVE AUD-BLANK-LINE TO MASTER-AUDIT-REC
           WRITE MASTER-AUDIT-REC
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
       115-LOAD-ASSORT-TABLE.

              OR ASSORT-MASTER-STATUS = '35'
               GO TO 115-LOAD-ASSORT-TABLE-EXIT
           END-IF
           IF ASSORT-MASTER-STATUS NOT = '00'
               DISPLAY 'ASSORTMENT-MASTER COULD NOT BE OPENED - '
                       'STATUS ' ASSORT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-ASSORT-RECS TO TRUE
           PERFORM UNTIL NO-MORE-ASSORT-RECS
           EXIT
         .
      *
       116-TAKE-IN-WH-TRANS.

      *    A TRANSACTION FILE THAT DOES NOT EXIST MEANS NO NEW
      *    TRANSACTIONS FOR THAT MASTER THIS RUN.  EVERY RECORD OF ONE
      *    THAT DOES IS CHECKED AND, IF ACCEPTED, FILED IN
      *    PENDING-TABLE; ONE EFFECTIVE TODAY IS APPLIED THE SAME AS A
      *    HELD CHANGE THAT HAS COME DUE.

           OPEN INPUT WAREHOUSE-TRANS
           IF WH-TRANS-STATUS = '05' OR WH-TRANS-STATUS = '35'
               GO TO 116-TAKE-IN-WH-TRANS-EXIT
           END-IF
           IF WH-TRANS-STATUS NOT = '00'
               DISPLAY 'WAREHOUSE-TRANS COULD NOT BE OPENED - '
                       'STATUS ' WH-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-WH-TRANS-RECS TO TRUE
           PERFORM UNTIL NO-MORE-WH-TRANS-RECS
               READ WAREHOUSE-TRANS
                   AT END
                       SET NO-MORE-WH-TRANS-RECS TO TRUE
                   NOT AT END
                       PERFORM 176-TAKE-IN-ONE-WH-TRANS
               END-READ
           END-PERFORM

           CLOSE WAREHOUSE-TRANS
         .
       116-TAKE-IN-WH-TRANS-EXIT.
           EXIT
         .
      *
       117-TAKE-IN-PRM-TRANS.

           OPEN INPUT PRODUCT-TRANS
           IF PRM-TRANS-STATUS = '05' OR PRM-TRANS-STATUS = '35'
               GO TO 117-TAKE-IN-PRM-TRANS-EXIT
           END-IF
           IF PRM-TRANS-STATUS NOT = '00'
               DISPLAY 'PRODUCT-TRANS COULD NOT BE OPENED - '
                       'STATUS ' PRM-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-PRM-TRANS-RECS TO TRUE
           PERFORM UNTIL NO-MORE-PRM-TRANS-RECS
               READ PRODUCT-TRANS
                   AT END
                       SET NO-MORE-PRM-TRANS-RECS TO TRUE
                   NOT AT END
                       PERFORM 177-TAKE-IN-ONE-PRM-TRANS
               END-READ
           END-PERFORM

           CLOSE PRODUCT-TRANS
         .
       117-TAKE-IN-PRM-TRANS-EXIT.
           EXIT
         .
      *
       118-TAKE-IN-ASSORT-TRANS.

           OPEN INPUT ASSORT-TRANS
           IF ASRT-TRANS-STATUS = '05' OR ASRT-TRANS-STATUS = '35'
               GO TO 118-TAKE-IN-ASSORT-TRANS-EXIT
           END-IF
           IF ASRT-TRANS-STATUS NOT = '00'
               DISPLAY 'ASSORT-TRANS COULD NOT BE OPENED - '
                       'STATUS ' ASRT-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-ASRT-TRANS-RECS TO TRUE
                   AT END
                       SET NO-MORE-ASRT-TRANS-RECS TO TRUE
                   NOT AT END
                       PERFORM 178-TAKE-IN-ONE-ASSORT-TRANS
               END-READ
           END-PERFORM

           CLOSE ASSORT-TRANS
         .
       118-TAKE-IN-ASSORT-TRANS-EXIT.
           EXIT
         .
      *
       119-LOAD-DUE-ASSORT-CHANGES.

      *    EVERY ASSORTMENT CHANGE DUE THIS RUN IS TAKEN FROM
      *    PENDING-TABLE INTO ASRT-TRANS-TABLE, SO THE DELETES AND THE
      *    ADDS CAN BE APPLIED IN THEIR OWN PASSES.

           MOVE 1   TO PENDING-NEXT-NBR
           MOVE 'A' TO DUE-TYPE-WANTED
           PERFORM 170-NEXT-DUE-CHANGE
           PERFORM UNTIL NO-DUE-CHANGE-FOUND
               ADD 1 TO ASRT-TRANS-COUNT
               SET ATR-INDEX TO ASRT-TRANS-COUNT
               MOVE TRA-TRANS-CODE   TO ATR-TRANS-CODE (ATR-INDEX)
               MOVE TRA-WAREHOUSE-ID TO ATR-WAREHOUSE-ID (ATR-INDEX)
               MOVE TRA-PRODUCT-ID   TO ATR-PRODUCT-ID (ATR-INDEX)
               MOVE DUE-CHANGE       TO ATR-CHANGE (ATR-INDEX)
               PERFORM 170-NEXT-DUE-CHANGE
           END-PERFORM
         .
      *
       120-APPLY-ASSORT-DELETES.

      *
       125-APPLY-ONE-ASSORT-DELETE.

           MOVE ATR-CHANGE (ASRT-TRANS-NBR) TO DUE-CHANGE
           SET ASRT-INDEX TO 1
           SEARCH ASRT-ENTRY
               AT END
                   MOVE 'DELETE'     TO AUD-DET-ACTION
                   MOVE 'APPLIED'    TO AUD-DET-RESULT
                   PERFORM 128-WRITE-ASSORT-AUDIT-LINE
                   MOVE 'D'            TO HIST-ACTION
                   MOVE DUE-MASTER-KEY TO HIST-BEFORE-IMAGE
                   MOVE SPACES         TO HIST-AFTER-IMAGE
                   PERFORM 600-WRITE-MASTER-HISTORY
           END-SEARCH
         .
      *
                  '/' DELIMITED BY SIZE
                  ATR-PRODUCT-ID (ASRT-TRANS-NBR) DELIMITED BY SIZE
                  INTO AUD-DET-KEY
           PERFORM 195-SET-AUDIT-APPROVAL
           MOVE AUD-DETAIL-LINE TO MASTER-AUDIT-REC
           WRITE MASTER-AUDIT-REC
         .
       130-UPDATE-WAREHOUSE-MASTER.

           SET MORE-WH-MASTER-RECS TO TRUE
           SET MORE-WH-TRANS-RECS  TO TRUE
           MOVE 1 TO PENDING-NEXT-NBR
           PERFORM 150-READ-WH-MASTER
           PERFORM 160-READ-WH-TRANS

      *
       160-READ-WH-TRANS.

      *    THE NEXT TRANSACTION IS THE NEXT WAREHOUSE CHANGE IN
      *    PENDING-TABLE THAT IS DUE.  THE TABLE IS IN KEY ORDER, SO
      *    THE MATCH SEES ASCENDING KEYS THE SAME AS IT DID FROM A
      *    SORTED WAREHOUSE-TRANS.

           IF MORE-WH-TRANS-RECS
               MOVE 'W' TO DUE-TYPE-WANTED
               PERFORM 170-NEXT-DUE-CHANGE
               IF DUE-CHANGE-FOUND
                   MOVE TRW-WAREHOUSE-ID TO WH-TRANS-KEY
               ELSE
                   SET NO-MORE-WH-TRANS-RECS TO TRUE
                   MOVE HIGH-WH-KEY TO WH-TRANS-KEY
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
       176-TAKE-IN-ONE-WH-TRANS.

           MOVE 'WAREHOUSE'        TO AUD-DET-MASTER
           MOVE SPACES             TO AUD-DET-KEY
           MOVE TWI-WAREHOUSE-ID   TO AUD-DET-KEY
           MOVE TWI-WAREHOUSE-NAME TO AUD-DET-NAME

           MOVE 'W'                TO NEW-MASTER-TYPE
           MOVE TWI-WAREHOUSE-ID   TO NEW-MASTER-KEY
           MOVE TWI-TRANS-IMAGE    TO NEW-TRANS-IMAGE
           MOVE TWI-SUBMITTED-BY   TO NEW-SUBMITTED-BY
           MOVE TWI-APPROVED-BY    TO NEW-APPROVED-BY
           MOVE TWI-EFFECTIVE-DATE TO INTAKE-DATE-X

           MOVE SPACES TO INTAKE-REJECT-REASON
           IF TWI-TRANS-CODE NOT = 'A'
              AND TWI-TRANS-CODE NOT = 'C'
              AND TWI-TRANS-CODE NOT = 'D'
               MOVE 'INVALID TRANSACTION CODE' TO INTAKE-REJECT-REASON
           END-IF

           PERFORM 180-CHECK-NEW-CHANGE
                   THRU 180-CHECK-NEW-CHANGE-EXIT
         .
      *
       177-TAKE-IN-ONE-PRM-TRANS.

           MOVE 'PRODUCT'          TO AUD-DET-MASTER
           MOVE SPACES             TO AUD-DET-KEY
           MOVE TPI-PRODUCT-ID     TO AUD-DET-KEY
           MOVE TPI-PRODUCT-DESC   TO AUD-DET-NAME

           MOVE 'P'                TO NEW-MASTER-TYPE
           MOVE TPI-PRODUCT-ID     TO NEW-MASTER-KEY
           MOVE TPI-TRANS-IMAGE    TO NEW-TRANS-IMAGE
           MOVE TPI-SUBMITTED-BY   TO NEW-SUBMITTED-BY
           MOVE TPI-APPROVED-BY    TO NEW-APPROVED-BY
           MOVE TPI-EFFECTIVE-DATE TO INTAKE-DATE-X

           MOVE SPACES TO INTAKE-REJECT-REASON
           IF TPI-TRANS-CODE NOT = 'A'
              AND TPI-TRANS-CODE NOT = 'C'
              AND TPI-TRANS-CODE NOT = 'D'
               MOVE 'INVALID TRANSACTION CODE' TO INTAKE-REJECT-REASON
           END-IF

           PERFORM 180-CHECK-NEW-CHANGE
                   THRU 180-CHECK-NEW-CHANGE-EXIT
         .
      *
       178-TAKE-IN-ONE-ASSORT-TRANS.

      *    THE ASSORTMENT KEY IS THE WAREHOUSE AND PRODUCT TOGETHER,
      *    THE SAME SEVEN BYTES AS THE ASSORTMENT-MASTER RECORD.

           MOVE 'ASSORTMENT'       TO AUD-DET-MASTER
           MOVE SPACES             TO AUD-DET-KEY AUD-DET-NAME
           STRING TAI-WAREHOUSE-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  TAI-PRODUCT-ID DELIMITED BY SIZE
                  INTO AUD-DET-KEY

           MOVE 'A'                TO NEW-MASTER-TYPE
           MOVE SPACES             TO NEW-MASTER-KEY
           STRING TAI-WAREHOUSE-ID DELIMITED BY SIZE
                  TAI-PRODUCT-ID DELIMITED BY SIZE
                  INTO NEW-MASTER-KEY
           MOVE TAI-TRANS-IMAGE    TO NEW-TRANS-IMAGE
           MOVE TAI-SUBMITTED-BY   TO NEW-SUBMITTED-BY
           MOVE TAI-APPROVED-BY    TO NEW-APPROVED-BY
           MOVE TAI-EFFECTIVE-DATE TO INTAKE-DATE-X

           MOVE SPACES TO INTAKE-REJECT-REASON
           IF TAI-TRANS-CODE NOT = 'A'
              AND TAI-TRANS-CODE NOT = 'D'
               MOVE 'INVALID TRANSACTION CODE' TO INTAKE-REJECT-REASON
           END-IF

           PERFORM 180-CHECK-NEW-CHANGE
                   THRU 180-CHECK-NEW-CHANGE-EXIT
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
               MOVE AUD-DETAIL-LINE TO MASTER-AUDIT-REC
               WRITE MASTER-AUDIT-REC
           ELSE
               IF NEW-EFFECTIVE-DATE > RUN-DATE
                   ADD 1 TO HELD-COUNT
                   MOVE NEW-EFFECTIVE-DATE TO EFF-DATE
                   PERFORM 190-FORMAT-EFFECTIVE-DATE
                   MOVE 'HELD'     TO AUD-DET-ACTION
                   MOVE 'HELD UNTIL EFFECTIVE DATE'
                        TO AUD-DET-RESULT
                   MOVE AUD-DETAIL-LINE TO MASTER-AUDIT-REC
                   WRITE MASTER-AUDIT-REC
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
       210-WH-ADD-OR-ERROR.
      *    HERE, THE SAME RULE AS AKLAB8VMNT'S
      *    210-PROCESS-ADD-OR-ERROR.

           PERFORM 195-SET-AUDIT-APPROVAL

           MOVE 'WAREHOUSE'          TO AUD-DET-MASTER
           MOVE SPACES               TO AUD-DET-KEY
           MOVE TRW-WAREHOUSE-ID     TO AUD-DET-KEY
               ADD 1 TO ADD-COUNT
               MOVE 'ADD'     TO AUD-DET-ACTION
               MOVE 'APPLIED' TO AUD-DET-RESULT
               MOVE 'A'                      TO HIST-ACTION
               MOVE SPACES                   TO HIST-BEFORE-IMAGE
               MOVE WAREHOUSE-MASTER-NEW-REC TO HIST-AFTER-IMAGE
               PERFORM 600-WRITE-MASTER-HISTORY
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE 'REJECTED' TO AUD-DET-ACTION
      *
       220-WH-MATCHED-TRANS.

           PERFORM 195-SET-AUDIT-APPROVAL

           MOVE 'WAREHOUSE'          TO AUD-DET-MASTER
           MOVE SPACES               TO AUD-DET-KEY
           MOVE TRW-WAREHOUSE-ID     TO AUD-DET-KEY
                   ADD 1 TO CHANGE-COUNT
                   MOVE 'CHANGE'  TO AUD-DET-ACTION
                   MOVE 'APPLIED' TO AUD-DET-RESULT
                   MOVE 'C'                 TO HIST-ACTION
                   MOVE CURRENT-WH-MASTER   TO HIST-BEFORE-IMAGE
                   MOVE WAREHOUSE-MASTER-NEW-REC
                        TO HIST-AFTER-IMAGE
                   PERFORM 600-WRITE-MASTER-HISTORY
               WHEN 'D'
                   PERFORM 250-CHECK-WH-ASSORT-ROWS
                   IF ASSORT-ROWS-FOUND
                       ADD 1 TO DELETE-COUNT
                       MOVE 'DELETE'  TO AUD-DET-ACTION
                       MOVE 'APPLIED' TO AUD-DET-RESULT
                       MOVE 'D'               TO HIST-ACTION
                       MOVE CURRENT-WH-MASTER TO HIST-BEFORE-IMAGE
                       MOVE SPACES            TO HIST-AFTER-IMAGE
                       PERFORM 600-WRITE-MASTER-HISTORY
                   END-IF
               WHEN OTHER
                   MOVE CURR-WAREHOUSE-ID   TO WMN-MASTER-ID
       300-UPDATE-PRODUCT-MASTER.

           SET MORE-PRM-MASTER-RECS TO TRUE
           SET MORE-PRM-TRANS-RECS  TO TRUE
           MOVE 1 TO PENDING-NEXT-NBR
           PERFORM 350-READ-PRM-MASTER
           PERFORM 360-READ-PRM-TRANS

       360-READ-PRM-TRANS.

           IF MORE-PRM-TRANS-RECS
               MOVE 'P' TO DUE-TYPE-WANTED
               PERFORM 170-NEXT-DUE-CHANGE
               IF DUE-CHANGE-FOUND
                   MOVE TRP-PRODUCT-ID TO PRM-TRANS-KEY
               ELSE
                   SET NO-MORE-PRM-TRANS-RECS TO TRUE
                   MOVE HIGH-PRM-KEY TO PRM-TRANS-KEY
               END-IF
           END-IF
         .
      *
       310-PRM-ADD-OR-ERROR.

           PERFORM 195-SET-AUDIT-APPROVAL

           MOVE 'PRODUCT'            TO AUD-DET-MASTER
           MOVE SPACES               TO AUD-DET-KEY
           MOVE TRP-PRODUCT-ID       TO AUD-DET-KEY
               ADD 1 TO ADD-COUNT
               MOVE 'ADD'     TO AUD-DET-ACTION
               MOVE 'APPLIED' TO AUD-DET-RESULT
               MOVE 'A'                    TO HIST-ACTION
               MOVE SPACES                 TO HIST-BEFORE-IMAGE
               MOVE PRODUCT-MASTER-NEW-REC TO HIST-AFTER-IMAGE
               PERFORM 600-WRITE-MASTER-HISTORY
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE 'REJECTED' TO AUD-DET-ACTION
      *
       320-PRM-MATCHED-TRANS.

           PERFORM 195-SET-AUDIT-APPROVAL

           MOVE 'PRODUCT'            TO AUD-DET-MASTER
           MOVE SPACES               TO AUD-DET-KEY
           MOVE TRP-PRODUCT-ID       TO AUD-DET-KEY
                   ADD 1 TO CHANGE-COUNT
                   MOVE 'CHANGE'  TO AUD-DET-ACTION
                   MOVE 'APPLIED' TO AUD-DET-RESULT
                   MOVE 'C'                    TO HIST-ACTION
                   MOVE CURRENT-PRM-MASTER     TO HIST-BEFORE-IMAGE
                   MOVE PRODUCT-MASTER-NEW-REC TO HIST-AFTER-IMAGE
                   PERFORM 600-WRITE-MASTER-HISTORY
               WHEN 'D'
                   PERFORM 380-CHECK-PRM-ASSORT-ROWS
                   IF ASSORT-ROWS-FOUND
                       ADD 1 TO DELETE-COUNT
                       MOVE 'DELETE'  TO AUD-DET-ACTION
                       MOVE 'APPLIED' TO AUD-DET-RESULT
                       MOVE 'D'                TO HIST-ACTION
                       MOVE CURRENT-PRM-MASTER TO HIST-BEFORE-IMAGE
                       MOVE SPACES             TO HIST-AFTER-IMAGE
                       PERFORM 600-WRITE-MASTER-HISTORY
                   END-IF
               WHEN OTHER
                   MOVE CURR-PRODUCT-ID   TO PMN-MASTER-ID

           PERFORM VARYING ASRT-TRANS-NBR FROM 1 BY 1
                   UNTIL ASRT-TRANS-NBR > ASRT-TRANS-COUNT
               MOVE ATR-CHANGE (ASRT-TRANS-NBR) TO DUE-CHANGE
               EVALUATE ATR-TRANS-CODE (ASRT-TRANS-NBR)
                   WHEN 'A'
                       PERFORM 410-APPLY-ONE-ASSORT-ADD
                   MOVE 'ADD'     TO AUD-DET-ACTION
                   MOVE 'APPLIED' TO AUD-DET-RESULT
                   PERFORM 128-WRITE-ASSORT-AUDIT-LINE
                   MOVE 'A'            TO HIST-ACTION
                   MOVE SPACES         TO HIST-BEFORE-IMAGE
                   MOVE DUE-MASTER-KEY TO HIST-AFTER-IMAGE
                   PERFORM 600-WRITE-MASTER-HISTORY
               WHEN ASRT-WAREHOUSE (ASRT-INDEX)
                         = ATR-WAREHOUSE-ID (ASRT-TRANS-NBR)
                    AND ASRT-PRODUCT (ASRT-INDEX)
               END-IF
           END-PERFORM
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

      *    EVERYTHING NOT RELEASED THIS RUN - WAREHOUSE, PRODUCT AND
      *    ASSORTMENT CHANGES STILL HELD, AND EVERY VENDOR CHANGE -
      *    GOES TO PENDING-CHANGES-NEW, STILL IN SORT-KEY ORDER.

           PERFORM VARYING PENDING-NBR FROM 1 BY 1
                   UNTIL PENDING-NBR > PENDING-COUNT
               IF PND-RELEASED (PENDING-NBR) = 'N'
                   MOVE SPACES TO PENDING-CHANGES-NEW-REC
                   MOVE PND-CHANGE (PENDING-NBR) TO PCN-CHANGE
                   WRITE PENDING-CHANGES-NEW-REC
                   IF PND-MASTER-TYPE (PENDING-NBR) NOT = 'V'
                       ADD 1 TO STILL-PENDING-COUNT
                   END-IF
               END-IF
           END-PERFORM
         .
      *
       500-CLOSE-ROUTINE.

           MOVE AUD-TOTAL-DETAIL TO MASTER-AUDIT-REC
           WRITE MASTER-AUDIT-REC

           MOVE AUD-TOTAL-LINE-5 TO AUD-TOTAL-LABEL
           MOVE HELD-COUNT    TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO MASTER-AUDIT-REC
           WRITE MASTER-AUDIT-REC

           MOVE AUD-TOTAL-LINE-6 TO AUD-TOTAL-LABEL
           MOVE RELEASED-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO MASTER-AUDIT-REC
           WRITE MASTER-AUDIT-REC

           MOVE AUD-TOTAL-LINE-7 TO AUD-TOTAL-LABEL
           MOVE STILL-PENDING-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO MASTER-AUDIT-REC
           WRITE MASTER-AUDIT-REC

           DISPLAY ADD-COUNT    ' ADD(S), '
                   CHANGE-COUNT ' CHANGE(S), '
                   DELETE-COUNT ' DELETE(S), '
                   REJECT-COUNT ' REJECTED - SEE MASTER-AUDIT.TXT'
           DISPLAY HELD-COUNT   ' NEW CHANGE(S) HELD, '
                   RELEASED-COUNT ' HELD CHANGE(S) RELEASED, '
                   STILL-PENDING-COUNT ' STILL PENDING'

           CLOSE    WAREHOUSE-MASTER
                    WAREHOUSE-MASTER-NEW
                    PRODUCT-MASTER
                    PRODUCT-MASTER-NEW
                    ASSORTMENT-MASTER-NEW
                    MASTER-AUDIT
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
