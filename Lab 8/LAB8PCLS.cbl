       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8PCLS.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM IS THE MONTH-END INVENTORY CLOSE.  IT FREEZES THE
      *  INVENTORY-POSITION MASTER AS OF THE LAST NIGHT OF THE PERIOD
      *  INTO A DATED PERIOD-END FILE, AND PROVES THAT FROZEN ENDING
      *  POSITION WITH A ROLL-FORWARD:
      *
      *     BEGINNING ON-HAND  (THE PRIOR PERIOD'S FROZEN FILE)
      *   + RECEIPTS
      *   +/- ADJUSTMENTS
      *   + TRANSFERS IN       (TRANSFER RECEIPTS, TYPE 'X')
      *   - TRANSFERS OUT      (TRANSFERS SHIPPED, TYPE 'T')
      *   +/- SNAPSHOTS/FLOORS (A SNAPSHOT RESETTING ON-HAND, OR
      *                         AKLAB8POSN FLOORING A NIGHT AT ZERO)
      *   +/- PRIOR-PERIOD ITEMS (SEE BELOW)
      *   = ROLL-FORWARD ENDING, WHICH SHOULD EQUAL THE FROZEN ENDING
      *
      *  BY WAREHOUSE, BY VENDOR, AND IN TOTAL, IN BASE UNITS AND IN
      *  DOLLARS.  THE MOVEMENTS COME FROM THE PERIOD'S DATED
      *  NEW-PROD-INVEN AND TRANSFER-APPLIED ARCHIVES (SEE AKLAB8ROT),
      *  REPLAYED NIGHT BY NIGHT IN THE ORDER AKLAB8POSN APPLIED THEM.
      *  SNAPSHOTS, RECEIPTS, AND ADJUSTMENTS COME FROM THE FEED.
      *  TRANSFERS COME ONLY FROM TRANSFER-APPLIED, WHICH HOLDS JUST
      *  THE LEGS AKLAB8POSN ACTUALLY APPLIED: A FEED 'T' IS POSTED,
      *  IN ITS PLACE IN THE FEED, ONLY WHEN IT IS THE NEXT SHIPMENT
      *  ON THE NIGHT'S TRANSFER-APPLIED ARCHIVE (ONE AKLAB8POSN
      *  SKIPPED IS NOT THERE), AND THE FEED'S 'X' RECORDS ARE NOT
      *  USED AT ALL - THE RECEIPTS APPLIED THAT NIGHT, INCLUDING ONES
      *  HELD FROM EARLIER NIGHTS, ARE POSTED FROM TRANSFER-APPLIED
      *  AFTER THE REST OF THE NIGHT.  A NIGHT THAT LEFT A KEY
      *  NEGATIVE IS FLOORED AT ZERO.  EVERY KEY WHOSE ROLL-FORWARD
      *  DOES NOT EQUAL ITS FROZEN ENDING ON-HAND GOES ON THE BREAK
      *  LIST.
      *
      *  AKLAB8ROT RUNS AT THE START OF EACH NIGHT, SO THE ARCHIVE
      *  DATED D HOLDS THE FEED OF THE NIGHT BEFORE D.  A PERIOD'S
      *  NIGHTS ARE THEREFORE IN THE ARCHIVES DATED FROM THE SECOND OF
      *  THE MONTH THROUGH THE FIRST OF THE NEXT MONTH.  THE CLOSE
      *  RUNS EVERY NIGHT AFTER AKLAB8ROT BUT ONLY DOES ANYTHING ON
      *  THE FIRST OF A MONTH, WHEN THE LAST NIGHT OF THE PRIOR MONTH
      *  HAS JUST BEEN ARCHIVED AND INVENTORY-POSITION.DAT STILL STANDS
      *  AS THAT NIGHT LEFT IT.  PARM='YYYYMM' CLOSES THE NAMED PERIOD
      *  INSTEAD (A FIRST-OF-MONTH NIGHT THAT WAS MISSED) - IT MUST BE
      *  RUN BEFORE AKLAB8POSN APPLIES ANOTHER NIGHT'S FEED, OR THE
      *  FROZEN FILE WILL CARRY THE NEXT PERIOD'S MOVEMENTS.
      *
      *  PERIOD-CLOSE-REGISTER IS PERMANENT.  IT HOLDS ONE 'P' RECORD
      *  PER CLOSED PERIOD AND ONE 'A' RECORD PER ARCHIVE A CLOSE READ,
      *  WITH THE NUMBER OF RECORDS ON IT AT THE TIME.  PERIODS ARE
      *  CLOSED IN ORDER AND A CLOSED PERIOD IS NEVER CLOSED AGAIN, SO
      *  ITS FROZEN FILE AND ITS NUMBERS CANNOT CHANGE.  ANYTHING THAT
      *  BELONGS TO THE CLOSED PERIOD BUT MOVED THE POSITION AFTER ITS
      *  FREEZE IS LISTED AS A PRIOR-PERIOD ITEM AND CARRIED IN THIS
      *  PERIOD'S ROLL-FORWARD ON ITS OWN LINE INSTEAD:
      *   - A LATE EXTRACT - A FEED RECORD OR APPLIED TRANSFER IN THIS
      *     PERIOD'S ARCHIVES WHOSE REGIONAL EXTRACT IS DATED ON OR
      *     BEFORE THE CLOSED PERIOD'S LAST DAY.  AKLAB8TABLES TAKES AN
      *     EXTRACT UP TO FEED-STALE-DAYS OLD AND STAMPS ITS DATE ON
      *     EVERY RECORD.  A RECEIPT HELD FROM AN EARLIER NIGHT CARRIES
      *     NO DATE - IT BELONGS TO THE NIGHT IT WAS APPLIED.
      *   - AN ARCHIVE DATED IN THE CLOSED PERIOD THAT WAS NOT THERE
      *     WHEN IT CLOSED, OR HAS GROWN SINCE (A CAUGHT-UP NIGHT).
      *
      *  UNITS AND DOLLARS USE THE SAME PRODUCT-MASTER / UOM-CONVERSION
      *  BASE-UNIT LOOKUP AKLAB8VALR USES.  SNAPSHOTS, RECEIPTS, AND
      *  ADJUSTMENTS ARE VALUED AT THE COST ON THE FEED RECORD AND
      *  TRANSFERS AT THE COST THEY WERE SHIPPED AT (THE COSTS
      *  AKLAB8GLJE JOURNALIZES RECEIPTS, ADJUSTMENTS, AND TRANSFERS
      *  AT), BEGINNING AND ENDING AT THE POSITION'S LAST UNIT COST, AND
      *  THE DIFFERENCE BETWEEN THE TWO IS SHOWN AS COST REVALUATION.
      *  A KEY WHOSE PRODUCT OR UOM CANNOT BE RESOLVED IS STILL
      *  RECONCILED IN ITS OWN UNITS FOR THE BREAK LIST, BUT IS LEFT
      *  OUT OF THE UNIT AND DOLLAR ROLL-FORWARDS AND COUNTED.
      *
      *  RETURN-CODE 8 WHEN THERE ARE BREAKS, PRIOR-PERIOD ITEMS, OR
      *  NO BEGINNING FILE; 16 WHEN THE PERIOD CANNOT BE CLOSED.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     INVENTORY-POSITION    - THE POSITION MASTER AKLAB8POSN KEEPS
      *     PERIOD-END-POSITION.<DATE>.TXT - THE PRIOR PERIOD'S FROZEN
      *        FILE, THE BEGINNING ON-HAND
      *     NEW-PROD-INVEN.<DATE>.TXT - THE PERIOD'S DATED ARCHIVES,
      *        AND THE PRIOR PERIOD'S FOR LATE ITEMS
      *     TRANSFER-APPLIED.<DATE>.TXT - THE TRANSFER LEGS AKLAB8POSN
      *        APPLIED ON EACH OF THOSE NIGHTS, ARCHIVED UNDER THE
      *        SAME DATES
      *     PERIOD-CLOSE-REGISTER - PERIODS ALREADY CLOSED AND THE
      *        ARCHIVES EACH ONE READ
      *     PRODUCT-MASTER        - SUPPLIES EACH PRODUCT'S UOM CODE
      *     UOM-CONVERSION        - ONE RECORD PER UOM CODE WITH ITS
      *        FACTOR TO THE BASE UNIT
      *
      *  OUTPUT:
      *     PERIOD-END-POSITION.<DATE>.TXT - THE FROZEN ENDING
      *        POSITION, DATED THE LAST DAY OF THE PERIOD
      *     PERIOD-CLOSE-REGISTER - THIS CLOSE'S 'P' AND 'A' RECORDS
      *        APPENDED
      *     PERIOD-CLOSE-REPORT   - PRIOR-PERIOD ITEMS, ARCHIVES READ,
      *        ROLL-FORWARDS BY WAREHOUSE AND VENDOR, BREAK LIST, AND
      *        RUN TOTALS
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY-POSITION
               ASSIGN TO 'INVENTORY-POSITION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IP-POSITION-KEY
               ALTERNATE RECORD KEY IS IP-PRODUCT-ID
                   WITH DUPLICATES
               FILE STATUS IS POSITION-STATUS.

           SELECT BEGIN-POSITION
               ASSIGN DYNAMIC BEGIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEGIN-STATUS.

           SELECT FROZEN-POSITION
               ASSIGN DYNAMIC FROZEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FROZEN-STATUS.

           SELECT FEED-ARCHIVE
               ASSIGN DYNAMIC ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT TRANSFER-ARCHIVE
               ASSIGN DYNAMIC APPLIED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-STATUS.

           SELECT PERIOD-CLOSE-REGISTER
               ASSIGN TO 'PERIOD-CLOSE-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT UOM-CONVERSION
               ASSIGN TO 'UOM-CONVERSION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UOM-FILE-STATUS.

           SELECT PERIOD-CLOSE-REPORT
               ASSIGN TO 'PERIOD-CLOSE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE SAME LAYOUT AND KEYS ARE DECLARED IN AKLAB8POSN, WHICH
      *    OWNS THE FILE.

       FD INVENTORY-POSITION
           RECORD CONTAINS 30 CHARACTERS.
       01 POSITION-REC.
           05  IP-POSITION-KEY.
               10  IP-WAREHOUSE-ID         PIC X(4).
               10  IP-VENDOR-ID            PIC X.
               10  IP-PRODUCT-ID           PIC X(3).
           05  IP-QUANTITY-ON-HAND         PIC 9(7).
           05  IP-UNIT-COST                PIC 9(5)V99.
           05  IP-LAST-MOVEMENT-DATE       PIC 9(8).

      *    BEGIN-POSITION AND FROZEN-POSITION ARE BOTH COPIES OF
      *    POSITION-REC, RECORD FOR RECORD.

       FD BEGIN-POSITION
           RECORD CONTAINS 30 CHARACTERS.
       01 BEGIN-POSITION-REC.
           05  BP-POSITION-KEY.
               10  BP-WAREHOUSE-ID         PIC X(4).
               10  BP-VENDOR-ID            PIC X.
               10  BP-PRODUCT-ID           PIC X(3).
           05  BP-QUANTITY-ON-HAND         PIC 9(7).
           05  BP-UNIT-COST                PIC 9(5)V99.
           05  BP-LAST-MOVEMENT-DATE       PIC 9(8).

       FD FROZEN-POSITION
           RECORD CONTAINS 30 CHARACTERS.
       01 FROZEN-POSITION-REC              PIC X(30).

      *    SAME LAYOUT AS NEW-PROD-REDEF IN LAB8POSN.CBL.

       FD FEED-ARCHIVE
           RECORD CONTAINS 120 CHARACTERS.
       01 NEW-PROD-REC                     PIC X(120).
       01 NEW-PROD-REDEF REDEFINES NEW-PROD-REC.
           05  NPR-POSITION-KEY.
               10  NPR-WAREHOUSE-ID        PIC X(4).
               10  NPR-VENDOR-ID           PIC X.
               10  NPR-PRODUCT-ID          PIC X(3).
           05  NPR-QUANTITY-ON-HAND        PIC 9(7).
           05  NPR-UNIT-COST               PIC 9(5)V99.
           05  NPR-TRANS-TYPE              PIC X.
                88  SNAPSHOT-TRANS             VALUE 'S' ' '.
                88  RECEIPT-TRANS              VALUE 'R'.
                88  ADJUSTMENT-TRANS           VALUE 'A'.
                88  TRANSFER-TRANS             VALUE 'T'.
                88  TRANSFER-RECEIPT-TRANS     VALUE 'X'.
           05  NPR-QTY-SIGN                PIC X.
                88  NEGATIVE-QTY               VALUE '-'.
           05  NPR-XFER-WAREHOUSE-ID       PIC X(4).
           05  NPR-LOT-NUMBER              PIC X(10).
           05  NPR-EXPIRY-DATE             PIC X(8).
           05  NPR-XFER-REFERENCE          PIC X(10).
           05  FILLER                      PIC X(56).
           05  NPR-EXTRACT-DATE            PIC 9(8).

      *    SAME LAYOUT AS TRANSFER-APPLIED-REC IN LAB8POSN.CBL.

       FD TRANSFER-ARCHIVE
           RECORD CONTAINS 68 CHARACTERS.
       01 TRANSFER-APPLIED-REC.
           05  TA-APPLIED-DATE             PIC 9(8).
           05  TA-TRANS-TYPE               PIC X.
               88  TA-SHIPMENT                 VALUE 'T'.
               88  TA-RECEIPT                  VALUE 'X'.
           05  TA-XFER-REFERENCE           PIC X(10).
           05  TA-SEND-WAREHOUSE-ID        PIC X(4).
           05  TA-RECV-WAREHOUSE-ID        PIC X(4).
           05  TA-VENDOR-ID                PIC X.
           05  TA-PRODUCT-ID               PIC X(3).
           05  TA-QUANTITY                 PIC 9(7).
           05  TA-UNIT-COST                PIC 9(5)V99.
           05  TA-SHIP-DATE                PIC 9(8).
           05  TA-EXTRACT-DATE             PIC 9(8).
           05  FILLER                      PIC X(7).

      *    'P' - ONE PER CLOSED PERIOD.  'A' - ONE PER ARCHIVE A CLOSE
      *    READ, WITH THE RECORD COUNT IT HAD THEN AND THE RECORD
      *    COUNT OF THE TRANSFER-APPLIED ARCHIVE READ WITH IT.  AN
      *    ARCHIVE READ AGAIN BY A LATER CLOSE (RECORDS ADDED SINCE)
      *    GETS A SECOND 'A' RECORD, AND THE LATER ONE STANDS.  'A'
      *    RECORDS WRITTEN BEFORE THE TRANSFER-APPLIED COUNT WAS KEPT
      *    HAVE SPACES THERE.

       FD PERIOD-CLOSE-REGISTER
           RECORD CONTAINS 40 CHARACTERS.
       01 REGISTER-REC.
           05  PCR-REC-TYPE                PIC X.
               88  PCR-PERIOD-REC              VALUE 'P'.
               88  PCR-ARCHIVE-REC             VALUE 'A'.
           05  PCR-PERIOD                  PIC 9(6).
           05  PCR-PERIOD-DETAIL.
               10  PCR-PERIOD-END-DATE     PIC 9(8).
               10  PCR-CLOSE-RUN-DATE      PIC 9(8).
               10  PCR-BREAK-COUNT         PIC 9(7).
               10  FILLER                  PIC X(10).
           05  PCR-ARCHIVE-DETAIL REDEFINES PCR-PERIOD-DETAIL.
               10  PCR-ARCHIVE-DATE        PIC 9(8).
               10  PCR-ARCHIVE-RECORDS     PIC 9(7).
               10  PCR-PRIOR-PERIOD-SW     PIC X.
               10  PCR-APPLIED-RECORDS     PIC 9(7).
               10  FILLER                  PIC X(10).

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

       FD PERIOD-CLOSE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 PERIOD-CLOSE-REPORT-REC          PIC X(132).


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
           05  POSN-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-POSITION-RECS           VALUE 'Y'.
                88  NO-MORE-POSITION-RECS        VALUE 'N'.
           05  BEGIN-EOF-FLAG          PIC X     VALUE SPACE.
                88  MORE-BEGIN-RECS              VALUE 'Y'.
                88  NO-MORE-BEGIN-RECS           VALUE 'N'.
           05  ARCHIVE-EOF-FLAG        PIC X     VALUE SPACE.
                88  MORE-ARCHIVE-RECS            VALUE 'Y'.
                88  NO-MORE-ARCHIVE-RECS         VALUE 'N'.
           05  APPLIED-EOF-FLAG        PIC X     VALUE SPACE.
                88  MORE-APPLIED-RECS            VALUE 'Y'.
                88  NO-MORE-APPLIED-RECS         VALUE 'N'.
           05  REGISTER-EOF-FLAG       PIC X     VALUE SPACE.
                88  MORE-REGISTER-RECS           VALUE 'Y'.
                88  NO-MORE-REGISTER-RECS        VALUE 'N'.
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
           05  NIGHT-MODE-SWITCH       PIC X     VALUE 'C'.
                88  CURRENT-PERIOD-NIGHT         VALUE 'C'.
                88  PRIOR-PERIOD-NIGHT           VALUE 'P'.
           05  BEGIN-FILE-SWITCH       PIC X     VALUE 'N'.
                88  BEGIN-FILE-READ              VALUE 'Y'.
                88  BEGIN-FILE-MISSING           VALUE 'N'.
           05  PRIOR-CLOSE-SWITCH      PIC X     VALUE 'N'.
                88  PRIOR-PERIOD-CLOSED          VALUE 'Y'.
                88  NO-PRIOR-CLOSE               VALUE 'N'.
           05  REGISTERED-SWITCH       PIC X     VALUE 'N'.
                88  ARCHIVE-REGISTERED           VALUE 'Y'.
                88  ARCHIVE-NOT-REGISTERED       VALUE 'N'.
           05  KEY-FOUND-SWITCH        PIC X     VALUE 'N'.
                88  KEY-FOUND                    VALUE 'Y'.
                88  KEY-NOT-FOUND                VALUE 'N'.
           05  PRIOR-HEADING-SWITCH    PIC X     VALUE 'N'.
                88  PRIOR-HEADING-WRITTEN        VALUE 'Y'.
                88  PRIOR-HEADING-NOT-WRITTEN    VALUE 'N'.
           05  APPLIED-ARCHIVE-SWITCH  PIC X     VALUE 'N'.
                88  APPLIED-ARCHIVE-READ         VALUE 'Y'.
                88  APPLIED-ARCHIVE-MISSING      VALUE 'N'.
           05  SHIPMENT-MATCH-SWITCH   PIC X     VALUE 'N'.
                88  SHIPMENT-MATCHED             VALUE 'Y'.
                88  SHIPMENT-NOT-MATCHED         VALUE 'N'.
           05  EXTRACT-CLASS-SWITCH    PIC X     VALUE 'C'.
                88  CURRENT-EXTRACT-ITEM         VALUE 'C'.
                88  LATE-EXTRACT-ITEM            VALUE 'L'.

       01  FILE-STATUS-FIELDS.
           05  POSITION-STATUS         PIC XX.
           05  BEGIN-STATUS            PIC XX.
           05  FROZEN-STATUS           PIC XX.
           05  ARCHIVE-STATUS          PIC XX.
           05  APPLIED-STATUS          PIC XX.
           05  REGISTER-STATUS         PIC XX.
           05  PRODUCT-MASTER-STATUS   PIC XX.
           05  UOM-FILE-STATUS         PIC XX.

       01  FILE-NAME-FIELDS.
           05  BEGIN-FILENAME          PIC X(40) VALUE SPACES.
           05  FROZEN-FILENAME         PIC X(40) VALUE SPACES.
           05  ARCHIVE-FILENAME        PIC X(40) VALUE SPACES.
           05  APPLIED-FILENAME        PIC X(40) VALUE SPACES.

       01  COUNT-FIELDS.
           05  BEGIN-READ-COUNT     PIC 9(7)  VALUE 0.
           05  FROZEN-WRITE-COUNT   PIC 9(7)  VALUE 0.
           05  ARCHIVES-READ-COUNT  PIC 9(5)  VALUE 0.
           05  ARCHIVES-MISSING-COUNT PIC 9(5) VALUE 0.
           05  ARCHIVE-REC-COUNT    PIC 9(7)  VALUE 0.
           05  MOVEMENT-REC-COUNT   PIC 9(7)  VALUE 0.
           05  PRIOR-ITEM-COUNT     PIC 9(7)  VALUE 0.
           05  UNKNOWN-TYPE-COUNT   PIC 9(7)  VALUE 0.
           05  BREAK-COUNT          PIC 9(7)  VALUE 0.
           05  NOT-VALUED-COUNT     PIC 9(7)  VALUE 0.
           05  PRIOR-ARCHIVE-COUNT  PIC 9(5)  VALUE 0.
           05  APPLIED-MISSING-COUNT PIC 9(5) VALUE 0.
           05  APPLIED-READ-COUNT   PIC 9(7)  VALUE 0.
           05  XFER-NOT-APPLIED-COUNT PIC 9(7) VALUE 0.
           05  RECEIPT-ON-FEED-COUNT PIC 9(7) VALUE 0.
           05  SHIP-NOT-ON-FEED-COUNT PIC 9(7) VALUE 0.
           05  LATE-EXTRACT-COUNT   PIC 9(5)  VALUE 0.

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
           05  EDIT-DATE            PIC 9(8).
           05  EDIT-DATE-X REDEFINES EDIT-DATE.
               10  EDIT-YYYY        PIC 9(4).
               10  EDIT-MM          PIC 9(2).
               10  EDIT-DD          PIC 9(2).
           05  EDIT-REPORT-DATE.
               10  EDIT-REPORT-MM   PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  EDIT-REPORT-DD   PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  EDIT-REPORT-YYYY PIC 9(4).

      *  THE PERIOD BEING CLOSED AND THE PRIOR PERIOD, AS YYYYMM, WITH
      *  THEIR FIRST AND LAST DAYS.  THE xxx-DAY-NBR FIELDS ARE
      *  INTEGER-OF-DATE DAY NUMBERS FOR THE RANGE OF ARCHIVES THAT
      *  HOLD EACH PERIOD'S NIGHTS.

       01  PERIOD-FIELDS.
           05  CLOSE-PERIOD         PIC 9(6)  VALUE 0.
           05  CLOSE-PERIOD-X REDEFINES CLOSE-PERIOD.
               10  CLOSE-YYYY       PIC 9(4).
               10  CLOSE-MM         PIC 9(2).
           05  PRIOR-PERIOD         PIC 9(6)  VALUE 0.
           05  PRIOR-PERIOD-X REDEFINES PRIOR-PERIOD.
               10  PRIOR-YYYY       PIC 9(4).
               10  PRIOR-MM         PIC 9(2).
           05  PERIOD-START-DATE    PIC 9(8)  VALUE 0.
           05  PERIOD-END-DATE      PIC 9(8)  VALUE 0.
           05  NEXT-START-DATE      PIC 9(8)  VALUE 0.
           05  PRIOR-START-DATE     PIC 9(8)  VALUE 0.
           05  PRIOR-END-DATE       PIC 9(8)  VALUE 0.
           05  RUN-DAY-NBR          PIC 9(7)  VALUE 0.
           05  FIRST-DAY-NBR        PIC 9(7)  VALUE 0.
           05  LAST-DAY-NBR         PIC 9(7)  VALUE 0.
           05  PRIOR-FIRST-DAY-NBR  PIC 9(7)  VALUE 0.
           05  PRIOR-LAST-DAY-NBR   PIC 9(7)  VALUE 0.
           05  ARCHIVE-DAY-NBR      PIC 9(7)  VALUE 0.
           05  ARCHIVE-DATE         PIC 9(8)  VALUE 0.
           05  LATEST-CLOSED-PERIOD PIC 9(6)  VALUE 0.
           05  LATEST-CLOSED-END    PIC 9(8)  VALUE 0.

       01  JOB-CONTROL-FIELDS.
           05  PARM-STRING          PIC X(40) VALUE SPACES.
           05  PARM-PERIOD-X        PIC X(6)  VALUE SPACES.
           05  PARM-PERIOD REDEFINES PARM-PERIOD-X
                                    PIC 9(6).

      *  ARCHIVE-SKIP-RECS IS HOW MANY RECORDS OF A PRIOR-PERIOD
      *  ARCHIVE THE PRIOR CLOSE ALREADY READ - ONLY THOSE AFTER IT
      *  ARE PRIOR-PERIOD ITEMS.  APPLIED-SKIP-RECS IS THE SAME FOR
      *  ITS TRANSFER-APPLIED ARCHIVE.  ITEM-EXTRACT-DATE IS THE
      *  EXTRACT DATE OF THE RECORD BEING POSTED, ZERO FOR NONE.

       01  NIGHT-FIELDS.
           05  ARCHIVE-SKIP-RECS    PIC 9(7)  VALUE 0.
           05  APPLIED-SKIP-RECS    PIC 9(7)  VALUE 0.
           05  APPLIED-REC-COUNT    PIC 9(7)  VALUE 0.
           05  ITEM-EXTRACT-DATE    PIC 9(8)  VALUE 0.
           05  NIGHT-PRIOR-ITEMS    PIC 9(7)  VALUE 0.
           05  REC-BASE-FACTOR      PIC 9(5)V9(4) VALUE 1.
           05  MOVE-QTY             PIC S9(9)     VALUE 0.
           05  MOVE-AMOUNT          PIC S9(11)V99 VALUE 0.
           05  MOVE-COST            PIC 9(5)V99   VALUE 0.
           05  MOVE-LINE-NBR        PIC 9(2)      VALUE 0.
           05  PRIOR-ITEM-DESC      PIC X(16)     VALUE SPACES.

      ***********************TABLES**********************************
      *  CLOSED-PERIOD-TABLE AND REG-ARCHIVE-TABLE ARE LOADED FROM
      *  PERIOD-CLOSE-REGISTER.  AN ARCHIVE READ BY MORE THAN ONE
      *  CLOSE KEEPS THE LAST RECORD COUNT REGISTERED FOR IT.

       01  REGISTER-COUNT-FIELDS.
           05  CLOSED-PERIOD-COUNT     PIC 9(4)  VALUE 0.
           05  REG-ARCHIVE-COUNT       PIC 9(5)  VALUE 0.

       01  CLOSED-PERIOD-TABLE.
           05  CPT-ENTRY OCCURS 1 TO 1200 TIMES
               DEPENDING ON CLOSED-PERIOD-COUNT
               INDEXED BY CPT-INDEX.
               10  CPT-PERIOD          PIC 9(6).
               10  CPT-END-DATE        PIC 9(8).
               10  CPT-CLOSE-RUN-DATE  PIC 9(8).

       01  REG-ARCHIVE-TABLE.
           05  RAT-ENTRY OCCURS 1 TO 40000 TIMES
               DEPENDING ON REG-ARCHIVE-COUNT
               INDEXED BY RAT-INDEX.
               10  RAT-ARCHIVE-DATE    PIC 9(8).
               10  RAT-RECORDS         PIC 9(7).
               10  RAT-APPLIED-RECORDS PIC 9(7).

      *  USED-ARCHIVE-TABLE IS EVERY ARCHIVE THIS CLOSE REPLAYED, FOR
      *  ITS 'A' RECORDS ON THE REGISTER.  NIGHT-MODE 'P' MARKS ONE
      *  DATED IN THE PRIOR PERIOD.

       01  USED-ARCHIVE-COUNT-FIELDS.
           05  USED-ARCHIVE-COUNT      PIC 9(3)  VALUE 0.

       01  USED-ARCHIVE-TABLE.
           05  UAT-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON USED-ARCHIVE-COUNT
               INDEXED BY UAT-INDEX.
               10  UAT-ARCHIVE-DATE    PIC 9(8).
               10  UAT-RECORDS         PIC 9(7).
               10  UAT-APPLIED-RECORDS PIC 9(7).
               10  UAT-NIGHT-MODE      PIC X.

      *  PRODUCT-UOM-TABLE AND UOM-TABLE ARE LOADED AND SEARCHED
      *  EXACTLY AS THEY ARE IN AKLAB8VALR.

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

      *  KEY-TABLE HOLDS EVERY WAREHOUSE/VENDOR/PRODUCT KEY THAT WAS
      *  ON THE BEGINNING FILE, ON THE FROZEN ENDING, OR MOVED IN THE
      *  PERIOD, IN ASCENDING KEY ORDER (SEE 142-INSERT-KEY).  THE
      *  MOVEMENT BUCKETS ARE IN THE KEY'S OWN (FEED) UNITS AND AT THE
      *  COST EACH MOVEMENT WAS VALUED AT (FEED COST, OR SHIPPED COST
      *  FOR A TRANSFER); KT-RUNNING-QTY IS ON-HAND AS THE NIGHTS ARE
      *  REPLAYED, STARTING FROM THE BEGINNING ON-HAND.  THE BUCKET
      *  NUMBERS ARE THE ROLL-FORWARD LINE NUMBERS - SEE
      *  ROLL-LINE-LABELS.

       01  KEY-COUNT-FIELDS.
           05  KEY-COUNT               PIC 9(5)  VALUE 0.
           05  KEY-WALK-NBR            PIC 9(5)  VALUE 0.

       01  TABLE-INSERT-FIELDS.
           05  TABLE-INSERT-AT         PIC 9(5)  VALUE 0.
           05  TABLE-SCAN-NBR          PIC 9(5)  VALUE 0.
           05  TABLE-SHIFT-NBR         PIC 9(5)  VALUE 0.

       01  WORK-KEY-FIELDS.
           05  WORK-KEY.
               10  WORK-WAREHOUSE      PIC X(4).
               10  WORK-VENDOR         PIC X.
               10  WORK-PRODUCT        PIC X(3).

       01  KEY-TABLE.
           05  KT-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON KEY-COUNT
               ASCENDING KEY IS KT-KEY
               INDEXED BY KT-INDEX.
               10  KT-KEY.
                   15  KT-WAREHOUSE-ID PIC X(4).
                   15  KT-VENDOR-ID    PIC X.
                   15  KT-PRODUCT-ID   PIC X(3).
               10  KT-FACTOR-SW        PIC X.
               10  KT-FACTOR           PIC 9(5)V9(4).
               10  KT-BEGIN-QTY        PIC 9(7).
               10  KT-BEGIN-COST       PIC 9(5)V99.
               10  KT-FROZEN-SW        PIC X.
               10  KT-FROZEN-QTY       PIC 9(7).
               10  KT-FROZEN-COST      PIC 9(5)V99.
               10  KT-RUNNING-QTY      PIC S9(9).
               10  KT-BUCKET OCCURS 7 TIMES.
                   15  KT-BUCKET-QTY   PIC S9(9).
                   15  KT-BUCKET-AMT   PIC S9(11)V99.

      *  APPLIED-TABLE IS ONE NIGHT'S TRANSFER-APPLIED ARCHIVE, IN
      *  FILE ORDER - THE SHIPMENTS IN THE ORDER THEIR 'T' RECORDS
      *  CAME IN THE FEED, THEN THE RECEIPTS IN THE ORDER AKLAB8POSN
      *  APPLIED THEM AFTER THE FEED.  ATB-WAREHOUSE-ID IS THE KEY'S
      *  WAREHOUSE - THE SENDING ONE FOR A SHIPMENT, THE RECEIVING ONE
      *  FOR A RECEIPT.  ATB-USED-SW IS SET ONCE A SHIPMENT HAS BEEN
      *  POSTED AT ITS 'T' RECORD; NEXT-SHIPMENT-NBR IS WHERE THE
      *  SEARCH FOR THE NEXT ONE STARTS.

       01  APPLIED-TABLE-FIELDS.
           05  APPLIED-COUNT           PIC 9(5)  VALUE 0.
           05  APPLIED-WALK-NBR        PIC 9(5)  VALUE 0.
           05  APPLIED-SCAN-NBR        PIC 9(5)  VALUE 0.
           05  APPLIED-MATCH-NBR       PIC 9(5)  VALUE 0.
           05  NEXT-SHIPMENT-NBR       PIC 9(5)  VALUE 0.

       01  APPLIED-TABLE.
           05  ATB-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON APPLIED-COUNT.
               10  ATB-TRANS-TYPE      PIC X.
               10  ATB-XFER-REFERENCE  PIC X(10).
               10  ATB-KEY.
                   15  ATB-WAREHOUSE-ID PIC X(4).
                   15  ATB-VENDOR-ID   PIC X.
                   15  ATB-PRODUCT-ID  PIC X(3).
               10  ATB-QUANTITY        PIC 9(7).
               10  ATB-UNIT-COST       PIC 9(5)V99.
               10  ATB-EXTRACT-DATE    PIC 9(8).
               10  ATB-USED-SW         PIC X.

      *  LATE-ITEM-TABLE HOLDS THE REPORT LINES FOR LATE-EXTRACT
      *  PRIOR-PERIOD ITEMS FOUND WHILE THIS PERIOD'S ARCHIVES ARE
      *  REPLAYED, FOR THEIR OWN SECTION AFTER THE ARCHIVE LIST (SEE
      *  152-WRITE-LATE-EXTRACT-ITEMS).

       01  LATE-ITEM-FIELDS.
           05  LATE-ITEM-COUNT         PIC 9(5)  VALUE 0.
           05  LATE-ITEM-NBR           PIC 9(5)  VALUE 0.

       01  LATE-ITEM-TABLE.
           05  LATE-ITEM-LINE OCCURS 1 TO 10000 TIMES
               DEPENDING ON LATE-ITEM-COUNT
                                       PIC X(98).

      *  A ROLL-FORWARD IS ELEVEN LINES OF BASE UNITS AND DOLLARS.
      *  KEY-ROLL IS ONE KEY'S, WAREHOUSE-ROLL AND GRAND-ROLL THE
      *  RUNNING SUMS, AND VENDOR-ROLL-TABLE ONE PER VENDOR ID.
      *  UNITS CARRY FOUR DECIMALS SO A FRACTIONAL UOM FACTOR DOES NOT
      *  LEAVE A ROUNDING DIFFERENCE BEHIND ON A KEY THAT TIES.

       01  ROLL-LINE-NUMBERS.
           05  BEGIN-LINE              PIC 9(2)  VALUE 1.
           05  RECEIPT-LINE            PIC 9(2)  VALUE 2.
           05  ADJUST-LINE             PIC 9(2)  VALUE 3.
           05  XFER-IN-LINE            PIC 9(2)  VALUE 4.
           05  XFER-OUT-LINE           PIC 9(2)  VALUE 5.
           05  RESET-LINE              PIC 9(2)  VALUE 6.
           05  PRIOR-LINE              PIC 9(2)  VALUE 7.
           05  REVALUE-LINE            PIC 9(2)  VALUE 8.
           05  ROLL-END-LINE           PIC 9(2)  VALUE 9.
           05  FROZEN-LINE             PIC 9(2)  VALUE 10.
           05  DIFFERENCE-LINE         PIC 9(2)  VALUE 11.
           05  ROLL-LINE-NBR           PIC 9(2)  VALUE 0.
           05  BUCKET-NBR              PIC 9(2)  VALUE 0.

       01  ROLL-LINE-LABEL-VALUES.
           05  FILLER  PIC X(30) VALUE 'BEGINNING ON-HAND'.
           05  FILLER  PIC X(30) VALUE '  RECEIPTS'.
           05  FILLER  PIC X(30) VALUE '  ADJUSTMENTS'.
           05  FILLER  PIC X(30) VALUE '  TRANSFERS IN'.
           05  FILLER  PIC X(30) VALUE '  TRANSFERS OUT'.
           05  FILLER  PIC X(30) VALUE '  SNAPSHOTS/FLOORS'.
           05  FILLER  PIC X(30) VALUE '  PRIOR-PERIOD ITEMS'.
           05  FILLER  PIC X(30) VALUE '  COST REVALUATION'.
           05  FILLER  PIC X(30) VALUE 'ROLL-FORWARD ENDING'.
           05  FILLER  PIC X(30) VALUE 'FROZEN ENDING POSITION'.
           05  FILLER  PIC X(30) VALUE 'DIFFERENCE'.
       01  ROLL-LINE-LABELS REDEFINES ROLL-LINE-LABEL-VALUES.
           05  ROLL-LINE-LABEL OCCURS 11 TIMES PIC X(30).

       01  KEY-ROLL.
           05  KR-LINE OCCURS 11 TIMES.
               10  KR-UNITS            PIC S9(11)V9(4).
               10  KR-DOLLARS          PIC S9(13)V99.

       01  WAREHOUSE-ROLL.
           05  WR-LINE OCCURS 11 TIMES.
               10  WR-UNITS            PIC S9(11)V9(4).
               10  WR-DOLLARS          PIC S9(13)V99.

       01  GRAND-ROLL.
           05  GR-LINE OCCURS 11 TIMES.
               10  GR-UNITS            PIC S9(11)V9(4).
               10  GR-DOLLARS          PIC S9(13)V99.

       01  PRINT-ROLL.
           05  PR-LINE OCCURS 11 TIMES.
               10  PR-UNITS            PIC S9(11)V9(4).
               10  PR-DOLLARS          PIC S9(13)V99.

       01  VENDOR-ROLL-COUNT-FIELDS.
           05  VENDOR-ROLL-COUNT       PIC 9(3)  VALUE 0.
           05  VENDOR-ROLL-NBR         PIC 9(3)  VALUE 0.
           05  BREAK-WAREHOUSE-ID      PIC X(4)  VALUE SPACES.

       01  VENDOR-ROLL-TABLE.
           05  VRT-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-ROLL-COUNT
               INDEXED BY VRT-INDEX.
               10  VRT-VENDOR-ID       PIC X.
               10  VRT-LINE OCCURS 11 TIMES.
                   15  VRT-UNITS       PIC S9(11)V9(4).
                   15  VRT-DOLLARS     PIC S9(13)V99.

       01  KEY-VALUE-FIELDS.
           05  KEY-END-COST            PIC 9(5)V99   VALUE 0.
           05  KEY-ROLL-QTY            PIC S9(9)     VALUE 0.
           05  KEY-NET-MOVEMENT        PIC S9(9)     VALUE 0.
           05  KEY-DIFFERENCE          PIC S9(9)     VALUE 0.

      ***********************REPORT LINES*******************************

       01  PCL-REPORT-LINES.
           05  PCL-TITLE-LINE.
               10  FILLER              PIC X(32)
                        VALUE 'MONTH-END INVENTORY CLOSE - RUN '.
               10  PCL-TITLE-DATE      PIC X(10).
           05  PCL-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  PCL-PERIOD-LINE.
               10  FILLER              PIC X(20)
                        VALUE 'PERIOD CLOSED:      '.
               10  PCL-PER-PERIOD      PIC 9(6).
               10  FILLER              PIC X(8)  VALUE '  ENDING'.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  PCL-PER-END-DATE    PIC X(10).
           05  PCL-FILE-LINE.
               10  PCL-FILE-TEXT       PIC X(20).
               10  PCL-FILE-NAME       PIC X(40).
               10  PCL-FILE-NOTE       PIC X(50).
           05  PCL-NOTHING-LINE.
               10  FILLER              PIC X(34)
                        VALUE 'NOT THE FIRST NIGHT OF A PERIOD - '.
               10  FILLER              PIC X(16)
                        VALUE 'NOTHING TO CLOSE'.
           05  PCL-SECTION-LINE.
               10  PCL-SECTION-TEXT    PIC X(60).
               10  PCL-SECTION-ID      PIC X(10).
           05  PCL-ARCHIVE-HEADER.
               10  FILLER              PIC X(42) VALUE 'ARCHIVE'.
               10  FILLER              PIC X(9)  VALUE 'RECORDS'.
               10  FILLER              PIC X(4)  VALUE 'NOTE'.
           05  PCL-ARCHIVE-LINE.
               10  PCL-ARC-NAME        PIC X(40).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-ARC-RECORDS     PIC ZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-ARC-NOTE        PIC X(40).
           05  PCL-PRIOR-HEADER.
               10  FILLER              PIC X(14) VALUE 'ARCHIVE DATE'.
               10  FILLER              PIC X(6)  VALUE 'WHSE'.
               10  FILLER              PIC X(5)  VALUE 'VEN'.
               10  FILLER              PIC X(7)  VALUE 'PROD'.
               10  FILLER              PIC X(6)  VALUE 'TYPE'.
               10  FILLER              PIC X(4)  VALUE 'SIGN'.
               10  FILLER              PIC X(6)  VALUE '   QTY'.
               10  FILLER              PIC X(20)
                        VALUE '               VALUE'.
               10  FILLER              PIC X(19)
                        VALUE '  ROLL-FORWARD LINE'.
               10  FILLER              PIC X(10) VALUE ' EXTRACTED'.
           05  PCL-PRIOR-LINE.
               10  PCL-PRI-DATE        PIC X(10).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  PCL-PRI-WAREHOUSE   PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-PRI-VENDOR      PIC X.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  PCL-PRI-PRODUCT     PIC X(3).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  PCL-PRI-TYPE        PIC X.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  PCL-PRI-SIGN        PIC X.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-PRI-QTY         PIC ZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-PRI-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-PRI-DESC        PIC X(16).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-PRI-EXTRACT     PIC X(10).
           05  PCL-ROLL-HEADING.
               10  PCL-RH-TEXT         PIC X(30).
               10  PCL-RH-ID           PIC X(10).
           05  PCL-ROLL-COLUMNS.
               10  FILLER              PIC X(32) VALUE SPACES.
               10  FILLER              PIC X(16)
                        VALUE '      BASE UNITS'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(22)
                        VALUE '               DOLLARS'.
           05  PCL-ROLL-LINE.
               10  PCL-RL-LABEL        PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-RL-UNITS        PIC ZZZ,ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-RL-DOLLARS      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  PCL-BREAK-HEADER.
               10  FILLER              PIC X(6)  VALUE 'WHSE'.
               10  FILLER              PIC X(5)  VALUE 'VEN'.
               10  FILLER              PIC X(5)  VALUE 'PROD'.
               10  FILLER              PIC X(11) VALUE '  BEGINNING'.
               10  FILLER              PIC X(16)
                        VALUE '    NET MOVEMENT'.
               10  FILLER              PIC X(16)
                        VALUE '  SNAPSHOT/FLOOR'.
               10  FILLER              PIC X(15)
                        VALUE '   PRIOR-PERIOD'.
               10  FILLER              PIC X(15)
                        VALUE '   ROLL-FORWARD'.
               10  FILLER              PIC X(13)
                        VALUE '       FROZEN'.
               10  FILLER              PIC X(14)
                        VALUE '    DIFFERENCE'.
           05  PCL-BREAK-LINE.
               10  PCL-BRK-WAREHOUSE   PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-BRK-VENDOR      PIC X.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  PCL-BRK-PRODUCT     PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-BRK-BEGIN       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  PCL-BRK-MOVEMENT    PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  PCL-BRK-RESET       PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PCL-BRK-PRIOR       PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PCL-BRK-ROLL        PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-BRK-FROZEN      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PCL-BRK-DIFFERENCE  PIC ZZZ,ZZZ,ZZ9-.
           05  PCL-NONE-LINE           PIC X(40) VALUE SPACES.
           05  PCL-COUNT-LINE.
               10  PCL-CNT-TEXT        PIC X(40).
               10  PCL-CNT-VALUE       PIC ZZZZZZ9.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8PCLS'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 112-LOAD-CLOSE-REGISTER
           PERFORM 118-CHECK-PERIOD-ORDER
           PERFORM 119-START-REPORT
           PERFORM 114-LOAD-PRODUCT-UOM-TABLE
           PERFORM 116-LOAD-UOM-TABLE
           PERFORM 120-LOAD-BEGINNING
           PERFORM 122-FREEZE-ENDING-POSITION
           PERFORM 130-SCAN-PRIOR-PERIOD
           PERFORM 150-PROCESS-PERIOD
           PERFORM 152-WRITE-LATE-EXTRACT-ITEMS
           PERFORM 160-WRITE-ROLL-FORWARD
           PERFORM 170-WRITE-BREAK-LIST
           PERFORM 180-UPDATE-CLOSE-REGISTER
           PERFORM 190-WRITE-TOTALS
           PERFORM 195-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY
           COMPUTE RUN-DAY-NBR = FUNCTION INTEGER-OF-DATE (RUN-DATE)
           MOVE REPORT-DATE TO PCL-TITLE-DATE

      *    WITH NO PARM ONLY THE FIRST OF A MONTH CLOSES ANYTHING - THE
      *    MONTH JUST ENDED.  ANY OTHER NIGHT THE STEP ENDS QUIETLY.

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING = SPACES
               IF RUN-DD NOT = 1
                   OPEN OUTPUT PERIOD-CLOSE-REPORT
                   MOVE PCL-TITLE-LINE TO PERIOD-CLOSE-REPORT-REC
                   WRITE PERIOD-CLOSE-REPORT-REC
                   MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
                   WRITE PERIOD-CLOSE-REPORT-REC
                   MOVE PCL-NOTHING-LINE TO PERIOD-CLOSE-REPORT-REC
                   WRITE PERIOD-CLOSE-REPORT-REC
                   DISPLAY 'NOT THE FIRST NIGHT OF A PERIOD - '
                           'NOTHING TO CLOSE'
                   CLOSE PERIOD-CLOSE-REPORT
                   MOVE 'C' TO BUSINESS-STEP-STATUS
                   PERFORM 810-RECORD-STEP-STATUS
                   STOP RUN
               END-IF
               IF RUN-MM = 1
                   COMPUTE CLOSE-YYYY = RUN-YYYY - 1
                   MOVE 12 TO CLOSE-MM
               ELSE
                   MOVE RUN-YYYY TO CLOSE-YYYY
                   COMPUTE CLOSE-MM = RUN-MM - 1
               END-IF
           ELSE
               MOVE PARM-STRING (1:6) TO PARM-PERIOD-X
               IF PARM-PERIOD-X NOT NUMERIC
                   DISPLAY 'PARM PERIOD ' PARM-PERIOD-X
                           ' IS NOT YYYYMM - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-PERIOD TO CLOSE-PERIOD
               IF CLOSE-MM < 1 OR CLOSE-MM > 12
                   DISPLAY 'PARM PERIOD ' PARM-PERIOD-X
                           ' IS NOT YYYYMM - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE PERIOD-START-DATE = CLOSE-PERIOD * 100 + 1
           IF CLOSE-MM = 12
               COMPUTE NEXT-START-DATE = (CLOSE-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-START-DATE = PERIOD-START-DATE + 100
           END-IF
           COMPUTE PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (NEXT-START-DATE) - 1)
           COMPUTE FIRST-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (PERIOD-START-DATE) + 1
           COMPUTE LAST-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (PERIOD-END-DATE) + 1

           IF CLOSE-MM = 1
               COMPUTE PRIOR-YYYY = CLOSE-YYYY - 1
               MOVE 12 TO PRIOR-MM
           ELSE
               MOVE CLOSE-YYYY TO PRIOR-YYYY
               COMPUTE PRIOR-MM = CLOSE-MM - 1
           END-IF
           COMPUTE PRIOR-START-DATE = PRIOR-PERIOD * 100 + 1
           COMPUTE PRIOR-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (PERIOD-START-DATE) - 1)
           COMPUTE PRIOR-FIRST-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (PRIOR-START-DATE) + 1
           COMPUTE PRIOR-LAST-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (PRIOR-END-DATE) + 1

      *    THE PERIOD'S LAST NIGHT IS NOT ARCHIVED UNTIL THE FIRST OF
      *    THE NEXT MONTH - A PERIOD STILL OPEN CANNOT BE CLOSED.

           IF LAST-DAY-NBR > RUN-DAY-NBR
               DISPLAY 'PERIOD ' CLOSE-PERIOD ' HAS NOT ENDED - '
                       'NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
         .
      *
       112-LOAD-CLOSE-REGISTER.

      *    A MISSING REGISTER MEANS NO PERIOD HAS EVER BEEN CLOSED.

           OPEN INPUT PERIOD-CLOSE-REGISTER
           EVALUATE REGISTER-STATUS
               WHEN '00'
                   SET MORE-REGISTER-RECS TO TRUE
                   PERFORM UNTIL NO-MORE-REGISTER-RECS
                       READ PERIOD-CLOSE-REGISTER
                           AT END
                               SET NO-MORE-REGISTER-RECS TO TRUE
                           NOT AT END
                               PERFORM 113-STORE-REGISTER-REC
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-CLOSE-REGISTER
               WHEN '05'
               WHEN '35'
                   DISPLAY 'PERIOD-CLOSE-REGISTER NOT FOUND - '
                           'NO PERIOD CLOSED BEFORE'
               WHEN OTHER
                   DISPLAY 'PERIOD-CLOSE-REGISTER COULD NOT BE '
                           'OPENED - STATUS ' REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       113-STORE-REGISTER-REC.

           EVALUATE TRUE
               WHEN PCR-PERIOD-REC
                   IF CLOSED-PERIOD-COUNT NOT < 1200
                       DISPLAY 'CLOSED-PERIOD-TABLE FULL - MORE THAN '
                               '1200 PERIODS ON PERIOD-CLOSE-REGISTER'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO CLOSED-PERIOD-COUNT
                   SET CPT-INDEX TO CLOSED-PERIOD-COUNT
                   MOVE PCR-PERIOD          TO CPT-PERIOD (CPT-INDEX)
                   MOVE PCR-PERIOD-END-DATE TO CPT-END-DATE (CPT-INDEX)
                   MOVE PCR-CLOSE-RUN-DATE
                        TO CPT-CLOSE-RUN-DATE (CPT-INDEX)
                   IF PCR-PERIOD > LATEST-CLOSED-PERIOD
                       MOVE PCR-PERIOD          TO LATEST-CLOSED-PERIOD
                       MOVE PCR-PERIOD-END-DATE TO LATEST-CLOSED-END
                   END-IF
               WHEN PCR-ARCHIVE-REC
                   MOVE PCR-ARCHIVE-DATE TO ARCHIVE-DATE
                   PERFORM 146-FIND-REGISTERED-ARCHIVE
                   IF ARCHIVE-NOT-REGISTERED
                       IF REG-ARCHIVE-COUNT NOT < 40000
                           DISPLAY 'REGISTERED-ARCHIVE-TABLE FULL - '
                                   'MORE THAN 40000 ARCHIVES ON '
                                   'PERIOD-CLOSE-REGISTER'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO REG-ARCHIVE-COUNT
                       SET RAT-INDEX TO REG-ARCHIVE-COUNT
                       MOVE PCR-ARCHIVE-DATE
                            TO RAT-ARCHIVE-DATE (RAT-INDEX)
                   END-IF
                   MOVE PCR-ARCHIVE-RECORDS TO RAT-RECORDS (RAT-INDEX)

      *            A CLOSE THAT KEPT NO TRANSFER-APPLIED COUNT TOOK ITS
      *            TRANSFERS FROM THE FEED ITSELF - NONE OF THAT NIGHT'S
      *            APPLIED LEGS ARE NEW TO IT.

                   IF PCR-APPLIED-RECORDS NUMERIC
                       MOVE PCR-APPLIED-RECORDS
                            TO RAT-APPLIED-RECORDS (RAT-INDEX)
                   ELSE
                       MOVE 9999999 TO RAT-APPLIED-RECORDS (RAT-INDEX)
                   END-IF
           END-EVALUATE
         .
      *
       118-CHECK-PERIOD-ORDER.

      *    A CLOSED PERIOD STAYS CLOSED, AND PERIODS CLOSE IN ORDER -
      *    EACH ONE'S BEGINNING IS THE ONE BEFORE IT'S FROZEN ENDING.
      *    A PARM'D CLOSE OF A PERIOD ALREADY CLOSED IS REFUSED.  THE
      *    NIGHTLY RUN (NO PARM) FINDS ITS PERIOD ALREADY CLOSED ONLY
      *    WHEN THE JOB IS RESUBMITTED OR RERUN FOR A FIRST OF THE
      *    MONTH - THERE IS NOTHING LEFT TO DO, SO IT ENDS NORMALLY
      *    (SEE 117-END-ALREADY-CLOSED).

           IF CLOSED-PERIOD-COUNT > 0
               SET CPT-INDEX TO 1
               SEARCH CPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CPT-PERIOD (CPT-INDEX) = CLOSE-PERIOD
                       MOVE CPT-CLOSE-RUN-DATE (CPT-INDEX) TO EDIT-DATE
                       PERFORM 198-EDIT-REPORT-DATE
                       DISPLAY 'PERIOD ' CLOSE-PERIOD
                               ' WAS ALREADY CLOSED ON '
                               EDIT-REPORT-DATE
                               ' - ITS NUMBERS ARE NOT CHANGED'
                       IF PARM-STRING = SPACES
                           PERFORM 117-END-ALREADY-CLOSED
                       END-IF
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-SEARCH
           END-IF

           IF LATEST-CLOSED-PERIOD > CLOSE-PERIOD
               DISPLAY 'PERIOD ' LATEST-CLOSED-PERIOD
                       ' IS ALREADY CLOSED - ' CLOSE-PERIOD
                       ' CANNOT BE CLOSED AFTER IT'
               IF PARM-STRING = SPACES
                   PERFORM 117-END-ALREADY-CLOSED
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LATEST-CLOSED-PERIOD = 0
               SET NO-PRIOR-CLOSE TO TRUE
           ELSE
               IF LATEST-CLOSED-PERIOD NOT = PRIOR-PERIOD
                   DISPLAY 'PERIOD ' PRIOR-PERIOD
                           ' MUST BE CLOSED BEFORE ' CLOSE-PERIOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PRIOR-PERIOD-CLOSED TO TRUE
           END-IF
         .
      *
       117-END-ALREADY-CLOSED.

      *    PERIOD-CLOSE-REPORT IS NOT REOPENED - IT STILL HOLDS THE
      *    REPORT OF THE CLOSE THAT WAS MADE.

           DISPLAY 'PERIOD ALREADY CLOSED - NOTHING TO CLOSE TONIGHT'
           MOVE 0 TO RETURN-CODE
           MOVE 'C' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS
           STOP RUN
         .
      *
       119-START-REPORT.

           OPEN OUTPUT PERIOD-CLOSE-REPORT
           MOVE PCL-TITLE-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC

           MOVE CLOSE-PERIOD TO PCL-PER-PERIOD
           MOVE PERIOD-END-DATE TO EDIT-DATE
           PERFORM 198-EDIT-REPORT-DATE
           MOVE EDIT-REPORT-DATE TO PCL-PER-END-DATE
           MOVE PCL-PERIOD-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
         .
      *
       114-LOAD-PRODUCT-UOM-TABLE.

      *    A MISSING PRODUCT-MASTER IS FATAL, THE SAME AS IT IS TO
      *    AKLAB8VALR - WITHOUT IT NO KEY'S UOM CAN BE RESOLVED.

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
                                    'THAN 500 PRODUCTS ON '
                                    'PRODUCT-MASTER'
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
       116-LOAD-UOM-TABLE.

      *    SAME NON-FATAL TREATMENT AS 114-LOAD-UOM-TABLE IN
      *    AKLAB8VALR - WITH NO CONVERSION TABLE ON FILE EVERY
      *    QUANTITY IS TAKEN AS-IS.

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
                                   DISPLAY 'UOM-TABLE FULL - MORE THAN '
                                           '100 UOM-CONVERSION CODES'
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
                           'QUANTITIES TAKEN WITHOUT CONVERSION'
               WHEN OTHER
                   DISPLAY 'UOM-CONVERSION COULD NOT BE OPENED - '
                           'STATUS ' UOM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       120-LOAD-BEGINNING.

      *    THE PRIOR CLOSE'S FROZEN FILE IS THIS PERIOD'S BEGINNING.
      *    ON THE FIRST CLOSE EVER, OR IF THAT FILE HAS GONE MISSING,
      *    EVERY KEY BEGINS AT ZERO AND THE REPORT SAYS SO - THE
      *    ROLL-FORWARD CANNOT BE PROVED AND WILL BREAK.

           MOVE 'BEGINNING FROM:' TO PCL-FILE-TEXT
           IF NO-PRIOR-CLOSE
               MOVE SPACES TO PCL-FILE-NAME
               MOVE 'NO PRIOR CLOSE - BEGINNING TAKEN AS ZERO'
                    TO PCL-FILE-NOTE
               SET BEGIN-FILE-MISSING TO TRUE
           ELSE
               MOVE SPACES TO BEGIN-FILENAME
               STRING 'PERIOD-END-POSITION.' DELIMITED BY SIZE
                      LATEST-CLOSED-END      DELIMITED BY SIZE
                      '.TXT'                 DELIMITED BY SIZE
                      INTO BEGIN-FILENAME
               END-STRING
               MOVE BEGIN-FILENAME TO PCL-FILE-NAME
               OPEN INPUT BEGIN-POSITION
               IF BEGIN-STATUS = '05' OR BEGIN-STATUS = '35'
                   MOVE 'NOT ON FILE - BEGINNING TAKEN AS ZERO'
                        TO PCL-FILE-NOTE
                   SET BEGIN-FILE-MISSING TO TRUE
               ELSE
                   IF BEGIN-STATUS NOT = '00'
                       DISPLAY 'BEGIN-POSITION ' BEGIN-FILENAME
                               ' COULD NOT BE OPENED - STATUS '
                               BEGIN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET BEGIN-FILE-READ TO TRUE
                   SET MORE-BEGIN-RECS TO TRUE
                   PERFORM UNTIL NO-MORE-BEGIN-RECS
                       READ BEGIN-POSITION
                           AT END
                               SET NO-MORE-BEGIN-RECS TO TRUE
                           NOT AT END
                               ADD 1 TO BEGIN-READ-COUNT
                               MOVE BP-POSITION-KEY TO WORK-KEY
                               PERFORM 140-LOCATE-KEY
                               MOVE BP-QUANTITY-ON-HAND
                                    TO KT-BEGIN-QTY (KT-INDEX)
                                       KT-RUNNING-QTY (KT-INDEX)
                               MOVE BP-UNIT-COST
                                    TO KT-BEGIN-COST (KT-INDEX)
                       END-READ
                   END-PERFORM
                   CLOSE BEGIN-POSITION
                   MOVE SPACES TO PCL-FILE-NOTE
               END-IF
           END-IF
           MOVE PCL-FILE-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
         .
      *
       122-FREEZE-ENDING-POSITION.

      *    THE FROZEN FILE IS AN EXACT COPY OF THE POSITION MASTER, IN
      *    PRIMARY KEY ORDER, DATED THE LAST DAY OF THE PERIOD.  WITH
      *    NO POSITION MASTER THERE IS NOTHING TO FREEZE AND THE CLOSE
      *    STOPS.

           OPEN INPUT INVENTORY-POSITION
           IF POSITION-STATUS NOT = '00'
               DISPLAY 'INVENTORY-POSITION COULD NOT BE OPENED - '
                       'STATUS ' POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO FROZEN-FILENAME
           STRING 'PERIOD-END-POSITION.' DELIMITED BY SIZE
                  PERIOD-END-DATE        DELIMITED BY SIZE
                  '.TXT'                 DELIMITED BY SIZE
                  INTO FROZEN-FILENAME
           END-STRING
           OPEN OUTPUT FROZEN-POSITION

           SET MORE-POSITION-RECS TO TRUE
           PERFORM UNTIL NO-MORE-POSITION-RECS
               READ INVENTORY-POSITION
                   AT END
                       SET NO-MORE-POSITION-RECS TO TRUE
                   NOT AT END
                       MOVE POSITION-REC TO FROZEN-POSITION-REC
                       WRITE FROZEN-POSITION-REC
                       ADD 1 TO FROZEN-WRITE-COUNT
                       MOVE IP-POSITION-KEY TO WORK-KEY
                       PERFORM 140-LOCATE-KEY
                       MOVE 'Y' TO KT-FROZEN-SW (KT-INDEX)
                       MOVE IP-QUANTITY-ON-HAND
                            TO KT-FROZEN-QTY (KT-INDEX)
                       MOVE IP-UNIT-COST
                            TO KT-FROZEN-COST (KT-INDEX)
               END-READ
           END-PERFORM

           CLOSE INVENTORY-POSITION
                 FROZEN-POSITION

           MOVE 'FROZEN ENDING TO:' TO PCL-FILE-TEXT
           MOVE FROZEN-FILENAME     TO PCL-FILE-NAME
           MOVE SPACES              TO PCL-FILE-NOTE
           MOVE PCL-FILE-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
         .
      *
       130-SCAN-PRIOR-PERIOD.

      *    EVERY ARCHIVE IN THE PRIOR PERIOD'S RANGE IS CHECKED AGAINST
      *    WHAT THE PRIOR CLOSE READ.  AN ARCHIVE IT NEVER SAW, OR ONE
      *    THAT HAS MORE RECORDS ON IT NOW (FEED OR TRANSFER-APPLIED),
      *    HOLDS PRIOR-PERIOD ITEMS.  LATE EXTRACTS FOUND IN THIS
      *    PERIOD'S OWN ARCHIVES ARE LISTED SEPARATELY, BY
      *    152-WRITE-LATE-EXTRACT-ITEMS.

           MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE 'PRIOR-PERIOD ITEMS - CLOSED-PERIOD ARCHIVES READ LATE'
                TO PCL-SECTION-TEXT
           MOVE PRIOR-PERIOD TO PCL-SECTION-ID
           MOVE PCL-SECTION-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC

           IF PRIOR-PERIOD-CLOSED
               SET PRIOR-PERIOD-NIGHT TO TRUE
               PERFORM VARYING ARCHIVE-DAY-NBR
                       FROM PRIOR-FIRST-DAY-NBR BY 1
                       UNTIL ARCHIVE-DAY-NBR > PRIOR-LAST-DAY-NBR
                   COMPUTE ARCHIVE-DATE =
                           FUNCTION DATE-OF-INTEGER (ARCHIVE-DAY-NBR)
                   PERFORM 146-FIND-REGISTERED-ARCHIVE
                   IF ARCHIVE-REGISTERED
                       MOVE RAT-RECORDS (RAT-INDEX)
                            TO ARCHIVE-SKIP-RECS
                       MOVE RAT-APPLIED-RECORDS (RAT-INDEX)
                            TO APPLIED-SKIP-RECS
                   ELSE
                       MOVE 0 TO ARCHIVE-SKIP-RECS
                                 APPLIED-SKIP-RECS
                   END-IF
                   PERFORM 132-READ-ONE-NIGHT
                       THRU 132-READ-ONE-NIGHT-EXIT
               END-PERFORM
           END-IF

           IF PRIOR-ITEM-COUNT = 0
               MOVE 'NO CLOSED-PERIOD ARCHIVE READ LATE'
                    TO PCL-NONE-LINE
               MOVE PCL-NONE-LINE TO PERIOD-CLOSE-REPORT-REC
               WRITE PERIOD-CLOSE-REPORT-REC
           END-IF
         .
      *
       131-LOAD-APPLIED-ARCHIVE.

      *    LOADS THE LEGS OF THE NIGHT'S TRANSFER-APPLIED ARCHIVE THAT
      *    ARE PAST WHAT THE PRIOR CLOSE READ.  WITHOUT THE ARCHIVE NO
      *    TRANSFER IS POSTED FOR THE NIGHT - ANY TRANSFER THAT NIGHT
      *    THEN SHOWS ON THE BREAK LIST.

           MOVE 0 TO APPLIED-COUNT
                     APPLIED-REC-COUNT
           MOVE SPACES TO APPLIED-FILENAME
           STRING 'TRANSFER-APPLIED.' DELIMITED BY SIZE
                  ARCHIVE-DATE        DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO APPLIED-FILENAME
           END-STRING

           OPEN INPUT TRANSFER-ARCHIVE
           EVALUATE APPLIED-STATUS
               WHEN '00'
                   SET APPLIED-ARCHIVE-READ TO TRUE
                   SET MORE-APPLIED-RECS TO TRUE
                   PERFORM UNTIL NO-MORE-APPLIED-RECS
                       READ TRANSFER-ARCHIVE
                           AT END
                               SET NO-MORE-APPLIED-RECS TO TRUE
                           NOT AT END
                               ADD 1 TO APPLIED-REC-COUNT
                               IF APPLIED-REC-COUNT > APPLIED-SKIP-RECS
                                   PERFORM 133-STORE-APPLIED-LEG
                                       THRU 133-STORE-APPLIED-LEG-EXIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFER-ARCHIVE
               WHEN '05'
               WHEN '35'
                   SET APPLIED-ARCHIVE-MISSING TO TRUE
                   IF CURRENT-PERIOD-NIGHT
                       ADD 1 TO APPLIED-MISSING-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY 'TRANSFER-APPLIED ARCHIVE ' APPLIED-FILENAME
                           ' COULD NOT BE OPENED - STATUS '
                           APPLIED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       132-READ-ONE-NIGHT.

      *    REPLAYS ONE ARCHIVED NIGHT.  A PRIOR-PERIOD ARCHIVE THAT IS
      *    MISSING, OR HAS NOTHING PAST WHAT THE PRIOR CLOSE READ, IS
      *    PASSED OVER WITHOUT A WORD; A MISSING ARCHIVE IN THIS
      *    PERIOD IS LISTED - IT IS EITHER A NIGHT THE JOB DID NOT RUN
      *    OR ONE WHOSE ROTATION WAS SKIPPED.  THE NIGHT'S
      *    TRANSFER-APPLIED ARCHIVE IS LOADED FIRST, SO ITS SHIPMENTS
      *    CAN BE POSTED AS THEIR 'T' RECORDS COME UP IN THE FEED AND
      *    ITS RECEIPTS AFTER THE REST OF THE NIGHT.

           MOVE SPACES TO ARCHIVE-FILENAME
           STRING 'NEW-PROD-INVEN.' DELIMITED BY SIZE
                  ARCHIVE-DATE      DELIMITED BY SIZE
                  '.TXT'            DELIMITED BY SIZE
                  INTO ARCHIVE-FILENAME
           END-STRING

           OPEN INPUT FEED-ARCHIVE
           IF ARCHIVE-STATUS NOT = '00'
               IF CURRENT-PERIOD-NIGHT
                   ADD 1 TO ARCHIVES-MISSING-COUNT
                   MOVE ARCHIVE-FILENAME TO PCL-ARC-NAME
                   MOVE 0                TO PCL-ARC-RECORDS
                   MOVE 'NOT ON FILE' TO PCL-ARC-NOTE
                   MOVE PCL-ARCHIVE-LINE TO PERIOD-CLOSE-REPORT-REC
                   WRITE PERIOD-CLOSE-REPORT-REC
               END-IF
               GO TO 132-READ-ONE-NIGHT-EXIT
           END-IF

           PERFORM 131-LOAD-APPLIED-ARCHIVE
           MOVE 1 TO NEXT-SHIPMENT-NBR

           MOVE 0 TO ARCHIVE-REC-COUNT
                     NIGHT-PRIOR-ITEMS
           SET MORE-ARCHIVE-RECS TO TRUE
           PERFORM UNTIL NO-MORE-ARCHIVE-RECS
               READ FEED-ARCHIVE
                   AT END
                       SET NO-MORE-ARCHIVE-RECS TO TRUE
                   NOT AT END
                       ADD 1 TO ARCHIVE-REC-COUNT
                       IF ARCHIVE-REC-COUNT > ARCHIVE-SKIP-RECS
                           IF NEW-PROD-REC (1:7) NOT = 'TRAILER'
                              OR NEW-PROD-REC (8:8) NOT NUMERIC
                               PERFORM 134-APPLY-NIGHT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-ARCHIVE

           PERFORM 136-APPLY-APPLIED-TRANSFERS
               THRU 136-APPLY-APPLIED-TRANSFERS-EXIT
               VARYING APPLIED-WALK-NBR FROM 1 BY 1
               UNTIL APPLIED-WALK-NBR > APPLIED-COUNT
           PERFORM 137-FLOOR-NEGATIVE-KEYS
               VARYING KEY-WALK-NBR FROM 1 BY 1
               UNTIL KEY-WALK-NBR > KEY-COUNT

      *    ONLY AN ARCHIVE THAT WAS ACTUALLY USED IS REGISTERED, SO A
      *    PRIOR-PERIOD ARCHIVE WITH NOTHING NEW STAYS AS IT WAS.

           IF CURRENT-PERIOD-NIGHT
              OR ARCHIVE-REC-COUNT > ARCHIVE-SKIP-RECS
              OR APPLIED-REC-COUNT > APPLIED-SKIP-RECS
               IF USED-ARCHIVE-COUNT NOT < 100
                   DISPLAY 'USED-ARCHIVE-TABLE FULL - MORE THAN 100 '
                           'ARCHIVES USED IN ONE CLOSE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ARCHIVES-READ-COUNT
               ADD 1 TO USED-ARCHIVE-COUNT
               SET UAT-INDEX TO USED-ARCHIVE-COUNT
               MOVE ARCHIVE-DATE       TO UAT-ARCHIVE-DATE (UAT-INDEX)
               MOVE ARCHIVE-REC-COUNT  TO UAT-RECORDS (UAT-INDEX)
               MOVE APPLIED-REC-COUNT
                    TO UAT-APPLIED-RECORDS (UAT-INDEX)
               MOVE NIGHT-MODE-SWITCH  TO UAT-NIGHT-MODE (UAT-INDEX)
               IF PRIOR-PERIOD-NIGHT
                   ADD 1 TO PRIOR-ARCHIVE-COUNT
               ELSE
                   MOVE ARCHIVE-FILENAME  TO PCL-ARC-NAME
                   MOVE ARCHIVE-REC-COUNT TO PCL-ARC-RECORDS
                   IF APPLIED-ARCHIVE-READ
                       MOVE SPACES TO PCL-ARC-NOTE
                   ELSE
                       MOVE 'NO TRANSFER-APPLIED ARCHIVE'
                            TO PCL-ARC-NOTE
                   END-IF
                   MOVE PCL-ARCHIVE-LINE TO PERIOD-CLOSE-REPORT-REC
                   WRITE PERIOD-CLOSE-REPORT-REC
               END-IF
           END-IF
         .
       132-READ-ONE-NIGHT-EXIT.
           EXIT
         .
      *
       133-STORE-APPLIED-LEG.

           IF NOT TA-SHIPMENT AND NOT TA-RECEIPT
               GO TO 133-STORE-APPLIED-LEG-EXIT
           END-IF
           IF APPLIED-COUNT NOT < 20000
               DISPLAY 'APPLIED-TABLE FULL - MORE THAN 20000 '
                       'TRANSFER LEGS IN ONE ARCHIVE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO APPLIED-COUNT
           ADD 1 TO APPLIED-READ-COUNT
           MOVE TA-TRANS-TYPE     TO ATB-TRANS-TYPE (APPLIED-COUNT)
           MOVE TA-XFER-REFERENCE TO ATB-XFER-REFERENCE (APPLIED-COUNT)
           IF TA-SHIPMENT
               MOVE TA-SEND-WAREHOUSE-ID
                    TO ATB-WAREHOUSE-ID (APPLIED-COUNT)
           ELSE
               MOVE TA-RECV-WAREHOUSE-ID
                    TO ATB-WAREHOUSE-ID (APPLIED-COUNT)
           END-IF
           MOVE TA-VENDOR-ID      TO ATB-VENDOR-ID (APPLIED-COUNT)
           MOVE TA-PRODUCT-ID     TO ATB-PRODUCT-ID (APPLIED-COUNT)
           MOVE TA-QUANTITY       TO ATB-QUANTITY (APPLIED-COUNT)
           MOVE TA-UNIT-COST      TO ATB-UNIT-COST (APPLIED-COUNT)
           IF TA-EXTRACT-DATE NUMERIC
               MOVE TA-EXTRACT-DATE TO ATB-EXTRACT-DATE (APPLIED-COUNT)
           ELSE
               MOVE 0 TO ATB-EXTRACT-DATE (APPLIED-COUNT)
           END-IF
           MOVE 'N'               TO ATB-USED-SW (APPLIED-COUNT)
         .
       133-STORE-APPLIED-LEG-EXIT.
           EXIT
         .
      *
       134-APPLY-NIGHT-RECORD.

      *    ONE FEED RECORD AGAINST ITS KEY, IN THE NIGHT'S FILE ORDER.
      *    A TRANSFER IS POSTED ONLY AS AKLAB8POSN APPLIED IT, FROM
      *    TRANSFER-APPLIED AT THE COST IT WAS SHIPPED AT - A 'T' THAT
      *    IS NOT THE NIGHT'S NEXT APPLIED SHIPMENT WAS SKIPPED, AND
      *    AN 'X' IS NEVER POSTED FROM THE FEED (136 POSTS THE
      *    RECEIPTS ACTUALLY APPLIED).  A RECORD FROM AN EXTRACT DATED
      *    IN THE CLOSED PERIOD IS A PRIOR-PERIOD ITEM.

           ADD 1 TO MOVEMENT-REC-COUNT
           MOVE NPR-POSITION-KEY     TO WORK-KEY
           MOVE NPR-QUANTITY-ON-HAND TO MOVE-QTY
           MOVE NPR-UNIT-COST        TO MOVE-COST
           IF NPR-EXTRACT-DATE NUMERIC
               MOVE NPR-EXTRACT-DATE TO ITEM-EXTRACT-DATE
           ELSE
               MOVE 0 TO ITEM-EXTRACT-DATE
           END-IF
           PERFORM 135-CHECK-LATE-EXTRACT

           EVALUATE TRUE
               WHEN SNAPSHOT-TRANS
                   PERFORM 140-LOCATE-KEY
                   COMPUTE MOVE-QTY = NPR-QUANTITY-ON-HAND
                                    - KT-RUNNING-QTY (KT-INDEX)
                   MOVE RESET-LINE TO MOVE-LINE-NBR
                   MOVE 'SNAPSHOT/FLOOR'  TO PRIOR-ITEM-DESC
                   PERFORM 138-POST-MOVEMENT
               WHEN RECEIPT-TRANS
                   PERFORM 140-LOCATE-KEY
                   MOVE RECEIPT-LINE TO MOVE-LINE-NBR
                   MOVE 'RECEIPTS'        TO PRIOR-ITEM-DESC
                   PERFORM 138-POST-MOVEMENT
               WHEN ADJUSTMENT-TRANS
                   PERFORM 140-LOCATE-KEY
                   IF NEGATIVE-QTY
                       COMPUTE MOVE-QTY = 0 - MOVE-QTY
                   END-IF
                   MOVE ADJUST-LINE TO MOVE-LINE-NBR
                   MOVE 'ADJUSTMENTS'     TO PRIOR-ITEM-DESC
                   PERFORM 138-POST-MOVEMENT
               WHEN TRANSFER-TRANS
                   PERFORM 141-MATCH-APPLIED-SHIPMENT
                   IF SHIPMENT-MATCHED
                       PERFORM 140-LOCATE-KEY
                       COMPUTE MOVE-QTY =
                               0 - ATB-QUANTITY (APPLIED-MATCH-NBR)
                       MOVE ATB-UNIT-COST (APPLIED-MATCH-NBR)
                            TO MOVE-COST
                       MOVE XFER-OUT-LINE TO MOVE-LINE-NBR
                       MOVE 'TRANSFERS OUT'   TO PRIOR-ITEM-DESC
                       PERFORM 138-POST-MOVEMENT
                   ELSE
                       ADD 1 TO XFER-NOT-APPLIED-COUNT
                   END-IF
               WHEN TRANSFER-RECEIPT-TRANS
                   ADD 1 TO RECEIPT-ON-FEED-COUNT
               WHEN OTHER
                   ADD 1 TO UNKNOWN-TYPE-COUNT
           END-EVALUATE
         .
      *
       135-CHECK-LATE-EXTRACT.

      *    ITEM-EXTRACT-DATE ON OR BEFORE THE LAST DAY OF THE LATEST
      *    CLOSED PERIOD MAKES THE ITEM LATE.  ZERO (NO EXTRACT DATE)
      *    NEVER DOES.

           SET CURRENT-EXTRACT-ITEM TO TRUE
           IF ITEM-EXTRACT-DATE > 0
               IF ITEM-EXTRACT-DATE NOT > LATEST-CLOSED-END
                   SET LATE-EXTRACT-ITEM TO TRUE
               END-IF
           END-IF
         .
      *
       136-APPLY-APPLIED-TRANSFERS.

      *    AFTER THE FEED: EVERY RECEIPT AKLAB8POSN APPLIED THAT NIGHT,
      *    IN ITS ORDER, INTO THE RECEIVING KEY AT THE SHIPPED COST.  A
      *    SHIPMENT STILL UNUSED HAD NO MATCHING 'T' IN THE FEED - IT
      *    IS POSTED HERE SO THE POSITION STILL FOLLOWS AKLAB8POSN,
      *    AND COUNTED.

           IF ATB-USED-SW (APPLIED-WALK-NBR) = 'Y'
               GO TO 136-APPLY-APPLIED-TRANSFERS-EXIT
           END-IF
           MOVE 'Y' TO ATB-USED-SW (APPLIED-WALK-NBR)
           MOVE SPACES TO NEW-PROD-REC
           MOVE ATB-KEY (APPLIED-WALK-NBR)  TO WORK-KEY
                                               NPR-POSITION-KEY
           MOVE ATB-TRANS-TYPE (APPLIED-WALK-NBR) TO NPR-TRANS-TYPE
           MOVE ATB-QUANTITY (APPLIED-WALK-NBR)  TO MOVE-QTY
           MOVE ATB-UNIT-COST (APPLIED-WALK-NBR) TO MOVE-COST
           MOVE ATB-EXTRACT-DATE (APPLIED-WALK-NBR)
                TO ITEM-EXTRACT-DATE
           PERFORM 135-CHECK-LATE-EXTRACT
           PERFORM 140-LOCATE-KEY
           IF ATB-TRANS-TYPE (APPLIED-WALK-NBR) = 'X'
               MOVE XFER-IN-LINE TO MOVE-LINE-NBR
               MOVE 'TRANSFERS IN'    TO PRIOR-ITEM-DESC
           ELSE
               ADD 1 TO SHIP-NOT-ON-FEED-COUNT
               COMPUTE MOVE-QTY = 0 - MOVE-QTY
               MOVE XFER-OUT-LINE TO MOVE-LINE-NBR
               MOVE 'TRANSFERS OUT'   TO PRIOR-ITEM-DESC
           END-IF
           PERFORM 138-POST-MOVEMENT
         .
       136-APPLY-APPLIED-TRANSFERS-EXIT.
           EXIT
         .
      *
       137-FLOOR-NEGATIVE-KEYS.

      *    AKLAB8POSN FLOORS A KEY THE NIGHT LEFT NEGATIVE AT ZERO.
      *    THE AMOUNT PUT BACK IS A RESET, VALUED AT THE KEY'S LAST
      *    KNOWN COST.

           IF KT-RUNNING-QTY (KEY-WALK-NBR) < 0
               SET KT-INDEX TO KEY-WALK-NBR
               MOVE KT-KEY (KT-INDEX) TO WORK-KEY
               COMPUTE MOVE-QTY = 0 - KT-RUNNING-QTY (KT-INDEX)
               IF KT-FROZEN-SW (KT-INDEX) = 'Y'
                   MOVE KT-FROZEN-COST (KT-INDEX) TO MOVE-COST
               ELSE
                   MOVE KT-BEGIN-COST (KT-INDEX)  TO MOVE-COST
               END-IF
               MOVE SPACES TO NEW-PROD-REC
               MOVE WORK-KEY TO NPR-POSITION-KEY
               MOVE 'F'      TO NPR-TRANS-TYPE
               MOVE 0        TO ITEM-EXTRACT-DATE
               SET CURRENT-EXTRACT-ITEM TO TRUE
               MOVE RESET-LINE TO MOVE-LINE-NBR
               MOVE 'SNAPSHOT/FLOOR'  TO PRIOR-ITEM-DESC
               PERFORM 138-POST-MOVEMENT
           END-IF
         .
      *
       138-POST-MOVEMENT.

      *    MOVE-QTY (SIGNED, FEED UNITS) GOES ON THE KEY'S RUNNING
      *    ON-HAND AND IN ITS BUCKET - OR, FOR A LATE ITEM (A
      *    CLOSED-PERIOD ARCHIVE READ LATE, OR A LATE EXTRACT), IN THE
      *    PRIOR-PERIOD BUCKET, WITH A LINE ON THE REPORT.

           ADD MOVE-QTY TO KT-RUNNING-QTY (KT-INDEX)
           IF KT-FACTOR-SW (KT-INDEX) = 'R'
               COMPUTE MOVE-AMOUNT ROUNDED =
                       MOVE-QTY * KT-FACTOR (KT-INDEX) * MOVE-COST
           ELSE
               MOVE 0 TO MOVE-AMOUNT
           END-IF

           IF PRIOR-PERIOD-NIGHT OR LATE-EXTRACT-ITEM
               MOVE PRIOR-LINE TO BUCKET-NBR
               ADD 1 TO PRIOR-ITEM-COUNT
               PERFORM 139-WRITE-PRIOR-ITEM-LINE
           ELSE
               MOVE MOVE-LINE-NBR TO BUCKET-NBR
           END-IF
           ADD MOVE-QTY    TO KT-BUCKET-QTY (KT-INDEX, BUCKET-NBR)
           ADD MOVE-AMOUNT TO KT-BUCKET-AMT (KT-INDEX, BUCKET-NBR)
         .
      *
       139-WRITE-PRIOR-ITEM-LINE.

      *    A LATE EXTRACT IN THIS PERIOD'S ARCHIVES IS HELD FOR ITS OWN
      *    SECTION (152); A CLOSED-PERIOD ARCHIVE'S ITEM IS WRITTEN NOW.

           IF PRIOR-PERIOD-NIGHT
              AND PRIOR-HEADING-NOT-WRITTEN
               MOVE PCL-PRIOR-HEADER TO PERIOD-CLOSE-REPORT-REC
               WRITE PERIOD-CLOSE-REPORT-REC
               SET PRIOR-HEADING-WRITTEN TO TRUE
           END-IF

           MOVE ARCHIVE-DATE     TO EDIT-DATE
           PERFORM 198-EDIT-REPORT-DATE
           MOVE EDIT-REPORT-DATE TO PCL-PRI-DATE
           MOVE WORK-WAREHOUSE   TO PCL-PRI-WAREHOUSE
           MOVE WORK-VENDOR      TO PCL-PRI-VENDOR
           MOVE WORK-PRODUCT     TO PCL-PRI-PRODUCT
           MOVE NPR-TRANS-TYPE   TO PCL-PRI-TYPE
           IF MOVE-QTY < 0
               MOVE '-' TO PCL-PRI-SIGN
               COMPUTE PCL-PRI-QTY = 0 - MOVE-QTY
           ELSE
               MOVE SPACE TO PCL-PRI-SIGN
               MOVE MOVE-QTY TO PCL-PRI-QTY
           END-IF
           MOVE MOVE-AMOUNT      TO PCL-PRI-VALUE
           MOVE PRIOR-ITEM-DESC  TO PCL-PRI-DESC
           IF ITEM-EXTRACT-DATE > 0
               MOVE ITEM-EXTRACT-DATE TO EDIT-DATE
               PERFORM 198-EDIT-REPORT-DATE
               MOVE EDIT-REPORT-DATE TO PCL-PRI-EXTRACT
           ELSE
               MOVE SPACES TO PCL-PRI-EXTRACT
           END-IF

           IF PRIOR-PERIOD-NIGHT
               MOVE PCL-PRIOR-LINE TO PERIOD-CLOSE-REPORT-REC
               WRITE PERIOD-CLOSE-REPORT-REC
           ELSE
               IF LATE-ITEM-COUNT NOT < 10000
                   DISPLAY 'LATE-ITEM-TABLE FULL - MORE THAN 10000 '
                           'LATE-EXTRACT ITEMS IN ONE CLOSE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LATE-ITEM-COUNT
                        LATE-EXTRACT-COUNT
               MOVE PCL-PRIOR-LINE TO LATE-ITEM-LINE (LATE-ITEM-COUNT)
           END-IF
         .
      *
       140-LOCATE-KEY.

      *    LEAVES KT-INDEX ON WORK-KEY'S ENTRY, ADDING ONE IF THE KEY
      *    IS NEW.  THE COUNT = 0 TEST KEEPS SEARCH ALL OFF AN EMPTY
      *    TABLE, THE SAME GUARD AKLAB8TABLES USES.

           SET KEY-NOT-FOUND TO TRUE
           IF KEY-COUNT > 0
               SEARCH ALL KT-ENTRY
                   AT END
                       SET KEY-NOT-FOUND TO TRUE
                   WHEN KT-KEY (KT-INDEX) = WORK-KEY
                       SET KEY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF KEY-NOT-FOUND
               PERFORM 142-INSERT-KEY
           END-IF
         .
      *
       141-MATCH-APPLIED-SHIPMENT.

      *    THE FEED'S 'T' IS THE NEXT UNUSED SHIPMENT ON OR AFTER
      *    NEXT-SHIPMENT-NBR WITH THE SAME REFERENCE, KEY, AND QUANTITY
      *    - AKLAB8POSN WROTE ITS SHIPMENTS IN FEED ORDER, SO THE 'T'
      *    RECORDS IT SKIPPED ARE THE ONES THAT FIND NONE.

           SET SHIPMENT-NOT-MATCHED TO TRUE
           MOVE 0 TO APPLIED-MATCH-NBR
           PERFORM VARYING APPLIED-SCAN-NBR FROM NEXT-SHIPMENT-NBR BY 1
                   UNTIL APPLIED-SCAN-NBR > APPLIED-COUNT
                      OR SHIPMENT-MATCHED
               IF ATB-TRANS-TYPE (APPLIED-SCAN-NBR) = 'T'
                  AND ATB-USED-SW (APPLIED-SCAN-NBR) = 'N'
                  AND ATB-XFER-REFERENCE (APPLIED-SCAN-NBR)
                      = NPR-XFER-REFERENCE
                  AND ATB-KEY (APPLIED-SCAN-NBR) = NPR-POSITION-KEY
                  AND ATB-QUANTITY (APPLIED-SCAN-NBR)
                      = NPR-QUANTITY-ON-HAND
                   SET SHIPMENT-MATCHED TO TRUE
                   MOVE APPLIED-SCAN-NBR TO APPLIED-MATCH-NBR
               END-IF
           END-PERFORM
           IF SHIPMENT-MATCHED
               MOVE 'Y' TO ATB-USED-SW (APPLIED-MATCH-NBR)
               COMPUTE NEXT-SHIPMENT-NBR = APPLIED-MATCH-NBR + 1
           END-IF
         .
      *
       142-INSERT-KEY.

      *    SAME KEY-ORDER INSERT AS 113-INSERT-POLICY-ENTRY IN
      *    AKLAB8REOR.  THE POSITION FILES ARE ALREADY IN KEY ORDER, SO
      *    A KEY HIGHER THAN THE LAST ONE GOES STRAIGHT ON THE END.

           MOVE 0 TO TABLE-INSERT-AT
           IF KEY-COUNT > 0
               IF KT-KEY (KEY-COUNT) > WORK-KEY
                   PERFORM VARYING TABLE-SCAN-NBR FROM 1 BY 1
                           UNTIL TABLE-SCAN-NBR > KEY-COUNT
                           OR TABLE-INSERT-AT > 0
                       IF KT-KEY (TABLE-SCAN-NBR) > WORK-KEY
                           MOVE TABLE-SCAN-NBR TO TABLE-INSERT-AT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF KEY-COUNT NOT < 20000
               DISPLAY 'KEY-TABLE FULL - MORE THAN 20000 '
                       'WAREHOUSE/VENDOR/PRODUCT KEYS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO KEY-COUNT
           IF TABLE-INSERT-AT = 0
               MOVE KEY-COUNT TO TABLE-INSERT-AT
           END-IF
           PERFORM VARYING TABLE-SHIFT-NBR FROM KEY-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE KT-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO KT-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           SET KT-INDEX TO TABLE-INSERT-AT
           MOVE WORK-KEY TO KT-KEY (KT-INDEX)
           MOVE 0        TO KT-BEGIN-QTY (KT-INDEX)
                            KT-BEGIN-COST (KT-INDEX)
                            KT-FROZEN-QTY (KT-INDEX)
                            KT-FROZEN-COST (KT-INDEX)
                            KT-RUNNING-QTY (KT-INDEX)
           MOVE 'N'      TO KT-FROZEN-SW (KT-INDEX)
           PERFORM VARYING BUCKET-NBR FROM 1 BY 1
                   UNTIL BUCKET-NBR > 7
               MOVE 0 TO KT-BUCKET-QTY (KT-INDEX, BUCKET-NBR)
                         KT-BUCKET-AMT (KT-INDEX, BUCKET-NBR)
           END-PERFORM

           MOVE SPACE TO FACTOR-DISPOSITION
           MOVE 1     TO REC-BASE-FACTOR
           PERFORM 144-RESOLVE-BASE-FACTOR
           MOVE FACTOR-DISPOSITION TO KT-FACTOR-SW (KT-INDEX)
           MOVE REC-BASE-FACTOR    TO KT-FACTOR (KT-INDEX)
         .
      *
       144-RESOLVE-BASE-FACTOR.

      *    THE SAME LOOKUP AS 131-RESOLVE-BASE-FACTOR IN AKLAB8VALR.

           IF UOM-TABLE-MISSING
               MOVE 1 TO REC-BASE-FACTOR
               SET FACTOR-RESOLVED TO TRUE
           ELSE
               SET PVU-INDEX TO 1
               SEARCH PVU-ENTRY
                   AT END
                       SET PRODUCT-UNKNOWN TO TRUE
                   WHEN PVU-ID (PVU-INDEX) = WORK-PRODUCT
                       PERFORM 145-LOOK-UP-UOM-FACTOR
               END-SEARCH
           END-IF
         .
      *
       145-LOOK-UP-UOM-FACTOR.

           SET UOMT-INDEX TO 1
           SEARCH UOMT-ENTRY
               AT END
                   SET UOM-UNKNOWN TO TRUE
               WHEN UOMT-CODE (UOMT-INDEX) = PVU-UOM (PVU-INDEX)
                   MOVE UOMT-FACTOR (UOMT-INDEX) TO REC-BASE-FACTOR
                   SET FACTOR-RESOLVED TO TRUE
           END-SEARCH
         .
      *
       146-FIND-REGISTERED-ARCHIVE.

           SET ARCHIVE-NOT-REGISTERED TO TRUE
           IF REG-ARCHIVE-COUNT > 0
               SET RAT-INDEX TO 1
               SEARCH RAT-ENTRY
                   AT END
                       SET ARCHIVE-NOT-REGISTERED TO TRUE
                   WHEN RAT-ARCHIVE-DATE (RAT-INDEX) = ARCHIVE-DATE
                       SET ARCHIVE-REGISTERED TO TRUE
               END-SEARCH
           END-IF
         .
      *
       150-PROCESS-PERIOD.

           MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE 'ARCHIVES READ FOR PERIOD' TO PCL-SECTION-TEXT
           MOVE CLOSE-PERIOD TO PCL-SECTION-ID
           MOVE PCL-SECTION-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE PCL-ARCHIVE-HEADER TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC

           SET CURRENT-PERIOD-NIGHT TO TRUE
           MOVE 0 TO ARCHIVE-SKIP-RECS
                     APPLIED-SKIP-RECS
           PERFORM VARYING ARCHIVE-DAY-NBR FROM FIRST-DAY-NBR BY 1
                   UNTIL ARCHIVE-DAY-NBR > LAST-DAY-NBR
               COMPUTE ARCHIVE-DATE =
                       FUNCTION DATE-OF-INTEGER (ARCHIVE-DAY-NBR)
               PERFORM 132-READ-ONE-NIGHT
                   THRU 132-READ-ONE-NIGHT-EXIT
           END-PERFORM
         .
      *
       152-WRITE-LATE-EXTRACT-ITEMS.

      *    ITEMS IN THIS PERIOD'S ARCHIVES FROM EXTRACTS DATED ON OR
      *    BEFORE THE LAST DAY OF THE PRIOR (CLOSED) PERIOD.

           MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE 'PRIOR-PERIOD ITEMS - EXTRACTS DATED IN CLOSED PERIOD'
                TO PCL-SECTION-TEXT
           MOVE PRIOR-PERIOD TO PCL-SECTION-ID
           MOVE PCL-SECTION-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC

           IF LATE-ITEM-COUNT = 0
               MOVE 'NO LATE EXTRACTS' TO PCL-NONE-LINE
               MOVE PCL-NONE-LINE TO PERIOD-CLOSE-REPORT-REC
               WRITE PERIOD-CLOSE-REPORT-REC
           ELSE
               MOVE PCL-PRIOR-HEADER TO PERIOD-CLOSE-REPORT-REC
               WRITE PERIOD-CLOSE-REPORT-REC
               PERFORM VARYING LATE-ITEM-NBR FROM 1 BY 1
                       UNTIL LATE-ITEM-NBR > LATE-ITEM-COUNT
                   MOVE LATE-ITEM-LINE (LATE-ITEM-NBR)
                        TO PERIOD-CLOSE-REPORT-REC
                   WRITE PERIOD-CLOSE-REPORT-REC
               END-PERFORM
           END-IF
         .
      *
       160-WRITE-ROLL-FORWARD.

      *    KEY-TABLE IS IN WAREHOUSE ORDER, SO THE WAREHOUSE
      *    ROLL-FORWARDS COME OUT AS CONTROL BREAKS; THE VENDOR ONES
      *    ARE ACCUMULATED ALONG THE WAY AND PRINTED AFTER.

           INITIALIZE WAREHOUSE-ROLL GRAND-ROLL
           MOVE SPACES TO BREAK-WAREHOUSE-ID

           PERFORM VARYING KEY-WALK-NBR FROM 1 BY 1
                   UNTIL KEY-WALK-NBR > KEY-COUNT
               SET KT-INDEX TO KEY-WALK-NBR
               IF KT-WAREHOUSE-ID (KT-INDEX) NOT = BREAK-WAREHOUSE-ID
                   IF KEY-WALK-NBR > 1
                       PERFORM 165-WRITE-WAREHOUSE-ROLL
                   END-IF
                   MOVE KT-WAREHOUSE-ID (KT-INDEX)
                        TO BREAK-WAREHOUSE-ID
                   INITIALIZE WAREHOUSE-ROLL
               END-IF
               PERFORM 162-COMPUTE-KEY-ROLL
               IF KT-FACTOR-SW (KT-INDEX) = 'R'
                   PERFORM 164-ADD-KEY-TO-TOTALS
               ELSE
                   ADD 1 TO NOT-VALUED-COUNT
               END-IF
           END-PERFORM
           IF KEY-COUNT > 0
               PERFORM 165-WRITE-WAREHOUSE-ROLL
           END-IF

           PERFORM VARYING VENDOR-ROLL-NBR FROM 1 BY 1
                   UNTIL VENDOR-ROLL-NBR > VENDOR-ROLL-COUNT
               SET VRT-INDEX TO VENDOR-ROLL-NBR
               PERFORM VARYING ROLL-LINE-NBR FROM 1 BY 1
                       UNTIL ROLL-LINE-NBR > 11
                   MOVE VRT-UNITS (VRT-INDEX, ROLL-LINE-NBR)
                        TO PR-UNITS (ROLL-LINE-NBR)
                   MOVE VRT-DOLLARS (VRT-INDEX, ROLL-LINE-NBR)
                        TO PR-DOLLARS (ROLL-LINE-NBR)
               END-PERFORM
               MOVE 'ROLL-FORWARD - VENDOR' TO PCL-RH-TEXT
               MOVE VRT-VENDOR-ID (VRT-INDEX) TO PCL-RH-ID
               PERFORM 166-WRITE-ROLL-BLOCK
           END-PERFORM

           MOVE GRAND-ROLL TO PRINT-ROLL
           MOVE 'ROLL-FORWARD - ALL WAREHOUSES' TO PCL-RH-TEXT
           MOVE SPACES TO PCL-RH-ID
           PERFORM 166-WRITE-ROLL-BLOCK
         .
      *
       162-COMPUTE-KEY-ROLL.

      *    ONE KEY'S ROLL-FORWARD IN BASE UNITS AND DOLLARS.  THE
      *    ROLL-FORWARD ENDING IS VALUED AT THE FROZEN COST (OR THE
      *    BEGINNING COST FOR A KEY NO LONGER ON THE POSITION), AND
      *    WHAT THAT DOES NOT EXPLAIN OF THE MOVEMENTS AT THEIR OWN
      *    COSTS IS COST REVALUATION.

           INITIALIZE KEY-ROLL
           IF KT-FROZEN-SW (KT-INDEX) = 'Y'
               MOVE KT-FROZEN-COST (KT-INDEX) TO KEY-END-COST
           ELSE
               MOVE KT-BEGIN-COST (KT-INDEX)  TO KEY-END-COST
           END-IF
           MOVE KT-RUNNING-QTY (KT-INDEX) TO KEY-ROLL-QTY

           COMPUTE KR-UNITS (BEGIN-LINE) =
                   KT-BEGIN-QTY (KT-INDEX) * KT-FACTOR (KT-INDEX)
           COMPUTE KR-DOLLARS (BEGIN-LINE) ROUNDED =
                   KT-BEGIN-QTY (KT-INDEX) * KT-FACTOR (KT-INDEX)
                                           * KT-BEGIN-COST (KT-INDEX)
           PERFORM VARYING BUCKET-NBR FROM 2 BY 1
                   UNTIL BUCKET-NBR > 7
               COMPUTE KR-UNITS (BUCKET-NBR) =
                       KT-BUCKET-QTY (KT-INDEX, BUCKET-NBR)
                       * KT-FACTOR (KT-INDEX)
               MOVE KT-BUCKET-AMT (KT-INDEX, BUCKET-NBR)
                    TO KR-DOLLARS (BUCKET-NBR)
           END-PERFORM

           COMPUTE KR-UNITS (ROLL-END-LINE) =
                   KEY-ROLL-QTY * KT-FACTOR (KT-INDEX)
           COMPUTE KR-DOLLARS (ROLL-END-LINE) ROUNDED =
                   KEY-ROLL-QTY * KT-FACTOR (KT-INDEX) * KEY-END-COST
           COMPUTE KR-DOLLARS (REVALUE-LINE) =
                   KR-DOLLARS (ROLL-END-LINE)
                   - KR-DOLLARS (BEGIN-LINE)
                   - KR-DOLLARS (RECEIPT-LINE)
                   - KR-DOLLARS (ADJUST-LINE)
                   - KR-DOLLARS (XFER-IN-LINE)
                   - KR-DOLLARS (XFER-OUT-LINE)
                   - KR-DOLLARS (RESET-LINE)
                   - KR-DOLLARS (PRIOR-LINE)

           COMPUTE KR-UNITS (FROZEN-LINE) =
                   KT-FROZEN-QTY (KT-INDEX) * KT-FACTOR (KT-INDEX)
           COMPUTE KR-DOLLARS (FROZEN-LINE) ROUNDED =
                   KT-FROZEN-QTY (KT-INDEX) * KT-FACTOR (KT-INDEX)
                                            * KT-FROZEN-COST (KT-INDEX)
           COMPUTE KR-UNITS (DIFFERENCE-LINE) =
                   KR-UNITS (ROLL-END-LINE) - KR-UNITS (FROZEN-LINE)
           COMPUTE KR-DOLLARS (DIFFERENCE-LINE) =
                   KR-DOLLARS (ROLL-END-LINE) - KR-DOLLARS (FROZEN-LINE)
         .
      *
       164-ADD-KEY-TO-TOTALS.

           SET VRT-INDEX TO 1
           SEARCH VRT-ENTRY
               AT END
                   PERFORM 168-ADD-VENDOR-ROLL
               WHEN VRT-VENDOR-ID (VRT-INDEX) = KT-VENDOR-ID (KT-INDEX)
                   CONTINUE
           END-SEARCH

           PERFORM VARYING ROLL-LINE-NBR FROM 1 BY 1
                   UNTIL ROLL-LINE-NBR > 11
               ADD KR-UNITS (ROLL-LINE-NBR)
                   TO WR-UNITS (ROLL-LINE-NBR)
                      GR-UNITS (ROLL-LINE-NBR)
                      VRT-UNITS (VRT-INDEX, ROLL-LINE-NBR)
               ADD KR-DOLLARS (ROLL-LINE-NBR)
                   TO WR-DOLLARS (ROLL-LINE-NBR)
                      GR-DOLLARS (ROLL-LINE-NBR)
                      VRT-DOLLARS (VRT-INDEX, ROLL-LINE-NBR)
           END-PERFORM
         .
      *
       165-WRITE-WAREHOUSE-ROLL.

           MOVE WAREHOUSE-ROLL TO PRINT-ROLL
           MOVE 'ROLL-FORWARD - WAREHOUSE' TO PCL-RH-TEXT
           MOVE BREAK-WAREHOUSE-ID TO PCL-RH-ID
           PERFORM 166-WRITE-ROLL-BLOCK
         .
      *
       166-WRITE-ROLL-BLOCK.

      *    COST REVALUATION IS A DOLLAR-ONLY LINE - ITS UNIT COLUMN IS
      *    LEFT BLANK.

           MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE PCL-ROLL-HEADING TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE PCL-ROLL-COLUMNS TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC

           PERFORM VARYING ROLL-LINE-NBR FROM 1 BY 1
                   UNTIL ROLL-LINE-NBR > 11
               MOVE ROLL-LINE-LABEL (ROLL-LINE-NBR) TO PCL-RL-LABEL
               COMPUTE PCL-RL-UNITS ROUNDED = PR-UNITS (ROLL-LINE-NBR)
               MOVE PR-DOLLARS (ROLL-LINE-NBR) TO PCL-RL-DOLLARS
               MOVE PCL-ROLL-LINE TO PERIOD-CLOSE-REPORT-REC
               IF ROLL-LINE-NBR = REVALUE-LINE
                   MOVE SPACES TO PERIOD-CLOSE-REPORT-REC (33:16)
               END-IF
               WRITE PERIOD-CLOSE-REPORT-REC
           END-PERFORM
         .
      *
       168-ADD-VENDOR-ROLL.

      *    VENDOR IDS ARE KEPT IN ASCENDING ORDER SO THE VENDOR
      *    ROLL-FORWARDS PRINT IN ORDER.

           MOVE 0 TO TABLE-INSERT-AT
           PERFORM VARYING TABLE-SCAN-NBR FROM 1 BY 1
                   UNTIL TABLE-SCAN-NBR > VENDOR-ROLL-COUNT
                   OR TABLE-INSERT-AT > 0
               IF VRT-VENDOR-ID (TABLE-SCAN-NBR) >
                  KT-VENDOR-ID (KT-INDEX)
                   MOVE TABLE-SCAN-NBR TO TABLE-INSERT-AT
               END-IF
           END-PERFORM

           IF VENDOR-ROLL-COUNT NOT < 100
               DISPLAY 'VENDOR-ROLL-TABLE FULL - MORE THAN 100 '
                       'VENDOR IDS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO VENDOR-ROLL-COUNT
           IF TABLE-INSERT-AT = 0
               MOVE VENDOR-ROLL-COUNT TO TABLE-INSERT-AT
           END-IF
           PERFORM VARYING TABLE-SHIFT-NBR FROM VENDOR-ROLL-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE VRT-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO VRT-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           SET VRT-INDEX TO TABLE-INSERT-AT
           MOVE KT-VENDOR-ID (KT-INDEX) TO VRT-VENDOR-ID (VRT-INDEX)
           PERFORM VARYING ROLL-LINE-NBR FROM 1 BY 1
                   UNTIL ROLL-LINE-NBR > 11
               MOVE 0 TO VRT-UNITS (VRT-INDEX, ROLL-LINE-NBR)
                         VRT-DOLLARS (VRT-INDEX, ROLL-LINE-NBR)
           END-PERFORM
         .
      *
       170-WRITE-BREAK-LIST.

      *    A KEY BREAKS WHEN ITS REPLAYED ON-HAND, IN ITS OWN UNITS,
      *    IS NOT WHAT THE FROZEN POSITION SAYS.

           MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
           MOVE 'BREAK LIST - ROLL-FORWARD NOT EQUAL TO FROZEN ENDING'
                TO PCL-SECTION-TEXT
           MOVE SPACES TO PCL-SECTION-ID
           MOVE PCL-SECTION-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC

           PERFORM VARYING KEY-WALK-NBR FROM 1 BY 1
                   UNTIL KEY-WALK-NBR > KEY-COUNT
               SET KT-INDEX TO KEY-WALK-NBR
               IF KT-RUNNING-QTY (KT-INDEX)
                  NOT = KT-FROZEN-QTY (KT-INDEX)
                   ADD 1 TO BREAK-COUNT
                   IF BREAK-COUNT = 1
                       MOVE PCL-BREAK-HEADER TO PERIOD-CLOSE-REPORT-REC
                       WRITE PERIOD-CLOSE-REPORT-REC
                   END-IF
                   PERFORM 172-WRITE-BREAK-LINE
               END-IF
           END-PERFORM

           IF BREAK-COUNT = 0
               MOVE 'NO BREAKS' TO PCL-NONE-LINE
               MOVE PCL-NONE-LINE TO PERIOD-CLOSE-REPORT-REC
               WRITE PERIOD-CLOSE-REPORT-REC
           END-IF
         .
      *
       172-WRITE-BREAK-LINE.

           COMPUTE KEY-NET-MOVEMENT =
                   KT-BUCKET-QTY (KT-INDEX, RECEIPT-LINE)
                   + KT-BUCKET-QTY (KT-INDEX, ADJUST-LINE)
                   + KT-BUCKET-QTY (KT-INDEX, XFER-IN-LINE)
                   + KT-BUCKET-QTY (KT-INDEX, XFER-OUT-LINE)
           COMPUTE KEY-DIFFERENCE =
                   KT-RUNNING-QTY (KT-INDEX) - KT-FROZEN-QTY (KT-INDEX)

           MOVE KT-WAREHOUSE-ID (KT-INDEX) TO PCL-BRK-WAREHOUSE
           MOVE KT-VENDOR-ID (KT-INDEX)    TO PCL-BRK-VENDOR
           MOVE KT-PRODUCT-ID (KT-INDEX)   TO PCL-BRK-PRODUCT
           MOVE KT-BEGIN-QTY (KT-INDEX)    TO PCL-BRK-BEGIN
           MOVE KEY-NET-MOVEMENT           TO PCL-BRK-MOVEMENT
           MOVE KT-BUCKET-QTY (KT-INDEX, RESET-LINE)
                                           TO PCL-BRK-RESET
           MOVE KT-BUCKET-QTY (KT-INDEX, PRIOR-LINE)
                                           TO PCL-BRK-PRIOR
           MOVE KT-RUNNING-QTY (KT-INDEX)  TO PCL-BRK-ROLL
           MOVE KT-FROZEN-QTY (KT-INDEX)   TO PCL-BRK-FROZEN
           MOVE KEY-DIFFERENCE             TO PCL-BRK-DIFFERENCE
           MOVE PCL-BREAK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
         .
      *
       180-UPDATE-CLOSE-REGISTER.

      *    ONE 'A' RECORD PER ARCHIVE THIS CLOSE READ (PRIOR-PERIOD
      *    ONES INCLUDED, WITH THE FLAG SET), THEN THE 'P' RECORD THAT
      *    CLOSES THE PERIOD.  THE REGISTER IS APPENDED TO, THE SAME
      *    EXTEND-OR-CREATE OPEN AKLAB8TABLES GIVES ACTIVITY-LOG.

           OPEN EXTEND PERIOD-CLOSE-REGISTER
           IF REGISTER-STATUS NOT = '00'
               OPEN OUTPUT PERIOD-CLOSE-REGISTER
           END-IF

           PERFORM 182-REGISTER-ONE-ARCHIVE
               VARYING UAT-INDEX FROM 1 BY 1
               UNTIL UAT-INDEX > USED-ARCHIVE-COUNT

           MOVE SPACES              TO REGISTER-REC
           MOVE 'P'                 TO PCR-REC-TYPE
           MOVE CLOSE-PERIOD        TO PCR-PERIOD
           MOVE PERIOD-END-DATE     TO PCR-PERIOD-END-DATE
           MOVE RUN-DATE            TO PCR-CLOSE-RUN-DATE
           MOVE BREAK-COUNT         TO PCR-BREAK-COUNT
           WRITE REGISTER-REC

           CLOSE PERIOD-CLOSE-REGISTER
         .
      *
       182-REGISTER-ONE-ARCHIVE.

      *    USED-ARCHIVE-TABLE HAS EVERY ARCHIVE 132-READ-ONE-NIGHT
      *    ACTUALLY REPLAYED, WITH ITS FULL RECORD COUNT AND THAT OF ITS
      *    TRANSFER-APPLIED ARCHIVE.

           MOVE SPACES             TO REGISTER-REC
           MOVE 'A'                TO PCR-REC-TYPE
           MOVE CLOSE-PERIOD       TO PCR-PERIOD
           MOVE UAT-ARCHIVE-DATE (UAT-INDEX) TO PCR-ARCHIVE-DATE
           MOVE UAT-RECORDS (UAT-INDEX)      TO PCR-ARCHIVE-RECORDS
           MOVE UAT-APPLIED-RECORDS (UAT-INDEX)
                                             TO PCR-APPLIED-RECORDS
           IF UAT-NIGHT-MODE (UAT-INDEX) = 'P'
               MOVE 'Y'            TO PCR-PRIOR-PERIOD-SW
           ELSE
               MOVE 'N'            TO PCR-PRIOR-PERIOD-SW
           END-IF
           WRITE REGISTER-REC
         .
      *
       190-WRITE-TOTALS.

           MOVE PCL-BLANK-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC

           MOVE 'BEGINNING POSITION KEYS READ:' TO PCL-CNT-TEXT
           MOVE BEGIN-READ-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'ENDING POSITION KEYS FROZEN:' TO PCL-CNT-TEXT
           MOVE FROZEN-WRITE-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'ARCHIVES READ:' TO PCL-CNT-TEXT
           MOVE ARCHIVES-READ-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE '  OF WHICH PRIOR-PERIOD:' TO PCL-CNT-TEXT
           MOVE PRIOR-ARCHIVE-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'ARCHIVES NOT ON FILE:' TO PCL-CNT-TEXT
           MOVE ARCHIVES-MISSING-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'TRANSFER-APPLIED ARCHIVES NOT ON FILE:' TO PCL-CNT-TEXT
           MOVE APPLIED-MISSING-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'FEED RECORDS REPLAYED:' TO PCL-CNT-TEXT
           MOVE MOVEMENT-REC-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE '  OF WHICH UNKNOWN TYPE (IGNORED):' TO PCL-CNT-TEXT
           MOVE UNKNOWN-TYPE-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE '  OF WHICH TRANSFERS NOT APPLIED:' TO PCL-CNT-TEXT
           MOVE XFER-NOT-APPLIED-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE '  OF WHICH RECEIPTS (SEE APPLIED):' TO PCL-CNT-TEXT
           MOVE RECEIPT-ON-FEED-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'APPLIED TRANSFER LEGS READ:' TO PCL-CNT-TEXT
           MOVE APPLIED-READ-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE '  OF WHICH SHIPMENTS NOT ON FEED:' TO PCL-CNT-TEXT
           MOVE SHIP-NOT-ON-FEED-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'PRIOR-PERIOD ITEMS:' TO PCL-CNT-TEXT
           MOVE PRIOR-ITEM-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE '  OF WHICH LATE EXTRACTS:' TO PCL-CNT-TEXT
           MOVE LATE-EXTRACT-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'KEYS NOT VALUED (PRODUCT/UOM):' TO PCL-CNT-TEXT
           MOVE NOT-VALUED-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
           MOVE 'KEYS ON BREAK LIST:' TO PCL-CNT-TEXT
           MOVE BREAK-COUNT TO PCL-CNT-VALUE
           PERFORM 192-WRITE-COUNT-LINE
         .
      *
       192-WRITE-COUNT-LINE.

           MOVE PCL-COUNT-LINE TO PERIOD-CLOSE-REPORT-REC
           WRITE PERIOD-CLOSE-REPORT-REC
         .
      *
       195-CLOSE-ROUTINE.

           DISPLAY 'PERIOD ' CLOSE-PERIOD ' CLOSED - '
                   BREAK-COUNT ' BREAK(S), '
                   PRIOR-ITEM-COUNT ' PRIOR-PERIOD ITEM(S) - SEE '
                   'PERIOD-CLOSE-REPORT.TXT'

           IF BREAK-COUNT > 0
              OR PRIOR-ITEM-COUNT > 0
              OR BEGIN-FILE-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE PERIOD-CLOSE-REPORT

           MOVE 'C' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS

           STOP RUN
         .
      *
       198-EDIT-REPORT-DATE.

           MOVE EDIT-MM   TO EDIT-REPORT-MM
           MOVE EDIT-DD   TO EDIT-REPORT-DD
           MOVE EDIT-YYYY TO EDIT-REPORT-YYYY
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
