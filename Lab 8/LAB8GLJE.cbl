       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8GLJE.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM BUILDS THE NIGHT'S GENERAL LEDGER JOURNAL FROM
      *  THE VALID MOVEMENT RECORDS AKLAB8TABLES WROTE TO
      *  NEW-PROD-INVEN.TXT, SO FINANCE POSTS INVENTORY VALUE CHANGES
      *  FROM THE SAME RECORDS THAT MOVED THE STOCK INSTEAD OF
      *  RE-KEYING THEM FROM THE VALUATION REPORT.
      *
      *  EACH RECEIPT, ADJUSTMENT, TRANSFER, AND TRANSFER RECEIPT (SEE
      *  PR-TRANS-TYPE IN LAB8TABLES.CBL) IS VALUED AT ITS UNIT COST IN
      *  BASE UNITS -
      *  QUANTITY * UOM FACTOR * UNIT COST, WITH THE FACTOR RESOLVED
      *  FROM PRODUCT-MASTER AND UOM-CONVERSION EXACTLY AS AKLAB8VALR
      *  RESOLVES IT - AND BECOMES ONE DEBIT LINE AND ONE EQUAL CREDIT
      *  LINE:
      *
      *     RECEIPT     DEBIT  INVENTORY          (WAREHOUSE'S 'R' MAP)
      *                 CREDIT RECEIPTS ACCRUAL   (WAREHOUSE'S 'R' MAP)
      *     ADJUSTMENT  '+' OVERAGE:  DEBIT INVENTORY,
      *                               CREDIT SHRINK/OVERAGE
      *                 '-' SHRINK:   DEBIT SHRINK/OVERAGE,
      *                               CREDIT INVENTORY
      *                                         (WAREHOUSE'S 'A' MAP)
      *     TRANSFER    DEBIT  IN-TRANSIT   (SENDING WHSE'S 'T' MAP)
      *     (SHIPPED)   CREDIT INVENTORY    (SENDING WHSE'S 'T' MAP)
      *     TRANSFER    DEBIT  INVENTORY    (RECEIVING WHSE'S 'T' MAP)
      *     RECEIPT     CREDIT IN-TRANSIT   (SENDING WHSE'S 'T' MAP)
      *
      *  A TRANSFER IS TWO-LEGGED (SEE AKLAB8POSN) - THE VALUE SITS IN
      *  THE SENDING WAREHOUSE'S IN-TRANSIT ACCOUNT FROM THE NIGHT THE
      *  TRUCK LEAVES UNTIL THE NIGHT THE RECEIVING WAREHOUSE'S 'X'
      *  RECEIPT CLEARS IT.  THE 'T' AND 'X' RECORDS ON THE FEED ARE
      *  NOT JOURNALIZED FROM THE FEED - AKLAB8POSN MAY SKIP ONE OR
      *  HOLD A RECEIPT FOR A LATER NIGHT - BUT FROM TONIGHT'S
      *  TRANSFER-APPLIED FILE, WHICH LISTS ONLY THE LEGS AKLAB8POSN
      *  ACTUALLY APPLIED, EACH AT THE COST THE STOCK WAS SHIPPED AT.
      *  THE TWO LEGS OF A FULL RECEIPT THEREFORE NET TO ZERO IN
      *  TRANSIT.  WHATEVER ARRIVED OVER OR SHORT IS ON TONIGHT'S
      *  TRANSFER-VARIANCE FILE FROM AKLAB8POSN AND IS JOURNALIZED
      *  AGAINST THE RECEIVING WAREHOUSE'S SHRINK/OVERAGE ACCOUNT:
      *
      *     SHORT       DEBIT  SHRINK/OVERAGE (RECEIVING WHSE'S 'A' MAP)
      *                 CREDIT IN-TRANSIT     (SENDING WHSE'S 'T' MAP)
      *     OVER        DEBIT  IN-TRANSIT     (SENDING WHSE'S 'T' MAP)
      *                 CREDIT SHRINK/OVERAGE (RECEIVING WHSE'S 'A' MAP)
      *
      *  SNAPSHOT RECORDS RESET ON-HAND RATHER THAN MOVE IT AND ARE NOT
      *  JOURNALIZED.  GL-ACCOUNT-MAP SUPPLIES, PER WAREHOUSE AND
      *  TRANSACTION TYPE, THE COST CENTER, THE INVENTORY ACCOUNT, AND
      *  THE OFFSETTING ACCOUNT (RECEIPTS ACCRUAL FOR 'R', SHRINK/
      *  OVERAGE FOR 'A', IN-TRANSIT FOR 'T').  TRANSFER RECEIPTS USE
      *  THE 'T' ROWS - THERE IS NO SEPARATE 'X' ROW.
      *
      *  THE JOURNAL IS ONE BATCH - A HEADER RECORD, THE DETAIL LINES,
      *  AND A TRAILER RECORD, WITH THE HEADER AND TRAILER BOTH
      *  CARRYING THE ENTRY COUNT, TOTAL DEBITS, AND TOTAL CREDITS.
      *  A MOVEMENT THAT CANNOT BE MAPPED OR VALUED IS LEFT OUT OF THE
      *  BATCH AND LISTED ON THE JOURNAL REPORT.  IF ANY MOVEMENT WAS
      *  LEFT OUT, OR THE DEBITS AND CREDITS DO NOT AGREE, THE BATCH
      *  STATUS ON THE HEADER AND TRAILER IS 'H' (HELD) INSTEAD OF
      *  'B' (BALANCED) AND RETURN-CODE 8 IS SET, SO THE LEDGER
      *  TRANSFER STEP CAN TEST IT AND AN INCOMPLETE OR UNBALANCED
      *  JOURNAL NEVER REACHES THE LEDGER.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     NEW-PRODUCT-FILE - VALID RECORDS AKLAB8TABLES WROTE OUT
      *        (THE 'TRAILER' CONTROL-TOTAL RECORD IS RECOGNIZED AND
      *        SKIPPED THE SAME WAY AKLAB8VALR SKIPS IT)
      *     PRODUCT-MASTER   - EACH PRODUCT'S UOM CODE
      *     UOM-CONVERSION   - FACTOR TO THE BASE UNIT PER UOM CODE
      *     GL-ACCOUNT-MAP   - ACCOUNTS BY WAREHOUSE + TRANSACTION TYPE
      *     TRANSFER-APPLIED  - TONIGHT'S TRANSFERS SHIPPED AND
      *        RECEIPTS APPLIED, FROM AKLAB8POSN.  A MISSING FILE MEANS
      *        NONE
      *     TRANSFER-VARIANCE - TONIGHT'S TRANSFERS RECEIVED OVER OR
      *        SHORT, FROM AKLAB8POSN.  A MISSING FILE MEANS NONE
      *
      *  OUTPUT:
      *     GL-JOURNAL        - THE BALANCED JOURNAL BATCH
      *     GL-JOURNAL-REPORT - EVERY MOVEMENT JOURNALIZED, EVERY
      *        MOVEMENT LEFT OUT AND WHY, AND THE BATCH CONTROL TOTALS
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NEW-PRODUCT-FILE
               ASSIGN TO 'NEW-PROD-INVEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT UOM-CONVERSION
               ASSIGN TO 'UOM-CONVERSION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UOM-FILE-STATUS.

           SELECT GL-ACCOUNT-MAP
               ASSIGN TO 'GL-ACCOUNT-MAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-MAP-STATUS.

           SELECT TRANSFER-APPLIED
               ASSIGN TO 'TRANSFER-APPLIED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-STATUS.

           SELECT TRANSFER-VARIANCE
               ASSIGN TO 'TRANSFER-VARIANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-STATUS.

           SELECT GL-JOURNAL
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-REPORT
               ASSIGN TO 'GL-JOURNAL-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD NEW-PRODUCT-FILE
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
                88  SNAPSHOT-TRANS             VALUES 'S' SPACE.
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
           05  FILLER                      PIC X(64).

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

      *    SAME LAYOUT AS TRANSFER-APPLIED-REC IN LAB8POSN.CBL.

       FD TRANSFER-APPLIED
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

      *    SAME LAYOUT AS TRANSFER-VARIANCE-REC IN LAB8POSN.CBL.

       FD TRANSFER-VARIANCE
           RECORD CONTAINS 70 CHARACTERS.
       01 TRANSFER-VARIANCE-REC.
           05  TV-VARIANCE-DATE            PIC 9(8).
           05  TV-XFER-REFERENCE           PIC X(10).
           05  TV-SEND-WAREHOUSE-ID        PIC X(4).
           05  TV-RECV-WAREHOUSE-ID        PIC X(4).
           05  TV-VENDOR-ID                PIC X.
           05  TV-PRODUCT-ID               PIC X(3).
           05  TV-SHIPPED-QTY              PIC 9(7).
           05  TV-RECEIVED-QTY             PIC 9(7).
           05  TV-VARIANCE-SIGN            PIC X.
               88  TV-SHORT                    VALUE '-'.
           05  TV-VARIANCE-QTY             PIC 9(7).
           05  TV-UNIT-COST                PIC 9(5)V99.
           05  TV-SHIP-DATE                PIC 9(8).
           05  FILLER                      PIC X(3).

      *    ONE RECORD PER WAREHOUSE + TRANSACTION TYPE ('R', 'A', 'T').

       FD GL-ACCOUNT-MAP
           RECORD CONTAINS 40 CHARACTERS.
       01 ACCOUNT-MAP-REC.
           05  GAM-MAP-KEY.
               10  GAM-WAREHOUSE-ID        PIC X(4).
               10  GAM-TRANS-TYPE          PIC X.
           05  GAM-COST-CENTER             PIC X(6).
           05  GAM-INVENTORY-ACCOUNT       PIC X(10).
           05  GAM-OFFSET-ACCOUNT          PIC X(10).
           05  FILLER                      PIC X(9).

      *    GJ-RECORD-TYPE 'H' IS THE BATCH HEADER, 'D' A JOURNAL LINE,
      *    'T' THE BATCH TRAILER.  HEADER AND TRAILER SHARE A LAYOUT.

       FD GL-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.
       01 GL-JOURNAL-REC.
           05  GJ-RECORD-TYPE              PIC X.
           05  FILLER                      PIC X(99).
       01 GL-JOURNAL-CONTROL-REC REDEFINES GL-JOURNAL-REC.
           05  GJC-RECORD-TYPE             PIC X.
           05  GJC-BATCH-DATE              PIC 9(8).
           05  GJC-SOURCE-ID               PIC X(10).
           05  GJC-BATCH-STATUS            PIC X.
           05  GJC-ENTRY-COUNT             PIC 9(7).
           05  GJC-TOTAL-DEBITS            PIC 9(11)V99.
           05  GJC-TOTAL-CREDITS           PIC 9(11)V99.
           05  FILLER                      PIC X(47).
       01 GL-JOURNAL-DETAIL-REC REDEFINES GL-JOURNAL-REC.
           05  GJD-RECORD-TYPE             PIC X.
           05  GJD-LINE-NBR                PIC 9(7).
           05  GJD-BATCH-DATE              PIC 9(8).
           05  GJD-ACCOUNT                 PIC X(10).
           05  GJD-COST-CENTER             PIC X(6).
           05  GJD-DEBIT-CREDIT            PIC X.
           05  GJD-AMOUNT                  PIC 9(11)V99.
           05  GJD-WAREHOUSE-ID            PIC X(4).
           05  GJD-VENDOR-ID               PIC X.
           05  GJD-PRODUCT-ID              PIC X(3).
           05  GJD-TRANS-TYPE              PIC X.
           05  GJD-QTY-SIGN                PIC X.
           05  GJD-QUANTITY                PIC 9(7).
           05  GJD-LINE-DESC               PIC X(20).
           05  FILLER                      PIC X(17).

       FD GL-JOURNAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 GL-REPORT-REC                    PIC X(132).


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
           05  NEW-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-NEW-RECS                VALUE 'Y'.
                88  NO-MORE-NEW-RECS             VALUE 'N'.
           05  PRM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-PRODUCT-RECS            VALUE 'Y'.
                88  NO-MORE-PRODUCT-RECS         VALUE 'N'.
           05  UOM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-UOM-RECS                VALUE 'Y'.
                88  NO-MORE-UOM-RECS             VALUE 'N'.
           05  MAP-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-MAP-RECS                VALUE 'Y'.
                88  NO-MORE-MAP-RECS             VALUE 'N'.
           05  VARIANCE-EOF-FLAG       PIC X     VALUE SPACE.
                88  MORE-VARIANCE-RECS           VALUE 'Y'.
                88  NO-MORE-VARIANCE-RECS        VALUE 'N'.
           05  APPLIED-EOF-FLAG        PIC X     VALUE SPACE.
                88  MORE-APPLIED-RECS            VALUE 'Y'.
                88  NO-MORE-APPLIED-RECS         VALUE 'N'.
           05  UOM-LOAD-SWITCH         PIC X     VALUE 'N'.
                88  UOM-TABLE-LOADED             VALUE 'Y'.
                88  UOM-TABLE-MISSING            VALUE 'N'.
           05  FACTOR-DISPOSITION      PIC X     VALUE SPACE.
                88  FACTOR-RESOLVED              VALUE 'R'.
                88  PRODUCT-UNKNOWN              VALUE 'P'.
                88  UOM-UNKNOWN                  VALUE 'U'.
           05  MAP-FOUND-SWITCH        PIC X     VALUE 'N'.
                88  MAP-FOUND                    VALUE 'Y'.
                88  MAP-NOT-FOUND                VALUE 'N'.
           05  BATCH-STATUS            PIC X     VALUE 'B'.
                88  BATCH-BALANCED               VALUE 'B'.
                88  BATCH-HELD                   VALUE 'H'.

       01  MASTER-FILE-FIELDS.
           05  PRODUCT-MASTER-STATUS   PIC XX.
           05  UOM-FILE-STATUS         PIC XX.
           05  ACCOUNT-MAP-STATUS      PIC XX.
           05  VARIANCE-STATUS         PIC XX.
           05  APPLIED-STATUS          PIC XX.

       01  COUNT-FIELDS.
           05  READ-COUNT           PIC 9(7)  VALUE 0.
           05  SNAPSHOT-COUNT       PIC 9(7)  VALUE 0.
           05  MOVEMENT-COUNT       PIC 9(7)  VALUE 0.
           05  JOURNALIZED-COUNT    PIC 9(7)  VALUE 0.
           05  ZERO-VALUE-COUNT     PIC 9(7)  VALUE 0.
           05  NOT-VALUED-COUNT     PIC 9(7)  VALUE 0.
           05  UNMAPPED-COUNT       PIC 9(7)  VALUE 0.
           05  NOT-NUMERIC-COUNT    PIC 9(7)  VALUE 0.
           05  VARIANCE-READ-COUNT  PIC 9(7)  VALUE 0.
           05  VARIANCE-JRNL-COUNT  PIC 9(7)  VALUE 0.
           05  TRANSFER-FEED-COUNT  PIC 9(7)  VALUE 0.
           05  APPLIED-READ-COUNT   PIC 9(7)  VALUE 0.
           05  APPLIED-JRNL-COUNT   PIC 9(7)  VALUE 0.

       01  VALUE-FIELDS.
           05  REC-BASE-FACTOR      PIC 9(5)V9(4)  VALUE 1.
           05  REC-EXT-VALUE        PIC 9(11)V99   VALUE 0.
           05  TOTAL-DEBITS         PIC 9(11)V99   VALUE 0.
           05  TOTAL-CREDITS        PIC 9(11)V99   VALUE 0.
           05  EXCEPTION-REASON     PIC X(30)      VALUE SPACES.

      *  THE ENTRY BEING BUILT.  EACH OF THE THREE SOURCES -
      *  131-JOURNALIZE-ONE-RECORD FOR A FEED MOVEMENT,
      *  177-JOURNALIZE-ONE-TRANSFER FOR AN APPLIED TRANSFER, AND
      *  172-JOURNALIZE-ONE-VARIANCE FOR A TRANSFER VARIANCE - MOVES
      *  ITS RECORD INTO ENTRY-WAREHOUSE-ID THROUGH ENTRY-XFER-WH AND
      *  ITS DEBIT AND CREDIT SIDES AND ENTRY-DESC INTO THE FIELDS
      *  BELOW THEM.  134-ADD-JOURNAL-PAIR THEN ADDS ONE DEBIT LINE AND
      *  ONE CREDIT LINE FOR REC-EXT-VALUE TO JOURNAL-TABLE, SO THE
      *  JOURNAL LINES, EXCEPTIONS, AND REPORT LINES ARE BUILT THE
      *  SAME WAY FOR ALL THREE.

       01  ENTRY-FIELDS.
           05  ENTRY-WAREHOUSE-ID   PIC X(4)   VALUE SPACES.
           05  ENTRY-VENDOR-ID      PIC X      VALUE SPACE.
           05  ENTRY-PRODUCT-ID     PIC X(3)   VALUE SPACES.
           05  ENTRY-TRANS-TYPE     PIC X      VALUE SPACE.
           05  ENTRY-QTY-SIGN       PIC X      VALUE SPACE.
           05  ENTRY-QUANTITY-X     PIC X(7)   VALUE SPACES.
           05  ENTRY-QUANTITY REDEFINES ENTRY-QUANTITY-X
                                    PIC 9(7).
           05  ENTRY-XFER-WH        PIC X(4)   VALUE SPACES.
           05  DEBIT-ACCOUNT        PIC X(10)  VALUE SPACES.
           05  DEBIT-COST-CENTER    PIC X(6)   VALUE SPACES.
           05  CREDIT-ACCOUNT       PIC X(10)  VALUE SPACES.
           05  CREDIT-COST-CENTER   PIC X(6)   VALUE SPACES.
           05  ENTRY-DESC           PIC X(20)  VALUE SPACES.
           05  MAP-LOOKUP-KEY.
               10  MAP-LOOKUP-WAREHOUSE PIC X(4).
               10  MAP-LOOKUP-TYPE      PIC X.

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

       01  ACCOUNT-MAP-COUNT-FIELDS.
           05  ACCOUNT-MAP-COUNT       PIC 9(5)  VALUE 0.

       01  ACCOUNT-MAP-TABLE.
           05  GAMT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON ACCOUNT-MAP-COUNT
               INDEXED BY GAMT-INDEX.
               10  GAMT-KEY            PIC X(5).
               10  GAMT-COST-CENTER    PIC X(6).
               10  GAMT-INVENTORY-ACCT PIC X(10).
               10  GAMT-OFFSET-ACCT    PIC X(10).

      *  THE HEADER HAS TO CARRY THE BATCH TOTALS, SO THE JOURNAL LINES
      *  ARE HELD HERE UNTIL EVERY MOVEMENT HAS BEEN READ AND THEN
      *  WRITTEN BETWEEN THE HEADER AND TRAILER.

       01  JOURNAL-COUNT-FIELDS.
           05  JOURNAL-COUNT           PIC 9(7)  VALUE 0.

       01  JOURNAL-TABLE.
           05  JRN-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON JOURNAL-COUNT
               INDEXED BY JRN-INDEX.
               10  JRN-ACCOUNT         PIC X(10).
               10  JRN-COST-CENTER     PIC X(6).
               10  JRN-DEBIT-CREDIT    PIC X.
               10  JRN-AMOUNT          PIC 9(11)V99.
               10  JRN-WAREHOUSE-ID    PIC X(4).
               10  JRN-VENDOR-ID       PIC X.
               10  JRN-PRODUCT-ID      PIC X(3).
               10  JRN-TRANS-TYPE      PIC X.
               10  JRN-QTY-SIGN        PIC X.
               10  JRN-QUANTITY        PIC 9(7).
               10  JRN-LINE-DESC       PIC X(20).

       01  EXCEPTION-COUNT-FIELDS.
           05  EXCEPTION-COUNT         PIC 9(7)  VALUE 0.

       01  EXCEPTION-TABLE.
           05  EXC-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON EXCEPTION-COUNT
               INDEXED BY EXC-INDEX.
               10  EXC-WAREHOUSE-ID    PIC X(4).
               10  EXC-VENDOR-ID       PIC X.
               10  EXC-PRODUCT-ID      PIC X(3).
               10  EXC-TRANS-TYPE      PIC X.
               10  EXC-QTY-SIGN        PIC X.
               10  EXC-QUANTITY        PIC X(7).
               10  EXC-XFER-WH         PIC X(4).
               10  EXC-REASON          PIC X(30).

      ***********************REPORT LINES*******************************

       01  REPORT-LINES.
           05  GLR-TITLE-LINE.
               10  FILLER              PIC X(40)
                   VALUE 'GL JOURNAL - INVENTORY MOVEMENTS FOR   '.
               10  GLR-TITLE-DATE      PIC X(10).
           05  GLR-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  GLR-SECTION-LINE        PIC X(60) VALUE SPACES.
           05  GLR-HEADER-LINE.
               10  FILLER              PIC X(34)
                   VALUE 'WHSE  VEN  PROD  TYPE  SIGN    QTY'.
               10  FILLER              PIC X(18)
                   VALUE '       BASE VALUE '.
               10  FILLER              PIC X(36)
                   VALUE ' DEBIT ACCT  CC      CREDIT ACCT  CC'.
           05  GLR-DETAIL-LINE.
               10  GLR-DET-WAREHOUSE   PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  GLR-DET-VENDOR      PIC X(1).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  GLR-DET-PRODUCT     PIC X(3).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  GLR-DET-TYPE        PIC X(1).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  GLR-DET-SIGN        PIC X(1).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  GLR-DET-QTY         PIC ZZZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  GLR-DET-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  GLR-DET-DEBIT-ACCT  PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  GLR-DET-DEBIT-CC    PIC X(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  GLR-DET-CREDIT-ACCT PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  GLR-DET-CREDIT-CC   PIC X(6).
           05  GLR-EXCEPTION-LINE.
               10  GLR-EXC-WAREHOUSE   PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  GLR-EXC-VENDOR      PIC X(1).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  GLR-EXC-PRODUCT     PIC X(3).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  GLR-EXC-TYPE        PIC X(1).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  GLR-EXC-SIGN        PIC X(1).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  GLR-EXC-QTY         PIC X(7).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  GLR-EXC-XFER-WH     PIC X(4).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  GLR-EXC-REASON      PIC X(30).
           05  GLR-NONE-LINE           PIC X(10) VALUE '   NONE'.
           05  GLR-COUNT-LINE.
               10  GLR-CNT-TEXT        PIC X(36).
               10  GLR-CNT-VALUE       PIC ZZZZZZ9.
           05  GLR-AMOUNT-LINE.
               10  GLR-AMT-TEXT        PIC X(36).
               10  GLR-AMT-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           05  GLR-STATUS-LINE.
               10  FILLER              PIC X(36)
                   VALUE 'BATCH STATUS:'.
               10  GLR-STATUS-TEXT     PIC X(60).


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8GLJE'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 112-LOAD-PRODUCT-UOM-TABLE
           PERFORM 114-LOAD-UOM-TABLE
           PERFORM 116-LOAD-ACCOUNT-MAP
           PERFORM 130-PROCESS-NEW-PRODUCT-FILE
           PERFORM 176-PROCESS-APPLIED-TRANSFERS
           PERFORM 170-PROCESS-TRANSFER-VARIANCES
           PERFORM 140-CHECK-BATCH-BALANCE
           PERFORM 145-WRITE-JOURNAL
           PERFORM 150-WRITE-REPORT-TOTALS
           PERFORM 160-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN INPUT  NEW-PRODUCT-FILE
           OPEN OUTPUT GL-JOURNAL-REPORT

           MOVE REPORT-DATE TO GLR-TITLE-DATE
           MOVE GLR-TITLE-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
           MOVE GLR-BLANK-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
           MOVE 'MOVEMENTS JOURNALIZED' TO GLR-SECTION-LINE
           MOVE GLR-SECTION-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
           MOVE GLR-HEADER-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
         .
      *
       112-LOAD-PRODUCT-UOM-TABLE.

      *    A MISSING PRODUCT-MASTER IS FATAL, THE SAME AS IT IS TO
      *    AKLAB8VALR - NO MOVEMENT COULD BE VALUED IN BASE UNITS.

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
                           'QUANTITIES VALUED WITHOUT CONVERSION'
               WHEN OTHER
                   DISPLAY 'UOM-CONVERSION COULD NOT BE OPENED - '
                           'STATUS ' UOM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       116-LOAD-ACCOUNT-MAP.

      *    WITHOUT GL-ACCOUNT-MAP NOTHING CAN BE JOURNALIZED AT ALL -
      *    THAT IS A SETUP ERROR, NOT A BAD NIGHT, SO IT IS FATAL.

           OPEN INPUT GL-ACCOUNT-MAP
           IF ACCOUNT-MAP-STATUS NOT = '00'
               DISPLAY 'GL-ACCOUNT-MAP COULD NOT BE OPENED - STATUS '
                       ACCOUNT-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-MAP-RECS TO TRUE
           PERFORM UNTIL NO-MORE-MAP-RECS
               READ GL-ACCOUNT-MAP
                   AT END
                       SET NO-MORE-MAP-RECS TO TRUE
                   NOT AT END
                       IF ACCOUNT-MAP-COUNT NOT < 5000
                           DISPLAY 'ACCOUNT-MAP-TABLE FULL - MORE THAN '
                                   '5000 GL-ACCOUNT-MAP ENTRIES'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ACCOUNT-MAP-COUNT
                       SET GAMT-INDEX TO ACCOUNT-MAP-COUNT
                       MOVE GAM-MAP-KEY   TO GAMT-KEY (GAMT-INDEX)
                       MOVE GAM-COST-CENTER
                            TO GAMT-COST-CENTER (GAMT-INDEX)
                       MOVE GAM-INVENTORY-ACCOUNT
                            TO GAMT-INVENTORY-ACCT (GAMT-INDEX)
                       MOVE GAM-OFFSET-ACCOUNT
                            TO GAMT-OFFSET-ACCT (GAMT-INDEX)
               END-READ
           END-PERFORM

           CLOSE GL-ACCOUNT-MAP
         .
      *
       130-PROCESS-NEW-PRODUCT-FILE.

           SET MORE-NEW-RECS TO TRUE
           PERFORM UNTIL NO-MORE-NEW-RECS
               READ NEW-PRODUCT-FILE
                   AT END
                       SET NO-MORE-NEW-RECS TO TRUE
                   NOT AT END
                       IF NEW-PROD-REC (1:7) NOT = 'TRAILER'
                           OR NEW-PROD-REC (8:8) NOT NUMERIC
                           ADD 1 TO READ-COUNT
                           PERFORM 131-JOURNALIZE-ONE-RECORD
                               THRU 131-JOURNALIZE-ONE-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM
         .
      *
       131-JOURNALIZE-ONE-RECORD.

           IF SNAPSHOT-TRANS
               ADD 1 TO SNAPSHOT-COUNT
               GO TO 131-JOURNALIZE-ONE-RECORD-EXIT
           END-IF

      *    TRANSFERS AND TRANSFER RECEIPTS ARE JOURNALIZED FROM
      *    TRANSFER-APPLIED BY 176-PROCESS-APPLIED-TRANSFERS.

           IF TRANSFER-TRANS OR TRANSFER-RECEIPT-TRANS
               ADD 1 TO TRANSFER-FEED-COUNT
               GO TO 131-JOURNALIZE-ONE-RECORD-EXIT
           END-IF

           ADD 1 TO MOVEMENT-COUNT
           MOVE NPR-WAREHOUSE-ID      TO ENTRY-WAREHOUSE-ID
           MOVE NPR-VENDOR-ID         TO ENTRY-VENDOR-ID
           MOVE NPR-PRODUCT-ID        TO ENTRY-PRODUCT-ID
           MOVE NPR-TRANS-TYPE        TO ENTRY-TRANS-TYPE
           MOVE NPR-QTY-SIGN          TO ENTRY-QTY-SIGN
           MOVE NEW-PROD-REC (9:7)    TO ENTRY-QUANTITY-X
           MOVE NPR-XFER-WAREHOUSE-ID TO ENTRY-XFER-WH

           IF NPR-QUANTITY-ON-HAND NOT NUMERIC
              OR NPR-UNIT-COST NOT NUMERIC
               ADD 1 TO NOT-NUMERIC-COUNT
               MOVE 'QTY/COST NOT NUMERIC' TO EXCEPTION-REASON
               PERFORM 138-WRITE-EXCEPTION
               GO TO 131-JOURNALIZE-ONE-RECORD-EXIT
           END-IF

           MOVE SPACE TO FACTOR-DISPOSITION
           PERFORM 132-RESOLVE-BASE-FACTOR
           IF NOT FACTOR-RESOLVED
               ADD 1 TO NOT-VALUED-COUNT
               IF PRODUCT-UNKNOWN
                   MOVE 'PRODUCT NOT ON MASTER' TO EXCEPTION-REASON
               ELSE
                   MOVE 'UOM NOT CONVERTED' TO EXCEPTION-REASON
               END-IF
               PERFORM 138-WRITE-EXCEPTION
               GO TO 131-JOURNALIZE-ONE-RECORD-EXIT
           END-IF

           COMPUTE REC-EXT-VALUE ROUNDED =
                   NPR-QUANTITY-ON-HAND * REC-BASE-FACTOR
                                        * NPR-UNIT-COST

           PERFORM 135-BUILD-ENTRY-ACCOUNTS
           IF MAP-NOT-FOUND
               ADD 1 TO UNMAPPED-COUNT
               PERFORM 138-WRITE-EXCEPTION
               GO TO 131-JOURNALIZE-ONE-RECORD-EXIT
           END-IF

      *    A MOVEMENT THAT VALUES TO NOTHING (NO COST ON THE RECORD)
      *    IS SHOWN ON THE REPORT BUT PUTS NO ZERO LINES ON THE LEDGER.

           IF REC-EXT-VALUE = 0
               ADD 1 TO ZERO-VALUE-COUNT
           ELSE
               PERFORM 134-ADD-JOURNAL-PAIR
           END-IF
           ADD 1 TO JOURNALIZED-COUNT
           PERFORM 139-WRITE-MOVEMENT-LINE
         .
       131-JOURNALIZE-ONE-RECORD-EXIT.
           EXIT
         .
      *
       132-RESOLVE-BASE-FACTOR.

           IF UOM-TABLE-MISSING
               MOVE 1 TO REC-BASE-FACTOR
               SET FACTOR-RESOLVED TO TRUE
           ELSE
               SET PVU-INDEX TO 1
               SEARCH PVU-ENTRY
                   AT END
                       SET PRODUCT-UNKNOWN TO TRUE
                   WHEN PVU-ID (PVU-INDEX) = ENTRY-PRODUCT-ID
                       PERFORM 133-LOOK-UP-UOM-FACTOR
               END-SEARCH
           END-IF
         .
      *
       133-LOOK-UP-UOM-FACTOR.

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
       134-ADD-JOURNAL-PAIR.

           IF JOURNAL-COUNT > 99998
               DISPLAY 'JOURNAL-TABLE FULL - MORE THAN 100000 '
                       'JOURNAL LINES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO JOURNAL-COUNT
           SET JRN-INDEX TO JOURNAL-COUNT
           MOVE DEBIT-ACCOUNT     TO JRN-ACCOUNT (JRN-INDEX)
           MOVE DEBIT-COST-CENTER TO JRN-COST-CENTER (JRN-INDEX)
           MOVE 'D'               TO JRN-DEBIT-CREDIT (JRN-INDEX)
           PERFORM 137-FILL-JOURNAL-LINE
           ADD REC-EXT-VALUE TO TOTAL-DEBITS

           ADD 1 TO JOURNAL-COUNT
           SET JRN-INDEX TO JOURNAL-COUNT
           MOVE CREDIT-ACCOUNT     TO JRN-ACCOUNT (JRN-INDEX)
           MOVE CREDIT-COST-CENTER TO JRN-COST-CENTER (JRN-INDEX)
           MOVE 'C'                TO JRN-DEBIT-CREDIT (JRN-INDEX)
           PERFORM 137-FILL-JOURNAL-LINE
           ADD REC-EXT-VALUE TO TOTAL-CREDITS
         .
      *
       135-BUILD-ENTRY-ACCOUNTS.

      *    PICKS THE DEBIT AND CREDIT SIDES FOR THE MOVEMENT FROM
      *    GL-ACCOUNT-MAP - SEE THE TABLE IN THE PROGRAM BANNER.  ON A
      *    MISS MAP-NOT-FOUND IS LEFT SET AND EXCEPTION-REASON SAYS
      *    WHY.  TRANSFERS ARE MAPPED BY 178-BUILD-TRANSFER-ACCOUNTS.

           MOVE NPR-WAREHOUSE-ID TO MAP-LOOKUP-WAREHOUSE
           MOVE NPR-TRANS-TYPE   TO MAP-LOOKUP-TYPE
           PERFORM 136-LOOK-UP-ACCOUNT-MAP
           IF MAP-NOT-FOUND
               MOVE 'NO GL MAP FOR WHSE/TYPE' TO EXCEPTION-REASON
           ELSE
               EVALUATE TRUE
                   WHEN RECEIPT-TRANS
                       MOVE GAMT-INVENTORY-ACCT (GAMT-INDEX)
                            TO DEBIT-ACCOUNT
                       MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                            TO CREDIT-ACCOUNT
                       MOVE GAMT-COST-CENTER (GAMT-INDEX)
                            TO DEBIT-COST-CENTER CREDIT-COST-CENTER
                       MOVE 'RECEIPT' TO ENTRY-DESC
                   WHEN ADJUSTMENT-TRANS AND NEGATIVE-QTY
                       MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                            TO DEBIT-ACCOUNT
                       MOVE GAMT-INVENTORY-ACCT (GAMT-INDEX)
                            TO CREDIT-ACCOUNT
                       MOVE GAMT-COST-CENTER (GAMT-INDEX)
                            TO DEBIT-COST-CENTER CREDIT-COST-CENTER
                       MOVE 'ADJUSTMENT - SHRINK' TO ENTRY-DESC
                   WHEN ADJUSTMENT-TRANS
                       MOVE GAMT-INVENTORY-ACCT (GAMT-INDEX)
                            TO DEBIT-ACCOUNT
                       MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                            TO CREDIT-ACCOUNT
                       MOVE GAMT-COST-CENTER (GAMT-INDEX)
                            TO DEBIT-COST-CENTER CREDIT-COST-CENTER
                       MOVE 'ADJUSTMENT - OVERAGE' TO ENTRY-DESC
               END-EVALUATE
           END-IF
         .
      *
       136-LOOK-UP-ACCOUNT-MAP.

           SET MAP-NOT-FOUND TO TRUE
           IF ACCOUNT-MAP-COUNT > 0
               SET GAMT-INDEX TO 1
               SEARCH GAMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN GAMT-KEY (GAMT-INDEX) = MAP-LOOKUP-KEY
                       SET MAP-FOUND TO TRUE
               END-SEARCH
           END-IF
         .
      *
       137-FILL-JOURNAL-LINE.

           MOVE REC-EXT-VALUE         TO JRN-AMOUNT (JRN-INDEX)
           MOVE ENTRY-WAREHOUSE-ID    TO JRN-WAREHOUSE-ID (JRN-INDEX)
           MOVE ENTRY-VENDOR-ID       TO JRN-VENDOR-ID (JRN-INDEX)
           MOVE ENTRY-PRODUCT-ID      TO JRN-PRODUCT-ID (JRN-INDEX)
           MOVE ENTRY-TRANS-TYPE      TO JRN-TRANS-TYPE (JRN-INDEX)
           MOVE ENTRY-QTY-SIGN        TO JRN-QTY-SIGN (JRN-INDEX)
           MOVE ENTRY-QUANTITY        TO JRN-QUANTITY (JRN-INDEX)
           MOVE ENTRY-DESC            TO JRN-LINE-DESC (JRN-INDEX)
         .
      *
       138-WRITE-EXCEPTION.

      *    A MOVEMENT LEFT OUT IS HELD ON EXCEPTION-TABLE AND LISTED
      *    AFTER THE JOURNALIZED MOVEMENTS, SINCE THAT SECTION OF THE
      *    REPORT IS STILL BEING WRITTEN WHILE THE FEED IS READ.

           IF EXCEPTION-COUNT NOT < 50000
               DISPLAY 'EXCEPTION-TABLE FULL - MORE THAN 50000 '
                       'MOVEMENTS LEFT OUT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO EXCEPTION-COUNT
           SET EXC-INDEX TO EXCEPTION-COUNT
           MOVE ENTRY-WAREHOUSE-ID    TO EXC-WAREHOUSE-ID (EXC-INDEX)
           MOVE ENTRY-VENDOR-ID       TO EXC-VENDOR-ID (EXC-INDEX)
           MOVE ENTRY-PRODUCT-ID      TO EXC-PRODUCT-ID (EXC-INDEX)
           MOVE ENTRY-TRANS-TYPE      TO EXC-TRANS-TYPE (EXC-INDEX)
           MOVE ENTRY-QTY-SIGN        TO EXC-QTY-SIGN (EXC-INDEX)
           MOVE ENTRY-QUANTITY-X      TO EXC-QUANTITY (EXC-INDEX)
           MOVE ENTRY-XFER-WH         TO EXC-XFER-WH (EXC-INDEX)
           MOVE EXCEPTION-REASON      TO EXC-REASON (EXC-INDEX)
         .
      *
       139-WRITE-MOVEMENT-LINE.

           MOVE ENTRY-WAREHOUSE-ID   TO GLR-DET-WAREHOUSE
           MOVE ENTRY-VENDOR-ID      TO GLR-DET-VENDOR
           MOVE ENTRY-PRODUCT-ID     TO GLR-DET-PRODUCT
           MOVE ENTRY-TRANS-TYPE     TO GLR-DET-TYPE
           MOVE ENTRY-QTY-SIGN       TO GLR-DET-SIGN
           MOVE ENTRY-QUANTITY       TO GLR-DET-QTY
           MOVE REC-EXT-VALUE        TO GLR-DET-VALUE
           MOVE DEBIT-ACCOUNT        TO GLR-DET-DEBIT-ACCT
           MOVE DEBIT-COST-CENTER    TO GLR-DET-DEBIT-CC
           MOVE CREDIT-ACCOUNT       TO GLR-DET-CREDIT-ACCT
           MOVE CREDIT-COST-CENTER   TO GLR-DET-CREDIT-CC
           MOVE GLR-DETAIL-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
         .
      *
       140-CHECK-BATCH-BALANCE.

      *    EVERY MOVEMENT ADDS AN EQUAL DEBIT AND CREDIT, SO THE BATCH
      *    SHOULD ALWAYS BALANCE - THE CHECK IS STILL MADE ON THE
      *    TOTALS ACTUALLY ACCUMULATED, SINCE THAT IS WHAT THE LEDGER
      *    WILL SEE.  A MOVEMENT LEFT OUT OF THE BATCH HOLDS IT TOO -
      *    A BALANCED BUT INCOMPLETE JOURNAL WOULD STILL NOT TIE.

           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
              OR EXCEPTION-COUNT > 0
               SET BATCH-HELD TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET BATCH-BALANCED TO TRUE
           END-IF
         .
      *
       145-WRITE-JOURNAL.

           OPEN OUTPUT GL-JOURNAL

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE 'H' TO GJC-RECORD-TYPE
           PERFORM 146-FILL-CONTROL-RECORD
           WRITE GL-JOURNAL-REC

           PERFORM VARYING JRN-INDEX FROM 1 BY 1
                   UNTIL JRN-INDEX > JOURNAL-COUNT
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE 'D'                           TO GJD-RECORD-TYPE
               SET GJD-LINE-NBR                   TO JRN-INDEX
               MOVE RUN-DATE                      TO GJD-BATCH-DATE
               MOVE JRN-ACCOUNT (JRN-INDEX)       TO GJD-ACCOUNT
               MOVE JRN-COST-CENTER (JRN-INDEX)   TO GJD-COST-CENTER
               MOVE JRN-DEBIT-CREDIT (JRN-INDEX)  TO GJD-DEBIT-CREDIT
               MOVE JRN-AMOUNT (JRN-INDEX)        TO GJD-AMOUNT
               MOVE JRN-WAREHOUSE-ID (JRN-INDEX)  TO GJD-WAREHOUSE-ID
               MOVE JRN-VENDOR-ID (JRN-INDEX)     TO GJD-VENDOR-ID
               MOVE JRN-PRODUCT-ID (JRN-INDEX)    TO GJD-PRODUCT-ID
               MOVE JRN-TRANS-TYPE (JRN-INDEX)    TO GJD-TRANS-TYPE
               MOVE JRN-QTY-SIGN (JRN-INDEX)      TO GJD-QTY-SIGN
               MOVE JRN-QUANTITY (JRN-INDEX)      TO GJD-QUANTITY
               MOVE JRN-LINE-DESC (JRN-INDEX)     TO GJD-LINE-DESC
               WRITE GL-JOURNAL-REC
           END-PERFORM

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE 'T' TO GJC-RECORD-TYPE
           PERFORM 146-FILL-CONTROL-RECORD
           WRITE GL-JOURNAL-REC

           CLOSE GL-JOURNAL
         .
      *
       146-FILL-CONTROL-RECORD.

           MOVE RUN-DATE          TO GJC-BATCH-DATE
           MOVE 'AKLAB8GLJE'      TO GJC-SOURCE-ID
           MOVE BATCH-STATUS      TO GJC-BATCH-STATUS
           MOVE JOURNAL-COUNT     TO GJC-ENTRY-COUNT
           MOVE TOTAL-DEBITS      TO GJC-TOTAL-DEBITS
           MOVE TOTAL-CREDITS     TO GJC-TOTAL-CREDITS
         .
      *
       150-WRITE-REPORT-TOTALS.

           IF JOURNALIZED-COUNT = 0
              AND APPLIED-JRNL-COUNT = 0
              AND VARIANCE-JRNL-COUNT = 0
               MOVE GLR-NONE-LINE TO GL-REPORT-REC
               WRITE GL-REPORT-REC
           END-IF

           MOVE GLR-BLANK-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
           MOVE 'MOVEMENTS LEFT OUT OF THE JOURNAL' TO GLR-SECTION-LINE
           MOVE GLR-SECTION-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC

           PERFORM VARYING EXC-INDEX FROM 1 BY 1
                   UNTIL EXC-INDEX > EXCEPTION-COUNT
               MOVE EXC-WAREHOUSE-ID (EXC-INDEX) TO GLR-EXC-WAREHOUSE
               MOVE EXC-VENDOR-ID (EXC-INDEX)    TO GLR-EXC-VENDOR
               MOVE EXC-PRODUCT-ID (EXC-INDEX)   TO GLR-EXC-PRODUCT
               MOVE EXC-TRANS-TYPE (EXC-INDEX)   TO GLR-EXC-TYPE
               MOVE EXC-QTY-SIGN (EXC-INDEX)     TO GLR-EXC-SIGN
               MOVE EXC-QUANTITY (EXC-INDEX)     TO GLR-EXC-QTY
               MOVE EXC-XFER-WH (EXC-INDEX)      TO GLR-EXC-XFER-WH
               MOVE EXC-REASON (EXC-INDEX)       TO GLR-EXC-REASON
               MOVE GLR-EXCEPTION-LINE TO GL-REPORT-REC
               WRITE GL-REPORT-REC
           END-PERFORM
           IF EXCEPTION-COUNT = 0
               MOVE GLR-NONE-LINE TO GL-REPORT-REC
               WRITE GL-REPORT-REC
           END-IF

           MOVE GLR-BLANK-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC

           MOVE 'RECORDS READ:' TO GLR-CNT-TEXT
           MOVE READ-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'SNAPSHOTS (NOT JOURNALIZED):' TO GLR-CNT-TEXT
           MOVE SNAPSHOT-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'TRANSFERS ON FEED (SEE APPLIED):' TO GLR-CNT-TEXT
           MOVE TRANSFER-FEED-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'MOVEMENTS READ:' TO GLR-CNT-TEXT
           MOVE MOVEMENT-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'MOVEMENTS JOURNALIZED:' TO GLR-CNT-TEXT
           MOVE JOURNALIZED-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE '  OF WHICH ZERO VALUE:' TO GLR-CNT-TEXT
           MOVE ZERO-VALUE-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'LEFT OUT - NO GL MAPPING:' TO GLR-CNT-TEXT
           MOVE UNMAPPED-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'LEFT OUT - NOT VALUED (UOM):' TO GLR-CNT-TEXT
           MOVE NOT-VALUED-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'LEFT OUT - QTY/COST NOT NUMERIC:' TO GLR-CNT-TEXT
           MOVE NOT-NUMERIC-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'TRANSFERS APPLIED READ:' TO GLR-CNT-TEXT
           MOVE APPLIED-READ-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'TRANSFERS APPLIED JOURNALIZED:' TO GLR-CNT-TEXT
           MOVE APPLIED-JRNL-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'TRANSFER VARIANCES READ:' TO GLR-CNT-TEXT
           MOVE VARIANCE-READ-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'TRANSFER VARIANCES JOURNALIZED:' TO GLR-CNT-TEXT
           MOVE VARIANCE-JRNL-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE

           MOVE GLR-BLANK-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
           MOVE 'JOURNAL ENTRY LINES:' TO GLR-CNT-TEXT
           MOVE JOURNAL-COUNT TO GLR-CNT-VALUE
           PERFORM 152-WRITE-COUNT-LINE
           MOVE 'TOTAL DEBITS:' TO GLR-AMT-TEXT
           MOVE TOTAL-DEBITS TO GLR-AMT-VALUE
           MOVE GLR-AMOUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
           MOVE 'TOTAL CREDITS:' TO GLR-AMT-TEXT
           MOVE TOTAL-CREDITS TO GLR-AMT-VALUE
           MOVE GLR-AMOUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC

           EVALUATE TRUE
               WHEN BATCH-BALANCED
                   MOVE 'BALANCED - RELEASED TO THE LEDGER'
                        TO GLR-STATUS-TEXT
               WHEN TOTAL-DEBITS NOT = TOTAL-CREDITS
                   MOVE 'HELD - DEBITS DO NOT EQUAL CREDITS'
                        TO GLR-STATUS-TEXT
               WHEN OTHER
                   MOVE 'HELD - MOVEMENTS LEFT OUT OF THE JOURNAL'
                        TO GLR-STATUS-TEXT
           END-EVALUATE
           MOVE GLR-STATUS-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
         .
      *
       152-WRITE-COUNT-LINE.

           MOVE GLR-COUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC
         .
      *
       160-CLOSE-ROUTINE.

           IF BATCH-HELD
               DISPLAY 'GL JOURNAL HELD - SEE GL-JOURNAL-REPORT.TXT'
           ELSE
               DISPLAY 'GL JOURNAL BALANCED - ' JOURNAL-COUNT
                       ' ENTRY LINES'
           END-IF

           CLOSE NEW-PRODUCT-FILE
                 GL-JOURNAL-REPORT

           MOVE 'C' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS

           STOP RUN
         .
      *
       170-PROCESS-TRANSFER-VARIANCES.

      *    A MISSING TRANSFER-VARIANCE.TXT MEANS NO TRANSFER CAME IN
      *    OVER OR SHORT TONIGHT.  EACH VARIANCE IS VALUED AND MAPPED
      *    LIKE ANY FEED MOVEMENT AND LISTED IN THE SAME REPORT
      *    SECTION, AS A TYPE 'X' LINE SIGNED '+' OVER OR '-' SHORT.

           OPEN INPUT TRANSFER-VARIANCE
           IF VARIANCE-STATUS = '05' OR VARIANCE-STATUS = '35'
               DISPLAY 'TRANSFER-VARIANCE NOT ON FILE - '
                       'NO TRANSFER VARIANCES TO JOURNALIZE'
           ELSE
               IF VARIANCE-STATUS NOT = '00'
                   DISPLAY 'TRANSFER-VARIANCE COULD NOT BE OPENED - '
                           'STATUS ' VARIANCE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-VARIANCE-RECS TO TRUE
               PERFORM UNTIL NO-MORE-VARIANCE-RECS
                   READ TRANSFER-VARIANCE
                       AT END
                           SET NO-MORE-VARIANCE-RECS TO TRUE
                       NOT AT END
                           ADD 1 TO VARIANCE-READ-COUNT
                           PERFORM 172-JOURNALIZE-ONE-VARIANCE
                               THRU 172-JOURNALIZE-ONE-VARIANCE-EXIT
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-VARIANCE
           END-IF
         .
      *
       172-JOURNALIZE-ONE-VARIANCE.

           MOVE TV-RECV-WAREHOUSE-ID  TO ENTRY-WAREHOUSE-ID
           MOVE TV-VENDOR-ID          TO ENTRY-VENDOR-ID
           MOVE TV-PRODUCT-ID         TO ENTRY-PRODUCT-ID
           MOVE 'X'                   TO ENTRY-TRANS-TYPE
           MOVE TV-VARIANCE-SIGN      TO ENTRY-QTY-SIGN
           MOVE TV-VARIANCE-QTY       TO ENTRY-QUANTITY
           MOVE TV-SEND-WAREHOUSE-ID  TO ENTRY-XFER-WH

           MOVE SPACE TO FACTOR-DISPOSITION
           PERFORM 132-RESOLVE-BASE-FACTOR
           IF NOT FACTOR-RESOLVED
               ADD 1 TO NOT-VALUED-COUNT
               IF PRODUCT-UNKNOWN
                   MOVE 'PRODUCT NOT ON MASTER' TO EXCEPTION-REASON
               ELSE
                   MOVE 'UOM NOT CONVERTED' TO EXCEPTION-REASON
               END-IF
               PERFORM 138-WRITE-EXCEPTION
               GO TO 172-JOURNALIZE-ONE-VARIANCE-EXIT
           END-IF

           COMPUTE REC-EXT-VALUE ROUNDED =
                   TV-VARIANCE-QTY * REC-BASE-FACTOR
                                   * TV-UNIT-COST

           PERFORM 174-BUILD-VARIANCE-ACCOUNTS
           IF MAP-NOT-FOUND
               ADD 1 TO UNMAPPED-COUNT
               PERFORM 138-WRITE-EXCEPTION
               GO TO 172-JOURNALIZE-ONE-VARIANCE-EXIT
           END-IF

           IF REC-EXT-VALUE = 0
               ADD 1 TO ZERO-VALUE-COUNT
           ELSE
               PERFORM 134-ADD-JOURNAL-PAIR
           END-IF
           ADD 1 TO VARIANCE-JRNL-COUNT
           PERFORM 139-WRITE-MOVEMENT-LINE
         .
       172-JOURNALIZE-ONE-VARIANCE-EXIT.
           EXIT
         .
      *
       174-BUILD-VARIANCE-ACCOUNTS.

      *    THE RECEIVING WAREHOUSE'S 'A' ROW SUPPLIES SHRINK/OVERAGE,
      *    THE SENDING WAREHOUSE'S 'T' ROW THE IN-TRANSIT ACCOUNT THE
      *    SHIPMENT WAS CHARGED TO.

           MOVE TV-RECV-WAREHOUSE-ID TO MAP-LOOKUP-WAREHOUSE
           MOVE 'A'                  TO MAP-LOOKUP-TYPE
           PERFORM 136-LOOK-UP-ACCOUNT-MAP
           IF MAP-NOT-FOUND
               MOVE 'NO GL MAP - RECEIVING WHSE' TO EXCEPTION-REASON
           ELSE
               IF TV-SHORT
                   MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                        TO DEBIT-ACCOUNT
                   MOVE GAMT-COST-CENTER (GAMT-INDEX)
                        TO DEBIT-COST-CENTER
                   MOVE 'TRANSFER SHORT' TO ENTRY-DESC
               ELSE
                   MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                        TO CREDIT-ACCOUNT
                   MOVE GAMT-COST-CENTER (GAMT-INDEX)
                        TO CREDIT-COST-CENTER
                   MOVE 'TRANSFER OVER' TO ENTRY-DESC
               END-IF
               MOVE TV-SEND-WAREHOUSE-ID TO MAP-LOOKUP-WAREHOUSE
               MOVE 'T'                  TO MAP-LOOKUP-TYPE
               PERFORM 136-LOOK-UP-ACCOUNT-MAP
               IF MAP-NOT-FOUND
                   MOVE 'NO GL MAP - SENDING WHSE' TO EXCEPTION-REASON
               ELSE
                   IF TV-SHORT
                       MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                            TO CREDIT-ACCOUNT
                       MOVE GAMT-COST-CENTER (GAMT-INDEX)
                            TO CREDIT-COST-CENTER
                   ELSE
                       MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                            TO DEBIT-ACCOUNT
                       MOVE GAMT-COST-CENTER (GAMT-INDEX)
                            TO DEBIT-COST-CENTER
                   END-IF
               END-IF
           END-IF
         .
      *
       176-PROCESS-APPLIED-TRANSFERS.

      *    A MISSING TRANSFER-APPLIED.TXT MEANS NO TRANSFER WAS SHIPPED
      *    OR RECEIVED TONIGHT.  EACH LEG IS VALUED AT THE COST IT WAS
      *    SHIPPED AT AND LISTED IN THE SAME REPORT SECTION AS THE FEED
      *    MOVEMENTS, AS A TYPE 'T' OR 'X' LINE.

           OPEN INPUT TRANSFER-APPLIED
           IF APPLIED-STATUS = '05' OR APPLIED-STATUS = '35'
               DISPLAY 'TRANSFER-APPLIED NOT ON FILE - '
                       'NO TRANSFERS TO JOURNALIZE'
           ELSE
               IF APPLIED-STATUS NOT = '00'
                   DISPLAY 'TRANSFER-APPLIED COULD NOT BE OPENED - '
                           'STATUS ' APPLIED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-APPLIED-RECS TO TRUE
               PERFORM UNTIL NO-MORE-APPLIED-RECS
                   READ TRANSFER-APPLIED
                       AT END
                           SET NO-MORE-APPLIED-RECS TO TRUE
                       NOT AT END
                           ADD 1 TO APPLIED-READ-COUNT
                           PERFORM 177-JOURNALIZE-ONE-TRANSFER
                               THRU 177-JOURNALIZE-ONE-TRANSFER-EXIT
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-APPLIED
           END-IF
         .
      *
       177-JOURNALIZE-ONE-TRANSFER.

      *    A SHIPMENT IS SHOWN UNDER THE SENDING WAREHOUSE AND A
      *    RECEIPT UNDER THE RECEIVING WAREHOUSE, EACH WITH THE OTHER
      *    WAREHOUSE AS ITS TRANSFER WAREHOUSE, AS ON THE FEED.

           IF TA-SHIPMENT
               MOVE TA-SEND-WAREHOUSE-ID TO ENTRY-WAREHOUSE-ID
               MOVE TA-RECV-WAREHOUSE-ID TO ENTRY-XFER-WH
           ELSE
               MOVE TA-RECV-WAREHOUSE-ID TO ENTRY-WAREHOUSE-ID
               MOVE TA-SEND-WAREHOUSE-ID TO ENTRY-XFER-WH
           END-IF
           MOVE TA-VENDOR-ID          TO ENTRY-VENDOR-ID
           MOVE TA-PRODUCT-ID         TO ENTRY-PRODUCT-ID
           MOVE TA-TRANS-TYPE         TO ENTRY-TRANS-TYPE
           MOVE SPACE                 TO ENTRY-QTY-SIGN
           MOVE TA-QUANTITY           TO ENTRY-QUANTITY

           MOVE SPACE TO FACTOR-DISPOSITION
           PERFORM 132-RESOLVE-BASE-FACTOR
           IF NOT FACTOR-RESOLVED
               ADD 1 TO NOT-VALUED-COUNT
               IF PRODUCT-UNKNOWN
                   MOVE 'PRODUCT NOT ON MASTER' TO EXCEPTION-REASON
               ELSE
                   MOVE 'UOM NOT CONVERTED' TO EXCEPTION-REASON
               END-IF
               PERFORM 138-WRITE-EXCEPTION
               GO TO 177-JOURNALIZE-ONE-TRANSFER-EXIT
           END-IF

           COMPUTE REC-EXT-VALUE ROUNDED =
                   TA-QUANTITY * REC-BASE-FACTOR
                               * TA-UNIT-COST

           PERFORM 178-BUILD-TRANSFER-ACCOUNTS
           IF MAP-NOT-FOUND
               ADD 1 TO UNMAPPED-COUNT
               PERFORM 138-WRITE-EXCEPTION
               GO TO 177-JOURNALIZE-ONE-TRANSFER-EXIT
           END-IF

           IF REC-EXT-VALUE = 0
               ADD 1 TO ZERO-VALUE-COUNT
           ELSE
               PERFORM 134-ADD-JOURNAL-PAIR
           END-IF
           ADD 1 TO APPLIED-JRNL-COUNT
           PERFORM 139-WRITE-MOVEMENT-LINE
         .
       177-JOURNALIZE-ONE-TRANSFER-EXIT.
           EXIT
         .
      *
       178-BUILD-TRANSFER-ACCOUNTS.

      *    A SHIPMENT MOVES VALUE FROM THE SENDING WAREHOUSE'S
      *    INVENTORY TO ITS IN-TRANSIT ACCOUNT, BOTH FROM ITS 'T' ROW.
      *    A RECEIPT MOVES IT FROM THAT SAME IN-TRANSIT ACCOUNT INTO
      *    THE RECEIVING WAREHOUSE'S INVENTORY, FROM ITS OWN 'T' ROW.

           MOVE 'T' TO MAP-LOOKUP-TYPE
           IF TA-SHIPMENT
               MOVE TA-SEND-WAREHOUSE-ID TO MAP-LOOKUP-WAREHOUSE
               PERFORM 136-LOOK-UP-ACCOUNT-MAP
               IF MAP-NOT-FOUND
                   MOVE 'NO GL MAP - SENDING WHSE' TO EXCEPTION-REASON
               ELSE
                   MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                        TO DEBIT-ACCOUNT
                   MOVE GAMT-INVENTORY-ACCT (GAMT-INDEX)
                        TO CREDIT-ACCOUNT
                   MOVE GAMT-COST-CENTER (GAMT-INDEX)
                        TO DEBIT-COST-CENTER CREDIT-COST-CENTER
                   MOVE 'TRANSFER SHIPPED' TO ENTRY-DESC
               END-IF
           ELSE
               MOVE TA-RECV-WAREHOUSE-ID TO MAP-LOOKUP-WAREHOUSE
               PERFORM 136-LOOK-UP-ACCOUNT-MAP
               IF MAP-NOT-FOUND
                   MOVE 'NO GL MAP - RECEIVING WHSE'
                        TO EXCEPTION-REASON
               ELSE
                   MOVE GAMT-INVENTORY-ACCT (GAMT-INDEX)
                        TO DEBIT-ACCOUNT
                   MOVE GAMT-COST-CENTER (GAMT-INDEX)
                        TO DEBIT-COST-CENTER
                   MOVE TA-SEND-WAREHOUSE-ID TO MAP-LOOKUP-WAREHOUSE
                   PERFORM 136-LOOK-UP-ACCOUNT-MAP
                   IF MAP-NOT-FOUND
                       MOVE 'NO GL MAP - SENDING WHSE'
                            TO EXCEPTION-REASON
                   ELSE
                       MOVE GAMT-OFFSET-ACCT (GAMT-INDEX)
                            TO CREDIT-ACCOUNT
                       MOVE GAMT-COST-CENTER (GAMT-INDEX)
                            TO CREDIT-COST-CENTER
                       MOVE 'TRANSFER RECEIVED' TO ENTRY-DESC
                   END-IF
               END-IF
           END-IF
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
