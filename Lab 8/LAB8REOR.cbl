       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8REOR.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM IS THE NIGHTLY REORDER-POINT REPLENISHMENT RUN.
      *  INVENTORY-POSITION (MAINTAINED BY AKLAB8POSN) SAYS WHAT EACH
      *  WAREHOUSE/VENDOR/PRODUCT KEY HAS ON HAND; REORDER-POLICY SAYS,
      *  PER WAREHOUSE/PRODUCT, THE MINIMUM (REORDER POINT), THE
      *  MAXIMUM TO BUY BACK UP TO, AND THE REORDER MULTIPLE (CASE
      *  PACK) THE VENDOR SELLS IN.  EVERY KEY AT OR BELOW ITS MINIMUM
      *  GETS A SUGGESTED ORDER QUANTITY THAT BRINGS IT BACK UP TO ITS
      *  MAXIMUM, ROUNDED UP TO THE NEXT WHOLE REORDER MULTIPLE, AND
      *  THE SUGGESTIONS ARE WRITTEN TO SUGGESTED-PO GROUPED BY
      *  IP-VENDOR-ID SO EACH BUYER CAN CUT ONE PURCHASE ORDER PER
      *  VENDOR STRAIGHT OFF THE PAGE.
      *
      *  POLICY QUANTITIES ARE IN BASE UNITS.  THE POSITION MASTER'S
      *  ON-HAND IS IN WHATEVER UNIT THE PRODUCT IS REPORTED IN (SEE
      *  PRM-MASTER-UOM), SO IT IS CONVERTED TO BASE UNITS WITH THE
      *  SAME PRODUCT-MASTER / UOM-CONVERSION LOOKUP AKLAB8VALR USES
      *  (SEE 131-RESOLVE-BASE-FACTOR IN LAB8VALR.CBL) BEFORE IT IS
      *  COMPARED WITH THE POLICY, AND THE SUGGESTION IS VALUED AT
      *  ORDER QUANTITY * UNIT COST THE SAME WAY VALR VALUES BASE
      *  UNITS.  IF UOM-CONVERSION.TXT DOES NOT EXIST AT ALL THE
      *  CONVERSION IS SKIPPED AND EVERY QUANTITY IS TAKEN AS-IS.
      *
      *  A POLICY IS PER WAREHOUSE/PRODUCT, NOT PER VENDOR - WHEN ONE
      *  WAREHOUSE BUYS THE SAME PRODUCT FROM TWO VENDORS EACH
      *  POSITION KEY IS MEASURED AGAINST THE SAME POLICY ON ITS OWN.
      *
      *  A KEY THAT CANNOT BE SUGGESTED HONESTLY IS NOT GUESSED AT -
      *  IT GOES ON THE EXCEPTION SECTION AT THE END OF THE REPORT
      *  INSTEAD:
      *     - THE WAREHOUSE IS NO LONGER AUTHORIZED TO CARRY THE
      *       PRODUCT ON ASSORTMENT-MASTER (BUYING MORE OF A PRODUCT
      *       THE WAREHOUSE HAS BEEN TAKEN OFF IS EXACTLY WRONG)
      *     - NO REORDER-POLICY RECORD FOR THE WAREHOUSE/PRODUCT
      *     - THE PRODUCT IS NOT ON PRODUCT-MASTER, OR ITS UOM HAS NO
      *       CONVERSION ENTRY
      *  WITH NO ASSORTMENT-MASTER ON FILE THE AUTHORIZATION CHECK IS
      *  SKIPPED, THE SAME NON-FATAL TREATMENT AKLAB8TABLES GIVES IT.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     INVENTORY-POSITION - THE POSITION MASTER AKLAB8POSN
      *        UPDATES, KEY WAREHOUSE/VENDOR/PRODUCT
      *     REORDER-POLICY     - ONE RECORD PER WAREHOUSE/PRODUCT WITH
      *        MINIMUM, MAXIMUM, AND REORDER MULTIPLE IN BASE UNITS.  A
      *        RECORD WITH A QUANTITY THAT IS NOT NUMERIC, OR A SECOND
      *        RECORD FOR THE SAME WAREHOUSE/PRODUCT, IS SKIPPED AND
      *        DISPLAYED (THE FIRST ONE STANDS)
      *     PRODUCT-MASTER     - SUPPLIES EACH PRODUCT'S UOM CODE
      *     UOM-CONVERSION     - ONE RECORD PER UOM CODE WITH ITS
      *        FACTOR TO THE BASE UNIT
      *     ASSORTMENT-MASTER  - WAREHOUSE/PRODUCT AUTHORIZATIONS
      *
      *  OUTPUT:
      *     SUGGESTED-PO - SUGGESTED ORDERS BY VENDOR ID WITH A TOTAL
      *        PER VENDOR, FOLLOWED BY THE EXCEPTION SECTION AND RUN
      *        TOTALS
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

           SELECT REORDER-POLICY
               ASSIGN TO 'REORDER-POLICY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT UOM-CONVERSION
               ASSIGN TO 'UOM-CONVERSION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UOM-FILE-STATUS.

           SELECT ASSORTMENT-MASTER
               ASSIGN TO 'ASSORTMENT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSORT-MASTER-STATUS.

           SELECT SUGGESTED-PO
               ASSIGN TO 'SUGGESTED-PO.TXT'
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

      *    ONE RECORD PER WAREHOUSE/PRODUCT THE BUYERS HAVE SET A
      *    REPLENISHMENT POLICY FOR.  ALL THREE QUANTITIES ARE IN BASE
      *    UNITS.  A REORDER MULTIPLE OF ZERO OR ONE MEANS THE PRODUCT
      *    CAN BE BOUGHT IN ANY QUANTITY.

       FD REORDER-POLICY
           RECORD CONTAINS 26 CHARACTERS.
       01 REORDER-POLICY-REC.
           05  RP-POLICY-KEY.
               10  RP-WAREHOUSE-ID         PIC X(4).
               10  RP-PRODUCT-ID           PIC X(3).
           05  RP-MIN-QTY                  PIC 9(7).
           05  RP-MAX-QTY                  PIC 9(7).
           05  RP-REORDER-MULTIPLE         PIC 9(5).

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

       FD ASSORTMENT-MASTER
           RECORD CONTAINS 7 CHARACTERS.
       01 ASSORTMENT-MASTER-REC.
           05  ASM-WAREHOUSE-ID            PIC X(4).
           05  ASM-PRODUCT-ID              PIC X(3).

       FD SUGGESTED-PO
           RECORD CONTAINS 132 CHARACTERS.
       01 SUGGESTED-PO-REC                 PIC X(132).


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
           05  POLICY-EOF-FLAG         PIC X     VALUE SPACE.
                88  MORE-POLICY-RECS             VALUE 'Y'.
                88  NO-MORE-POLICY-RECS          VALUE 'N'.
           05  PRM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-PRODUCT-RECS            VALUE 'Y'.
                88  NO-MORE-PRODUCT-RECS         VALUE 'N'.
           05  UOM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-UOM-RECS                VALUE 'Y'.
                88  NO-MORE-UOM-RECS             VALUE 'N'.
           05  ASRT-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-ASSORT-RECS             VALUE 'Y'.
                88  NO-MORE-ASSORT-RECS          VALUE 'N'.
           05  UOM-LOAD-SWITCH         PIC X     VALUE 'N'.
                88  UOM-TABLE-LOADED             VALUE 'Y'.
                88  UOM-TABLE-MISSING            VALUE 'N'.
           05  ASSORT-LOAD-SWITCH      PIC X     VALUE 'N'.
                88  ASSORT-XREF-LOADED           VALUE 'Y'.
                88  ASSORT-XREF-MISSING          VALUE 'N'.
           05  FACTOR-DISPOSITION      PIC X     VALUE SPACE.
                88  FACTOR-RESOLVED              VALUE 'R'.
                88  PRODUCT-UNKNOWN              VALUE 'P'.
                88  UOM-UNKNOWN                  VALUE 'U'.
           05  POLICY-SWITCH           PIC X     VALUE 'N'.
                88  POLICY-FOUND                 VALUE 'Y'.
                88  POLICY-MISSING               VALUE 'N'.
           05  AUTH-SWITCH             PIC X     VALUE 'N'.
                88  KEY-AUTHORIZED               VALUE 'Y'.
                88  KEY-NOT-AUTHORIZED           VALUE 'N'.
           05  POLICY-EDIT-SWITCH      PIC X     VALUE 'Y'.
                88  POLICY-RECORD-OK             VALUE 'Y'.
                88  POLICY-RECORD-BAD            VALUE 'N'.

       01  FILE-STATUS-FIELDS.
           05  POSITION-STATUS         PIC XX.
           05  POLICY-STATUS           PIC XX.
           05  PRODUCT-MASTER-STATUS   PIC XX.
           05  UOM-FILE-STATUS         PIC XX.
           05  ASSORT-MASTER-STATUS    PIC XX.

       01  COUNT-FIELDS.
           05  POSITION-READ-COUNT  PIC 9(7)  VALUE 0.
           05  SUGGESTED-COUNT      PIC 9(7)  VALUE 0.
           05  ABOVE-MIN-COUNT      PIC 9(7)  VALUE 0.
           05  EXCEPTION-COUNT      PIC 9(7)  VALUE 0.
           05  VENDOR-LINE-COUNT    PIC 9(7)  VALUE 0.
           05  POLICY-SKIP-COUNT    PIC 9(7)  VALUE 0.

       01  ORDER-FIELDS.
           05  REC-BASE-FACTOR      PIC 9(5)V9(4) VALUE 1.
           05  ON-HAND-BASE         PIC 9(9)      VALUE 0.
           05  ORDER-QTY            PIC 9(9)      VALUE 0.
           05  ORDER-MULTIPLE       PIC 9(5)      VALUE 0.
           05  MULTIPLE-QUOTIENT    PIC 9(9)      VALUE 0.
           05  MULTIPLE-REMAINDER   PIC 9(5)      VALUE 0.
           05  REC-EXT-VALUE        PIC 9(11)V99  VALUE 0.
           05  VENDOR-TOTAL-VALUE   PIC 9(13)V99  VALUE 0.
           05  GRAND-TOTAL-VALUE    PIC 9(13)V99  VALUE 0.
           05  EXCEPTION-REASON     PIC X(25)     VALUE SPACES.

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
      *  POLICY-TABLE AND ASSORT-TABLE ARE PUT IN ASCENDING KEY ORDER
      *  AS THEY LOAD (SEE 113/119-INSERT-xxx-ENTRY) AND SEARCHED WITH
      *  SEARCH ALL, THE SAME WAY AKLAB8TABLES KEEPS ITS MASTER
      *  TABLES - ONE LOOKUP OF EACH PER POSITION KEY.

       01  TABLE-INSERT-FIELDS.
           05  TABLE-INSERT-AT         PIC 9(5)  VALUE 0.
           05  TABLE-SCAN-NBR          PIC 9(5)  VALUE 0.
           05  TABLE-SHIFT-NBR         PIC 9(5)  VALUE 0.

       01  POLICY-COUNT-FIELDS.
           05  POLICY-COUNT            PIC 9(5)  VALUE 0.

       01  POLICY-TABLE.
           05  POL-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON POLICY-COUNT
               ASCENDING KEY IS POL-KEY
               INDEXED BY POL-INDEX.
               10  POL-KEY.
                   15  POL-WAREHOUSE   PIC X(4).
                   15  POL-PRODUCT     PIC X(3).
               10  POL-MIN-QTY         PIC 9(7).
               10  POL-MAX-QTY         PIC 9(7).
               10  POL-MULTIPLE        PIC 9(5).

       01  ASSORT-COUNT-FIELDS.
           05  ASSORT-COUNT            PIC 9(5)  VALUE 0.

       01  ASSORT-TABLE.
           05  ASRT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON ASSORT-COUNT
               ASCENDING KEY IS ASRT-KEY
               INDEXED BY ASRT-INDEX.
               10  ASRT-KEY.
                   15  ASRT-WAREHOUSE  PIC X(4).
                   15  ASRT-PRODUCT    PIC X(3).

      *  WORK-KEY IS THE WAREHOUSE/PRODUCT COMBINATION BEING LOOKED UP
      *  OR INSERTED IN EITHER TABLE ABOVE, SO ONE SEARCH ALL KEY
      *  COMPARE COVERS BOTH FIELDS.

       01  WORK-KEY-FIELDS.
           05  WORK-KEY.
               10  WORK-WAREHOUSE      PIC X(4).
               10  WORK-PRODUCT        PIC X(3).

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

      *  SUGGESTION-TABLE COLLECTS EVERY SUGGESTED ORDER IN ASCENDING
      *  VENDOR/WAREHOUSE/PRODUCT ORDER (SEE 137-INSERT-SUGGESTION) SO
      *  150-WRITE-REPORT CAN BREAK BY VENDOR - THE POSITION MASTER
      *  ITSELF IS IN WAREHOUSE ORDER.  EXCEPTION-TABLE KEEPS THE
      *  EXCEPTIONS IN POSITION-MASTER ORDER.

       01  SUGGESTION-COUNT-FIELDS.
           05  SUGGESTION-COUNT        PIC 9(5)  VALUE 0.
           05  SUG-WALK-NBR            PIC 9(5)  VALUE 0.
           05  BREAK-VENDOR-ID         PIC X     VALUE SPACE.

       01  SUG-SORT-KEY.
           05  SUG-SORT-VENDOR         PIC X.
           05  SUG-SORT-WAREHOUSE      PIC X(4).
           05  SUG-SORT-PRODUCT        PIC X(3).

       01  SUGGESTION-TABLE.
           05  SUG-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON SUGGESTION-COUNT
               INDEXED BY SUG-INDEX.
               10  SUG-KEY.
                   15  SUG-VENDOR-ID   PIC X.
                   15  SUG-WAREHOUSE-ID PIC X(4).
                   15  SUG-PRODUCT-ID  PIC X(3).
               10  SUG-UOM             PIC X(4).
               10  SUG-ON-HAND-BASE    PIC 9(9).
               10  SUG-MIN-QTY         PIC 9(7).
               10  SUG-MAX-QTY         PIC 9(7).
               10  SUG-MULTIPLE        PIC 9(5).
               10  SUG-ORDER-QTY       PIC 9(9).
               10  SUG-UNIT-COST       PIC 9(5)V99.
               10  SUG-EXT-VALUE       PIC 9(11)V99.

       01  EXCEPTION-COUNT-FIELDS.
           05  EXC-TABLE-COUNT         PIC 9(5)  VALUE 0.

       01  EXCEPTION-TABLE.
           05  EXC-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON EXC-TABLE-COUNT
               INDEXED BY EXC-INDEX.
               10  EXC-WAREHOUSE-ID    PIC X(4).
               10  EXC-VENDOR-ID       PIC X.
               10  EXC-PRODUCT-ID      PIC X(3).
               10  EXC-QUANTITY        PIC 9(7).
               10  EXC-REASON          PIC X(25).

      ***********************REPORT LINES*******************************

       01  SPO-REPORT-LINES.
           05  SPO-TITLE-LINE.
               10  FILLER              PIC X(28)
                        VALUE 'SUGGESTED PURCHASE ORDERS - '.
               10  SPO-TITLE-DATE      PIC X(10).
           05  SPO-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  SPO-VENDOR-HEADING.
               10  FILLER              PIC X(11)
                        VALUE 'VENDOR     '.
               10  SPO-VH-VENDOR       PIC X.
           05  SPO-HEADER-LINE-1.
               10  FILLER              PIC X(19)
                        VALUE 'WHSE    PROD   UOM '.
               10  FILLER              PIC X(20)
                        VALUE '    ON HAND      MIN'.
               10  FILLER              PIC X(20)
                        VALUE '      MAX   MULT  OR'.
               10  FILLER              PIC X(20)
                        VALUE 'DER QTY  UNIT COST  '.
               10  FILLER              PIC X(17)
                        VALUE '   EXTENDED VALUE'.
           05  SPO-DETAIL-LINE.
               10  SPO-DET-WAREHOUSE   PIC X(4).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  SPO-DET-PRODUCT     PIC X(3).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  SPO-DET-UOM         PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SPO-DET-ON-HAND     PIC ZZZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SPO-DET-MIN         PIC ZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SPO-DET-MAX         PIC ZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SPO-DET-MULTIPLE    PIC ZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SPO-DET-ORDER-QTY   PIC ZZZZZZZZ9.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SPO-DET-COST        PIC ZZZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SPO-DET-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  SPO-VENDOR-TOTAL-LINE.
               10  FILLER              PIC X(18)
                        VALUE 'TOTAL FOR VENDOR  '.
               10  SPO-VT-VENDOR       PIC X.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SPO-VT-LINES        PIC ZZZZZZ9.
               10  FILLER              PIC X(7)  VALUE ' LINES '.
               10  FILLER              PIC X(43) VALUE SPACES.
               10  SPO-VT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  SPO-NONE-SUGGESTED-LINE PIC X(40) VALUE
                   'NO KEYS AT OR BELOW THEIR REORDER POINT'.
           05  SPO-EXCEPTION-HEADING   PIC X(40) VALUE
                   'EXCEPTIONS - NO SUGGESTION MADE'.
           05  SPO-EXC-HEADER-LINE     PIC X(60) VALUE
                   'WHSE    VENDOR  PROD    ON HAND   REASON'.
           05  SPO-EXC-DETAIL-LINE.
               10  SPO-EXC-WAREHOUSE   PIC X(4).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  SPO-EXC-VENDOR      PIC X.
               10  FILLER              PIC X(7)  VALUE SPACES.
               10  SPO-EXC-PRODUCT     PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SPO-EXC-QUANTITY    PIC ZZZZZZ9.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SPO-EXC-REASON      PIC X(25).
           05  SPO-NO-EXCEPTION-LINE   PIC X(40) VALUE
                   'NO EXCEPTIONS'.
           05  SPO-TOTAL-LINE-1.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL POSITION KEYS READ:    '.
               10  SPO-TOT-READ        PIC ZZZZZZ9.
           05  SPO-TOTAL-LINE-2.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL ORDER LINES SUGGESTED: '.
               10  SPO-TOT-SUGGESTED   PIC ZZZZZZ9.
           05  SPO-TOTAL-LINE-3.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL KEYS ABOVE MINIMUM:    '.
               10  SPO-TOT-ABOVE-MIN   PIC ZZZZZZ9.
           05  SPO-TOTAL-LINE-4.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL EXCEPTIONS:            '.
               10  SPO-TOT-EXCEPTIONS  PIC ZZZZZZ9.
           05  SPO-TOTAL-LINE-5.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL SUGGESTED ORDER VALUE: '.
               10  SPO-TOT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  SPO-TOTAL-LINE-6.
               10  FILLER              PIC X(30)
                        VALUE 'POLICY RECORDS SKIPPED:      '.
               10  SPO-TOT-POLICY-SKIP PIC ZZZZZZ9.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8REOR'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 112-LOAD-POLICY-TABLE
           PERFORM 114-LOAD-PRODUCT-UOM-TABLE
           PERFORM 116-LOAD-UOM-TABLE
           PERFORM 118-LOAD-ASSORT-TABLE
           PERFORM 130-PROCESS-POSITIONS
           PERFORM 150-WRITE-REPORT
           PERFORM 160-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN OUTPUT SUGGESTED-PO
         .
      *
       111-EDIT-POLICY-RECORD.

      *    A POLICY WITH A BAD QUANTITY WOULD SUGGEST NONSENSE, AND A
      *    SECOND POLICY FOR A KEY ALREADY LOADED WOULD LEAVE SEARCH
      *    ALL TO PICK EITHER ONE - BOTH ARE SKIPPED, AND A KEY LEFT
      *    WITHOUT A POLICY LANDS ON THE EXCEPTION SECTION AS USUAL.

           SET POLICY-RECORD-OK TO TRUE
           MOVE RP-WAREHOUSE-ID TO WORK-WAREHOUSE
           MOVE RP-PRODUCT-ID   TO WORK-PRODUCT

           IF RP-MIN-QTY NOT NUMERIC
              OR RP-MAX-QTY NOT NUMERIC
              OR RP-REORDER-MULTIPLE NOT NUMERIC
               SET POLICY-RECORD-BAD TO TRUE
               ADD 1 TO POLICY-SKIP-COUNT
               DISPLAY 'REORDER-POLICY ' WORK-WAREHOUSE '/'
                       WORK-PRODUCT ' SKIPPED - QUANTITY NOT NUMERIC'
           ELSE
               PERFORM 134-LOOK-UP-POLICY
               IF POLICY-FOUND
                   SET POLICY-RECORD-BAD TO TRUE
                   ADD 1 TO POLICY-SKIP-COUNT
                   DISPLAY 'REORDER-POLICY ' WORK-WAREHOUSE '/'
                           WORK-PRODUCT ' SKIPPED - DUPLICATE KEY'
               END-IF
           END-IF
         .
      *
       112-LOAD-POLICY-TABLE.

      *    A MISSING REORDER-POLICY IS FATAL - WITHOUT IT EVERY KEY
      *    WOULD LAND ON THE EXCEPTION SECTION AND THE BUYERS WOULD
      *    GET A REPORT THAT LOOKS LIKE NOTHING NEEDS ORDERING.

           OPEN INPUT REORDER-POLICY
           IF POLICY-STATUS NOT = '00'
               DISPLAY 'REORDER-POLICY COULD NOT BE OPENED - STATUS '
                       POLICY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MORE-POLICY-RECS TO TRUE
           PERFORM UNTIL NO-MORE-POLICY-RECS
               READ REORDER-POLICY
                   AT END
                       SET NO-MORE-POLICY-RECS TO TRUE
                   NOT AT END
                       PERFORM 111-EDIT-POLICY-RECORD
                       IF POLICY-RECORD-OK
                           PERFORM 113-INSERT-POLICY-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REORDER-POLICY
         .
      *
       113-INSERT-POLICY-ENTRY.

      *    SAME KEY-ORDER INSERT AS 119-INSERT-ASSORT-ENTRY IN
      *    AKLAB8TABLES, ON THE COMBINED WAREHOUSE/PRODUCT KEY.

           MOVE RP-WAREHOUSE-ID TO WORK-WAREHOUSE
           MOVE RP-PRODUCT-ID   TO WORK-PRODUCT

           MOVE 0 TO TABLE-INSERT-AT
           PERFORM VARYING TABLE-SCAN-NBR FROM 1 BY 1
                   UNTIL TABLE-SCAN-NBR > POLICY-COUNT
                   OR TABLE-INSERT-AT > 0
               IF POL-KEY (TABLE-SCAN-NBR) > WORK-KEY
                   MOVE TABLE-SCAN-NBR TO TABLE-INSERT-AT
               END-IF
           END-PERFORM

           IF POLICY-COUNT NOT < 10000
               DISPLAY 'POLICY-TABLE FULL - MORE THAN 10000 '
                       'POLICIES ON REORDER-POLICY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO POLICY-COUNT
           IF TABLE-INSERT-AT = 0
               MOVE POLICY-COUNT TO TABLE-INSERT-AT
           END-IF
           PERFORM VARYING TABLE-SHIFT-NBR FROM POLICY-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE POL-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO POL-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           MOVE WORK-KEY            TO POL-KEY (TABLE-INSERT-AT)
           MOVE RP-MIN-QTY          TO POL-MIN-QTY (TABLE-INSERT-AT)
           MOVE RP-MAX-QTY          TO POL-MAX-QTY (TABLE-INSERT-AT)
           MOVE RP-REORDER-MULTIPLE TO POL-MULTIPLE (TABLE-INSERT-AT)
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
                           'QUANTITIES TAKEN WITHOUT CONVERSION'
               WHEN OTHER
                   DISPLAY 'UOM-CONVERSION COULD NOT BE OPENED - '
                           'STATUS ' UOM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       118-LOAD-ASSORT-TABLE.

      *    SAME NON-FATAL TREATMENT AS 111-LOAD-ASSORT-TABLE IN
      *    AKLAB8TABLES - WITH NO ASSORTMENT-MASTER ON FILE THE
      *    AUTHORIZATION CHECK IS SKIPPED.

           OPEN INPUT ASSORTMENT-MASTER
           EVALUATE ASSORT-MASTER-STATUS
               WHEN '00'
                   SET ASSORT-XREF-LOADED TO TRUE
                   SET MORE-ASSORT-RECS TO TRUE
                   PERFORM UNTIL NO-MORE-ASSORT-RECS
                       READ ASSORTMENT-MASTER
                           AT END
                               SET NO-MORE-ASSORT-RECS TO TRUE
                           NOT AT END
                               PERFORM 119-INSERT-ASSORT-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE ASSORTMENT-MASTER
               WHEN '05'
               WHEN '35'
                   DISPLAY 'ASSORTMENT-MASTER NOT FOUND - '
                           'WAREHOUSE/PRODUCT AUTHORIZATION SKIPPED'
               WHEN OTHER
                   DISPLAY 'ASSORTMENT-MASTER COULD NOT BE OPENED - '
                           'STATUS ' ASSORT-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       119-INSERT-ASSORT-ENTRY.

           MOVE ASM-WAREHOUSE-ID TO WORK-WAREHOUSE
           MOVE ASM-PRODUCT-ID   TO WORK-PRODUCT

           MOVE 0 TO TABLE-INSERT-AT
           PERFORM VARYING TABLE-SCAN-NBR FROM 1 BY 1
                   UNTIL TABLE-SCAN-NBR > ASSORT-COUNT
                   OR TABLE-INSERT-AT > 0
               IF ASRT-KEY (TABLE-SCAN-NBR) > WORK-KEY
                   MOVE TABLE-SCAN-NBR TO TABLE-INSERT-AT
               END-IF
           END-PERFORM

           IF ASSORT-COUNT NOT < 10000
               DISPLAY 'ASSORT-TABLE FULL - MORE THAN '
                       '10000 ASSORTMENT ENTRIES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ASSORT-COUNT
           IF TABLE-INSERT-AT = 0
               MOVE ASSORT-COUNT TO TABLE-INSERT-AT
           END-IF
           PERFORM VARYING TABLE-SHIFT-NBR FROM ASSORT-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE ASRT-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO ASRT-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           MOVE WORK-KEY TO ASRT-KEY (TABLE-INSERT-AT)
         .
      *
       130-PROCESS-POSITIONS.

      *    A MISSING INVENTORY-POSITION.DAT MEANS AKLAB8POSN HAS NEVER
      *    RUN - THERE IS NOTHING ON HAND TO MEASURE, SO THE REPORT
      *    SAYS NOTHING WAS SUGGESTED RATHER THAN ABENDING.

           OPEN INPUT INVENTORY-POSITION
           IF POSITION-STATUS = '05' OR POSITION-STATUS = '35'
               DISPLAY 'INVENTORY-POSITION NOT ON FILE - '
                       'NOTHING TO REPLENISH'
           ELSE
               IF POSITION-STATUS NOT = '00'
                   DISPLAY 'INVENTORY-POSITION COULD NOT BE OPENED - '
                           'STATUS ' POSITION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-POSITION-RECS TO TRUE
               PERFORM UNTIL NO-MORE-POSITION-RECS
                   READ INVENTORY-POSITION
                       AT END
                           SET NO-MORE-POSITION-RECS TO TRUE
                       NOT AT END
                           ADD 1 TO POSITION-READ-COUNT
                           PERFORM 132-CHECK-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-POSITION
           END-IF
         .
      *
       132-CHECK-ONE-POSITION.

      *    THE KEY HAS TO CLEAR EACH CHECK IN TURN - AUTHORIZED FOR
      *    THE WAREHOUSE, HAS A POLICY, AND HAS A UOM THAT CONVERTS -
      *    BEFORE IT IS MEASURED AGAINST ITS MINIMUM.  THE FIRST CHECK
      *    THAT FAILS NAMES THE EXCEPTION.

           MOVE IP-WAREHOUSE-ID TO WORK-WAREHOUSE
           MOVE IP-PRODUCT-ID   TO WORK-PRODUCT

           PERFORM 133-CHECK-AUTHORIZATION
           IF KEY-NOT-AUTHORIZED
               MOVE 'PRODUCT NOT AUTH FOR WHSE' TO EXCEPTION-REASON
               PERFORM 138-ADD-EXCEPTION
           ELSE
               PERFORM 134-LOOK-UP-POLICY
               IF POLICY-MISSING
                   MOVE 'NO REORDER POLICY' TO EXCEPTION-REASON
                   PERFORM 138-ADD-EXCEPTION
               ELSE
                   PERFORM 135-RESOLVE-BASE-FACTOR
                   EVALUATE TRUE
                       WHEN PRODUCT-UNKNOWN
                           MOVE 'PRODUCT NOT ON MASTER'
                                TO EXCEPTION-REASON
                           PERFORM 138-ADD-EXCEPTION
                       WHEN UOM-UNKNOWN
                           MOVE 'UOM NOT CONVERTED'
                                TO EXCEPTION-REASON
                           PERFORM 138-ADD-EXCEPTION
                       WHEN OTHER
                           PERFORM 136-COMPUTE-ORDER-QTY
                   END-EVALUATE
               END-IF
           END-IF
         .
      *
       133-CHECK-AUTHORIZATION.

      *    THE COUNT = 0 TEST KEEPS SEARCH ALL OFF AN EMPTY TABLE, THE
      *    SAME GUARD AKLAB8TABLES USES.

           IF ASSORT-XREF-MISSING
               SET KEY-AUTHORIZED TO TRUE
           ELSE
               SET KEY-NOT-AUTHORIZED TO TRUE
               IF ASSORT-COUNT > 0
                   SEARCH ALL ASRT-ENTRY
                       AT END
                           SET KEY-NOT-AUTHORIZED TO TRUE
                       WHEN ASRT-KEY (ASRT-INDEX) = WORK-KEY
                           SET KEY-AUTHORIZED TO TRUE
                   END-SEARCH
               END-IF
           END-IF
         .
      *
       134-LOOK-UP-POLICY.

           SET POLICY-MISSING TO TRUE
           IF POLICY-COUNT > 0
               SEARCH ALL POL-ENTRY
                   AT END
                       SET POLICY-MISSING TO TRUE
                   WHEN POL-KEY (POL-INDEX) = WORK-KEY
                       SET POLICY-FOUND TO TRUE
               END-SEARCH
           END-IF
         .
      *
       135-RESOLVE-BASE-FACTOR.

      *    THE SAME LOOKUP AS 131-RESOLVE-BASE-FACTOR IN AKLAB8VALR.

           IF UOM-TABLE-MISSING
               MOVE 1 TO REC-BASE-FACTOR
               SET FACTOR-RESOLVED TO TRUE
           ELSE
               SET PVU-INDEX TO 1
               SEARCH PVU-ENTRY
                   AT END
                       SET PRODUCT-UNKNOWN TO TRUE
                   WHEN PVU-ID (PVU-INDEX) = IP-PRODUCT-ID
                       PERFORM 139-LOOK-UP-UOM-FACTOR
               END-SEARCH
           END-IF
         .
      *
       139-LOOK-UP-UOM-FACTOR.

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
       136-COMPUTE-ORDER-QTY.

      *    A KEY IS AT ITS REORDER POINT WHEN ITS BASE-UNIT ON-HAND IS
      *    AT OR BELOW THE POLICY MINIMUM.  THE ORDER BRINGS IT BACK
      *    UP TO THE MAXIMUM, ROUNDED UP TO THE NEXT WHOLE REORDER
      *    MULTIPLE SO THE VENDOR IS NEVER ASKED FOR A BROKEN CASE.
      *    A POLICY WHOSE MAXIMUM IS NOT ABOVE THE ON-HAND (A MINIMUM
      *    SET HIGHER THAN THE MAXIMUM BY MISTAKE) SUGGESTS NOTHING.

           COMPUTE ON-HAND-BASE ROUNDED =
                   IP-QUANTITY-ON-HAND * REC-BASE-FACTOR

           IF ON-HAND-BASE > POL-MIN-QTY (POL-INDEX)
              OR ON-HAND-BASE >= POL-MAX-QTY (POL-INDEX)
               ADD 1 TO ABOVE-MIN-COUNT
           ELSE
               COMPUTE ORDER-QTY =
                       POL-MAX-QTY (POL-INDEX) - ON-HAND-BASE
               MOVE POL-MULTIPLE (POL-INDEX) TO ORDER-MULTIPLE
               IF ORDER-MULTIPLE > 1
                   DIVIDE ORDER-QTY BY ORDER-MULTIPLE
                       GIVING MULTIPLE-QUOTIENT
                       REMAINDER MULTIPLE-REMAINDER
                   IF MULTIPLE-REMAINDER > 0
                       COMPUTE ORDER-QTY = ORDER-QTY
                               + ORDER-MULTIPLE - MULTIPLE-REMAINDER
                   END-IF
               END-IF
               COMPUTE REC-EXT-VALUE = ORDER-QTY * IP-UNIT-COST
               PERFORM 137-INSERT-SUGGESTION
           END-IF
         .
      *
       137-INSERT-SUGGESTION.

      *    THE ENTRY GOES IN AT ITS VENDOR/WAREHOUSE/PRODUCT POSITION
      *    SO THE REPORT COMES OUT GROUPED BY VENDOR - THE SAME
      *    KEY-ORDER INSERT AKLAB8EXPR USES FOR ITS LOT TABLE.

           MOVE IP-VENDOR-ID    TO SUG-SORT-VENDOR
           MOVE IP-WAREHOUSE-ID TO SUG-SORT-WAREHOUSE
           MOVE IP-PRODUCT-ID   TO SUG-SORT-PRODUCT

           MOVE 0 TO TABLE-INSERT-AT
           PERFORM VARYING TABLE-SCAN-NBR FROM 1 BY 1
                   UNTIL TABLE-SCAN-NBR > SUGGESTION-COUNT
                   OR TABLE-INSERT-AT > 0
               IF SUG-KEY (TABLE-SCAN-NBR) > SUG-SORT-KEY
                   MOVE TABLE-SCAN-NBR TO TABLE-INSERT-AT
               END-IF
           END-PERFORM

           IF SUGGESTION-COUNT NOT < 10000
               DISPLAY 'SUGGESTION-TABLE FULL - MORE THAN '
                       '10000 REORDER SUGGESTIONS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SUGGESTION-COUNT
           IF TABLE-INSERT-AT = 0
               MOVE SUGGESTION-COUNT TO TABLE-INSERT-AT
           END-IF
           PERFORM VARYING TABLE-SHIFT-NBR FROM SUGGESTION-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE SUG-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO SUG-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           MOVE SUG-SORT-KEY     TO SUG-KEY (TABLE-INSERT-AT)
           IF UOM-TABLE-MISSING
               MOVE SPACES       TO SUG-UOM (TABLE-INSERT-AT)
           ELSE
               MOVE PVU-UOM (PVU-INDEX)
                                 TO SUG-UOM (TABLE-INSERT-AT)
           END-IF
           MOVE ON-HAND-BASE     TO SUG-ON-HAND-BASE (TABLE-INSERT-AT)
           MOVE POL-MIN-QTY (POL-INDEX)
                                 TO SUG-MIN-QTY (TABLE-INSERT-AT)
           MOVE POL-MAX-QTY (POL-INDEX)
                                 TO SUG-MAX-QTY (TABLE-INSERT-AT)
           MOVE POL-MULTIPLE (POL-INDEX)
                                 TO SUG-MULTIPLE (TABLE-INSERT-AT)
           MOVE ORDER-QTY        TO SUG-ORDER-QTY (TABLE-INSERT-AT)
           MOVE IP-UNIT-COST     TO SUG-UNIT-COST (TABLE-INSERT-AT)
           MOVE REC-EXT-VALUE    TO SUG-EXT-VALUE (TABLE-INSERT-AT)

           ADD 1 TO SUGGESTED-COUNT
           ADD REC-EXT-VALUE TO GRAND-TOTAL-VALUE
         .
      *
       138-ADD-EXCEPTION.

           IF EXC-TABLE-COUNT NOT < 10000
               DISPLAY 'EXCEPTION-TABLE FULL - MORE THAN '
                       '10000 EXCEPTIONS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO EXCEPTION-COUNT
           ADD 1 TO EXC-TABLE-COUNT
           SET EXC-INDEX TO EXC-TABLE-COUNT
           MOVE IP-WAREHOUSE-ID     TO EXC-WAREHOUSE-ID (EXC-INDEX)
           MOVE IP-VENDOR-ID        TO EXC-VENDOR-ID (EXC-INDEX)
           MOVE IP-PRODUCT-ID       TO EXC-PRODUCT-ID (EXC-INDEX)
           MOVE IP-QUANTITY-ON-HAND TO EXC-QUANTITY (EXC-INDEX)
           MOVE EXCEPTION-REASON    TO EXC-REASON (EXC-INDEX)
         .
      *
       150-WRITE-REPORT.

           MOVE REPORT-DATE TO SPO-TITLE-DATE
           MOVE SPO-TITLE-LINE TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           IF SUGGESTION-COUNT = 0
               MOVE SPO-BLANK-LINE TO SUGGESTED-PO-REC
               WRITE SUGGESTED-PO-REC
               MOVE SPO-NONE-SUGGESTED-LINE TO SUGGESTED-PO-REC
               WRITE SUGGESTED-PO-REC
           ELSE
               MOVE SPACE TO BREAK-VENDOR-ID
               PERFORM 152-WRITE-ONE-SUGGESTION
                   VARYING SUG-WALK-NBR FROM 1 BY 1
                   UNTIL SUG-WALK-NBR > SUGGESTION-COUNT
               PERFORM 154-WRITE-VENDOR-TOTAL
           END-IF

           PERFORM 156-WRITE-EXCEPTIONS
           PERFORM 158-WRITE-TOTALS
         .
      *
       152-WRITE-ONE-SUGGESTION.

      *    A NEW VENDOR CLOSES OFF THE PRIOR VENDOR'S TOTAL (IF ANY)
      *    AND STARTS ITS OWN HEADING - ONE PAGE SECTION PER PURCHASE
      *    ORDER TO BE CUT.

           IF SUG-VENDOR-ID (SUG-WALK-NBR) NOT = BREAK-VENDOR-ID
               IF SUG-WALK-NBR > 1
                   PERFORM 154-WRITE-VENDOR-TOTAL
               END-IF
               MOVE SUG-VENDOR-ID (SUG-WALK-NBR) TO BREAK-VENDOR-ID
               MOVE 0 TO VENDOR-LINE-COUNT
               MOVE 0 TO VENDOR-TOTAL-VALUE
               MOVE SPO-BLANK-LINE TO SUGGESTED-PO-REC
               WRITE SUGGESTED-PO-REC
               MOVE BREAK-VENDOR-ID TO SPO-VH-VENDOR
               MOVE SPO-VENDOR-HEADING TO SUGGESTED-PO-REC
               WRITE SUGGESTED-PO-REC
               MOVE SPO-HEADER-LINE-1 TO SUGGESTED-PO-REC
               WRITE SUGGESTED-PO-REC
           END-IF

           MOVE SUG-WAREHOUSE-ID (SUG-WALK-NBR) TO SPO-DET-WAREHOUSE
           MOVE SUG-PRODUCT-ID (SUG-WALK-NBR)   TO SPO-DET-PRODUCT
           MOVE SUG-UOM (SUG-WALK-NBR)          TO SPO-DET-UOM
           MOVE SUG-ON-HAND-BASE (SUG-WALK-NBR) TO SPO-DET-ON-HAND
           MOVE SUG-MIN-QTY (SUG-WALK-NBR)      TO SPO-DET-MIN
           MOVE SUG-MAX-QTY (SUG-WALK-NBR)      TO SPO-DET-MAX
           MOVE SUG-MULTIPLE (SUG-WALK-NBR)     TO SPO-DET-MULTIPLE
           MOVE SUG-ORDER-QTY (SUG-WALK-NBR)    TO SPO-DET-ORDER-QTY
           MOVE SUG-UNIT-COST (SUG-WALK-NBR)    TO SPO-DET-COST
           MOVE SUG-EXT-VALUE (SUG-WALK-NBR)    TO SPO-DET-VALUE
           MOVE SPO-DETAIL-LINE TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           ADD 1 TO VENDOR-LINE-COUNT
           ADD SUG-EXT-VALUE (SUG-WALK-NBR) TO VENDOR-TOTAL-VALUE
         .
      *
       154-WRITE-VENDOR-TOTAL.

           MOVE BREAK-VENDOR-ID    TO SPO-VT-VENDOR
           MOVE VENDOR-LINE-COUNT  TO SPO-VT-LINES
           MOVE VENDOR-TOTAL-VALUE TO SPO-VT-VALUE
           MOVE SPO-VENDOR-TOTAL-LINE TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC
         .
      *
       156-WRITE-EXCEPTIONS.

           MOVE SPO-BLANK-LINE TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC
           MOVE SPO-EXCEPTION-HEADING TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           IF EXC-TABLE-COUNT = 0
               MOVE SPO-NO-EXCEPTION-LINE TO SUGGESTED-PO-REC
               WRITE SUGGESTED-PO-REC
           ELSE
               MOVE SPO-EXC-HEADER-LINE TO SUGGESTED-PO-REC
               WRITE SUGGESTED-PO-REC
               PERFORM VARYING EXC-INDEX FROM 1 BY 1
                       UNTIL EXC-INDEX > EXC-TABLE-COUNT
                   MOVE EXC-WAREHOUSE-ID (EXC-INDEX)
                        TO SPO-EXC-WAREHOUSE
                   MOVE EXC-VENDOR-ID (EXC-INDEX)  TO SPO-EXC-VENDOR
                   MOVE EXC-PRODUCT-ID (EXC-INDEX) TO SPO-EXC-PRODUCT
                   MOVE EXC-QUANTITY (EXC-INDEX)   TO SPO-EXC-QUANTITY
                   MOVE EXC-REASON (EXC-INDEX)     TO SPO-EXC-REASON
                   MOVE SPO-EXC-DETAIL-LINE TO SUGGESTED-PO-REC
                   WRITE SUGGESTED-PO-REC
               END-PERFORM
           END-IF
         .
      *
       158-WRITE-TOTALS.

           MOVE SPO-BLANK-LINE TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           MOVE POSITION-READ-COUNT TO SPO-TOT-READ
           MOVE SPO-TOTAL-LINE-1 TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           MOVE SUGGESTED-COUNT TO SPO-TOT-SUGGESTED
           MOVE SPO-TOTAL-LINE-2 TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           MOVE ABOVE-MIN-COUNT TO SPO-TOT-ABOVE-MIN
           MOVE SPO-TOTAL-LINE-3 TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           MOVE EXCEPTION-COUNT TO SPO-TOT-EXCEPTIONS
           MOVE SPO-TOTAL-LINE-4 TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           MOVE GRAND-TOTAL-VALUE TO SPO-TOT-VALUE
           MOVE SPO-TOTAL-LINE-5 TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC

           MOVE POLICY-SKIP-COUNT TO SPO-TOT-POLICY-SKIP
           MOVE SPO-TOTAL-LINE-6 TO SUGGESTED-PO-REC
           WRITE SUGGESTED-PO-REC
         .
      *
       160-CLOSE-ROUTINE.

           DISPLAY SUGGESTED-COUNT ' ORDER LINE(S) SUGGESTED, '
                   EXCEPTION-COUNT ' EXCEPTION(S) - SEE '
                   'SUGGESTED-PO.TXT'

           CLOSE SUGGESTED-PO

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
