       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8XAGE.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM IS THE NIGHTLY IN-TRANSIT AGING REPORT.  EVERY
      *  TRANSFER A SENDING WAREHOUSE HAS SHIPPED ('T') AND THE
      *  RECEIVING WAREHOUSE HAS NOT YET RECEIVED ('X') IS CARRIED ON
      *  IN-TRANSIT.TXT BY AKLAB8POSN.  THIS REPORT LISTS EVERY ONE OF
      *  THEM, GROUPED BY SENDING/RECEIVING WAREHOUSE PAIR AND OLDEST
      *  SHIPMENT FIRST, WITH HOW MANY DAYS IT HAS BEEN ON THE ROAD AND
      *  WHAT IT IS WORTH, SO THE WAREHOUSES CAN CHASE MISSING TRUCKS.
      *
      *  EXTENDED VALUE IS THE SHIPPED QUANTITY CONVERTED TO BASE UNITS
      *  WITH THE SAME PRODUCT-MASTER / UOM-CONVERSION LOOKUP
      *  AKLAB8VALR USES, TIMES THE UNIT COST THE SENDING WAREHOUSE
      *  SHIPPED AT.  A TRANSFER WHOSE PRODUCT OR UOM CANNOT BE
      *  RESOLVED IS STILL LISTED - IT IS STILL MISSING STOCK - BUT
      *  WITH NO VALUE AND A NOTE SAYING WHY.
      *
      *  A TRANSFER OUTSTANDING MORE THAN THE PARM'D NUMBER OF DAYS IS
      *  FLAGGED OVERDUE, AND THE PAIR AND RUN TOTALS CARRY THE
      *  OVERDUE COUNT AND VALUE ON THEIR OWN.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     IN-TRANSIT     - THE IN-TRANSIT FILE AS REWRITTEN BY
      *        AKLAB8POSN.  A MISSING FILE MEANS NOTHING IS ON THE ROAD
      *     PRODUCT-MASTER - SUPPLIES EACH PRODUCT'S UOM CODE
      *     UOM-CONVERSION - ONE RECORD PER UOM CODE WITH ITS FACTOR
      *        TO THE BASE UNIT
      *
      *  OUTPUT:
      *     IN-TRANSIT-AGING - OPEN TRANSFERS BY WAREHOUSE PAIR WITH
      *        PAIR SUBTOTALS AND RUN TOTALS
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IN-TRANSIT
               ASSIGN TO 'IN-TRANSIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-TRANSIT-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT UOM-CONVERSION
               ASSIGN TO 'UOM-CONVERSION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UOM-FILE-STATUS.

           SELECT IN-TRANSIT-AGING
               ASSIGN TO 'IN-TRANSIT-AGING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT AS IN-TRANSIT-REC IN LAB8POSN.CBL.

       FD IN-TRANSIT
           RECORD CONTAINS 60 CHARACTERS.
       01 IN-TRANSIT-REC.
           05  IT-XFER-REFERENCE           PIC X(10).
           05  IT-SEND-WAREHOUSE-ID        PIC X(4).
           05  IT-RECV-WAREHOUSE-ID        PIC X(4).
           05  IT-VENDOR-ID                PIC X.
           05  IT-PRODUCT-ID               PIC X(3).
           05  IT-SHIPPED-QTY              PIC 9(7).
           05  IT-UNIT-COST                PIC 9(5)V99.
           05  IT-SHIP-DATE                PIC 9(8).
           05  IT-LOT-NUMBER               PIC X(10).
           05  FILLER                      PIC X(6).

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

       FD IN-TRANSIT-AGING
           RECORD CONTAINS 132 CHARACTERS.
       01 IN-TRANSIT-AGING-REC             PIC X(132).


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
           05  TRANSIT-EOF-FLAG        PIC X     VALUE SPACE.
                88  MORE-TRANSIT-RECS            VALUE 'Y'.
                88  NO-MORE-TRANSIT-RECS         VALUE 'N'.
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

       01  FILE-STATUS-FIELDS.
           05  IN-TRANSIT-STATUS       PIC XX.
           05  PRODUCT-MASTER-STATUS   PIC XX.
           05  UOM-FILE-STATUS         PIC XX.

       01  COUNT-FIELDS.
           05  TRANSIT-READ-COUNT   PIC 9(7)  VALUE 0.
           05  OVERDUE-COUNT        PIC 9(7)  VALUE 0.
           05  NOT-VALUED-COUNT     PIC 9(7)  VALUE 0.
           05  PAIR-LINE-COUNT      PIC 9(7)  VALUE 0.
           05  PAIR-OVERDUE-COUNT   PIC 9(7)  VALUE 0.

       01  VALUE-FIELDS.
           05  REC-BASE-FACTOR      PIC 9(5)V9(4) VALUE 1.
           05  SHIPPED-BASE-QTY     PIC 9(9)      VALUE 0.
           05  REC-EXT-VALUE        PIC 9(11)V99  VALUE 0.
           05  PAIR-TOTAL-VALUE     PIC 9(13)V99  VALUE 0.
           05  PAIR-OVERDUE-VALUE   PIC 9(13)V99  VALUE 0.
           05  GRAND-TOTAL-VALUE    PIC 9(13)V99  VALUE 0.
           05  OVERDUE-TOTAL-VALUE  PIC 9(13)V99  VALUE 0.
           05  RUN-DAY-NBR          PIC S9(9)     VALUE 0.
           05  SHIP-DAY-NBR         PIC S9(9)     VALUE 0.
           05  DAYS-OUTSTANDING     PIC S9(7)     VALUE 0.
           05  SHIP-DATE-NOTE       PIC X(12)     VALUE SPACES.
           05  VALUE-NOTE           PIC X(12)     VALUE SPACES.
           05  AGING-NOTE           PIC X(24)     VALUE SPACES.

      *  PARM='5' SUPPLIES THE OVERDUE THRESHOLD - A TRANSFER ON THE
      *  ROAD MORE THAN THIS MANY DAYS IS FLAGGED.  IF PARM IS OMITTED
      *  THE THRESHOLD DEFAULTS TO 5 DAYS, THE SAME PARM STYLE
      *  AKLAB8EXPR USES FOR ITS WINDOW.

       01  JOB-CONTROL-FIELDS.
           05  PARM-STRING          PIC X(40) VALUE SPACES.
           05  OVERDUE-DAYS         PIC 9(3)  VALUE 5.

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
           05  SHIP-DATE-WORK       PIC 9(8).
           05  SHIP-DATE-WORK-X REDEFINES SHIP-DATE-WORK.
               10  SHIP-YYYY        PIC 9(4).
               10  SHIP-MM          PIC 9(2).
               10  SHIP-DD          PIC 9(2).
           05  SHIP-REPORT-DATE.
               10  SHIP-REPORT-MM   PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  SHIP-REPORT-DD   PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  SHIP-REPORT-YYYY PIC 9(4).

      ***********************TABLES**********************************
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

      *  AGING-TABLE COLLECTS EVERY OPEN TRANSFER IN ASCENDING
      *  SENDING/RECEIVING WAREHOUSE, SHIP DATE, REFERENCE ORDER (SEE
      *  AGE-SORT-KEY AND 134-INSERT-AGING-ENTRY) SO 150-WRITE-REPORT
      *  CAN BREAK BY WAREHOUSE PAIR WITH THE OLDEST SHIPMENTS FIRST -
      *  IN-TRANSIT.TXT ITSELF IS IN REFERENCE ORDER.  SIZED THE SAME
      *  AS AKLAB8POSN'S TRANSIT-TABLE.

       01  TABLE-INSERT-FIELDS.
           05  TABLE-INSERT-AT         PIC 9(5)  VALUE 0.
           05  TABLE-SCAN-NBR          PIC 9(5)  VALUE 0.
           05  TABLE-SHIFT-NBR         PIC 9(5)  VALUE 0.

       01  AGING-COUNT-FIELDS.
           05  AGING-COUNT             PIC 9(5)  VALUE 0.
           05  AGE-WALK-NBR            PIC 9(5)  VALUE 0.
           05  BREAK-PAIR-KEY          PIC X(8)  VALUE SPACES.

       01  AGE-SORT-KEY.
           05  AGE-SORT-PAIR.
               10  AGE-SORT-SEND       PIC X(4).
               10  AGE-SORT-RECV       PIC X(4).
           05  AGE-SORT-SHIP-DATE      PIC 9(8).
           05  AGE-SORT-REFERENCE      PIC X(10).

       01  AGING-TABLE.
           05  AGE-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON AGING-COUNT
               INDEXED BY AGE-INDEX.
               10  AGE-KEY.
                   15  AGE-PAIR.
                       20  AGE-SEND-WAREHOUSE-ID PIC X(4).
                       20  AGE-RECV-WAREHOUSE-ID PIC X(4).
                   15  AGE-SHIP-DATE   PIC 9(8).
                   15  AGE-XFER-REFERENCE PIC X(10).
               10  AGE-VENDOR-ID       PIC X.
               10  AGE-PRODUCT-ID      PIC X(3).
               10  AGE-UOM             PIC X(4).
               10  AGE-SHIPPED-QTY     PIC 9(7).
               10  AGE-LOT-NUMBER      PIC X(10).
               10  AGE-DAYS-OUT        PIC S9(7).
               10  AGE-EXT-VALUE       PIC 9(11)V99.
               10  AGE-OVERDUE-SW      PIC X.
               10  AGE-NOTE            PIC X(24).

      ***********************REPORT LINES*******************************

       01  XAG-REPORT-LINES.
           05  XAG-TITLE-LINE.
               10  FILLER              PIC X(27)
                        VALUE 'IN-TRANSIT AGING REPORT -  '.
               10  XAG-TITLE-DATE      PIC X(10).
           05  XAG-THRESHOLD-LINE.
               10  FILLER              PIC X(29)
                        VALUE 'OVERDUE WHEN OUTSTANDING OVER'.
               10  FILLER              PIC X     VALUE SPACE.
               10  XAG-THRESHOLD-DAYS  PIC ZZ9.
               10  FILLER              PIC X(5)  VALUE ' DAYS'.
           05  XAG-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  XAG-PAIR-HEADING.
               10  FILLER              PIC X(14)
                        VALUE 'SHIPPED FROM  '.
               10  XAG-PH-SEND         PIC X(4).
               10  FILLER              PIC X(8)  VALUE '  TO    '.
               10  XAG-PH-RECV         PIC X(4).
           05  XAG-HEADER-LINE-1.
               10  FILLER              PIC X(20)
                        VALUE 'REFERENCE   VND PROD'.
               10  FILLER              PIC X(20)
                        VALUE ' UOM   LOT          '.
               10  FILLER              PIC X(20)
                        VALUE '  QUANTITY  SHIP DAT'.
               10  FILLER              PIC X(20)
                        VALUE 'E   DAYS OUT     EXT'.
               10  FILLER              PIC X(20)
                        VALUE 'ENDED VALUE  NOTE   '.
           05  XAG-DETAIL-LINE.
               10  XAG-DET-REFERENCE   PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  XAG-DET-VENDOR      PIC X.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  XAG-DET-PRODUCT     PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  XAG-DET-UOM         PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  XAG-DET-LOT         PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  XAG-DET-QUANTITY    PIC ZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  XAG-DET-SHIP-DATE   PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  XAG-DET-DAYS-OUT    PIC ZZZZZZ9-.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  XAG-DET-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  XAG-DET-NOTE        PIC X(24).
           05  XAG-PAIR-TOTAL-LINE.
               10  FILLER              PIC X(10)
                        VALUE 'TOTAL FOR '.
               10  XAG-PT-SEND         PIC X(4).
               10  FILLER              PIC X(4)  VALUE ' TO '.
               10  XAG-PT-RECV         PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  XAG-PT-LINES        PIC ZZZZZZ9.
               10  FILLER              PIC X(11) VALUE ' TRANSFERS '.
               10  XAG-PT-OVERDUE      PIC ZZZZZZ9.
               10  FILLER              PIC X(9)  VALUE ' OVERDUE '.
               10  FILLER              PIC X(17) VALUE SPACES.
               10  XAG-PT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  XAG-PAIR-OVERDUE-LINE.
               10  FILLER              PIC X(29)
                        VALUE '   OF WHICH OVERDUE VALUE    '.
               10  FILLER              PIC X(46) VALUE SPACES.
               10  XAG-PO-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  XAG-NONE-OPEN-LINE      PIC X(40) VALUE
                   'NO TRANSFERS IN TRANSIT'.
           05  XAG-TOTAL-LINE-1.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL TRANSFERS IN TRANSIT:  '.
               10  XAG-TOT-OPEN        PIC ZZZZZZ9.
           05  XAG-TOTAL-LINE-2.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL TRANSFERS OVERDUE:     '.
               10  XAG-TOT-OVERDUE     PIC ZZZZZZ9.
           05  XAG-TOTAL-LINE-3.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL TRANSFERS NOT VALUED:  '.
               10  XAG-TOT-NOT-VALUED  PIC ZZZZZZ9.
           05  XAG-TOTAL-LINE-4.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL VALUE IN TRANSIT:      '.
               10  XAG-TOT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  XAG-TOTAL-LINE-5.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL VALUE OVERDUE:         '.
               10  XAG-TOT-OVERDUE-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8XAGE'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 114-LOAD-PRODUCT-UOM-TABLE
           PERFORM 116-LOAD-UOM-TABLE
           PERFORM 130-PROCESS-IN-TRANSIT
           PERFORM 150-WRITE-REPORT
           PERFORM 160-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN OUTPUT IN-TRANSIT-AGING

           COMPUTE RUN-DAY-NBR = FUNCTION INTEGER-OF-DATE (RUN-DATE)

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               COMPUTE OVERDUE-DAYS =
                       FUNCTION NUMVAL (PARM-STRING)
           END-IF
         .
      *
       114-LOAD-PRODUCT-UOM-TABLE.

      *    A MISSING PRODUCT-MASTER IS FATAL, THE SAME AS IT IS TO
      *    AKLAB8VALR - WITHOUT IT NO TRANSFER'S UOM CAN BE RESOLVED.

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
       130-PROCESS-IN-TRANSIT.

      *    A MISSING IN-TRANSIT.TXT MEANS NO TRANSFER HAS BEEN SHIPPED
      *    SINCE AKLAB8POSN STARTED CARRYING THEM - THE REPORT SAYS SO
      *    RATHER THAN ABENDING.

           OPEN INPUT IN-TRANSIT
           IF IN-TRANSIT-STATUS = '05' OR IN-TRANSIT-STATUS = '35'
               DISPLAY 'IN-TRANSIT NOT ON FILE - NOTHING TO AGE'
           ELSE
               IF IN-TRANSIT-STATUS NOT = '00'
                   DISPLAY 'IN-TRANSIT COULD NOT BE OPENED - '
                           'STATUS ' IN-TRANSIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-TRANSIT-RECS TO TRUE
               PERFORM UNTIL NO-MORE-TRANSIT-RECS
                   READ IN-TRANSIT
                       AT END
                           SET NO-MORE-TRANSIT-RECS TO TRUE
                       NOT AT END
                           ADD 1 TO TRANSIT-READ-COUNT
                           PERFORM 132-AGE-ONE-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE IN-TRANSIT
           END-IF
         .
      *
       132-AGE-ONE-TRANSFER.

      *    DAYS OUTSTANDING COUNTS FROM THE NIGHT THE 'T' WAS APPLIED.
      *    A SHIP DATE INTEGER-OF-DATE CANNOT CONVERT (IT HANDS BACK
      *    ZERO) IS LISTED WITH ZERO DAYS RATHER THAN FED INTO THE DAY
      *    ARITHMETIC - AKLAB8POSN ALWAYS WRITES A GOOD ONE, SO IT
      *    WOULD MEAN THE FILE WAS EDITED BY HAND.

           MOVE 0      TO DAYS-OUTSTANDING
           MOVE SPACES TO SHIP-DATE-NOTE
                          VALUE-NOTE
                          AGING-NOTE
           IF IT-SHIP-DATE NUMERIC
               COMPUTE SHIP-DAY-NBR =
                       FUNCTION INTEGER-OF-DATE (IT-SHIP-DATE)
               IF SHIP-DAY-NBR > 0
                   COMPUTE DAYS-OUTSTANDING =
                           RUN-DAY-NBR - SHIP-DAY-NBR
               ELSE
                   MOVE 'BAD SHIP DT' TO SHIP-DATE-NOTE
               END-IF
           ELSE
               MOVE 'BAD SHIP DT' TO SHIP-DATE-NOTE
           END-IF

           PERFORM 136-RESOLVE-BASE-FACTOR
           EVALUATE TRUE
               WHEN PRODUCT-UNKNOWN
                   MOVE 0 TO REC-EXT-VALUE
                   MOVE 'NO PRODUCT' TO VALUE-NOTE
                   ADD 1 TO NOT-VALUED-COUNT
               WHEN UOM-UNKNOWN
                   MOVE 0 TO REC-EXT-VALUE
                   MOVE 'NO UOM CONV' TO VALUE-NOTE
                   ADD 1 TO NOT-VALUED-COUNT
               WHEN OTHER
                   COMPUTE SHIPPED-BASE-QTY ROUNDED =
                           IT-SHIPPED-QTY * REC-BASE-FACTOR
                   COMPUTE REC-EXT-VALUE =
                           SHIPPED-BASE-QTY * IT-UNIT-COST
           END-EVALUATE

      *    A TRANSFER CAN HAVE BOTH A BAD SHIP DATE AND NO VALUE -
      *    THE LINE CARRIES BOTH NOTES.

           EVALUATE TRUE
               WHEN VALUE-NOTE = SPACES
                   MOVE SHIP-DATE-NOTE TO AGING-NOTE
               WHEN SHIP-DATE-NOTE = SPACES
                   MOVE VALUE-NOTE TO AGING-NOTE
               WHEN OTHER
                   STRING SHIP-DATE-NOTE DELIMITED BY '  '
                          ', '           DELIMITED BY SIZE
                          VALUE-NOTE     DELIMITED BY '  '
                          INTO AGING-NOTE
                   END-STRING
           END-EVALUATE

           PERFORM 134-INSERT-AGING-ENTRY
         .
      *
       134-INSERT-AGING-ENTRY.

      *    THE SAME KEY-ORDER INSERT AKLAB8REOR USES FOR ITS
      *    SUGGESTION TABLE.

           IF AGING-COUNT NOT < 20000
               DISPLAY 'AGING-TABLE FULL - MORE THAN 20000 TRANSFERS '
                       'IN TRANSIT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE IT-SEND-WAREHOUSE-ID TO AGE-SORT-SEND
           MOVE IT-RECV-WAREHOUSE-ID TO AGE-SORT-RECV
           MOVE IT-SHIP-DATE         TO AGE-SORT-SHIP-DATE
           MOVE IT-XFER-REFERENCE    TO AGE-SORT-REFERENCE

           MOVE 0 TO TABLE-INSERT-AT
           PERFORM VARYING TABLE-SCAN-NBR FROM 1 BY 1
                   UNTIL TABLE-SCAN-NBR > AGING-COUNT
                   OR TABLE-INSERT-AT > 0
               IF AGE-KEY (TABLE-SCAN-NBR) > AGE-SORT-KEY
                   MOVE TABLE-SCAN-NBR TO TABLE-INSERT-AT
               END-IF
           END-PERFORM

           ADD 1 TO AGING-COUNT
           IF TABLE-INSERT-AT = 0
               MOVE AGING-COUNT TO TABLE-INSERT-AT
           END-IF
           PERFORM VARYING TABLE-SHIFT-NBR FROM AGING-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE AGE-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO AGE-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           MOVE AGE-SORT-KEY     TO AGE-KEY (TABLE-INSERT-AT)
           MOVE IT-VENDOR-ID     TO AGE-VENDOR-ID (TABLE-INSERT-AT)
           MOVE IT-PRODUCT-ID    TO AGE-PRODUCT-ID (TABLE-INSERT-AT)
           IF UOM-TABLE-MISSING OR PRODUCT-UNKNOWN
               MOVE SPACES       TO AGE-UOM (TABLE-INSERT-AT)
           ELSE
               MOVE PVU-UOM (PVU-INDEX)
                                 TO AGE-UOM (TABLE-INSERT-AT)
           END-IF
           MOVE IT-SHIPPED-QTY   TO AGE-SHIPPED-QTY (TABLE-INSERT-AT)
           MOVE IT-LOT-NUMBER    TO AGE-LOT-NUMBER (TABLE-INSERT-AT)
           MOVE DAYS-OUTSTANDING TO AGE-DAYS-OUT (TABLE-INSERT-AT)
           MOVE REC-EXT-VALUE    TO AGE-EXT-VALUE (TABLE-INSERT-AT)
           MOVE AGING-NOTE       TO AGE-NOTE (TABLE-INSERT-AT)

           ADD REC-EXT-VALUE TO GRAND-TOTAL-VALUE
           IF DAYS-OUTSTANDING > OVERDUE-DAYS
               MOVE 'Y' TO AGE-OVERDUE-SW (TABLE-INSERT-AT)
               ADD 1 TO OVERDUE-COUNT
               ADD REC-EXT-VALUE TO OVERDUE-TOTAL-VALUE
           ELSE
               MOVE 'N' TO AGE-OVERDUE-SW (TABLE-INSERT-AT)
           END-IF
         .
      *
       136-RESOLVE-BASE-FACTOR.

      *    THE SAME LOOKUP AS 131-RESOLVE-BASE-FACTOR IN AKLAB8VALR.

           IF UOM-TABLE-MISSING
               MOVE 1 TO REC-BASE-FACTOR
               SET FACTOR-RESOLVED TO TRUE
           ELSE
               SET PVU-INDEX TO 1
               SEARCH PVU-ENTRY
                   AT END
                       SET PRODUCT-UNKNOWN TO TRUE
                   WHEN PVU-ID (PVU-INDEX) = IT-PRODUCT-ID
                       PERFORM 138-LOOK-UP-UOM-FACTOR
               END-SEARCH
           END-IF
         .
      *
       138-LOOK-UP-UOM-FACTOR.

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
       150-WRITE-REPORT.

           MOVE REPORT-DATE TO XAG-TITLE-DATE
           MOVE XAG-TITLE-LINE TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC
           MOVE OVERDUE-DAYS TO XAG-THRESHOLD-DAYS
           MOVE XAG-THRESHOLD-LINE TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           IF AGING-COUNT = 0
               MOVE XAG-BLANK-LINE TO IN-TRANSIT-AGING-REC
               WRITE IN-TRANSIT-AGING-REC
               MOVE XAG-NONE-OPEN-LINE TO IN-TRANSIT-AGING-REC
               WRITE IN-TRANSIT-AGING-REC
           ELSE
               MOVE SPACES TO BREAK-PAIR-KEY
               PERFORM 152-WRITE-ONE-TRANSFER
                   VARYING AGE-WALK-NBR FROM 1 BY 1
                   UNTIL AGE-WALK-NBR > AGING-COUNT
               PERFORM 154-WRITE-PAIR-TOTAL
           END-IF

           PERFORM 158-WRITE-TOTALS
         .
      *
       152-WRITE-ONE-TRANSFER.

      *    A NEW WAREHOUSE PAIR CLOSES OFF THE PRIOR PAIR'S TOTAL (IF
      *    ANY) AND STARTS ITS OWN HEADING.

           IF AGE-PAIR (AGE-WALK-NBR) NOT = BREAK-PAIR-KEY
               IF AGE-WALK-NBR > 1
                   PERFORM 154-WRITE-PAIR-TOTAL
               END-IF
               MOVE AGE-PAIR (AGE-WALK-NBR) TO BREAK-PAIR-KEY
               MOVE 0 TO PAIR-LINE-COUNT
               MOVE 0 TO PAIR-OVERDUE-COUNT
               MOVE 0 TO PAIR-TOTAL-VALUE
               MOVE 0 TO PAIR-OVERDUE-VALUE
               MOVE XAG-BLANK-LINE TO IN-TRANSIT-AGING-REC
               WRITE IN-TRANSIT-AGING-REC
               MOVE AGE-SEND-WAREHOUSE-ID (AGE-WALK-NBR) TO XAG-PH-SEND
               MOVE AGE-RECV-WAREHOUSE-ID (AGE-WALK-NBR) TO XAG-PH-RECV
               MOVE XAG-PAIR-HEADING TO IN-TRANSIT-AGING-REC
               WRITE IN-TRANSIT-AGING-REC
               MOVE XAG-HEADER-LINE-1 TO IN-TRANSIT-AGING-REC
               WRITE IN-TRANSIT-AGING-REC
           END-IF

           MOVE AGE-SHIP-DATE (AGE-WALK-NBR) TO SHIP-DATE-WORK
           MOVE SHIP-MM   TO SHIP-REPORT-MM
           MOVE SHIP-DD   TO SHIP-REPORT-DD
           MOVE SHIP-YYYY TO SHIP-REPORT-YYYY

           MOVE AGE-XFER-REFERENCE (AGE-WALK-NBR) TO XAG-DET-REFERENCE
           MOVE AGE-VENDOR-ID (AGE-WALK-NBR)      TO XAG-DET-VENDOR
           MOVE AGE-PRODUCT-ID (AGE-WALK-NBR)     TO XAG-DET-PRODUCT
           MOVE AGE-UOM (AGE-WALK-NBR)            TO XAG-DET-UOM
           MOVE AGE-LOT-NUMBER (AGE-WALK-NBR)     TO XAG-DET-LOT
           MOVE AGE-SHIPPED-QTY (AGE-WALK-NBR)    TO XAG-DET-QUANTITY
           MOVE SHIP-REPORT-DATE                  TO XAG-DET-SHIP-DATE
           MOVE AGE-DAYS-OUT (AGE-WALK-NBR)       TO XAG-DET-DAYS-OUT
           MOVE AGE-EXT-VALUE (AGE-WALK-NBR)      TO XAG-DET-VALUE
           IF AGE-OVERDUE-SW (AGE-WALK-NBR) = 'Y'
              AND AGE-NOTE (AGE-WALK-NBR) = SPACES
               MOVE '** OVERDUE'                  TO XAG-DET-NOTE
           ELSE
               MOVE AGE-NOTE (AGE-WALK-NBR)       TO XAG-DET-NOTE
           END-IF
           MOVE XAG-DETAIL-LINE TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           ADD 1 TO PAIR-LINE-COUNT
           ADD AGE-EXT-VALUE (AGE-WALK-NBR) TO PAIR-TOTAL-VALUE
           IF AGE-OVERDUE-SW (AGE-WALK-NBR) = 'Y'
               ADD 1 TO PAIR-OVERDUE-COUNT
               ADD AGE-EXT-VALUE (AGE-WALK-NBR) TO PAIR-OVERDUE-VALUE
           END-IF
         .
      *
       154-WRITE-PAIR-TOTAL.

           MOVE BREAK-PAIR-KEY (1:4) TO XAG-PT-SEND
           MOVE BREAK-PAIR-KEY (5:4) TO XAG-PT-RECV
           MOVE PAIR-LINE-COUNT      TO XAG-PT-LINES
           MOVE PAIR-OVERDUE-COUNT   TO XAG-PT-OVERDUE
           MOVE PAIR-TOTAL-VALUE     TO XAG-PT-VALUE
           MOVE XAG-PAIR-TOTAL-LINE TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           IF PAIR-OVERDUE-COUNT > 0
               MOVE PAIR-OVERDUE-VALUE TO XAG-PO-VALUE
               MOVE XAG-PAIR-OVERDUE-LINE TO IN-TRANSIT-AGING-REC
               WRITE IN-TRANSIT-AGING-REC
           END-IF
         .
      *
       158-WRITE-TOTALS.

           MOVE XAG-BLANK-LINE TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           MOVE TRANSIT-READ-COUNT TO XAG-TOT-OPEN
           MOVE XAG-TOTAL-LINE-1 TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           MOVE OVERDUE-COUNT TO XAG-TOT-OVERDUE
           MOVE XAG-TOTAL-LINE-2 TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           MOVE NOT-VALUED-COUNT TO XAG-TOT-NOT-VALUED
           MOVE XAG-TOTAL-LINE-3 TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           MOVE GRAND-TOTAL-VALUE TO XAG-TOT-VALUE
           MOVE XAG-TOTAL-LINE-4 TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC

           MOVE OVERDUE-TOTAL-VALUE TO XAG-TOT-OVERDUE-VALUE
           MOVE XAG-TOTAL-LINE-5 TO IN-TRANSIT-AGING-REC
           WRITE IN-TRANSIT-AGING-REC
         .
      *
       160-CLOSE-ROUTINE.

           DISPLAY TRANSIT-READ-COUNT ' TRANSFER(S) IN TRANSIT, '
                   OVERDUE-COUNT ' OVERDUE - SEE IN-TRANSIT-AGING.TXT'

           CLOSE IN-TRANSIT-AGING

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
