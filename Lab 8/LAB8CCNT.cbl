       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8CCNT.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM IS THE FIRST HALF OF THE CYCLE COUNT SUBSYSTEM -
      *  IT PICKS TONIGHT'S KEYS TO COUNT AND PRINTS THE COUNT SHEETS.
      *  AKLAB8CCVR IS THE SECOND HALF - IT READS THE COUNTS BACK,
      *  REPORTS THE VARIANCES, AND POSTS THEM AS ADJUSTMENTS.
      *
      *  KEYS ARE PICKED BY ROTATING THROUGH EACH WAREHOUSE'S RECORDS
      *  ON INVENTORY-POSITION.  CYCLE-COUNT-HISTORY REMEMBERS THE
      *  LAST NIGHT EACH WAREHOUSE/VENDOR/PRODUCT KEY WAS PUT ON A
      *  COUNT SHEET.  A KEY COMES DUE AGAIN ONCE A SET NUMBER OF DAYS
      *  HAS PASSED - FEWER DAYS FOR A HIGH-VALUE KEY (ON-HAND,
      *  CONVERTED TO BASE UNITS THE SAME WAY AKLAB8VALR DOES, TIMES
      *  UNIT COST AT OR ABOVE THE PARM'D THRESHOLD) THAN FOR THE
      *  REST, SO THE DOLLARS THAT MATTER ARE COUNTED MORE OFTEN.  A
      *  KEY NEVER COUNTED IS ALWAYS DUE.  EACH NIGHT EVERY WAREHOUSE
      *  GETS UP TO THE PARM'D NUMBER OF ITS DUE KEYS, LONGEST SINCE
      *  LAST COUNTED FIRST (HIGH-VALUE AHEAD OF THE REST ON A TIE),
      *  SO THE WHOLE WAREHOUSE IS WORKED THROUGH IN TURN.  A KEY
      *  STILL OUT ON AN EARLIER SHEET (NOT YET COUNTED, OR ITS
      *  VARIANCE STILL WAITING FOR APPROVAL, OR POSTED BUT NOT YET
      *  LOADED, ON CYCLE-COUNT-OPEN) IS NOT PICKED AGAIN.
      *
      *  A RUN THAT FINDS KEYS ON CYCLE-COUNT-OPEN ALREADY SHEETED FOR
      *  ITS OWN BUSINESS DATE IS A RESUBMIT OR RERUN OF A NIGHT THAT
      *  HAS ALREADY PICKED ITS KEYS.  IT REPRINTS THOSE SHEETS AS
      *  THEY WERE AND PICKS NOTHING NEW, SO A KEY IS NEVER SHEETED
      *  TWICE FOR ONE NIGHT AND THE COUNTERS ARE NOT SENT A SECOND,
      *  DIFFERENT SET OF KEYS.
      *
      *  THE COUNT SHEET IS BLIND - IT NAMES THE KEY, THE PRODUCT,
      *  AND THE UNIT TO COUNT IN, BUT NEVER THE QUANTITY THE SYSTEM
      *  THINKS IS ON HAND, SO THE COUNTER COUNTS WHAT IS ON THE SHELF
      *  INSTEAD OF CONFIRMING A NUMBER.  THE BOOK QUANTITY IS FROZEN
      *  ON CYCLE-COUNT-OPEN INSTEAD, FOR AKLAB8CCVR TO COMPARE THE
      *  COUNT AGAINST.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     INVENTORY-POSITION  - THE POSITION MASTER AKLAB8POSN
      *        UPDATES, READ IN WAREHOUSE/VENDOR/PRODUCT KEY ORDER
      *     PRODUCT-MASTER      - PRODUCT DESCRIPTION AND UOM CODE
      *     UOM-CONVERSION      - FACTOR TO THE BASE UNIT PER UOM CODE
      *     CYCLE-COUNT-HISTORY - LAST NIGHT EACH KEY WAS SELECTED.
      *        A MISSING FILE IS THE FIRST RUN - EVERY KEY IS DUE
      *     CYCLE-COUNT-OPEN    - COUNTS ALREADY OUTSTANDING
      *
      *  OUTPUT:
      *     COUNT-SHEET         - BLIND COUNT SHEETS BY WAREHOUSE
      *     CYCLE-COUNT-OPEN    - TONIGHT'S SELECTIONS ARE ADDED, EACH
      *        WITH ITS FROZEN BOOK QUANTITY AND UNIT COST
      *     CYCLE-COUNT-HISTORY - REWRITTEN WITH TONIGHT'S SELECTIONS.
      *        LEFT AS IT STANDS IF NO POSITION WAS READ, SO A MISSING
      *        POSITION MASTER DOES NOT WIPE OUT THE ROTATION
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

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT UOM-CONVERSION
               ASSIGN TO 'UOM-CONVERSION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UOM-FILE-STATUS.

           SELECT CYCLE-COUNT-HISTORY
               ASSIGN TO 'CYCLE-COUNT-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT CYCLE-COUNT-OPEN
               ASSIGN TO 'CYCLE-COUNT-OPEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-COUNT-STATUS.

           SELECT COUNT-SHEET
               ASSIGN TO 'COUNT-SHEET.TXT'
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

      *    ONE RECORD PER KEY EVER PUT ON A COUNT SHEET, WRITTEN BY
      *    THIS PROGRAM IN POSITION-MASTER KEY ORDER.

       FD CYCLE-COUNT-HISTORY
           RECORD CONTAINS 16 CHARACTERS.
       01 COUNT-HISTORY-REC.
           05  CH-POSITION-KEY             PIC X(8).
           05  CH-LAST-SELECTED-DATE       PIC 9(8).

      *    ONE RECORD PER COUNT STILL OUTSTANDING - ADDED HERE WHEN THE
      *    SHEET IS PRINTED, CLEARED BY AKLAB8CCVR ONCE THE COUNT IS
      *    POSTED AND THE ADJUSTMENT HAS LOADED.  THE SAME LAYOUT IS
      *    DECLARED IN LAB8CCVR.CBL.

       FD CYCLE-COUNT-OPEN
           RECORD CONTAINS 62 CHARACTERS.
       01 OPEN-COUNT-REC.
           05  OC-POSITION-KEY.
               10  OC-WAREHOUSE-ID         PIC X(4).
               10  OC-VENDOR-ID            PIC X.
               10  OC-PRODUCT-ID           PIC X(3).
           05  OC-SHEET-DATE               PIC 9(8).
           05  OC-BOOK-QTY                 PIC 9(7).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-STATUS                   PIC X.
                88  COUNT-OUTSTANDING          VALUE 'O'.
                88  COUNT-HELD                 VALUE 'H'.
                88  COUNT-POSTED               VALUE 'P'.
           05  OC-COUNTED-QTY              PIC 9(7).
           05  OC-COUNTER-ID               PIC X(8).
           05  OC-POSTED-DATE              PIC 9(8).
           05  OC-POSTED-SEQUENCE          PIC 9(6).
           05  FILLER                      PIC X(2).

       FD COUNT-SHEET
           RECORD CONTAINS 132 CHARACTERS.
       01 COUNT-SHEET-REC                  PIC X(132).


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
           05  PRM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-PRODUCT-RECS            VALUE 'Y'.
                88  NO-MORE-PRODUCT-RECS         VALUE 'N'.
           05  UOM-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-UOM-RECS                VALUE 'Y'.
                88  NO-MORE-UOM-RECS             VALUE 'N'.
           05  HIST-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-HISTORY-RECS            VALUE 'Y'.
                88  NO-MORE-HISTORY-RECS         VALUE 'N'.
           05  OPEN-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-OPEN-RECS               VALUE 'Y'.
                88  NO-MORE-OPEN-RECS            VALUE 'N'.
           05  UOM-LOAD-SWITCH         PIC X     VALUE 'N'.
                88  UOM-TABLE-LOADED             VALUE 'Y'.
                88  UOM-TABLE-MISSING            VALUE 'N'.
           05  CANDIDATE-SWITCH        PIC X     VALUE 'N'.
                88  CANDIDATE-FOUND              VALUE 'Y'.
                88  NO-CANDIDATE                 VALUE 'N'.
           05  REPRINT-SWITCH          PIC X     VALUE 'N'.
                88  SHEET-REPRINT                VALUE 'Y'.
                88  SHEET-SELECTION              VALUE 'N'.

       01  FILE-STATUS-FIELDS.
           05  POSITION-STATUS         PIC XX.
           05  PRODUCT-MASTER-STATUS   PIC XX.
           05  UOM-FILE-STATUS         PIC XX.
           05  HISTORY-STATUS          PIC XX.
           05  OPEN-COUNT-STATUS       PIC XX.

       01  COUNT-FIELDS.
           05  POSITION-READ-COUNT  PIC 9(7)  VALUE 0.
           05  DUE-COUNT            PIC 9(7)  VALUE 0.
           05  SELECTED-COUNT       PIC 9(7)  VALUE 0.
           05  HIGH-VALUE-COUNT     PIC 9(7)  VALUE 0.
           05  ALREADY-OPEN-COUNT   PIC 9(7)  VALUE 0.
           05  TONIGHT-OPEN-COUNT   PIC 9(7)  VALUE 0.
           05  WH-SELECTED-COUNT    PIC 9(5)  VALUE 0.
           05  WAREHOUSE-COUNT      PIC 9(5)  VALUE 0.

       01  VALUE-FIELDS.
           05  REC-BASE-FACTOR      PIC 9(5)V9(4) VALUE 1.
           05  REC-EXT-VALUE        PIC 9(11)V99  VALUE 0.
           05  RUN-DAY-NBR          PIC S9(9)     VALUE 0.
           05  SELECTED-DAY-NBR     PIC S9(9)     VALUE 0.
           05  DAYS-SINCE-SELECTED  PIC S9(9)     VALUE 0.

      *  PARM='10,1000,30,90' SUPPLIES, AS ONE COMMA-DELIMITED STRING,
      *  THE MOST KEYS TO PUT ON ONE WAREHOUSE'S SHEET IN A NIGHT, THE
      *  BASE-UNIT EXTENDED VALUE AT OR ABOVE WHICH A KEY IS HIGH
      *  VALUE, AND THE DAYS BETWEEN COUNTS FOR A HIGH-VALUE KEY AND
      *  FOR ANY OTHER KEY.  ANY VALUE LEFT OFF KEEPS ITS DEFAULT
      *  BELOW.

       01  JOB-CONTROL-FIELDS.
           05  PARM-STRING          PIC X(40) VALUE SPACES.
           05  KEYS-PER-WH-ALPHA    PIC X(5)  VALUE SPACES.
           05  HIGH-VALUE-ALPHA     PIC X(10) VALUE SPACES.
           05  HIGH-DAYS-ALPHA      PIC X(5)  VALUE SPACES.
           05  NORMAL-DAYS-ALPHA    PIC X(5)  VALUE SPACES.
           05  KEYS-PER-WAREHOUSE   PIC 9(5)  VALUE 10.
           05  HIGH-VALUE-THRESHOLD PIC 9(9)V99 VALUE 1000.
           05  HIGH-VALUE-DAYS      PIC 9(5)  VALUE 30.
           05  NORMAL-DAYS          PIC 9(5)  VALUE 90.

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
      *  SAME WAY AKLAB8VALR LOADS THEM; PVU-DESC RIDES ALONG FOR THE
      *  COUNT SHEET.

       01  PRODUCT-UOM-COUNT-FIELDS.
           05  PRODUCT-UOM-COUNT       PIC 9(3)  VALUE 0.

       01  PRODUCT-UOM-TABLE.
           05  PVU-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON PRODUCT-UOM-COUNT
               INDEXED BY PVU-INDEX.
               10  PVU-ID              PIC X(3).
               10  PVU-DESC            PIC X(17).
               10  PVU-UOM             PIC X(4).

       01  UOM-COUNT-FIELDS.
           05  UOM-COUNT               PIC 9(3)  VALUE 0.

       01  UOM-TABLE.
           05  UOMT-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON UOM-COUNT
               INDEXED BY UOMT-INDEX.
               10  UOMT-CODE           PIC X(4).
               10  UOMT-FACTOR         PIC 9(5)V9(4).

      *  HISTORY-TABLE AND OPEN-COUNT-TABLE ARE PUT IN ASCENDING KEY
      *  ORDER AS THEY LOAD (THE SAME KEY-ORDER INSERT AKLAB8TABLES
      *  USES FOR ITS MASTER TABLES) AND SEARCHED WITH SEARCH ALL ONCE
      *  PER POSITION KEY.

       01  TABLE-INSERT-FIELDS.
           05  TABLE-INSERT-AT         PIC 9(5)  VALUE 0.
           05  TABLE-SCAN-NBR          PIC 9(5)  VALUE 0.
           05  TABLE-SHIFT-NBR         PIC 9(5)  VALUE 0.
           05  WORK-KEY                PIC X(8)  VALUE SPACES.

       01  HISTORY-COUNT-FIELDS.
           05  HISTORY-COUNT           PIC 9(5)  VALUE 0.

       01  HISTORY-TABLE.
           05  HIST-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON HISTORY-COUNT
               ASCENDING KEY IS HIST-KEY
               INDEXED BY HIST-INDEX.
               10  HIST-KEY            PIC X(8).
               10  HIST-LAST-SELECTED  PIC 9(8).

       01  OPEN-COUNT-COUNT-FIELDS.
           05  OPEN-COUNT-COUNT        PIC 9(5)  VALUE 0.

       01  OPEN-COUNT-TABLE.
           05  OCT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON OPEN-COUNT-COUNT
               ASCENDING KEY IS OCT-KEY
               INDEXED BY OCT-INDEX.
               10  OCT-KEY             PIC X(8).
               10  OCT-SHEET-DATE      PIC 9(8).

      *  POSITION-TABLE HOLDS EVERY POSITION KEY IN MASTER (THAT IS,
      *  WAREHOUSE) ORDER WITH WHAT THE SELECTION NEEDS - HOW LONG
      *  SINCE IT WAS LAST PUT ON A SHEET, WHETHER IT IS HIGH VALUE,
      *  WHETHER IT IS DUE, AND WHETHER IT WAS PICKED TONIGHT.
      *  GROUP-START-NBR/GROUP-END-NBR BRACKET ONE WAREHOUSE'S KEYS.

       01  POSITION-COUNT-FIELDS.
           05  POSITION-COUNT          PIC 9(5)  VALUE 0.
           05  GROUP-START-NBR         PIC 9(5)  VALUE 0.
           05  GROUP-END-NBR           PIC 9(5)  VALUE 0.
           05  GROUP-SCAN-NBR          PIC 9(5)  VALUE 0.
           05  BEST-NBR                PIC 9(5)  VALUE 0.

       01  POSITION-TABLE.
           05  PT-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON POSITION-COUNT
               INDEXED BY PT-INDEX.
               10  PT-KEY.
                   15  PT-WAREHOUSE-ID PIC X(4).
                   15  PT-VENDOR-ID    PIC X.
                   15  PT-PRODUCT-ID   PIC X(3).
               10  PT-QUANTITY         PIC 9(7).
               10  PT-UNIT-COST        PIC 9(5)V99.
               10  PT-LAST-SELECTED    PIC 9(8).
               10  PT-HIGH-VALUE-SW    PIC X.
               10  PT-DUE-SW           PIC X.
               10  PT-SELECTED-SW      PIC X.

      ***********************COUNT SHEET LINES**************************

       01  SHEET-LINES.
           05  SHT-TITLE-LINE.
               10  FILLER              PIC X(27)
                        VALUE 'CYCLE COUNT SHEET - BLIND  '.
               10  SHT-TITLE-DATE      PIC X(10).
           05  SHT-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  SHT-WH-HEADING.
               10  FILLER              PIC X(11)
                        VALUE 'WAREHOUSE  '.
               10  SHT-WH-ID           PIC X(4).
           05  SHT-INSTRUCTION-LINE.
               10  FILLER              PIC X(36)
                        VALUE 'COUNT EVERY UNIT ON HAND IN THE UNIT'.
               10  FILLER              PIC X(36)
                        VALUE ' SHOWN - ENTER THE COUNT AND YOUR ID'.
           05  SHT-HEADER-LINE-1.
               10  FILLER              PIC X(30)
                        VALUE 'VENDOR  PRODUCT  DESCRIPTION  '.
               10  FILLER              PIC X(30)
                        VALUE '       UOM   COUNTED QUANTITY '.
               10  FILLER              PIC X(20)
                        VALUE '   COUNTED BY'.
           05  SHT-DETAIL-LINE.
               10  SHT-DET-VENDOR      PIC X(1).
               10  FILLER              PIC X(7)  VALUE SPACES.
               10  SHT-DET-PRODUCT     PIC X(3).
               10  FILLER              PIC X(6)  VALUE SPACES.
               10  SHT-DET-DESC        PIC X(17).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SHT-DET-UOM         PIC X(4).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(16)
                        VALUE '________________'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10)
                        VALUE '__________'.
           05  SHT-WH-TOTAL-LINE.
               10  FILLER              PIC X(24)
                        VALUE 'KEYS ON THIS SHEET:     '.
               10  SHT-WH-TOT-KEYS     PIC ZZZZ9.
           05  SHT-NONE-DUE-LINE       PIC X(40) VALUE
                   'NO KEYS DUE FOR COUNT TONIGHT'.
           05  SHT-REPRINT-LINE.
               10  FILLER              PIC X(34)
                        VALUE 'REPRINT - THESE KEYS WERE ALREADY '.
               10  FILLER              PIC X(22)
                        VALUE 'SELECTED FOR THIS DATE'.
           05  SHT-TOTAL-LINE-1.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL POSITION KEYS READ:    '.
               10  SHT-TOT-READ        PIC ZZZZZZ9.
           05  SHT-TOTAL-LINE-2.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL HIGH-VALUE KEYS:       '.
               10  SHT-TOT-HIGH-VALUE  PIC ZZZZZZ9.
           05  SHT-TOTAL-LINE-3.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL KEYS DUE FOR COUNT:    '.
               10  SHT-TOT-DUE         PIC ZZZZZZ9.
           05  SHT-TOTAL-LINE-4.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL KEYS ALREADY OUT:      '.
               10  SHT-TOT-OPEN        PIC ZZZZZZ9.
           05  SHT-TOTAL-LINE-5.
               10  FILLER              PIC X(30)
                        VALUE 'TOTAL KEYS ON TONIGHT SHEETS:'.
               10  SHT-TOT-SELECTED    PIC ZZZZZZ9.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8CCNT'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 112-LOAD-PRODUCT-UOM-TABLE
           PERFORM 114-LOAD-UOM-TABLE
           PERFORM 116-LOAD-COUNT-HISTORY
           PERFORM 118-LOAD-OPEN-COUNTS
           PERFORM 120-LOAD-POSITIONS
           PERFORM 130-SELECT-ALL-WAREHOUSES
           PERFORM 150-REWRITE-COUNT-HISTORY
              THRU 150-REWRITE-COUNT-HISTORY-EXIT
           PERFORM 160-CLOSE-ROUTINE
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           OPEN OUTPUT COUNT-SHEET

           COMPUTE RUN-DAY-NBR = FUNCTION INTEGER-OF-DATE (RUN-DATE)

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ','
                   INTO KEYS-PER-WH-ALPHA HIGH-VALUE-ALPHA
                        HIGH-DAYS-ALPHA NORMAL-DAYS-ALPHA
               END-UNSTRING
               IF KEYS-PER-WH-ALPHA NOT = SPACES
                   COMPUTE KEYS-PER-WAREHOUSE =
                           FUNCTION NUMVAL (KEYS-PER-WH-ALPHA)
               END-IF
               IF HIGH-VALUE-ALPHA NOT = SPACES
                   COMPUTE HIGH-VALUE-THRESHOLD =
                           FUNCTION NUMVAL (HIGH-VALUE-ALPHA)
               END-IF
               IF HIGH-DAYS-ALPHA NOT = SPACES
                   COMPUTE HIGH-VALUE-DAYS =
                           FUNCTION NUMVAL (HIGH-DAYS-ALPHA)
               END-IF
               IF NORMAL-DAYS-ALPHA NOT = SPACES
                   COMPUTE NORMAL-DAYS =
                           FUNCTION NUMVAL (NORMAL-DAYS-ALPHA)
               END-IF
           END-IF

           MOVE REPORT-DATE TO SHT-TITLE-DATE
           MOVE SHT-TITLE-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC
         .
      *
       112-LOAD-PRODUCT-UOM-TABLE.

      *    A MISSING PRODUCT-MASTER IS FATAL, THE SAME AS IT IS TO
      *    AKLAB8VALR - THE SHEET COULD NOT SAY WHAT UNIT TO COUNT IN.

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
                        MOVE PRM-MASTER-ID   TO PVU-ID (PVU-INDEX)
                        MOVE PRM-MASTER-DESC TO PVU-DESC (PVU-INDEX)
                        MOVE PRM-MASTER-UOM  TO PVU-UOM (PVU-INDEX)
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
                                           '100 UOM CODES ON '
                                           'UOM-CONVERSION'
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
                           'KEYS RANKED WITHOUT CONVERSION'
               WHEN OTHER
                   DISPLAY 'UOM-CONVERSION COULD NOT BE OPENED - '
                           'STATUS ' UOM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
         .
      *
       116-LOAD-COUNT-HISTORY.

      *    IF CYCLE-COUNT-HISTORY.TXT DOES NOT EXIST NO KEY HAS EVER
      *    BEEN COUNTED - THE TABLE COMES BACK EMPTY AND EVERY KEY IS
      *    DUE, THE SAME WAY AKLAB8CORR TREATS A MISSING RETRY FILE.

           OPEN INPUT CYCLE-COUNT-HISTORY
           IF HISTORY-STATUS = '05' OR HISTORY-STATUS = '35'
               CONTINUE
           ELSE
               IF HISTORY-STATUS NOT = '00'
                   DISPLAY 'CYCLE-COUNT-HISTORY COULD NOT BE OPENED - '
                           'STATUS ' HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-HISTORY-RECS TO TRUE
               PERFORM UNTIL NO-MORE-HISTORY-RECS
                   READ CYCLE-COUNT-HISTORY
                       AT END
                           SET NO-MORE-HISTORY-RECS TO TRUE
                       NOT AT END
                           PERFORM 117-INSERT-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CYCLE-COUNT-HISTORY
           END-IF
         .
      *
       117-INSERT-HISTORY-ENTRY.

      *    THE FILE IS WRITTEN IN KEY ORDER BY 150-REWRITE-COUNT-
      *    HISTORY, SO THE INSERT NORMALLY LANDS AT THE END - THE SCAN
      *    IS STILL MADE SO A HAND-EDITED FILE BUILDS A SEARCHABLE
      *    TABLE.  THE SCAN STARTS FROM THE BACK FOR THAT REASON.

           IF HISTORY-COUNT NOT < 50000
               DISPLAY 'HISTORY-TABLE FULL - MORE THAN 50000 KEYS ON '
                       'CYCLE-COUNT-HISTORY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CH-POSITION-KEY TO WORK-KEY

           MOVE 0 TO TABLE-INSERT-AT
           PERFORM VARYING TABLE-SCAN-NBR FROM HISTORY-COUNT BY -1
                   UNTIL TABLE-SCAN-NBR < 1
                   OR TABLE-INSERT-AT > 0
               IF HIST-KEY (TABLE-SCAN-NBR) < WORK-KEY
                   COMPUTE TABLE-INSERT-AT = TABLE-SCAN-NBR + 1
               END-IF
           END-PERFORM
           IF TABLE-INSERT-AT = 0
               MOVE 1 TO TABLE-INSERT-AT
           END-IF

           ADD 1 TO HISTORY-COUNT
           PERFORM VARYING TABLE-SHIFT-NBR FROM HISTORY-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE HIST-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO HIST-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           MOVE WORK-KEY TO HIST-KEY (TABLE-INSERT-AT)
           MOVE CH-LAST-SELECTED-DATE
                TO HIST-LAST-SELECTED (TABLE-INSERT-AT)
         .
      *
       118-LOAD-OPEN-COUNTS.

           OPEN INPUT CYCLE-COUNT-OPEN
           IF OPEN-COUNT-STATUS = '05' OR OPEN-COUNT-STATUS = '35'
               CONTINUE
           ELSE
               IF OPEN-COUNT-STATUS NOT = '00'
                   DISPLAY 'CYCLE-COUNT-OPEN COULD NOT BE OPENED - '
                           'STATUS ' OPEN-COUNT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-OPEN-RECS TO TRUE
               PERFORM UNTIL NO-MORE-OPEN-RECS
                   READ CYCLE-COUNT-OPEN
                       AT END
                           SET NO-MORE-OPEN-RECS TO TRUE
                       NOT AT END
                           PERFORM 119-INSERT-OPEN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CYCLE-COUNT-OPEN
           END-IF
         .
      *
       119-INSERT-OPEN-ENTRY.

      *    AN ENTRY ALREADY SHEETED FOR TONIGHT'S DATE MEANS TONIGHT'S
      *    KEYS HAVE BEEN PICKED - THIS RUN ONLY REPRINTS THEM.

           IF OPEN-COUNT-COUNT NOT < 10000
               DISPLAY 'OPEN-COUNT-TABLE FULL - MORE THAN 10000 COUNTS '
                       'ON CYCLE-COUNT-OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF OC-SHEET-DATE = RUN-DATE
               ADD 1 TO TONIGHT-OPEN-COUNT
               SET SHEET-REPRINT TO TRUE
           END-IF

           MOVE OC-POSITION-KEY TO WORK-KEY

           MOVE 0 TO TABLE-INSERT-AT
           PERFORM VARYING TABLE-SCAN-NBR FROM 1 BY 1
                   UNTIL TABLE-SCAN-NBR > OPEN-COUNT-COUNT
                   OR TABLE-INSERT-AT > 0
               IF OCT-KEY (TABLE-SCAN-NBR) > WORK-KEY
                   MOVE TABLE-SCAN-NBR TO TABLE-INSERT-AT
               END-IF
           END-PERFORM

           ADD 1 TO OPEN-COUNT-COUNT
           IF TABLE-INSERT-AT = 0
               MOVE OPEN-COUNT-COUNT TO TABLE-INSERT-AT
           END-IF
           PERFORM VARYING TABLE-SHIFT-NBR FROM OPEN-COUNT-COUNT BY -1
                   UNTIL TABLE-SHIFT-NBR <= TABLE-INSERT-AT
               MOVE OCT-ENTRY (TABLE-SHIFT-NBR - 1)
                    TO OCT-ENTRY (TABLE-SHIFT-NBR)
           END-PERFORM

           MOVE WORK-KEY      TO OCT-KEY (TABLE-INSERT-AT)
           MOVE OC-SHEET-DATE TO OCT-SHEET-DATE (TABLE-INSERT-AT)
         .
      *
       120-LOAD-POSITIONS.

      *    A MISSING INVENTORY-POSITION.DAT MEANS THERE IS NOTHING ON
      *    FILE TO COUNT YET - THE SHEET SAYS SO RATHER THAN ABENDING.

           OPEN INPUT INVENTORY-POSITION
           IF POSITION-STATUS = '05' OR POSITION-STATUS = '35'
               DISPLAY 'INVENTORY-POSITION NOT ON FILE - '
                       'NOTHING TO COUNT'
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
                           PERFORM 122-CLASSIFY-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-POSITION
           END-IF
         .
      *
       122-CLASSIFY-ONE-POSITION.

           IF POSITION-COUNT NOT < 50000
               DISPLAY 'POSITION-TABLE FULL - MORE THAN 50000 KEYS ON '
                       'INVENTORY-POSITION'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO POSITION-COUNT
           SET PT-INDEX TO POSITION-COUNT
           MOVE IP-POSITION-KEY     TO PT-KEY (PT-INDEX)
           MOVE IP-QUANTITY-ON-HAND TO PT-QUANTITY (PT-INDEX)
           MOVE IP-UNIT-COST        TO PT-UNIT-COST (PT-INDEX)
           MOVE 'N'                 TO PT-SELECTED-SW (PT-INDEX)

      *    THE VALUE IS ONLY USED TO RANK THE KEY - A PRODUCT WHOSE
      *    UOM CANNOT BE CONVERTED IS RANKED AT A FACTOR OF ONE
      *    RATHER THAN LEFT OFF THE ROTATION.

           PERFORM 124-RESOLVE-BASE-FACTOR
           COMPUTE REC-EXT-VALUE =
                   IP-QUANTITY-ON-HAND * REC-BASE-FACTOR * IP-UNIT-COST
           IF REC-EXT-VALUE >= HIGH-VALUE-THRESHOLD
               MOVE 'Y' TO PT-HIGH-VALUE-SW (PT-INDEX)
               ADD 1 TO HIGH-VALUE-COUNT
           ELSE
               MOVE 'N' TO PT-HIGH-VALUE-SW (PT-INDEX)
           END-IF

           MOVE 0 TO PT-LAST-SELECTED (PT-INDEX)
           IF HISTORY-COUNT > 0
               SEARCH ALL HIST-ENTRY
                   AT END
                       CONTINUE
                   WHEN HIST-KEY (HIST-INDEX) = IP-POSITION-KEY
                       MOVE HIST-LAST-SELECTED (HIST-INDEX)
                            TO PT-LAST-SELECTED (PT-INDEX)
               END-SEARCH
           END-IF

           PERFORM 126-CHECK-KEY-DUE THRU 126-CHECK-KEY-DUE-EXIT
         .
      *
       124-RESOLVE-BASE-FACTOR.

           MOVE 1 TO REC-BASE-FACTOR
           IF UOM-TABLE-LOADED
               SET PVU-INDEX TO 1
               SEARCH PVU-ENTRY
                   AT END
                       CONTINUE
                   WHEN PVU-ID (PVU-INDEX) = IP-PRODUCT-ID
                       SET UOMT-INDEX TO 1
                       SEARCH UOMT-ENTRY
                           AT END
                               CONTINUE
                           WHEN UOMT-CODE (UOMT-INDEX)
                                = PVU-UOM (PVU-INDEX)
                               MOVE UOMT-FACTOR (UOMT-INDEX)
                                    TO REC-BASE-FACTOR
                       END-SEARCH
               END-SEARCH
           END-IF
         .
      *
       126-CHECK-KEY-DUE.

      *    A KEY STILL OUT ON AN EARLIER SHEET IS NEVER DUE - ITS
      *    COUNT HAS NOT COME BACK OR IS WAITING FOR APPROVAL.  A KEY
      *    NEVER SELECTED IS ALWAYS DUE.  OTHERWISE IT IS DUE ONCE ITS
      *    CLASS'S NUMBER OF DAYS HAS PASSED SINCE IT WAS LAST PUT ON A
      *    SHEET.  A KEY SHEETED EARLIER FOR TONIGHT'S OWN DATE IS
      *    MARKED SELECTED SO ITS SHEET IS REPRINTED.

           MOVE 'N' TO PT-DUE-SW (PT-INDEX)

           MOVE IP-POSITION-KEY TO WORK-KEY
           IF OPEN-COUNT-COUNT > 0
               SEARCH ALL OCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN OCT-KEY (OCT-INDEX) = WORK-KEY
                       IF OCT-SHEET-DATE (OCT-INDEX) = RUN-DATE
                           MOVE 'Y' TO PT-SELECTED-SW (PT-INDEX)
                           MOVE RUN-DATE TO PT-LAST-SELECTED (PT-INDEX)
                       ELSE
                           ADD 1 TO ALREADY-OPEN-COUNT
                       END-IF
                       GO TO 126-CHECK-KEY-DUE-EXIT
               END-SEARCH
           END-IF

           IF PT-LAST-SELECTED (PT-INDEX) = 0
               MOVE 'Y' TO PT-DUE-SW (PT-INDEX)
           ELSE
               COMPUTE SELECTED-DAY-NBR = FUNCTION INTEGER-OF-DATE
                                  (PT-LAST-SELECTED (PT-INDEX))
               COMPUTE DAYS-SINCE-SELECTED =
                       RUN-DAY-NBR - SELECTED-DAY-NBR
               IF PT-HIGH-VALUE-SW (PT-INDEX) = 'Y'
                   IF DAYS-SINCE-SELECTED >= HIGH-VALUE-DAYS
                       MOVE 'Y' TO PT-DUE-SW (PT-INDEX)
                   END-IF
               ELSE
                   IF DAYS-SINCE-SELECTED >= NORMAL-DAYS
                       MOVE 'Y' TO PT-DUE-SW (PT-INDEX)
                   END-IF
               END-IF
           END-IF

           IF PT-DUE-SW (PT-INDEX) = 'Y'
               ADD 1 TO DUE-COUNT
           END-IF
         .
       126-CHECK-KEY-DUE-EXIT.
           EXIT
         .
      *
       130-SELECT-ALL-WAREHOUSES.

      *    THE POSITION MASTER IS IN WAREHOUSE ORDER, SO EACH
      *    WAREHOUSE'S KEYS SIT TOGETHER ON POSITION-TABLE.  EACH
      *    WAREHOUSE IS SELECTED AND PRINTED AS ITS OWN SHEET.  ON A
      *    REPRINT NOTHING IS SELECTED OR ADDED TO CYCLE-COUNT-OPEN -
      *    EACH WAREHOUSE'S SHEET IS PRINTED AGAIN FROM THE KEYS
      *    126-CHECK-KEY-DUE MARKED.

           IF SHEET-REPRINT
               DISPLAY 'KEYS ALREADY SELECTED FOR ' RUN-DATE
                       ' - REPRINTING THEIR SHEETS, NOTHING NEW PICKED'
               MOVE SHT-BLANK-LINE TO COUNT-SHEET-REC
               WRITE COUNT-SHEET-REC
               MOVE SHT-REPRINT-LINE TO COUNT-SHEET-REC
               WRITE COUNT-SHEET-REC
           ELSE
               OPEN EXTEND CYCLE-COUNT-OPEN
               IF OPEN-COUNT-STATUS = '05' OR OPEN-COUNT-STATUS = '35'
                   OPEN OUTPUT CYCLE-COUNT-OPEN
               END-IF
               IF OPEN-COUNT-STATUS NOT = '00'
                   DISPLAY 'CYCLE-COUNT-OPEN COULD NOT BE OPENED - '
                           'STATUS ' OPEN-COUNT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 1 TO GROUP-START-NBR
           PERFORM UNTIL GROUP-START-NBR > POSITION-COUNT
               MOVE GROUP-START-NBR TO GROUP-END-NBR
               PERFORM 131-FIND-GROUP-END
               ADD 1 TO WAREHOUSE-COUNT
               IF SHEET-REPRINT
                   PERFORM 133-REPRINT-ONE-WAREHOUSE
               ELSE
                   PERFORM 132-SELECT-ONE-WAREHOUSE
               END-IF
               COMPUTE GROUP-START-NBR = GROUP-END-NBR + 1
           END-PERFORM

           IF SELECTED-COUNT = 0
               MOVE SHT-BLANK-LINE TO COUNT-SHEET-REC
               WRITE COUNT-SHEET-REC
               MOVE SHT-NONE-DUE-LINE TO COUNT-SHEET-REC
               WRITE COUNT-SHEET-REC
           END-IF

           IF SHEET-SELECTION
               CLOSE CYCLE-COUNT-OPEN
           END-IF
         .
      *
       131-FIND-GROUP-END.

           PERFORM UNTIL GROUP-END-NBR >= POSITION-COUNT
                   OR PT-WAREHOUSE-ID (GROUP-END-NBR + 1)
                      NOT = PT-WAREHOUSE-ID (GROUP-START-NBR)
               ADD 1 TO GROUP-END-NBR
           END-PERFORM
         .
      *
       132-SELECT-ONE-WAREHOUSE.

           MOVE 0 TO WH-SELECTED-COUNT
           SET CANDIDATE-FOUND TO TRUE
           PERFORM 134-PICK-NEXT-KEY
               UNTIL WH-SELECTED-COUNT >= KEYS-PER-WAREHOUSE
               OR NO-CANDIDATE

           IF WH-SELECTED-COUNT > 0
               PERFORM 136-WRITE-WAREHOUSE-SHEET
           END-IF
         .
      *
       133-REPRINT-ONE-WAREHOUSE.

           MOVE 0 TO WH-SELECTED-COUNT
           PERFORM VARYING GROUP-SCAN-NBR FROM GROUP-START-NBR BY 1
                   UNTIL GROUP-SCAN-NBR > GROUP-END-NBR
               IF PT-SELECTED-SW (GROUP-SCAN-NBR) = 'Y'
                   ADD 1 TO WH-SELECTED-COUNT
                   ADD 1 TO SELECTED-COUNT
               END-IF
           END-PERFORM

           IF WH-SELECTED-COUNT > 0
               PERFORM 136-WRITE-WAREHOUSE-SHEET
           END-IF
         .
      *
       134-PICK-NEXT-KEY.

      *    THE NEXT KEY IS THE DUE, NOT-YET-PICKED KEY LONGEST SINCE
      *    IT WAS LAST ON A SHEET (NEVER = DATE ZERO = FIRST).  ON A
      *    TIE A HIGH-VALUE KEY GOES AHEAD; OTHERWISE KEY ORDER STANDS.

           MOVE 0 TO BEST-NBR
           PERFORM VARYING GROUP-SCAN-NBR FROM GROUP-START-NBR BY 1
                   UNTIL GROUP-SCAN-NBR > GROUP-END-NBR
               IF PT-DUE-SW (GROUP-SCAN-NBR) = 'Y'
                  AND PT-SELECTED-SW (GROUP-SCAN-NBR) = 'N'
                   EVALUATE TRUE
                       WHEN BEST-NBR = 0
                           MOVE GROUP-SCAN-NBR TO BEST-NBR
                       WHEN PT-LAST-SELECTED (GROUP-SCAN-NBR)
                            < PT-LAST-SELECTED (BEST-NBR)
                           MOVE GROUP-SCAN-NBR TO BEST-NBR
                       WHEN PT-LAST-SELECTED (GROUP-SCAN-NBR)
                            = PT-LAST-SELECTED (BEST-NBR)
                            AND PT-HIGH-VALUE-SW (GROUP-SCAN-NBR) = 'Y'
                            AND PT-HIGH-VALUE-SW (BEST-NBR) = 'N'
                           MOVE GROUP-SCAN-NBR TO BEST-NBR
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF BEST-NBR = 0
               SET NO-CANDIDATE TO TRUE
           ELSE
               MOVE 'Y' TO PT-SELECTED-SW (BEST-NBR)
               ADD 1 TO WH-SELECTED-COUNT
               ADD 1 TO SELECTED-COUNT
               PERFORM 138-WRITE-OPEN-COUNT
           END-IF
         .
      *
       136-WRITE-WAREHOUSE-SHEET.

      *    THE SHEET LISTS THE PICKED KEYS IN KEY ORDER (THE ORDER A
      *    COUNTER WALKS THE AISLES IN), NOT THE ORDER THEY WERE
      *    PICKED - AND NEVER THE BOOK QUANTITY.

           MOVE SHT-BLANK-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC
           MOVE PT-WAREHOUSE-ID (GROUP-START-NBR) TO SHT-WH-ID
           MOVE SHT-WH-HEADING TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC
           MOVE SHT-INSTRUCTION-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC
           MOVE SHT-BLANK-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC
           MOVE SHT-HEADER-LINE-1 TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC

           PERFORM VARYING GROUP-SCAN-NBR FROM GROUP-START-NBR BY 1
                   UNTIL GROUP-SCAN-NBR > GROUP-END-NBR
               IF PT-SELECTED-SW (GROUP-SCAN-NBR) = 'Y'
                   MOVE PT-VENDOR-ID (GROUP-SCAN-NBR)
                        TO SHT-DET-VENDOR
                   MOVE PT-PRODUCT-ID (GROUP-SCAN-NBR)
                        TO SHT-DET-PRODUCT
                   MOVE SPACES TO SHT-DET-DESC
                   MOVE SPACES TO SHT-DET-UOM
                   SET PVU-INDEX TO 1
                   SEARCH PVU-ENTRY
                       AT END
                           MOVE 'NOT ON MASTER' TO SHT-DET-DESC
                       WHEN PVU-ID (PVU-INDEX)
                            = PT-PRODUCT-ID (GROUP-SCAN-NBR)
                           MOVE PVU-DESC (PVU-INDEX) TO SHT-DET-DESC
                           MOVE PVU-UOM (PVU-INDEX)  TO SHT-DET-UOM
                   END-SEARCH
                   MOVE SHT-DETAIL-LINE TO COUNT-SHEET-REC
                   WRITE COUNT-SHEET-REC
               END-IF
           END-PERFORM

           MOVE WH-SELECTED-COUNT TO SHT-WH-TOT-KEYS
           MOVE SHT-WH-TOTAL-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC
         .
      *
       138-WRITE-OPEN-COUNT.

      *    THE BOOK QUANTITY AND COST ARE FROZEN HERE, AS OF THE
      *    POSITION MASTER THE SHEET WAS PRINTED FROM, FOR AKLAB8CCVR
      *    TO MEASURE THE COUNT AGAINST.  THE KEY'S ROTATION DATE
      *    MOVES TO TONIGHT.

           MOVE SPACES                       TO OPEN-COUNT-REC
           MOVE PT-KEY (BEST-NBR)            TO OC-POSITION-KEY
           MOVE RUN-DATE                     TO OC-SHEET-DATE
           MOVE PT-QUANTITY (BEST-NBR)       TO OC-BOOK-QTY
           MOVE PT-UNIT-COST (BEST-NBR)      TO OC-UNIT-COST
           SET COUNT-OUTSTANDING             TO TRUE
           MOVE 0                            TO OC-COUNTED-QTY
           MOVE SPACES                       TO OC-COUNTER-ID
           MOVE 0                            TO OC-POSTED-DATE
           MOVE 0                            TO OC-POSTED-SEQUENCE
           WRITE OPEN-COUNT-REC

           MOVE RUN-DATE TO PT-LAST-SELECTED (BEST-NBR)
         .
      *
       150-REWRITE-COUNT-HISTORY.

      *    EVERY KEY EVER PUT ON A SHEET IS CARRIED FORWARD WITH ITS
      *    ROTATION DATE, IN POSITION-MASTER KEY ORDER.  A KEY THAT
      *    HAS LEFT THE POSITION MASTER DROPS OFF.  THE FILE IS
      *    REWRITTEN WHOLE EACH RUN, THE SAME WAY AKLAB8CORR REWRITES
      *    CORRECTION-RETRY.TXT.  WITH NO POSITIONS READ THERE IS
      *    NOTHING TO CARRY FORWARD FROM, SO THE FILE IS LEFT AS IT
      *    STANDS RATHER THAN EMPTIED.

           IF POSITION-COUNT = 0
               DISPLAY 'NO POSITIONS READ - CYCLE-COUNT-HISTORY LEFT '
                       'AS IT STANDS'
               GO TO 150-REWRITE-COUNT-HISTORY-EXIT
           END-IF

           OPEN OUTPUT CYCLE-COUNT-HISTORY

           PERFORM VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > POSITION-COUNT
               IF PT-LAST-SELECTED (PT-INDEX) > 0
                   MOVE PT-KEY (PT-INDEX) TO CH-POSITION-KEY
                   MOVE PT-LAST-SELECTED (PT-INDEX)
                        TO CH-LAST-SELECTED-DATE
                   WRITE COUNT-HISTORY-REC
               END-IF
           END-PERFORM

           CLOSE CYCLE-COUNT-HISTORY
         .
       150-REWRITE-COUNT-HISTORY-EXIT.
           EXIT
         .
      *
       160-CLOSE-ROUTINE.

           MOVE SHT-BLANK-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC

           MOVE POSITION-READ-COUNT TO SHT-TOT-READ
           MOVE SHT-TOTAL-LINE-1 TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC

           MOVE HIGH-VALUE-COUNT TO SHT-TOT-HIGH-VALUE
           MOVE SHT-TOTAL-LINE-2 TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC

           MOVE DUE-COUNT TO SHT-TOT-DUE
           MOVE SHT-TOTAL-LINE-3 TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC

           MOVE ALREADY-OPEN-COUNT TO SHT-TOT-OPEN
           MOVE SHT-TOTAL-LINE-4 TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC

           MOVE SELECTED-COUNT TO SHT-TOT-SELECTED
           MOVE SHT-TOTAL-LINE-5 TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC

           DISPLAY SELECTED-COUNT ' KEY(S) SELECTED FOR COUNT IN '
                   WAREHOUSE-COUNT ' WAREHOUSE(S) - SEE '
                   'COUNT-SHEET.TXT'

           CLOSE COUNT-SHEET

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
