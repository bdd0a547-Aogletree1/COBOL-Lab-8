       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8INQR.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM IS THE ONLINE INVENTORY KEY INQUIRY.  IT IS RUN
      *  AT A TERMINAL, NOT IN THE NIGHTLY JOB, AND ONLY READS - IT
      *  NEVER WRITES TO ANY FILE.
      *
      *  THE OPERATOR ENTERS A WAREHOUSE ID AND, OPTIONALLY, A VENDOR
      *  ID AND/OR PRODUCT ID.  EVERY INVENTORY-POSITION KEY FOR THAT
      *  WAREHOUSE MATCHING WHATEVER ELSE WAS ENTERED IS PICKED UP, AND
      *  THE KEYS ARE SHOWN ONE TO A SCREEN, PAGING FORWARD AND BACK.
      *  FOR EACH KEY THE SCREEN SHOWS:
      *
      *     - THE POSITION RECORD - ON-HAND, LAST UNIT COST, AND LAST
      *       MOVEMENT DATE
      *     - THE WAREHOUSE, VENDOR, AND PRODUCT NAMES FROM THEIR
      *       MASTERS, AND THE PRODUCT'S UOM
      *     - WHETHER ASSORTMENT-MASTER AUTHORIZES THE WAREHOUSE TO
      *       CARRY THE PRODUCT
      *     - WHETHER THE WAREHOUSE/PRODUCT IS IN AKLAB8CORR'S
      *       CORRECTION LOOP (CORRECTION-RETRY.TXT), AND FOR HOW MANY
      *       NIGHTS - ONCE PAST THE RETRY LIMIT IT IS ESCALATED
      *     - THE KEY'S RECENT REJECT LINES, NEWEST FIRST, WITH THE
      *       REASON AND THE REGIONAL FILE THE RECORD CAME FROM.  THESE
      *       COME FROM THE LIVE ERROR-FILE.TXT AND THE DATED ARCHIVES
      *       AKLAB8ROT LEAVES BEHIND (ERROR-FILE.<DATE>.TXT), AND ARE
      *       MATCHED ON WAREHOUSE ID + PRODUCT ID THE SAME WAY
      *       AKLAB8CORR MATCHES THEM, SINCE A REJECTED RECORD'S VENDOR
      *       ID IS OFTEN THE VERY THING THAT WAS WRONG.
      *
      *  A FULLY-ENTERED KEY WITH NO POSITION RECORD IS STILL SHOWN,
      *  MARKED AS SUCH - A KEY THAT HAS ONLY EVER REJECTED HAS NO
      *  POSITION, AND ITS REJECTS ARE USUALLY WHY SOMEONE IS ASKING.
      *
      *  PARM='DAYS,LIMIT' - DAYS IS HOW MANY DATED ERROR-FILE ARCHIVES
      *  BACK FROM TODAY TO SEARCH (DEFAULT 7), LIMIT THE RETRY LIMIT
      *  AKLAB8CORR RUNS WITH (DEFAULT 3, AS IN AKLAB8CORR).
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     INVENTORY-POSITION  - THE POSITION MASTER AKLAB8POSN KEEPS
      *     WAREHOUSE-MASTER, VENDOR-MASTER, PRODUCT-MASTER,
      *     ASSORTMENT-MASTER   - NAMES, UOM, AND AUTHORIZATION
      *     CORRECTION-RETRY    - KEYS STILL IN THE CORRECTION LOOP
      *     ERROR-FILE.TXT AND ERROR-FILE.<DATE>.TXT - REJECT LINES
      *
      *  OUTPUT:
      *     NONE - SCREENS ONLY
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-POSITION-KEY
               ALTERNATE RECORD KEY IS IP-PRODUCT-ID
                   WITH DUPLICATES
               FILE STATUS IS POSITION-STATUS.

           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'WAREHOUSE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAREHOUSE-MASTER-STATUS.

           SELECT VENDOR-MASTER
               ASSIGN TO 'VENDOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MASTER-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT ASSORTMENT-MASTER
               ASSIGN TO 'ASSORTMENT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSORTMENT-STATUS.

           SELECT RETRY-HISTORY
               ASSIGN TO 'CORRECTION-RETRY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRY-STATUS.

           SELECT ERROR-FILE
               ASSIGN DYNAMIC ERROR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-FILE-STATUS.


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

       FD WAREHOUSE-MASTER
           RECORD CONTAINS 24 CHARACTERS.
       01 WAREHOUSE-MASTER-REC.
           05  WHM-MASTER-ID               PIC X(4).
           05  WHM-MASTER-NAME             PIC X(20).

       FD VENDOR-MASTER
           RECORD CONTAINS 13 CHARACTERS.
       01 VENDOR-MASTER-REC.
           05  VM-VENDOR-ID                PIC X.
           05  VM-VENDOR-NAME              PIC X(12).

       FD PRODUCT-MASTER
           RECORD CONTAINS 24 CHARACTERS.
       01 PRODUCT-MASTER-REC.
           05  PRM-MASTER-ID               PIC X(3).
           05  PRM-MASTER-DESC             PIC X(17).
           05  PRM-MASTER-UOM              PIC X(4).

       FD ASSORTMENT-MASTER
           RECORD CONTAINS 7 CHARACTERS.
       01 ASSORTMENT-MASTER-REC.
           05  ASM-WAREHOUSE-ID            PIC X(4).
           05  ASM-PRODUCT-ID              PIC X(3).

      *    SAME LAYOUT AS RETRY-HISTORY-REC IN LAB8CORR.CBL.

       FD RETRY-HISTORY
           RECORD CONTAINS 10 CHARACTERS.
       01 RETRY-HISTORY-REC.
           05  RH-WAREHOUSE-ID             PIC X(4).
           05  RH-PRODUCT-ID               PIC X(3).
           05  RH-NIGHT-COUNT              PIC 9(3).

      *    SAME COLUMNS AS ERR-DETAIL-LINE IN LAB8TABLES.CBL.  DETAIL
      *    LINES ARE RECOGNIZED BY A NUMERIC DATE IN THE FIRST TWO
      *    COLUMNS, AS IN AKLAB8CORR AND AKLAB8ROFF.

       FD ERROR-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01 ERROR-FILE-REC                   PIC X(240).
       01 ERROR-DETAIL-REDEF REDEFINES ERROR-FILE-REC.
           05  ERD-DATE                    PIC X(10).
           05  FILLER                      PIC X(3).
           05  ERD-WAREHOUSE-ID            PIC X(4).
           05  FILLER                      PIC X(6).
           05  ERD-PRODUCT-ID              PIC X(3).
           05  FILLER                      PIC X(6).
           05  ERD-VENDOR-ID               PIC X.
           05  FILLER                      PIC X(6).
           05  ERD-REASON                  PIC X(25).
           05  FILLER                      PIC X(2).
           05  ERD-RAW-DATA                PIC X(120).
           05  FILLER                      PIC X(2).
           05  ERD-SOURCE-FILE             PIC X(30).
           05  FILLER                      PIC X(22).


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

      *****************VARIABLE SECTION*************************

       01  FLAGS-N-SWITCHES.
           05  POSN-EOF-FLAG           PIC X     VALUE SPACE.
                88  MORE-POSITION-RECS           VALUE 'Y'.
                88  NO-MORE-POSITION-RECS        VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X     VALUE SPACE.
                88  MORE-MASTER-RECS             VALUE 'Y'.
                88  NO-MORE-MASTER-RECS          VALUE 'N'.
           05  ERR-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-ERR-RECS                VALUE 'Y'.
                88  NO-MORE-ERR-RECS             VALUE 'N'.
           05  INQUIRY-SWITCH          PIC X     VALUE 'Y'.
                88  MORE-INQUIRIES               VALUE 'Y'.
                88  NO-MORE-INQUIRIES            VALUE 'N'.
           05  PAGING-SWITCH           PIC X     VALUE 'Y'.
                88  KEEP-PAGING                  VALUE 'Y'.
                88  STOP-PAGING                  VALUE 'N'.

       01  FILE-STATUS-FIELDS.
           05  POSITION-STATUS         PIC XX.
           05  WAREHOUSE-MASTER-STATUS PIC XX.
           05  VENDOR-MASTER-STATUS    PIC XX.
           05  PRODUCT-MASTER-STATUS   PIC XX.
           05  ASSORTMENT-STATUS       PIC XX.
           05  RETRY-STATUS            PIC XX.
           05  ERROR-FILE-STATUS       PIC XX.

       01  FILE-NAME-FIELDS.
           05  ERROR-FILENAME          PIC X(30) VALUE SPACES.

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
           05  RUN-DAY-NBR          PIC 9(7)  VALUE 0.
           05  ARCHIVE-DAY-NBR      PIC 9(7)  VALUE 0.
           05  OLDEST-DAY-NBR       PIC 9(7)  VALUE 0.
           05  ARCHIVE-DATE         PIC 9(8)  VALUE 0.

      *  PARM='7,3' - SEE THE BANNER.  THE LIMIT IS ONLY USED TO TELL
      *  AN OPEN CORRECTION FROM AN ESCALATED ONE, THE SAME TEST
      *  AKLAB8CORR'S 136-TRACK-RETRY-NIGHTS MAKES.

       01  JOB-CONTROL-FIELDS.
           05  PARM-STRING          PIC X(40) VALUE SPACES.
           05  DAYS-ALPHA           PIC X(10) VALUE SPACES.
           05  LIMIT-ALPHA          PIC X(10) VALUE SPACES.
           05  REJECT-DAYS          PIC 9(3)  VALUE 7.
           05  RETRY-LIMIT          PIC 9(3)  VALUE 3.

      ***********************TABLES**********************************
      *  THE MASTERS ARE LOADED ONCE AT START-UP, THE SAME
      *  OCCURS ... DEPENDING ON / SEARCH STYLE AKLAB8TABLES USES.

       01  MASTER-COUNT-FIELDS.
           05  WAREHOUSE-COUNT         PIC 9(3)  VALUE 0.
           05  VENDOR-COUNT            PIC 9(3)  VALUE 0.
           05  PRODUCT-COUNT           PIC 9(3)  VALUE 0.
           05  ASSORT-COUNT            PIC 9(5)  VALUE 0.
           05  RETRY-COUNT             PIC 9(3)  VALUE 0.

       01  WAREHOUSE-TABLE.
           05  WH-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WAREHOUSE-COUNT
               INDEXED BY WH-INDEX.
               10  WH-ID               PIC X(4).
               10  WH-NAME             PIC X(20).

       01  VENDOR-TABLE.
           05  VEN-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT
               INDEXED BY VEN-INDEX.
               10  VEN-ID              PIC X.
               10  VEN-NAME            PIC X(12).

       01  PRODUCT-TABLE.
           05  PRD-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON PRODUCT-COUNT
               INDEXED BY PRD-INDEX.
               10  PRD-ID              PIC X(3).
               10  PRD-DESC            PIC X(17).
               10  PRD-UOM             PIC X(4).

       01  ASSORT-TABLE.
           05  ASR-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON ASSORT-COUNT
               INDEXED BY ASR-INDEX.
               10  ASR-WAREHOUSE-ID    PIC X(4).
               10  ASR-PRODUCT-ID      PIC X(3).

       01  RETRY-TABLE.
           05  RT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON RETRY-COUNT
               INDEXED BY RT-INDEX.
               10  RT-WAREHOUSE        PIC X(4).
               10  RT-PRODUCT          PIC X(3).
               10  RT-NIGHTS           PIC 9(3).

      *  MATCH-TABLE IS REBUILT FOR EACH INQUIRY - ONE ENTRY PER KEY
      *  TO PAGE THROUGH, IN POSITION-FILE (KEY) ORDER.  MT-FOUND IS
      *  'N' FOR A KEY SHOWN WITHOUT A POSITION RECORD.

       01  MATCH-COUNT-FIELDS.
           05  MATCH-COUNT             PIC 9(3)  VALUE 0.
           05  MATCH-NBR               PIC 9(3)  VALUE 0.

       01  MATCH-TABLE.
           05  MT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON MATCH-COUNT
               INDEXED BY MT-INDEX.
               10  MT-WAREHOUSE-ID     PIC X(4).
               10  MT-VENDOR-ID        PIC X.
               10  MT-PRODUCT-ID       PIC X(3).
               10  MT-FOUND            PIC X.
               10  MT-QUANTITY         PIC 9(7).
               10  MT-UNIT-COST        PIC 9(5)V99.
               10  MT-LAST-MOVEMENT    PIC 9(8).

      *  REJECT-TABLE IS ALSO REBUILT FOR EACH INQUIRY - EVERY REJECT
      *  LINE FOR THE WAREHOUSE (AND PRODUCT, IF ONE WAS ENTERED)
      *  ACROSS THE ARCHIVES SEARCHED, NEWEST ARCHIVE FIRST.

       01  REJECT-COUNT-FIELDS.
           05  REJECT-COUNT            PIC 9(4)  VALUE 0.
           05  REJECT-NBR              PIC 9(4)  VALUE 0.
           05  KEY-REJECT-COUNT        PIC 9(4)  VALUE 0.
           05  REJECT-OVERFLOW-COUNT   PIC 9(4)  VALUE 0.

       01  REJECT-TABLE.
           05  RJ-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON REJECT-COUNT
               INDEXED BY RJ-INDEX.
               10  RJ-DATE             PIC X(10).
               10  RJ-PRODUCT-ID       PIC X(3).
               10  RJ-VENDOR-ID        PIC X.
               10  RJ-REASON           PIC X(25).
               10  RJ-SOURCE-FILE      PIC X(30).

      ***********************SCREEN FIELDS******************************
      *  INQ- FIELDS ARE WHAT THE SCREENS TAKE IN; DSP- FIELDS ARE
      *  WHAT THEY SHOW, FILLED IN BY 150-BUILD-DETAIL-DISPLAY.

       01  INQUIRY-FIELDS.
           05  INQ-WAREHOUSE-ID        PIC X(4)  VALUE SPACES.
           05  INQ-VENDOR-ID           PIC X     VALUE SPACE.
           05  INQ-PRODUCT-ID          PIC X(3)  VALUE SPACES.
           05  INQ-COMMAND             PIC X     VALUE SPACE.
                88  PAGE-FORWARD                 VALUE 'F' SPACE.
                88  PAGE-BACK                    VALUE 'B'.
                88  NEW-INQUIRY                  VALUE 'N'.
                88  END-INQUIRY                  VALUE 'X'.
           05  INQ-MESSAGE             PIC X(79) VALUE SPACES.

       01  DISPLAY-FIELDS.
           05  DSP-KEY-NBR             PIC ZZ9.
           05  DSP-KEY-COUNT           PIC ZZ9.
           05  DSP-WAREHOUSE-ID        PIC X(4).
           05  DSP-WAREHOUSE-NAME      PIC X(20).
           05  DSP-VENDOR-ID           PIC X.
           05  DSP-VENDOR-NAME         PIC X(20).
           05  DSP-PRODUCT-ID          PIC X(3).
           05  DSP-PRODUCT-DESC        PIC X(20).
           05  DSP-PRODUCT-UOM         PIC X(4).
           05  DSP-POSITION-LINE       PIC X(79).
           05  DSP-ASSORTMENT          PIC X(40).
           05  DSP-CORRECTION          PIC X(60).
           05  DSP-REJECT-TITLE        PIC X(79).
           05  DSP-REJECT-LINES.
               10  DSP-REJECT-LINE OCCURS 8 TIMES
                                       PIC X(79).
           05  DSP-REJECT-MORE         PIC X(79).

       01  POSITION-DISPLAY-LINE.
           05  FILLER                  PIC X(9)  VALUE 'ON-HAND: '.
           05  PDL-QUANTITY            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(19)
                        VALUE '   LAST UNIT COST: '.
           05  PDL-UNIT-COST           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(18)
                        VALUE '   LAST MOVEMENT: '.
           05  PDL-LAST-MOVEMENT       PIC X(10).

       01  CORRECTION-DISPLAY-LINE.
           05  CDL-STATUS              PIC X(32).
           05  CDL-NIGHTS              PIC ZZ9.
           05  FILLER                  PIC X(17)
                        VALUE ' NIGHT(S) RUNNING'.

       01  REJECT-TITLE-LINE.
           05  FILLER                  PIC X(42)
               VALUE 'RECENT REJECTS - LIVE ERROR FILE AND LAST'.
           05  RTL-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(18)
                        VALUE ' DAILY ARCHIVE(S)'.

       01  REJECT-DISPLAY-LINE.
           05  RDL-DATE                PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RDL-VENDOR-ID           PIC X.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RDL-REASON              PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RDL-SOURCE-FILE         PIC X(30).

       01  REJECT-MORE-LINE.
           05  FILLER                  PIC X(4)  VALUE '... '.
           05  RML-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(30)
                        VALUE ' MORE REJECT LINE(S) NOT SHOWN'.

       01  CASE-CONVERSION-FIELDS.
           05  LOWER-CASE-LETTERS      PIC X(26)
                        VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  UPPER-CASE-LETTERS      PIC X(26)
                        VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.


       SCREEN SECTION.

       01  KEY-ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'AKLAB8INQR'.
           05  LINE 1  COLUMN 25 VALUE 'INVENTORY KEY INQUIRY'.
           05  LINE 1  COLUMN 70 PIC X(10) FROM REPORT-DATE.
           05  LINE 4  COLUMN 5  VALUE 'WAREHOUSE ID:'.
           05  LINE 4  COLUMN 30 PIC X(4) USING INQ-WAREHOUSE-ID.
           05  LINE 5  COLUMN 5  VALUE 'VENDOR ID  (OPTIONAL):'.
           05  LINE 5  COLUMN 30 PIC X    USING INQ-VENDOR-ID.
           05  LINE 6  COLUMN 5  VALUE 'PRODUCT ID (OPTIONAL):'.
           05  LINE 6  COLUMN 30 PIC X(3) USING INQ-PRODUCT-ID.
           05  LINE 9  COLUMN 5
               VALUE 'LEAVE WAREHOUSE ID BLANK AND PRESS ENTER TO EXIT'.
           05  LINE 24 COLUMN 1  PIC X(79) FROM INQ-MESSAGE.

       01  KEY-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'AKLAB8INQR'.
           05  LINE 1  COLUMN 25 VALUE 'INVENTORY KEY INQUIRY'.
           05  LINE 1  COLUMN 70 PIC X(10) FROM REPORT-DATE.
           05  LINE 2  COLUMN 25 VALUE 'KEY'.
           05  LINE 2  COLUMN 29 PIC X(3) FROM DSP-KEY-NBR.
           05  LINE 2  COLUMN 33 VALUE 'OF'.
           05  LINE 2  COLUMN 36 PIC X(3) FROM DSP-KEY-COUNT.
           05  LINE 4  COLUMN 1  VALUE 'WAREHOUSE:'.
           05  LINE 4  COLUMN 13 PIC X(4)  FROM DSP-WAREHOUSE-ID.
           05  LINE 4  COLUMN 19 PIC X(20) FROM DSP-WAREHOUSE-NAME.
           05  LINE 5  COLUMN 1  VALUE 'VENDOR:'.
           05  LINE 5  COLUMN 13 PIC X     FROM DSP-VENDOR-ID.
           05  LINE 5  COLUMN 19 PIC X(20) FROM DSP-VENDOR-NAME.
           05  LINE 6  COLUMN 1  VALUE 'PRODUCT:'.
           05  LINE 6  COLUMN 13 PIC X(3)  FROM DSP-PRODUCT-ID.
           05  LINE 6  COLUMN 19 PIC X(20) FROM DSP-PRODUCT-DESC.
           05  LINE 6  COLUMN 41 VALUE 'UOM:'.
           05  LINE 6  COLUMN 46 PIC X(4)  FROM DSP-PRODUCT-UOM.
           05  LINE 8  COLUMN 1  VALUE 'POSITION:'.
           05  LINE 8  COLUMN 13 PIC X(67) FROM DSP-POSITION-LINE.
           05  LINE 9  COLUMN 1  VALUE 'ASSORTMENT:'.
           05  LINE 9  COLUMN 13 PIC X(40) FROM DSP-ASSORTMENT.
           05  LINE 10 COLUMN 1  VALUE 'CORRECTION:'.
           05  LINE 10 COLUMN 13 PIC X(60) FROM DSP-CORRECTION.
           05  LINE 12 COLUMN 1  PIC X(79) FROM DSP-REJECT-TITLE.
           05  LINE 13 COLUMN 1  VALUE 'DATE'.
           05  LINE 13 COLUMN 13 VALUE 'VEN'.
           05  LINE 13 COLUMN 17 VALUE 'REASON'.
           05  LINE 13 COLUMN 44 VALUE 'SOURCE FILE'.
           05  LINE 14 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (1).
           05  LINE 15 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (2).
           05  LINE 16 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (3).
           05  LINE 17 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (4).
           05  LINE 18 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (5).
           05  LINE 19 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (6).
           05  LINE 20 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (7).
           05  LINE 21 COLUMN 1  PIC X(79) FROM DSP-REJECT-LINE (8).
           05  LINE 22 COLUMN 1  PIC X(79) FROM DSP-REJECT-MORE.
           05  LINE 23 COLUMN 1
               VALUE 'COMMAND (F=FORWARD  B=BACK  N=NEW KEY  X=EXIT):'.
           05  LINE 23 COLUMN 50 PIC X USING INQ-COMMAND.
           05  LINE 24 COLUMN 1  PIC X(79) FROM INQ-MESSAGE.


      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 120-INQUIRE-ONE-KEY
               UNTIL NO-MORE-INQUIRIES
           STOP RUN
         .

       110-HOUSEKEEPING.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY
           COMPUTE RUN-DAY-NBR = FUNCTION INTEGER-OF-DATE (RUN-DATE)

           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ','
                   INTO DAYS-ALPHA LIMIT-ALPHA
               END-UNSTRING
               IF DAYS-ALPHA NOT = SPACES
                   COMPUTE REJECT-DAYS = FUNCTION NUMVAL (DAYS-ALPHA)
               END-IF
               IF LIMIT-ALPHA NOT = SPACES
                   COMPUTE RETRY-LIMIT = FUNCTION NUMVAL (LIMIT-ALPHA)
               END-IF
           END-IF
           COMPUTE OLDEST-DAY-NBR = RUN-DAY-NBR - REJECT-DAYS + 1

           PERFORM 112-LOAD-WAREHOUSE-TABLE
           PERFORM 113-LOAD-VENDOR-TABLE
           PERFORM 114-LOAD-PRODUCT-TABLE
           PERFORM 115-LOAD-ASSORT-TABLE
           PERFORM 116-LOAD-RETRY-TABLE
         .
      *
       112-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-MASTER
           IF WAREHOUSE-MASTER-STATUS NOT = '00'
               DISPLAY 'WAREHOUSE-MASTER COULD NOT BE OPENED - STATUS '
                       WAREHOUSE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MORE-MASTER-RECS TO TRUE
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ WAREHOUSE-MASTER
                   AT END
                       SET NO-MORE-MASTER-RECS TO TRUE
                   NOT AT END
                       IF WAREHOUSE-COUNT NOT < 500
                           DISPLAY 'WAREHOUSE-TABLE FULL - MORE THAN '
                                   '500 WAREHOUSES ON WAREHOUSE-MASTER'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WAREHOUSE-COUNT
                       SET WH-INDEX TO WAREHOUSE-COUNT
                       MOVE WHM-MASTER-ID   TO WH-ID (WH-INDEX)
                       MOVE WHM-MASTER-NAME TO WH-NAME (WH-INDEX)
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-MASTER
         .
      *
       113-LOAD-VENDOR-TABLE.

           OPEN INPUT VENDOR-MASTER
           IF VENDOR-MASTER-STATUS NOT = '00'
               DISPLAY 'VENDOR-MASTER COULD NOT BE OPENED - STATUS '
                       VENDOR-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MORE-MASTER-RECS TO TRUE
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ VENDOR-MASTER
                   AT END
                       SET NO-MORE-MASTER-RECS TO TRUE
                   NOT AT END
                       IF VENDOR-COUNT NOT < 100
                           DISPLAY 'VENDOR-TABLE FULL - MORE THAN '
                                   '100 VENDORS ON VENDOR-MASTER'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO VENDOR-COUNT
                       SET VEN-INDEX TO VENDOR-COUNT
                       MOVE VM-VENDOR-ID   TO VEN-ID (VEN-INDEX)
                       MOVE VM-VENDOR-NAME TO VEN-NAME (VEN-INDEX)
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER
         .
      *
       114-LOAD-PRODUCT-TABLE.

           OPEN INPUT PRODUCT-MASTER
           IF PRODUCT-MASTER-STATUS NOT = '00'
               DISPLAY 'PRODUCT-MASTER COULD NOT BE OPENED - STATUS '
                       PRODUCT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MORE-MASTER-RECS TO TRUE
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ PRODUCT-MASTER
                   AT END
                       SET NO-MORE-MASTER-RECS TO TRUE
                   NOT AT END
                       IF PRODUCT-COUNT NOT < 500
                           DISPLAY 'PRODUCT-TABLE FULL - MORE THAN '
                                   '500 PRODUCTS ON PRODUCT-MASTER'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO PRODUCT-COUNT
                       SET PRD-INDEX TO PRODUCT-COUNT
                       MOVE PRM-MASTER-ID   TO PRD-ID (PRD-INDEX)
                       MOVE PRM-MASTER-DESC TO PRD-DESC (PRD-INDEX)
                       MOVE PRM-MASTER-UOM  TO PRD-UOM (PRD-INDEX)
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
         .
      *
       115-LOAD-ASSORT-TABLE.

           OPEN INPUT ASSORTMENT-MASTER
           IF ASSORTMENT-STATUS NOT = '00'
               DISPLAY 'ASSORTMENT-MASTER COULD NOT BE OPENED - STATUS '
                       ASSORTMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MORE-MASTER-RECS TO TRUE
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ ASSORTMENT-MASTER
                   AT END
                       SET NO-MORE-MASTER-RECS TO TRUE
                   NOT AT END
                       IF ASSORT-COUNT NOT < 20000
                           DISPLAY 'ASSORT-TABLE FULL - MORE THAN '
                                   '20000 ASSORTMENT ENTRIES'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ASSORT-COUNT
                       SET ASR-INDEX TO ASSORT-COUNT
                       MOVE ASM-WAREHOUSE-ID
                            TO ASR-WAREHOUSE-ID (ASR-INDEX)
                       MOVE ASM-PRODUCT-ID
                            TO ASR-PRODUCT-ID (ASR-INDEX)
               END-READ
           END-PERFORM
           CLOSE ASSORTMENT-MASTER
         .
      *
       116-LOAD-RETRY-TABLE.

      *    NO CORRECTION-RETRY.TXT SIMPLY MEANS NOTHING IS IN THE
      *    CORRECTION LOOP, AS IT DOES TO AKLAB8CORR.

           OPEN INPUT RETRY-HISTORY
           IF RETRY-STATUS NOT = '00'
               MOVE 0 TO RETRY-COUNT
           ELSE
               SET MORE-MASTER-RECS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECS
                   READ RETRY-HISTORY
                       AT END
                           SET NO-MORE-MASTER-RECS TO TRUE
                       NOT AT END
                           IF RETRY-COUNT NOT < 500
                               DISPLAY 'RETRY-TABLE FULL - MORE THAN '
                                       '500 KEYS ON CORRECTION-RETRY'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO RETRY-COUNT
                           SET RT-INDEX TO RETRY-COUNT
                           MOVE RH-WAREHOUSE-ID
                                TO RT-WAREHOUSE (RT-INDEX)
                           MOVE RH-PRODUCT-ID
                                TO RT-PRODUCT (RT-INDEX)
                           MOVE RH-NIGHT-COUNT
                                TO RT-NIGHTS (RT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE RETRY-HISTORY
           END-IF
         .
      *
       120-INQUIRE-ONE-KEY.

      *    ONE PASS IS ONE ENTRY SCREEN AND THE PAGING THAT FOLLOWS IT.

           DISPLAY KEY-ENTRY-SCREEN
           ACCEPT KEY-ENTRY-SCREEN
           MOVE SPACES TO INQ-MESSAGE
           INSPECT INQUIRY-FIELDS
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS

           IF INQ-WAREHOUSE-ID = SPACES
               SET NO-MORE-INQUIRIES TO TRUE
           ELSE
               PERFORM 130-LOAD-MATCHING-KEYS
               IF MATCH-COUNT = 0
                   MOVE 'NO POSITION RECORDS MATCH THAT SELECTION'
                        TO INQ-MESSAGE
               ELSE
                   PERFORM 140-LOAD-REJECT-LINES
                   MOVE 1 TO MATCH-NBR
                   SET KEEP-PAGING TO TRUE
                   PERFORM 145-SHOW-ONE-KEY
                       UNTIL STOP-PAGING
               END-IF
           END-IF
         .
      *
       130-LOAD-MATCHING-KEYS.

      *    THE POSITION MASTER IS READ AGAIN FOR EACH INQUIRY, SO WHAT
      *    IS SHOWN IS ALWAYS WHAT IS ON FILE RIGHT NOW.  ONLY THE
      *    RECORDS THAT CAN MATCH ARE READ - ONE KEY BY A RANDOM READ,
      *    A PRODUCT NAMED WITHOUT A VENDOR THROUGH THE PRODUCT
      *    ALTERNATE KEY, AND OTHERWISE THE WAREHOUSE'S (OR THE
      *    WAREHOUSE/VENDOR'S) RUN OF PRIMARY KEYS.

           MOVE 0 TO MATCH-COUNT
           OPEN INPUT INVENTORY-POSITION
           IF POSITION-STATUS = '00'
               EVALUATE TRUE
                   WHEN INQ-VENDOR-ID NOT = SPACE
                    AND INQ-PRODUCT-ID NOT = SPACES
                       PERFORM 134-READ-ONE-KEY
                   WHEN INQ-PRODUCT-ID NOT = SPACES
                       PERFORM 135-READ-ONE-PRODUCT
                   WHEN OTHER
                       PERFORM 136-READ-ONE-WAREHOUSE
               END-EVALUATE
               CLOSE INVENTORY-POSITION
           END-IF

      *    A KEY WITH NO POSITION RECORD IS STILL WORTH SHOWING WHEN
      *    THE PRODUCT WAS NAMED - ITS REJECTS ARE USUALLY THE STORY.

           IF MATCH-COUNT = 0 AND INQ-PRODUCT-ID NOT = SPACES
               ADD 1 TO MATCH-COUNT
               SET MT-INDEX TO MATCH-COUNT
               MOVE INQ-WAREHOUSE-ID TO MT-WAREHOUSE-ID (MT-INDEX)
               MOVE INQ-VENDOR-ID    TO MT-VENDOR-ID (MT-INDEX)
               MOVE INQ-PRODUCT-ID   TO MT-PRODUCT-ID (MT-INDEX)
               MOVE 'N'              TO MT-FOUND (MT-INDEX)
               MOVE 0 TO MT-QUANTITY (MT-INDEX)
                         MT-UNIT-COST (MT-INDEX)
                         MT-LAST-MOVEMENT (MT-INDEX)
           END-IF
         .
      *
       132-CHECK-POSITION-MATCH.

           IF IP-WAREHOUSE-ID = INQ-WAREHOUSE-ID
              AND (INQ-VENDOR-ID = SPACE
                   OR IP-VENDOR-ID = INQ-VENDOR-ID)
              AND (INQ-PRODUCT-ID = SPACES
                   OR IP-PRODUCT-ID = INQ-PRODUCT-ID)
              AND MATCH-COUNT < 999
               ADD 1 TO MATCH-COUNT
               SET MT-INDEX TO MATCH-COUNT
               MOVE IP-WAREHOUSE-ID TO MT-WAREHOUSE-ID (MT-INDEX)
               MOVE IP-VENDOR-ID    TO MT-VENDOR-ID (MT-INDEX)
               MOVE IP-PRODUCT-ID   TO MT-PRODUCT-ID (MT-INDEX)
               MOVE 'Y'             TO MT-FOUND (MT-INDEX)
               MOVE IP-QUANTITY-ON-HAND
                    TO MT-QUANTITY (MT-INDEX)
               MOVE IP-UNIT-COST    TO MT-UNIT-COST (MT-INDEX)
               MOVE IP-LAST-MOVEMENT-DATE
                    TO MT-LAST-MOVEMENT (MT-INDEX)
           END-IF
         .
      *
       134-READ-ONE-KEY.

           MOVE INQ-WAREHOUSE-ID TO IP-WAREHOUSE-ID
           MOVE INQ-VENDOR-ID    TO IP-VENDOR-ID
           MOVE INQ-PRODUCT-ID   TO IP-PRODUCT-ID
           READ INVENTORY-POSITION
               KEY IS IP-POSITION-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 132-CHECK-POSITION-MATCH
           END-READ
         .
      *
       135-READ-ONE-PRODUCT.

      *    EVERY WAREHOUSE/VENDOR CARRYING THE PRODUCT SHARES ITS
      *    ALTERNATE KEY; 132-CHECK-POSITION-MATCH KEEPS THE ONES FOR
      *    THE WAREHOUSE ASKED ABOUT.

           MOVE INQ-PRODUCT-ID TO IP-PRODUCT-ID
           START INVENTORY-POSITION
               KEY IS EQUAL TO IP-PRODUCT-ID
               INVALID KEY
                   SET NO-MORE-POSITION-RECS TO TRUE
               NOT INVALID KEY
                   SET MORE-POSITION-RECS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-POSITION-RECS
               READ INVENTORY-POSITION NEXT RECORD
                   AT END
                       SET NO-MORE-POSITION-RECS TO TRUE
                   NOT AT END
                       IF IP-PRODUCT-ID NOT = INQ-PRODUCT-ID
                           SET NO-MORE-POSITION-RECS TO TRUE
                       ELSE
                           PERFORM 132-CHECK-POSITION-MATCH
                       END-IF
               END-READ
           END-PERFORM
         .
      *
       136-READ-ONE-WAREHOUSE.

           MOVE LOW-VALUES       TO IP-POSITION-KEY
           MOVE INQ-WAREHOUSE-ID TO IP-WAREHOUSE-ID
           IF INQ-VENDOR-ID NOT = SPACE
               MOVE INQ-VENDOR-ID TO IP-VENDOR-ID
           END-IF
           START INVENTORY-POSITION
               KEY IS NOT LESS THAN IP-POSITION-KEY
               INVALID KEY
                   SET NO-MORE-POSITION-RECS TO TRUE
               NOT INVALID KEY
                   SET MORE-POSITION-RECS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-POSITION-RECS
               READ INVENTORY-POSITION NEXT RECORD
                   AT END
                       SET NO-MORE-POSITION-RECS TO TRUE
                   NOT AT END
                       IF IP-WAREHOUSE-ID NOT = INQ-WAREHOUSE-ID
                          OR (INQ-VENDOR-ID NOT = SPACE
                              AND IP-VENDOR-ID NOT = INQ-VENDOR-ID)
                           SET NO-MORE-POSITION-RECS TO TRUE
                       ELSE
                           PERFORM 132-CHECK-POSITION-MATCH
                       END-IF
               END-READ
           END-PERFORM
         .
      *
       140-LOAD-REJECT-LINES.

      *    TONIGHT'S LIVE ERROR-FILE FIRST, THEN THE DATED ARCHIVES
      *    FROM TODAY BACK, SO THE TABLE RUNS NEWEST TO OLDEST.  AN
      *    ARCHIVE THAT IS NOT THERE (A NIGHT NOT RUN, OR A ROTATION
      *    SKIPPED) IS PASSED OVER.

           MOVE 0 TO REJECT-COUNT
                     REJECT-OVERFLOW-COUNT

           MOVE 'ERROR-FILE.TXT' TO ERROR-FILENAME
           PERFORM 142-SCAN-ONE-ERROR-FILE
               THRU 142-SCAN-ONE-ERROR-FILE-EXIT

           PERFORM VARYING ARCHIVE-DAY-NBR FROM RUN-DAY-NBR BY -1
                   UNTIL ARCHIVE-DAY-NBR < OLDEST-DAY-NBR
               COMPUTE ARCHIVE-DATE =
                       FUNCTION DATE-OF-INTEGER (ARCHIVE-DAY-NBR)
               MOVE SPACES TO ERROR-FILENAME
               STRING 'ERROR-FILE.'  DELIMITED BY SIZE
                      ARCHIVE-DATE   DELIMITED BY SIZE
                      '.TXT'         DELIMITED BY SIZE
                      INTO ERROR-FILENAME
               END-STRING
               PERFORM 142-SCAN-ONE-ERROR-FILE
                   THRU 142-SCAN-ONE-ERROR-FILE-EXIT
           END-PERFORM
         .
      *
       142-SCAN-ONE-ERROR-FILE.

           OPEN INPUT ERROR-FILE
           IF ERROR-FILE-STATUS NOT = '00'
               GO TO 142-SCAN-ONE-ERROR-FILE-EXIT
           END-IF

           SET MORE-ERR-RECS TO TRUE
           PERFORM UNTIL NO-MORE-ERR-RECS
               READ ERROR-FILE
                   AT END
                       SET NO-MORE-ERR-RECS TO TRUE
                   NOT AT END
                       IF ERD-DATE (1:2) IS NUMERIC
                          AND ERD-WAREHOUSE-ID = INQ-WAREHOUSE-ID
                          AND (INQ-PRODUCT-ID = SPACES
                               OR ERD-PRODUCT-ID = INQ-PRODUCT-ID)
                           PERFORM 143-STORE-REJECT-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ERROR-FILE
         .
       142-SCAN-ONE-ERROR-FILE-EXIT.
           EXIT
         .
      *
       143-STORE-REJECT-LINE.

           IF REJECT-COUNT < 2000
               ADD 1 TO REJECT-COUNT
               SET RJ-INDEX TO REJECT-COUNT
               MOVE ERD-DATE        TO RJ-DATE (RJ-INDEX)
               MOVE ERD-PRODUCT-ID  TO RJ-PRODUCT-ID (RJ-INDEX)
               MOVE ERD-VENDOR-ID   TO RJ-VENDOR-ID (RJ-INDEX)
               MOVE ERD-REASON      TO RJ-REASON (RJ-INDEX)
               MOVE ERD-SOURCE-FILE TO RJ-SOURCE-FILE (RJ-INDEX)
           ELSE
               ADD 1 TO REJECT-OVERFLOW-COUNT
           END-IF
         .
      *
       145-SHOW-ONE-KEY.

           SET MT-INDEX TO MATCH-NBR
           PERFORM 150-BUILD-DETAIL-DISPLAY
           MOVE SPACE TO INQ-COMMAND
           DISPLAY KEY-DETAIL-SCREEN
           ACCEPT KEY-DETAIL-SCREEN
           MOVE SPACES TO INQ-MESSAGE
           INSPECT INQ-COMMAND
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS

           EVALUATE TRUE
               WHEN PAGE-FORWARD
                   IF MATCH-NBR < MATCH-COUNT
                       ADD 1 TO MATCH-NBR
                   ELSE
                       MOVE 'LAST KEY FOR THIS INQUIRY' TO INQ-MESSAGE
                   END-IF
               WHEN PAGE-BACK
                   IF MATCH-NBR > 1
                       SUBTRACT 1 FROM MATCH-NBR
                   ELSE
                       MOVE 'FIRST KEY FOR THIS INQUIRY' TO INQ-MESSAGE
                   END-IF
               WHEN NEW-INQUIRY
                   SET STOP-PAGING TO TRUE
               WHEN END-INQUIRY
                   SET STOP-PAGING TO TRUE
                   SET NO-MORE-INQUIRIES TO TRUE
               WHEN OTHER
                   MOVE 'ENTER F, B, N, OR X' TO INQ-MESSAGE
           END-EVALUATE
         .
      *
       150-BUILD-DETAIL-DISPLAY.

           MOVE MATCH-NBR   TO DSP-KEY-NBR
           MOVE MATCH-COUNT TO DSP-KEY-COUNT
           MOVE MT-WAREHOUSE-ID (MT-INDEX) TO DSP-WAREHOUSE-ID
           MOVE MT-VENDOR-ID (MT-INDEX)    TO DSP-VENDOR-ID
           MOVE MT-PRODUCT-ID (MT-INDEX)   TO DSP-PRODUCT-ID

           SET WH-INDEX TO 1
           SEARCH WH-ENTRY
               AT END
                   MOVE '*** NOT ON FILE ***' TO DSP-WAREHOUSE-NAME
               WHEN WH-ID (WH-INDEX) = MT-WAREHOUSE-ID (MT-INDEX)
                   MOVE WH-NAME (WH-INDEX) TO DSP-WAREHOUSE-NAME
           END-SEARCH

           IF MT-VENDOR-ID (MT-INDEX) = SPACE
               MOVE SPACES TO DSP-VENDOR-NAME
           ELSE
               SET VEN-INDEX TO 1
               SEARCH VEN-ENTRY
                   AT END
                       MOVE '*** NOT ON FILE ***' TO DSP-VENDOR-NAME
                   WHEN VEN-ID (VEN-INDEX) = MT-VENDOR-ID (MT-INDEX)
                       MOVE VEN-NAME (VEN-INDEX) TO DSP-VENDOR-NAME
               END-SEARCH
           END-IF

           SET PRD-INDEX TO 1
           SEARCH PRD-ENTRY
               AT END
                   MOVE '*** NOT ON FILE ***' TO DSP-PRODUCT-DESC
                   MOVE SPACES TO DSP-PRODUCT-UOM
               WHEN PRD-ID (PRD-INDEX) = MT-PRODUCT-ID (MT-INDEX)
                   MOVE PRD-DESC (PRD-INDEX) TO DSP-PRODUCT-DESC
                   MOVE PRD-UOM (PRD-INDEX)  TO DSP-PRODUCT-UOM
           END-SEARCH

           IF MT-FOUND (MT-INDEX) = 'Y'
               MOVE MT-QUANTITY (MT-INDEX)  TO PDL-QUANTITY
               MOVE MT-UNIT-COST (MT-INDEX) TO PDL-UNIT-COST
               MOVE MT-LAST-MOVEMENT (MT-INDEX) TO EDIT-DATE
               IF EDIT-DATE = 0
                   MOVE 'NONE' TO PDL-LAST-MOVEMENT
               ELSE
                   PERFORM 198-EDIT-REPORT-DATE
                   MOVE EDIT-REPORT-DATE TO PDL-LAST-MOVEMENT
               END-IF
               MOVE POSITION-DISPLAY-LINE TO DSP-POSITION-LINE
           ELSE
               MOVE '*** NO POSITION RECORD FOR THIS KEY ***'
                    TO DSP-POSITION-LINE
           END-IF

           SET ASR-INDEX TO 1
           SEARCH ASR-ENTRY
               AT END
                   MOVE 'NOT AUTHORIZED FOR THIS WAREHOUSE'
                        TO DSP-ASSORTMENT
               WHEN ASR-WAREHOUSE-ID (ASR-INDEX)
                        = MT-WAREHOUSE-ID (MT-INDEX)
                    AND ASR-PRODUCT-ID (ASR-INDEX)
                        = MT-PRODUCT-ID (MT-INDEX)
                   MOVE 'AUTHORIZED' TO DSP-ASSORTMENT
           END-SEARCH

           PERFORM 152-BUILD-CORRECTION-STATUS
           PERFORM 154-BUILD-REJECT-LINES
         .
      *
       152-BUILD-CORRECTION-STATUS.

           MOVE 'NONE OPEN' TO DSP-CORRECTION
           IF RETRY-COUNT > 0
               SET RT-INDEX TO 1
               SEARCH RT-ENTRY
                   AT END
                       CONTINUE
                   WHEN RT-WAREHOUSE (RT-INDEX)
                            = MT-WAREHOUSE-ID (MT-INDEX)
                        AND RT-PRODUCT (RT-INDEX)
                            = MT-PRODUCT-ID (MT-INDEX)
                       IF RT-NIGHTS (RT-INDEX) > RETRY-LIMIT
                           MOVE 'ESCALATED - REJECTED/CORRECTED'
                                TO CDL-STATUS
                       ELSE
                           MOVE 'OPEN - REJECTED/CORRECTED'
                                TO CDL-STATUS
                       END-IF
                       MOVE RT-NIGHTS (RT-INDEX) TO CDL-NIGHTS
                       MOVE CORRECTION-DISPLAY-LINE TO DSP-CORRECTION
               END-SEARCH
           END-IF
         .
      *
       154-BUILD-REJECT-LINES.

      *    THE FIRST EIGHT OF THE KEY'S REJECTS (THE NEWEST) GO ON THE
      *    SCREEN; ANY BEYOND THAT ARE COUNTED ON THE LINE BELOW THEM.

           MOVE REJECT-DAYS TO RTL-DAYS
           MOVE REJECT-TITLE-LINE TO DSP-REJECT-TITLE
           MOVE SPACES TO DSP-REJECT-LINES
                          DSP-REJECT-MORE
           MOVE 0 TO KEY-REJECT-COUNT

           PERFORM VARYING REJECT-NBR FROM 1 BY 1
                   UNTIL REJECT-NBR > REJECT-COUNT
               SET RJ-INDEX TO REJECT-NBR
               IF RJ-PRODUCT-ID (RJ-INDEX) = MT-PRODUCT-ID (MT-INDEX)
                   ADD 1 TO KEY-REJECT-COUNT
                   IF KEY-REJECT-COUNT <= 8
                       MOVE RJ-DATE (RJ-INDEX)        TO RDL-DATE
                       MOVE RJ-VENDOR-ID (RJ-INDEX)   TO RDL-VENDOR-ID
                       MOVE RJ-REASON (RJ-INDEX)      TO RDL-REASON
                       MOVE RJ-SOURCE-FILE (RJ-INDEX)
                            TO RDL-SOURCE-FILE
                       MOVE REJECT-DISPLAY-LINE
                            TO DSP-REJECT-LINE (KEY-REJECT-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           IF KEY-REJECT-COUNT = 0
               MOVE 'NO REJECTS FOUND' TO DSP-REJECT-LINE (1)
           END-IF
           IF KEY-REJECT-COUNT > 8
               COMPUTE RML-COUNT = KEY-REJECT-COUNT - 8
               MOVE REJECT-MORE-LINE TO DSP-REJECT-MORE
           END-IF
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
