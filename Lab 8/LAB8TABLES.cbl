      *        PRODUCT ID  - SIZE 3
      *        DETAIL DATA - SIZE 120, LEADING WITH QUANTITY-ON-HAND,
      *           UNIT COST, THE TRANSACTION TYPE CODE (SNAPSHOT/
      *           RECEIPT/ADJUSTMENT/TRANSFER/TRANSFER RECEIPT), THE
      *           QUANTITY SIGN, THE OTHER WAREHOUSE ON A TRANSFER OR
      *           TRANSFER RECEIPT, THE LOT NUMBER, THE EXPIRATION
      *           DATE, AND THE TRANSFER REFERENCE (SEE
      *           PR-DETAIL-DATA) - THE REMAINDER IS STILL AN UNPARSED
      *           FILLER BLOCK
      *     VENDOR-MASTER - ONE RECORD PER VALID VENDOR, USED TO
      *****************************************************************
      *
      *  OUTPUT:
      *    NEW PRODUCT INVENTORY FILE WITH ONLY VALID VENDOR ID'S, EACH
      *       RECORD CARRYING THE EXTRACT DATE FROM ITS REGION'S
      *       HEADER (SEE NP-EXTRACT-DATE)
      *    ERROR FILE - FORMATTED EXCEPTION REPORT WITH A DETAIL LINE
      *       FOR EACH REJECTED RECORD (DATE, WAREHOUSE ID, PRODUCT ID,
      *       VENDOR ID AND REJECT REASON) AND A SUMMARY SECTION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-STATUS.

      *    FEED-REGISTER IS PERMANENT, THE SAME AS AUDIT-LOG - ONE
      *    RECORD IS APPENDED FOR EVERY REGIONAL EXTRACT RECEIVED,
      *    LOADED OR REFUSED, AND THE REGISTER IS READ BACK AT
      *    STARTUP TO KNOW EACH REGION'S LAST SEQUENCE NUMBER LOADED
      *    (SEE 150-LOAD-FEED-REGISTER).  FEED-CONTROL-REPORT LISTS
      *    TONIGHT'S EXTRACTS AND WHAT BECAME OF EACH.

           SELECT FEED-REGISTER
               ASSIGN TO 'FEED-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-REGISTER-STATUS.

           SELECT FEED-CONTROL-REPORT
               ASSIGN TO 'FEED-CONTROL-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    VENDOR-OUT-FILE'S ASSIGN NAME IS A WORKING-STORAGE ITEM SO
      *    THE FILENAME CAN BE BUILT AT RUN TIME FROM THE VENDOR ID -
      *    SEE VENDOR-FILENAME AND 136-WRITE-VENDOR-FILE.
               FILE STATUS IS VENDOR-FILE-STATUS.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    MEANINGFUL ON AN ADJUSTMENT.  ON A TRANSFER PR-WAREHOUSE-ID
      *    IS THE SENDING WAREHOUSE AND PR-XFER-WAREHOUSE-ID THE
      *    RECEIVING ONE - BOTH ARE VALIDATED (SEE 127-CHECK-TRANS-TYPE
      *    AND 139-CHECK-TRANSFER-TARGET).  A TRANSFER ONLY SHIPS THE
      *    STOCK - AKLAB8POSN HOLDS IT ON IN-TRANSIT UNDER
      *    PR-XFER-REFERENCE UNTIL THE RECEIVING WAREHOUSE SENDS A
      *    TRANSFER RECEIPT ('X') FOR THE SAME REFERENCE.  ON A
      *    TRANSFER RECEIPT PR-WAREHOUSE-ID IS THE RECEIVING WAREHOUSE,
      *    PR-XFER-WAREHOUSE-ID THE SENDING ONE, AND THE QUANTITY IS
      *    WHAT ACTUALLY ARRIVED.  ONE KEY MAY SEND SEVERAL
      *    MOVEMENT RECORDS IN A NIGHT (A SNAPSHOT PLUS ADJUSTMENTS,
      *    OR TWO RECEIPTS) - ONLY A REPEATED SNAPSHOT IS A DUPLICATE
      *    (SEE 122-CHECK-DUPLICATE).
                   88  RECEIPT-TRANS            VALUE 'R'.
                   88  ADJUSTMENT-TRANS         VALUE 'A'.
                   88  TRANSFER-TRANS           VALUE 'T'.
                   88  TRANSFER-RECEIPT-TRANS   VALUE 'X'.
                   88  VALID-TRANS-TYPE         VALUES 'S' 'R' 'A' 'T'
                                                       'X' SPACE.
              10  PR-QTY-SIGN               PIC X.
                   88  VALID-QTY-SIGN           VALUES '+' '-' SPACE.
                   88  NEGATIVE-QTY             VALUE '-'.
                   15  PR-EXPIRY-YYYY       PIC X(4).
                   15  PR-EXPIRY-MM         PIC X(2).
                   15  PR-EXPIRY-DD         PIC X(2).
              10  PR-XFER-REFERENCE         PIC X(10).
              10  PR-DETAIL-FILLER          PIC X(72).

      *    EVERY REGIONAL EXTRACT OPENS WITH ONE HEADER RECORD AND
      *    CLOSES WITH ONE TRAILER RECORD AROUND ITS DETAIL RECORDS.
      *    THE HEADER NAMES THE REGION, THE DATE THE REGION CUT THE
      *    EXTRACT, AND THE REGION'S OWN RUNNING SEQUENCE NUMBER FOR
      *    IT; THE TRAILER CARRIES THE DETAIL RECORD COUNT AND A HASH
      *    TOTAL OF PR-QUANTITY-ON-HAND OVER THOSE DETAIL RECORDS.  A
      *    RECORD IS ONLY TAKEN FOR A HEADER OR TRAILER WHEN ITS TAG
      *    MATCHES AND ITS CONTROL FIELDS ARE NUMERIC, THE SAME RULE
      *    NEW-PROD-INVEN.TXT'S OWN TRAILER IS RECOGNIZED BY.  SEE
      *    155-CHECK-FEED-CONTROL.

       01 PROD-HEADER-REC.
          05  PH-RECORD-TAG                 PIC X(7).
               88  PH-HEADER-TAG                VALUE 'HEADER '.
          05  PH-REGION-ID                  PIC X(4).
          05  PH-EXTRACT-DATE               PIC 9(8).
          05  PH-SEQUENCE-NBR               PIC 9(6).
          05  FILLER                        PIC X(103).

       01 PROD-TRAILER-REC.
          05  PT-RECORD-TAG                 PIC X(7).
               88  PT-TRAILER-TAG               VALUE 'TRAILER'.
          05  PT-RECORD-COUNT               PIC 9(8).
          05  PT-HASH-TOTAL                 PIC 9(15).
          05  FILLER                        PIC X(98).

      *    ONE RECORD PER REGIONAL PRODUCT-FILE EXTRACT TO CONSOLIDATE
      *    INTO TONIGHT'S RUN - SEE 102-LOAD-PRODUCT-FILE-LIST.
           RECORD CONTAINS 30 CHARACTERS.
        01 PRODUCT-FILE-LIST-REC            PIC X(30).

      *    NEW-PROD-INVEN.TXT IS THE FIRST 120 BYTES OF PROD-REC, WITH
      *    THE LAST EIGHT OF THEM (TRAILING FILLER ON THE EXTRACT)
      *    OVERLAID BY THE EXTRACT DATE ON THE HEADER OF THE REGIONAL
      *    FILE THE RECORD CAME IN ON.  AKLAB8PCLS USES IT TO TELL A
      *    LATE EXTRACT FROM A CLOSED PERIOD FROM THIS PERIOD'S OWN.

        FD NEW-PRODUCT-FILE
            RECORD CONTAINS 120 CHARACTERS.
        01 NEW-PROD-REC                     PIC X(120).
        01 NEW-PROD-DATED-REC.
           05  FILLER                       PIC X(112).
           05  NP-EXTRACT-DATE              PIC 9(8).

        FD ERROR-FILE
            RECORD CONTAINS 240 CHARACTERS.
            RECORD CONTAINS 40 CHARACTERS.
        01 ACTIVITY-LOG-REC                 PIC X(40).

      *    THE SAME LAYOUT IS DECLARED IN LAB8VWRPT.CBL, LAB8CCVR.CBL,
      *    AND LAB8CORR.CBL.  FRG-RUN-DATE IS THE NIGHT THE EXTRACT
      *    WAS PRESENTED; THE HEADER AND TRAILER FIELDS ARE WHATEVER
      *    THE FILE CARRIED (ZERO/SPACES WHEN IT HAD NONE).

        FD FEED-REGISTER
            RECORD CONTAINS 120 CHARACTERS.
        01 FEED-REGISTER-REC.
           05  FRG-RUN-DATE                 PIC 9(8).
           05  FRG-FILE-NAME                PIC X(30).
           05  FRG-REGION-ID                PIC X(4).
           05  FRG-EXTRACT-DATE             PIC 9(8).
           05  FRG-SEQUENCE-NBR             PIC 9(6).
           05  FRG-RECORD-COUNT             PIC 9(8).
           05  FRG-HASH-TOTAL               PIC 9(15).
           05  FRG-FEED-STATUS              PIC X.
                88  FRG-FEED-LOADED             VALUE 'L'.
                88  FRG-FEED-REFUSED            VALUE 'R'.
           05  FRG-REFUSE-REASON            PIC X(25).
           05  FILLER                       PIC X(15).

        FD FEED-CONTROL-REPORT
            RECORD CONTAINS 132 CHARACTERS.
        01 FEED-CONTROL-REPORT-REC          PIC X(132).


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

      *  CURRENT-SOURCE-FILE IS THE NAME OF WHICHEVER REGIONAL FILE IS
      *  CURRENTLY OPEN UNDER PRODUCT-FILE, SO 132-REJECT-RECORD AND
      *  124-WRITE-DUPLICATE-RECORD CAN STAMP IT ONTO THE EXCEPTION AND
      *  DUPLICATE DETAIL LINES.  CURRENT-EXTRACT-DATE IS THAT FILE'S
      *  HEADER EXTRACT DATE, FOR 138-WRITE-VALID-RECORD.

       01  SOURCE-FILE-FIELDS.
           05  CURRENT-SOURCE-FILE      PIC X(30) VALUE SPACES.
           05  CURRENT-EXTRACT-DATE     PIC 9(8)  VALUE 0.

       01  DUP-LIST-FIELDS.
           05  DUP-LIST-STATUS      PIC XX.
                88  VALIDATE-ONLY-RUN            VALUE 'Y'.
                88  NORMAL-OUTPUT-RUN            VALUE 'N'.

      *  A FOURTH, OPTIONAL VALUE - E.G. PARM='NIGHTBAT,50,N,2' -
      *  SETS HOW MANY DAYS OLD A REGIONAL EXTRACT'S HEADER DATE MAY
      *  BE BEFORE THE EXTRACT IS REFUSED AS STALE.  THE DEFAULT OF
      *  ONE ACCEPTS TONIGHT'S AND LAST NIGHT'S EXTRACTS, WHICH
      *  COVERS A FILE CUT BEFORE MIDNIGHT AND LOADED AFTER IT.

           05  STALE-DAYS-ALPHA     PIC X(3)  VALUE SPACES.
           05  FEED-STALE-DAYS      PIC 9(3)  VALUE 1.

      *  NEW-PROD-TRAILER-LINE IS WRITTEN AS THE LAST RECORD ON
      *  NEW-PROD-INVEN.TXT AND, BY 148-WRITE-TRAILER-RECORD, AS THE
      *  LAST RECORD ON EVERY PER-VENDOR OUTPUT FILE TOO, SO A
           05  TRL-RECORD-COUNT        PIC 9(8).
           05  FILLER                  PIC X(105) VALUE SPACES.

      *  FEED-CONTROL-FIELDS CARRY 155-CHECK-FEED-CONTROL'S VERDICT
      *  ON THE REGIONAL EXTRACT ABOUT TO BE OPENED.  THE WHOLE FILE
      *  IS READ ONCE BEFORE ANY OF ITS DETAIL RECORDS ARE USED -
      *  HEADER FIRST, TRAILER LAST, TRAILER COUNT AND HASH TOTAL
      *  AGREEING WITH THE DETAIL RECORDS ACTUALLY THERE - AND THEN
      *  THE HEADER IS MEASURED AGAINST FEED-REGISTER.  A NON-BLANK
      *  FEED-REFUSE-REASON REFUSES THE WHOLE FILE.  THE HASH ONLY
      *  ADDS A NUMERIC PR-QUANTITY-ON-HAND; A DETAIL RECORD WITH A
      *  NON-NUMERIC QUANTITY ADDS NOTHING, THE SAME AS THE REGIONS'
      *  OWN EXTRACT PROGRAMS, AND IS THEN REJECTED ON ITS OWN BY
      *  THE NORMAL RECORD VALIDATION.

       01  FEED-CONTROL-FIELDS.
           05  FEED-REGISTER-STATUS    PIC XX.
           05  FEED-REG-EOF-FLAG       PIC X     VALUE SPACE.
                88  MORE-FEED-REG-RECS           VALUE 'Y'.
                88  NO-MORE-FEED-REG-RECS        VALUE 'N'.
           05  FEED-SCAN-EOF-FLAG      PIC X     VALUE SPACE.
                88  MORE-FEED-SCAN-RECS          VALUE 'Y'.
                88  NO-MORE-FEED-SCAN-RECS       VALUE 'N'.
           05  FEED-OPEN-SWITCH        PIC X     VALUE 'N'.
                88  FEED-FILE-OPENED             VALUE 'Y'.
                88  FEED-FILE-NOT-OPENED         VALUE 'N'.
           05  FEED-TRAILER-SWITCH     PIC X     VALUE 'N'.
                88  FEED-TRAILER-FOUND           VALUE 'Y'.
                88  FEED-TRAILER-NOT-FOUND       VALUE 'N'.
           05  FEED-REUSE-SWITCH       PIC X     VALUE 'N'.
                88  FEED-DECISION-REUSED         VALUE 'Y'.
                88  FEED-DECISION-NEW            VALUE 'N'.
           05  FEED-SCAN-SWITCH        PIC X     VALUE 'N'.
                88  FEED-FILE-SCANNED            VALUE 'Y'.
                88  FEED-FILE-NOT-SCANNED        VALUE 'N'.
           05  FEED-REFUSE-REASON      PIC X(25) VALUE SPACES.
           05  FEED-SCAN-NBR           PIC 9(8)  VALUE 0.
           05  FEED-REGION-ID          PIC X(4)  VALUE SPACES.
           05  FEED-EXTRACT-DATE       PIC 9(8)  VALUE 0.
           05  FEED-EXTRACT-DATE-X REDEFINES FEED-EXTRACT-DATE.
               10  FEED-EXTRACT-YYYY   PIC X(4).
               10  FEED-EXTRACT-MM     PIC X(2).
               10  FEED-EXTRACT-DD     PIC X(2).
           05  FEED-SEQUENCE-NBR       PIC 9(6)  VALUE 0.
           05  FEED-DETAIL-COUNT       PIC 9(8)  VALUE 0.
           05  FEED-HASH-TOTAL         PIC 9(15) VALUE 0.
           05  FEED-TRAILER-COUNT      PIC 9(8)  VALUE 0.
           05  FEED-TRAILER-HASH       PIC 9(15) VALUE 0.
           05  FEED-EXTRACT-DAY-NBR    PIC 9(7)  VALUE 0.
           05  RUN-DAY-NBR             PIC 9(7)  VALUE 0.
           05  FEEDS-RECEIVED          PIC 9(3)  VALUE 0.
           05  FEEDS-LOADED            PIC 9(3)  VALUE 0.
           05  FEEDS-REFUSED           PIC 9(3)  VALUE 0.

      *  FEED-REGION-TABLE HOLDS, FOR EVERY REGION EVER LOADED, THE
      *  LAST SEQUENCE NUMBER AND EXTRACT DATE LOADED - BUILT FROM
      *  FEED-REGISTER AT STARTUP AND MOVED FORWARD AS EACH OF
      *  TONIGHT'S EXTRACTS IS ACCEPTED, SO TWO EXTRACTS FROM THE
      *  SAME REGION IN ONE NIGHT MUST STILL RUN IN SEQUENCE.  ONLY
      *  LOADS UNDER AN EARLIER BUSINESS DATE BUILD IT: A RESUBMIT OR
      *  RERUN PROCESSES ITS NIGHT AGAIN FROM THE TOP (AKLAB8POSN PUTS
      *  THE POSITION MASTER BACK FIRST), SO WHAT AN EARLIER RUN OF
      *  THE SAME DATE LOADED IS LOADED AGAIN, NOT COUNTED AS DONE.

       01  FEED-REGION-COUNT-FIELDS.
           05  FEED-REGION-COUNT       PIC 9(3)  VALUE 0.

       01  FEED-REGION-TABLE.
           05  FRT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON FEED-REGION-COUNT
               INDEXED BY FRT-INDEX.
               10  FRT-REGION-ID       PIC X(4).
               10  FRT-LAST-SEQUENCE   PIC 9(6).
               10  FRT-LAST-EXTRACT    PIC 9(8).

      *  FEED-TONIGHT-TABLE HOLDS THE REGISTER RECORDS ALREADY
      *  WRITTEN FOR TONIGHT'S RUN DATE - BY AN EARLIER RUN OF THE
      *  SAME BUSINESS DATE (A RESUBMIT OR AN AUTHORIZED RERUN).  ON
      *  A RESTART RUN AN EXTRACT THE CRASHED RUN ALREADY DECIDED ON
      *  KEEPS THAT DECISION, LOADED OR REFUSED, SO THE STREAM
      *  108-SKIP-TO-CHECKPOINT REPLAYS IS THE SAME ONE THE CRASHED
      *  RUN READ.  ON ANY OTHER RUN AN EXTRACT ALREADY LOADED UNDER
      *  TONIGHT'S DATE, AND STILL HOLDING THE SAME HEADER AND
      *  TOTALS, KEEPS ITS LOAD.  EITHER WAY A REUSED DECISION IS NOT
      *  REGISTERED TWICE, BUT A REUSED LOAD STILL MOVES ITS REGION
      *  FORWARD IN FEED-REGION-TABLE.

       01  FEED-TONIGHT-COUNT-FIELDS.
           05  FEED-TONIGHT-COUNT      PIC 9(3)  VALUE 0.

       01  FEED-TONIGHT-TABLE.
           05  FTT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON FEED-TONIGHT-COUNT
               INDEXED BY FTT-INDEX.
               10  FTT-FILE-NAME       PIC X(30).
               10  FTT-REGION-ID       PIC X(4).
               10  FTT-EXTRACT-DATE    PIC 9(8).
               10  FTT-SEQUENCE-NBR    PIC 9(6).
               10  FTT-RECORD-COUNT    PIC 9(8).
               10  FTT-HASH-TOTAL      PIC 9(15).
               10  FTT-FEED-STATUS     PIC X.
               10  FTT-REFUSE-REASON   PIC X(25).

      *  EXPIRY-CHECK-FIELDS SUPPORT THE DAY-AGAINST-MONTH PART OF
      *  THE EXPIRY VALIDATION (SEE 131-CHECK-EXPIRY-DATE AND
      *  133-CHECK-FEBRUARY-DAY).
           10  ACT-LOG-CODE            PIC X(4).
           10  FILLER                  PIC X(17) VALUE SPACES.

      ***********************FEED CONTROL REPORT LINES******************
      *  ONE DETAIL LINE PER REGIONAL EXTRACT NAMED ON TONIGHT'S
      *  PRODUCT-FILE-LIST, LOADED OR REFUSED, WRITTEN AS
      *  121-OPEN-NEXT-PRODUCT-FILE REACHES IT (SEE
      *  159-WRITE-FEED-CONTROL-LINE), THEN A TOTAL LINE.

       01  FEED-CONTROL-LINES.
           05  FCR-TITLE-LINE.
               10  FILLER              PIC X(22)
                        VALUE 'FEED CONTROL REPORT - '.
               10  FCR-TITLE-DATE      PIC X(10).
           05  FCR-HEADER-LINE-1.
               10  FILLER              PIC X(32) VALUE 'EXTRACT FILE'.
               10  FILLER              PIC X(6)  VALUE 'REGN'.
               10  FILLER              PIC X(12) VALUE 'EXTRACT DT'.
               10  FILLER              PIC X(8)  VALUE 'SEQ NO'.
               10  FILLER              PIC X(10) VALUE ' RECORDS'.
               10  FILLER              PIC X(17) VALUE
                        '     HASH TOTAL'.
               10  FILLER              PIC X(10) VALUE 'STATUS'.
               10  FILLER              PIC X(6)  VALUE 'REASON'.
           05  FCR-DETAIL-LINE.
               10  FCR-DET-FILE        PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FCR-DET-REGION      PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FCR-DET-EXTRACT     PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FCR-DET-SEQUENCE    PIC ZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FCR-DET-COUNT       PIC ZZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FCR-DET-HASH        PIC ZZZZZZZZZZZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FCR-DET-STATUS      PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FCR-DET-REASON      PIC X(25).
           05  FCR-EDIT-DATE.
               10  FCR-EDIT-MM         PIC X(2).
               10  FILLER              PIC X     VALUE '/'.
               10  FCR-EDIT-DD         PIC X(2).
               10  FILLER              PIC X     VALUE '/'.
               10  FCR-EDIT-YYYY       PIC X(4).
           05  FCR-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  FCR-TOTAL-LINE.
               10  FILLER              PIC X(19)
                        VALUE 'EXTRACTS RECEIVED: '.
               10  FCR-TOT-RECEIVED    PIC ZZ9.
               10  FILLER              PIC X(11) VALUE '   LOADED: '.
               10  FCR-TOT-LOADED      PIC ZZ9.
               10  FILLER              PIC X(12) VALUE '   REFUSED: '.
               10  FCR-TOT-REFUSED     PIC ZZ9.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8TABLES'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

               STOP RUN
           END-IF

           IF NOT VALIDATE-ONLY-RUN
               PERFORM 805-START-BUSINESS-STEP
           END-IF

           PERFORM 150-LOAD-FEED-REGISTER
           PERFORM 153-START-FEED-CONTROL-REPORT

           IF RESTART-RUN
               PERFORM 121-OPEN-NEXT-PRODUCT-FILE
               PERFORM 108-SKIP-TO-CHECKPOINT
      *
       106-GET-RUN-DATE.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY
           ELSE
               UNSTRING PARM-STRING DELIMITED BY ','
                   INTO OPERATOR-ID THRESHOLD-ALPHA VALIDATE-ONLY-ALPHA
                        STALE-DAYS-ALPHA
               END-UNSTRING
               IF THRESHOLD-ALPHA NOT = SPACES
                   COMPUTE ERROR-THRESHOLD =
               IF VALIDATE-ONLY-ALPHA = 'Y'
                   SET VALIDATE-ONLY-RUN TO TRUE
               END-IF
               IF STALE-DAYS-ALPHA NOT = SPACES
                   COMPUTE FEED-STALE-DAYS =
                           FUNCTION NUMVAL (STALE-DAYS-ALPHA)
               END-IF
           END-IF
         .
      *
      *  125-READ-PRODUCT-STREAM TOGETHER MAKE THE LIST OF REGIONAL
      *  PRODUCT-FILE EXTRACTS IN PRODUCT-FILE-NAME-TABLE LOOK LIKE ONE
      *  CONTINUOUS FILE TO THE REST OF THE PROGRAM.  121 OPENS THE
      *  NEXT NAME IN THE TABLE THAT PASSES FEED CONTROL (SETTING
      *  NO-MORE-RECORDS WHEN THE TABLE IS EXHAUSTED), 123 CLOSES THE
      *  CURRENT FILE AND CALLS 121 TO OPEN THE NEXT ONE, AND 125 IS
      *  THE PARAGRAPH CALLERS ACTUALLY PERFORM TO GET "THE NEXT
      *  RECORD IN THE STREAM" - IT ADVANCES PAST AN EMPTY OR
      *  EXHAUSTED REGIONAL FILE ON ITS OWN, AND STEPS OVER EACH
      *  FILE'S HEADER AND TRAILER RECORDS, SO ONLY DETAIL RECORDS
      *  EVER REACH VALIDATION OR RECORD-COUNT.
      *
       121-OPEN-NEXT-PRODUCT-FILE.

      *    EVERY EXTRACT IS PUT THROUGH 155-CHECK-FEED-CONTROL BEFORE
      *    ANY OF ITS DETAIL RECORDS ARE USED.  ONE THAT FAILS -
      *    INCLUDING ONE NAMED ON THE LIST BUT NOT ON DISK - IS
      *    REFUSED WHOLE AND LOGGED, AND THE NEXT NAME ON THE LIST IS
      *    TRIED, SO ONE BAD REGION NO LONGER HOLDS UP THE OTHERS.

           SET FEED-FILE-NOT-OPENED TO TRUE
           PERFORM UNTIL FEED-FILE-OPENED OR NO-MORE-RECORDS
               ADD 1 TO CURRENT-FILE-INDEX
               IF CURRENT-FILE-INDEX > PRODUCT-FILE-COUNT
                   SET NO-MORE-RECORDS TO TRUE
               ELSE
                   SET PFN-INDEX TO CURRENT-FILE-INDEX
                   MOVE PFN-FILE-NAME (PFN-INDEX) TO PRODUCT-FILENAME
                   MOVE PFN-FILE-NAME (PFN-INDEX)
                        TO CURRENT-SOURCE-FILE
                   PERFORM 155-CHECK-FEED-CONTROL
                   IF FEED-REFUSE-REASON = SPACES

      *                THE FILE WAS JUST READ THROUGH CLEANLY, SO AN
      *                OPEN FAILURE NOW IS NOT A BAD FEED BUT A
      *                SYSTEM PROBLEM - READING AN UNOPENED FILE
      *                WOULD LOOP, SO IT IS STILL FATAL.

                       OPEN INPUT PRODUCT-FILE
                       IF PRODUCT-FILE-STATUS NOT = '00'
                           DISPLAY 'PRODUCT FILE ' PRODUCT-FILENAME
                                   ' COULD NOT BE OPENED - STATUS '
                                   PRODUCT-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE FEED-EXTRACT-DATE
                            TO CURRENT-EXTRACT-DATE
                       SET MORE-RECORDS TO TRUE
                       SET FEED-FILE-OPENED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
         .
      *
       123-ADVANCE-PRODUCT-FILE.
                   AT END
                       PERFORM 123-ADVANCE-PRODUCT-FILE
                   NOT AT END
                       IF (PH-HEADER-TAG
                           AND PH-EXTRACT-DATE NUMERIC
                           AND PH-SEQUENCE-NBR NUMERIC)
                          OR (PT-TRAILER-TAG
                              AND PT-RECORD-COUNT NUMERIC)
                           CONTINUE
                       ELSE
                           SET STREAM-RECORD-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
         .
      *    OR SPACE, IS A REJECT THE SAME AS A BAD ID - AND A MINUS
      *    QUANTITY ONLY MEANS ANYTHING ON AN ADJUSTMENT, SO A MINUS
      *    ON ANY OTHER TYPE IS REJECTED RATHER THAN SILENTLY TREATED
      *    AS POSITIVE.  A TRANSFER OR TRANSFER RECEIPT WITH NO
      *    TRANSFER REFERENCE COULD NEVER BE MATCHED TO ITS OTHER LEG
      *    ON IN-TRANSIT AND IS REJECTED TOO.  ONLY A RECORD THAT
      *    PASSES GOES ON TO THE THREE ID SEARCHES.

           EVALUATE TRUE
               WHEN NOT VALID-TRANS-TYPE
               WHEN NEGATIVE-QTY AND NOT ADJUSTMENT-TRANS
                   MOVE 'INVALID QUANTITY SIGN' TO REJECT-REASON
                   PERFORM 132-REJECT-RECORD
               WHEN (TRANSFER-TRANS OR TRANSFER-RECEIPT-TRANS)
                    AND PR-XFER-REFERENCE = SPACES
                   MOVE 'TRANSFER REF MISSING' TO REJECT-REASON
                   PERFORM 132-REJECT-RECORD
               WHEN OTHER
                   PERFORM 131-CHECK-EXPIRY-DATE
           END-EVALUATE
      *    RECEIVER).  A TRANSFER INTO A WAREHOUSE NEVER SET UP TO
      *    CARRY THE PRODUCT IS EXACTLY THE MISTAKE THE ASSORTMENT
      *    CHECK EXISTS TO CATCH, SO THE RECEIVING SIDE GETS THE SAME
      *    TWO CHECKS THE SENDING SIDE GOT.  A TRANSFER RECEIPT NAMES
      *    THE SENDER IN PR-XFER-WAREHOUSE-ID - IT MUST BE ON FILE, BUT
      *    ITS ASSORTMENT WAS ALREADY CHECKED WHEN THE TRANSFER WAS
      *    SHIPPED.  EVERY OTHER TRANSACTION TYPE PASSES STRAIGHT
      *    THROUGH.

         IF NOT TRANSFER-TRANS AND NOT TRANSFER-RECEIPT-TRANS
             PERFORM 138-WRITE-VALID-RECORD
         ELSE
             IF WAREHOUSE-COUNT = 0
                          PERFORM 132-REJECT-RECORD
                     WHEN WHM-ID (WHM-INDEX) = PR-XFER-WAREHOUSE-ID
                          MOVE 'Y' TO WHM-TOUCHED (WHM-INDEX)
                          IF TRANSFER-RECEIPT-TRANS
                              PERFORM 138-WRITE-VALID-RECORD
                          ELSE
                              PERFORM 141-CHECK-TRANSFER-ASSORT
                          END-IF
                 END-SEARCH
             END-IF
         END-IF
         ADD 1 TO VALID-COUNT
         IF NOT VALIDATE-ONLY-RUN
             MOVE PROD-REC TO NEW-PROD-REC
             MOVE CURRENT-EXTRACT-DATE TO NP-EXTRACT-DATE
             WRITE NEW-PROD-REC
             PERFORM 136-WRITE-VENDOR-FILE
         END-IF
              END-IF

              PERFORM 147-WRITE-ACTIVITY-LOG
              PERFORM 154-FINISH-FEED-CONTROL-REPORT

              IF NOT VALIDATE-ONLY-RUN
                  PERFORM 144-CLEAR-CHECKPOINT

              PERFORM 149-CHECK-ERROR-THRESHOLD

              IF NOT VALIDATE-ONLY-RUN
                  MOVE 'C' TO BUSINESS-STEP-STATUS
                  PERFORM 810-RECORD-STEP-STATUS
              END-IF

              STOP RUN
         .
      *
               MOVE 8 TO RETURN-CODE
           END-IF
         .
      *
       150-LOAD-FEED-REGISTER.

      *    FEED-REGISTER IS READ FRONT TO BACK, AND THE HIGHEST
      *    SEQUENCE LOADED FOR EACH REGION UNDER AN EARLIER BUSINESS
      *    DATE IS THE ONE LEFT IN FEED-REGION-TABLE - A RERUN OF AN
      *    OLD DATE APPENDS LOWER NUMBERS BEHIND LATER NIGHTS' LOADS,
      *    AND A RESUBMIT IS MEASURED AGAINST THE NIGHT BEFORE, NOT
      *    AGAINST ITS OWN FIRST ATTEMPT.  NO REGISTER YET IS THE FIRST
      *    NIGHT UNDER FEED CONTROL - EVERY REGION STARTS WITH WHATEVER
      *    SEQUENCE NUMBER ITS FIRST EXTRACT CARRIES.

           COMPUTE RUN-DAY-NBR = FUNCTION INTEGER-OF-DATE (RUN-DATE)

           OPEN INPUT FEED-REGISTER
           IF FEED-REGISTER-STATUS = '00'
               SET MORE-FEED-REG-RECS TO TRUE
               PERFORM UNTIL NO-MORE-FEED-REG-RECS
                   READ FEED-REGISTER
                       AT END
                           SET NO-MORE-FEED-REG-RECS TO TRUE
                       NOT AT END
                           PERFORM 151-LOAD-ONE-REGISTER-REC
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTER
           END-IF
         .
      *
       151-LOAD-ONE-REGISTER-REC.

           IF FRG-FEED-LOADED
              AND FRG-RUN-DATE < RUN-DATE
               MOVE FRG-REGION-ID    TO FEED-REGION-ID
               MOVE FRG-SEQUENCE-NBR TO FEED-SEQUENCE-NBR
               MOVE FRG-EXTRACT-DATE TO FEED-EXTRACT-DATE
               PERFORM 164-ADVANCE-REGION
           END-IF

           IF FRG-RUN-DATE = RUN-DATE
               PERFORM 152-ADD-TONIGHT-ENTRY
           END-IF
         .
      *
       152-ADD-TONIGHT-ENTRY.

      *    A FILE PRESENTED MORE THAN ONCE UNDER TONIGHT'S DATE KEEPS
      *    ONLY ITS LATEST DECISION.

           SET FTT-INDEX TO 1
           SEARCH FTT-ENTRY
               AT END
                   IF FEED-TONIGHT-COUNT NOT < 200
                       DISPLAY 'FEED-TONIGHT-TABLE FULL - MORE THAN '
                               '200 EXTRACTS REGISTERED FOR '
                               RUN-DATE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO FEED-TONIGHT-COUNT
                   SET FTT-INDEX TO FEED-TONIGHT-COUNT
               WHEN FTT-FILE-NAME (FTT-INDEX) = FRG-FILE-NAME
                   CONTINUE
           END-SEARCH

           MOVE FRG-FILE-NAME     TO FTT-FILE-NAME (FTT-INDEX)
           MOVE FRG-REGION-ID     TO FTT-REGION-ID (FTT-INDEX)
           MOVE FRG-EXTRACT-DATE  TO FTT-EXTRACT-DATE (FTT-INDEX)
           MOVE FRG-SEQUENCE-NBR  TO FTT-SEQUENCE-NBR (FTT-INDEX)
           MOVE FRG-RECORD-COUNT  TO FTT-RECORD-COUNT (FTT-INDEX)
           MOVE FRG-HASH-TOTAL    TO FTT-HASH-TOTAL (FTT-INDEX)
           MOVE FRG-FEED-STATUS   TO FTT-FEED-STATUS (FTT-INDEX)
           MOVE FRG-REFUSE-REASON TO FTT-REFUSE-REASON (FTT-INDEX)
         .
      *
       153-START-FEED-CONTROL-REPORT.

           OPEN OUTPUT FEED-CONTROL-REPORT
           MOVE REPORT-DATE TO FCR-TITLE-DATE
           MOVE FCR-TITLE-LINE TO FEED-CONTROL-REPORT-REC
           WRITE FEED-CONTROL-REPORT-REC
           MOVE FCR-HEADER-LINE-1 TO FEED-CONTROL-REPORT-REC
           WRITE FEED-CONTROL-REPORT-REC
           MOVE FCR-BLANK-LINE TO FEED-CONTROL-REPORT-REC
           WRITE FEED-CONTROL-REPORT-REC
         .
      *
       154-FINISH-FEED-CONTROL-REPORT.

           MOVE FEEDS-RECEIVED TO FCR-TOT-RECEIVED
           MOVE FEEDS-LOADED   TO FCR-TOT-LOADED
           MOVE FEEDS-REFUSED  TO FCR-TOT-REFUSED
           MOVE FCR-BLANK-LINE TO FEED-CONTROL-REPORT-REC
           WRITE FEED-CONTROL-REPORT-REC
           MOVE FCR-TOTAL-LINE TO FEED-CONTROL-REPORT-REC
           WRITE FEED-CONTROL-REPORT-REC
           CLOSE FEED-CONTROL-REPORT

           DISPLAY FEEDS-RECEIVED ' EXTRACT(S) RECEIVED, '
                   FEEDS-LOADED ' LOADED, '
                   FEEDS-REFUSED ' REFUSED - SEE FEED-CONTROL-REPORT'
         .
      *
       155-CHECK-FEED-CONTROL.

      *    AN EXTRACT ALREADY DECIDED ON UNDER TONIGHT'S DATE KEEPS
      *    THAT DECISION (SEE FEED-TONIGHT-TABLE).
      *    ANY OTHER EXTRACT IS READ THROUGH FOR ITS HEADER, TRAILER,
      *    AND TOTALS, THEN ITS HEADER IS CHECKED AGAINST THE
      *    REGISTER, AND THE DECISION IS REGISTERED.  A REFUSED
      *    EXTRACT DOES NOT CHANGE RETURN-CODE - THE REST OF THE
      *    NIGHT'S REGIONS STILL LOAD AND POST - SO OPERATIONS FINDS
      *    IT ON FEED-CONTROL-REPORT AND HAS THE REGION RESEND IT.

           SET FEED-DECISION-NEW TO TRUE
           SET FEED-FILE-NOT-SCANNED TO TRUE
           IF FEED-TONIGHT-COUNT > 0
               PERFORM 156-FIND-TONIGHT-DECISION
           END-IF

           IF FEED-DECISION-NEW
               IF FEED-FILE-NOT-SCANNED
                   PERFORM 157-SCAN-FEED-FILE
               END-IF
               IF FEED-REFUSE-REASON = SPACES
                   PERFORM 158-CHECK-FEED-HEADER
               END-IF
               PERFORM 160-REGISTER-FEED
           ELSE
               IF FEED-REFUSE-REASON = SPACES
                   PERFORM 164-ADVANCE-REGION
               END-IF
           END-IF

           PERFORM 159-WRITE-FEED-CONTROL-LINE
         .
      *
       156-FIND-TONIGHT-DECISION.

      *    OUTSIDE A RESTART ONLY A LOAD IS REUSED, AND ONLY WHEN THE
      *    FILE ON DISK IS STILL THE EXTRACT THAT WAS LOADED - ONE
      *    REFUSED EARLIER TONIGHT, OR REPLACED SINCE, IS CHECKED
      *    AGAIN FROM THE SCAN JUST MADE.

           SET FTT-INDEX TO 1
           SEARCH FTT-ENTRY
               AT END
                   CONTINUE
               WHEN FTT-FILE-NAME (FTT-INDEX) = PRODUCT-FILENAME
                   IF RESTART-RUN
                       PERFORM 162-REUSE-TONIGHT-DECISION
                   ELSE
                       IF FTT-FEED-STATUS (FTT-INDEX) = 'L'
                           PERFORM 157-SCAN-FEED-FILE
                           SET FEED-FILE-SCANNED TO TRUE
                           IF FEED-REFUSE-REASON = SPACES
                              AND FEED-REGION-ID
                                  = FTT-REGION-ID (FTT-INDEX)
                              AND FEED-SEQUENCE-NBR
                                  = FTT-SEQUENCE-NBR (FTT-INDEX)
                              AND FEED-EXTRACT-DATE
                                  = FTT-EXTRACT-DATE (FTT-INDEX)
                              AND FEED-DETAIL-COUNT
                                  = FTT-RECORD-COUNT (FTT-INDEX)
                              AND FEED-HASH-TOTAL
                                  = FTT-HASH-TOTAL (FTT-INDEX)
                               SET FEED-DECISION-REUSED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-SEARCH
         .
      *
       162-REUSE-TONIGHT-DECISION.

           SET FEED-DECISION-REUSED TO TRUE
           MOVE FTT-REGION-ID (FTT-INDEX)    TO FEED-REGION-ID
           MOVE FTT-EXTRACT-DATE (FTT-INDEX) TO FEED-EXTRACT-DATE
           MOVE FTT-SEQUENCE-NBR (FTT-INDEX) TO FEED-SEQUENCE-NBR
           MOVE FTT-RECORD-COUNT (FTT-INDEX) TO FEED-DETAIL-COUNT
           MOVE FTT-HASH-TOTAL (FTT-INDEX)   TO FEED-HASH-TOTAL
           IF FTT-FEED-STATUS (FTT-INDEX) = 'L'
               MOVE SPACES TO FEED-REFUSE-REASON
           ELSE
               MOVE FTT-REFUSE-REASON (FTT-INDEX) TO FEED-REFUSE-REASON
           END-IF
         .
      *
       157-SCAN-FEED-FILE.

      *    THE SCAN READS EVERY RECORD EVEN AFTER A FAULT IS FOUND, SO
      *    THE REGISTER AND REPORT SHOW WHAT THE FILE REALLY HELD; THE
      *    FIRST FAULT FOUND IS THE REASON GIVEN.

           MOVE SPACES TO FEED-REFUSE-REASON
                          FEED-REGION-ID
           MOVE 0      TO FEED-SCAN-NBR
                          FEED-EXTRACT-DATE
                          FEED-SEQUENCE-NBR
                          FEED-DETAIL-COUNT
                          FEED-HASH-TOTAL
                          FEED-TRAILER-COUNT
                          FEED-TRAILER-HASH
           SET FEED-TRAILER-NOT-FOUND TO TRUE

           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-STATUS NOT = '00'
               MOVE 'FEED FILE NOT FOUND' TO FEED-REFUSE-REASON
           ELSE
               SET MORE-FEED-SCAN-RECS TO TRUE
               PERFORM UNTIL NO-MORE-FEED-SCAN-RECS
                   READ PRODUCT-FILE
                       AT END
                           SET NO-MORE-FEED-SCAN-RECS TO TRUE
                       NOT AT END
                           ADD 1 TO FEED-SCAN-NBR
                           PERFORM 161-SCAN-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF

           EVALUATE TRUE
               WHEN FEED-REFUSE-REASON NOT = SPACES
                   CONTINUE
               WHEN FEED-SCAN-NBR = 0
                   MOVE 'MISSING HEADER RECORD' TO FEED-REFUSE-REASON
               WHEN FEED-TRAILER-NOT-FOUND
                   MOVE 'MISSING TRAILER RECORD' TO FEED-REFUSE-REASON
               WHEN FEED-TRAILER-COUNT NOT = FEED-DETAIL-COUNT
                   MOVE 'TRAILER COUNT MISMATCH' TO FEED-REFUSE-REASON
               WHEN FEED-TRAILER-HASH NOT = FEED-HASH-TOTAL
                   MOVE 'TRAILER HASH MISMATCH' TO FEED-REFUSE-REASON
           END-EVALUATE
         .
      *
       161-SCAN-FEED-RECORD.

           EVALUATE TRUE
               WHEN PH-HEADER-TAG
                    AND PH-EXTRACT-DATE NUMERIC
                    AND PH-SEQUENCE-NBR NUMERIC
                   IF FEED-SCAN-NBR = 1
                       MOVE PH-REGION-ID    TO FEED-REGION-ID
                       MOVE PH-EXTRACT-DATE TO FEED-EXTRACT-DATE
                       MOVE PH-SEQUENCE-NBR TO FEED-SEQUENCE-NBR
                   ELSE
                       IF FEED-REFUSE-REASON = SPACES
                           MOVE 'MISPLACED HEADER RECORD'
                                TO FEED-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN PT-TRAILER-TAG
                    AND PT-RECORD-COUNT NUMERIC
                   IF FEED-SCAN-NBR = 1
                      AND FEED-REFUSE-REASON = SPACES
                       MOVE 'MISSING HEADER RECORD'
                            TO FEED-REFUSE-REASON
                   END-IF
                   IF FEED-TRAILER-FOUND
                      AND FEED-REFUSE-REASON = SPACES
                       MOVE 'RECORDS AFTER TRAILER'
                            TO FEED-REFUSE-REASON
                   END-IF
                   SET FEED-TRAILER-FOUND TO TRUE
                   MOVE PT-RECORD-COUNT TO FEED-TRAILER-COUNT
                   IF PT-HASH-TOTAL NUMERIC
                       MOVE PT-HASH-TOTAL TO FEED-TRAILER-HASH
                   ELSE
                       IF FEED-REFUSE-REASON = SPACES
                           MOVE 'TRAILER HASH MISMATCH'
                                TO FEED-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   IF FEED-SCAN-NBR = 1
                      AND FEED-REFUSE-REASON = SPACES
                       MOVE 'MISSING HEADER RECORD'
                            TO FEED-REFUSE-REASON
                   END-IF
                   IF FEED-TRAILER-FOUND
                      AND FEED-REFUSE-REASON = SPACES
                       MOVE 'RECORDS AFTER TRAILER'
                            TO FEED-REFUSE-REASON
                   END-IF
                   ADD 1 TO FEED-DETAIL-COUNT
                   IF PR-QUANTITY-ON-HAND NUMERIC
                       ADD PR-QUANTITY-ON-HAND TO FEED-HASH-TOTAL
                   END-IF
           END-EVALUATE
         .
      *
       158-CHECK-FEED-HEADER.

      *    THE EXTRACT DATE MUST BE A REAL DATE (INTEGER-OF-DATE
      *    HANDS BACK ZERO FOR ONE IT CANNOT CONVERT), NOT LATER THAN
      *    TONIGHT, AND NO MORE THAN FEED-STALE-DAYS OLD.  THEN THE
      *    SEQUENCE NUMBER MUST BE EXACTLY ONE PAST THE LAST ONE
      *    LOADED FOR THE REGION - NOT ONE ALREADY LOADED, AND NOT
      *    ONE THAT SKIPS AN EXTRACT THAT NEVER ARRIVED - AND THE
      *    EXTRACT MAY NOT BE OLDER THAN THE LAST ONE LOADED.

           COMPUTE FEED-EXTRACT-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (FEED-EXTRACT-DATE)

           EVALUATE TRUE
               WHEN FEED-REGION-ID = SPACES
                   MOVE 'MISSING REGION ID' TO FEED-REFUSE-REASON
               WHEN FEED-EXTRACT-DAY-NBR = 0
                   MOVE 'INVALID EXTRACT DATE' TO FEED-REFUSE-REASON
               WHEN FEED-EXTRACT-DATE > RUN-DATE
                   MOVE 'EXTRACT DATE IN FUTURE' TO FEED-REFUSE-REASON
               WHEN FEED-EXTRACT-DAY-NBR + FEED-STALE-DAYS
                    < RUN-DAY-NBR
                   MOVE 'STALE EXTRACT DATE' TO FEED-REFUSE-REASON
               WHEN OTHER
                   PERFORM 163-CHECK-REGION-SEQUENCE
           END-EVALUATE
         .
      *
       163-CHECK-REGION-SEQUENCE.

      *    A REGION NOT YET ON THE REGISTER IS TAKING ITS FIRST LOAD,
      *    SO ANY SEQUENCE NUMBER STARTS IT OFF.

           SET FRT-INDEX TO 1
           SEARCH FRT-ENTRY
               AT END
                   CONTINUE
               WHEN FRT-REGION-ID (FRT-INDEX) = FEED-REGION-ID
                   EVALUATE TRUE
                       WHEN FEED-SEQUENCE-NBR
                            NOT > FRT-LAST-SEQUENCE (FRT-INDEX)
                           MOVE 'SEQUENCE ALREADY LOADED'
                                TO FEED-REFUSE-REASON
                       WHEN FEED-SEQUENCE-NBR
                            > FRT-LAST-SEQUENCE (FRT-INDEX) + 1
                           MOVE 'SEQUENCE GAP' TO FEED-REFUSE-REASON
                       WHEN FEED-EXTRACT-DATE
                            < FRT-LAST-EXTRACT (FRT-INDEX)
                           MOVE 'STALE EXTRACT DATE'
                                TO FEED-REFUSE-REASON
                   END-EVALUATE
           END-SEARCH
         .
      *
       164-ADVANCE-REGION.

           SET FRT-INDEX TO 1
           SEARCH FRT-ENTRY
               AT END
                   IF FEED-REGION-COUNT NOT < 500
                       DISPLAY 'FEED-REGION-TABLE FULL - MORE THAN '
                               '500 REGIONS ON FEED-REGISTER'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO FEED-REGION-COUNT
                   SET FRT-INDEX TO FEED-REGION-COUNT
                   MOVE FEED-REGION-ID TO FRT-REGION-ID (FRT-INDEX)
                   MOVE 0 TO FRT-LAST-SEQUENCE (FRT-INDEX)
                             FRT-LAST-EXTRACT (FRT-INDEX)
               WHEN FRT-REGION-ID (FRT-INDEX) = FEED-REGION-ID
                   CONTINUE
           END-SEARCH

           IF FEED-SEQUENCE-NBR NOT < FRT-LAST-SEQUENCE (FRT-INDEX)
               MOVE FEED-SEQUENCE-NBR TO FRT-LAST-SEQUENCE (FRT-INDEX)
               MOVE FEED-EXTRACT-DATE TO FRT-LAST-EXTRACT (FRT-INDEX)
           END-IF
         .
      *
       160-REGISTER-FEED.

      *    A VALIDATE-ONLY RUN DECIDES EVERY EXTRACT THE SAME WAY BUT
      *    REGISTERS NOTHING, SINCE NOTHING IT READS IS LOADED.

           IF FEED-REFUSE-REASON = SPACES
               PERFORM 164-ADVANCE-REGION
           END-IF

           IF NOT VALIDATE-ONLY-RUN
               OPEN EXTEND FEED-REGISTER
               IF FEED-REGISTER-STATUS = '05'
                  OR FEED-REGISTER-STATUS = '35'
                   OPEN OUTPUT FEED-REGISTER
               END-IF
               IF FEED-REGISTER-STATUS NOT = '00'
                   DISPLAY 'FEED-REGISTER COULD NOT BE OPENED - '
                           'STATUS ' FEED-REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE SPACES             TO FEED-REGISTER-REC
               MOVE RUN-DATE           TO FRG-RUN-DATE
               MOVE PRODUCT-FILENAME   TO FRG-FILE-NAME
               MOVE FEED-REGION-ID     TO FRG-REGION-ID
               MOVE FEED-EXTRACT-DATE  TO FRG-EXTRACT-DATE
               MOVE FEED-SEQUENCE-NBR  TO FRG-SEQUENCE-NBR
               MOVE FEED-DETAIL-COUNT  TO FRG-RECORD-COUNT
               MOVE FEED-HASH-TOTAL    TO FRG-HASH-TOTAL
               IF FEED-REFUSE-REASON = SPACES
                   SET FRG-FEED-LOADED TO TRUE
               ELSE
                   SET FRG-FEED-REFUSED TO TRUE
               END-IF
               MOVE FEED-REFUSE-REASON TO FRG-REFUSE-REASON
               WRITE FEED-REGISTER-REC

               CLOSE FEED-REGISTER
           END-IF
         .
      *
       159-WRITE-FEED-CONTROL-LINE.

           ADD 1 TO FEEDS-RECEIVED
           MOVE PRODUCT-FILENAME  TO FCR-DET-FILE
           MOVE FEED-REGION-ID    TO FCR-DET-REGION
           IF FEED-EXTRACT-DATE = 0
               MOVE SPACES TO FCR-DET-EXTRACT
           ELSE
               MOVE FEED-EXTRACT-MM   TO FCR-EDIT-MM
               MOVE FEED-EXTRACT-DD   TO FCR-EDIT-DD
               MOVE FEED-EXTRACT-YYYY TO FCR-EDIT-YYYY
               MOVE FCR-EDIT-DATE     TO FCR-DET-EXTRACT
           END-IF
           MOVE FEED-SEQUENCE-NBR TO FCR-DET-SEQUENCE
           MOVE FEED-DETAIL-COUNT TO FCR-DET-COUNT
           MOVE FEED-HASH-TOTAL   TO FCR-DET-HASH

           IF FEED-REFUSE-REASON = SPACES
               ADD 1 TO FEEDS-LOADED
               MOVE 'LOADED'  TO FCR-DET-STATUS
           ELSE
               ADD 1 TO FEEDS-REFUSED
               MOVE 'REFUSED' TO FCR-DET-STATUS
               DISPLAY 'EXTRACT ' PRODUCT-FILENAME ' REFUSED - '
                       FEED-REFUSE-REASON
           END-IF
           MOVE FEED-REFUSE-REASON TO FCR-DET-REASON

           MOVE FCR-DETAIL-LINE TO FEED-CONTROL-REPORT-REC
           WRITE FEED-CONTROL-REPORT-REC
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
         .
      *
       805-START-BUSINESS-STEP.

      *    A VALIDATE-ONLY RUN IS NOT PART OF THE NIGHT AND MAY BE RUN
      *    ON ANY DAY, SO ONLY A REAL LOAD INSISTS THAT THE DAY IS OPEN
      *    AND RECORDS ITS STEP STATUS.

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
