      *  MASTER IS THE FILE THAT SAYS WHAT A WAREHOUSE HAS ON HAND
      *  RIGHT NOW, ACROSS HOWEVER MANY NIGHTS OF FEEDS PRODUCED IT.
      *
      *  INVENTORY-POSITION IS AN INDEXED FILE - PRIMARY KEY
      *  WAREHOUSE/VENDOR/PRODUCT, ALTERNATE KEY PRODUCT ID (WITH
      *  DUPLICATES, ONE PER WAREHOUSE/VENDOR CARRYING IT) - AND IS
      *  UPDATED IN PLACE.  THE NIGHT'S VALID RECORDS ARRIVE IN FEED
      *  ORDER, SO THEY ARE FIRST ACCUMULATED INTO A TABLE BY KEY (SEE
      *  FEED-TABLE AND 125-LOCATE-FEED-ENTRY), AND EACH KEY IN THE
      *  TABLE IS THEN APPLIED WITH ONE RANDOM READ OF THE MASTER AND
      *  A REWRITE OR WRITE - A KEY WITH NO FEED TONIGHT IS NEVER
      *  TOUCHED.  EACH FEED RECORD'S TRANSACTION TYPE (SEE
      *  PR-TRANS-TYPE IN LAB8TABLES.CBL) SAYS HOW IT MOVES THE KEY'S
      *  POSITION - A SNAPSHOT REPLACES THE BASE ON-HAND, A RECEIPT
      *  ADDS, A SIGNED ADJUSTMENT ADDS OR SUBTRACTS, A TRANSFER
      *  SUBTRACTS FROM THE SENDING WAREHOUSE'S KEY ONLY, AND A
      *  TRANSFER RECEIPT ADDS TO THE RECEIVING ONE'S (SEE
      *  122-ROUTE-FEED-RECORD).  FOR EACH KEY:
      *
      *     ON THE FEED ONLY    - WRITTEN TO THE MASTER AS A NEW KEY
      *     ON BOTH             - TONIGHT'S SNAPSHOT AND/OR NET
      *                           MOVEMENT APPLIED, LAST MOVEMENT
      *                           DATE SET TO TONIGHT, REWRITTEN
      *     ON THE MASTER ONLY  - LEFT AS IT IS (NO FEED TONIGHT IS
      *                           NOT A MOVEMENT)
      *
      *  BACKUP AND RESTART.  BEFORE THE FIRST KEY IS APPLIED THE
      *  WHOLE MASTER IS COPIED TO INVENTORY-POSITION-BACKUP AND
      *  IN-TRANSIT TO IN-TRANSIT-BACKUP, AND POSITION-CHECKPOINT IS
      *  WRITTEN SAYING TONIGHT'S UPDATE IS UNDER WAY, WITH THE
      *  RECORD COUNT OF EACH BACKUP.  ONLY A CLEAN FINISH MARKS THE
      *  CHECKPOINT COMPLETE.  A RUN THAT FINDS ITS OWN BUSINESS DATE
      *  ON THE CHECKPOINT - THE UPDATE FAILED PART WAY, OR THE DATE
      *  IS BEING RUN AGAIN - FIRST PUTS BOTH FILES BACK EXACTLY AS
      *  THEY WERE BEFORE THAT DATE'S UPDATE (SEE
      *  104-RESTORE-FROM-BACKUP) AND THEN APPLIES TONIGHT'S FEED TO
      *  THEM FROM THE TOP, SO A HALF-UPDATED MASTER IS NEVER LEFT
      *  STANDING AND NO MOVEMENT IS EVER APPLIED TWICE.  THE BACKUP IS
      *  NOT RETAKEN ON A RESTART.  A CHECKPOINT FOR A LATER DATE, OR
      *  AN UNFINISHED ONE FOR AN EARLIER DATE, IS REFUSED - TONIGHT'S
      *  FEED CANNOT BE APPLIED ON TOP OF EITHER.
      *
      *  A MISSING MASTER WITH NO CHECKPOINT ON FILE IS THE FIRST RUN
      *  ON THE INDEXED FILE: IF INVENTORY-POSITION-BACKUP IS ON FILE
      *  THE MASTER IS LOADED FROM IT (THE CONVERSION FROM THE OLD
      *  SEQUENTIAL INVENTORY-POSITION.TXT IS DONE BY COPYING THAT FILE
      *  TO INVENTORY-POSITION-BACKUP.TXT ONCE BEFORE THE FIRST RUN),
      *  OTHERWISE IT STARTS EMPTY AND EVERY FEED KEY ADDS.  A MISSING
      *  MASTER WITH A CHECKPOINT ON FILE IS REFUSED - THE POSITIONS
      *  HAVE BEEN LOST, AND SILENTLY STARTING OVER WOULD HIDE IT.  TO
      *  REBUILD FROM THE LAST BACKUP, REMOVE POSITION-CHECKPOINT.TXT
      *  AND RUN AGAIN.
      *
      *  THE 'TRAILER' CONTROL-TOTAL RECORD IS RECOGNIZED AND SKIPPED
      *  THE SAME WAY AKLAB8VALR SKIPS IT.  A FEED RECORD WHOSE
      *  QUANTITY OR COST BYTES ARE NOT NUMERIC CANNOT UPDATE THE
      *  POSITION AND IS LOGGED TO THE AUDIT LISTING INSTEAD.
      *
      *  A TRANSFER IS TWO-LEGGED.  THE 'T' RECORD THE SENDING
      *  WAREHOUSE SENDS WHEN THE TRUCK LEAVES TAKES THE STOCK OUT OF
      *  ITS KEY AND OPENS AN IN-TRANSIT ENTRY UNDER THE RECORD'S
      *  TRANSFER REFERENCE - NOTHING IS ADDED TO THE RECEIVING
      *  WAREHOUSE YET.  WHEN THE TRUCK ARRIVES, THE RECEIVING
      *  WAREHOUSE SENDS AN 'X' TRANSFER RECEIPT WITH THE SAME
      *  REFERENCE AND THE QUANTITY THAT ACTUALLY CAME OFF THE TRUCK;
      *  THAT QUANTITY IS ADDED TO THE RECEIVING KEY AND THE
      *  IN-TRANSIT ENTRY IS CLEARED.  A RECEIPT THAT DOES NOT MATCH
      *  THE SHIPPED QUANTITY WRITES A TRANSFER-VARIANCE RECORD FOR
      *  THE OVER OR SHORT.  RECEIPTS ARE HELD UNTIL THE WHOLE FEED
      *  HAS BEEN READ (SEE 124-APPLY-TRANSFER-RECEIPT) SO A TRUCK
      *  SHIPPED AND RECEIVED THE SAME NIGHT CLEARS NO MATTER WHICH
      *  REGION'S EXTRACT CAME FIRST IN THE FILE.  A RECEIPT WITH NO
      *  OPEN TRANSFER BEHIND IT YET - THE RECEIVING REGION'S EXTRACT
      *  ARRIVED A NIGHT AHEAD OF THE SENDING REGION'S - IS HELD ON
      *  PENDING-RECEIPTS AND TRIED AGAIN EVERY NIGHT, AHEAD OF THAT
      *  NIGHT'S OWN RECEIPTS, UNTIL ITS TRANSFER IS SHIPPED (SEE
      *  112-LOAD-PENDING-RECEIPTS AND 121-HOLD-RECEIPT).  A RECEIPT
      *  WHOSE TRANSFER WAS ALREADY RECEIVED, OR WHOSE WAREHOUSES OR
      *  PRODUCT DISAGREE WITH THE TRANSFER, IS SKIPPED AND LOGGED TO
      *  THE AUDIT LISTING RATHER THAN GUESSED AT.
      *
      *  EVERY TRANSFER SHIPPED AND EVERY RECEIPT APPLIED IS WRITTEN
      *  TO TRANSFER-APPLIED AT THE COST THE STOCK WAS SHIPPED AT (SEE
      *  131-WRITE-APPLIED-TRANSFER).  AKLAB8GLJE JOURNALIZES
      *  TRANSFERS FROM THAT FILE RATHER THAN FROM THE FEED, SO A
      *  TRANSFER RECORD SKIPPED OR HELD HERE NEVER REACHES THE
      *  LEDGER AND A RECEIPT POSTS AT THE SHIPPED COST.
      *
      *  INPUT:
      *     BUSINESS-DATE - SUPPLIES THE RUN DATE (SEE AKLAB8BDTE)
      *     NEW-PRODUCT-FILE   - TONIGHT'S VALID RECORDS FROM
      *        AKLAB8TABLES
      *     POSITION-CHECKPOINT - THE LAST UPDATE'S BUSINESS DATE AND
      *        WHETHER IT FINISHED.  A MISSING OR EMPTY FILE MEANS NO
      *        UPDATE HAS RUN ON THE INDEXED MASTER YET
      *
      *  INPUT/OUTPUT:
      *     INVENTORY-POSITION - THE POSITION MASTER, UPDATED IN PLACE.
      *        READ BY AKLAB8PCLS, AKLAB8REOR, AKLAB8CCNT, AND
      *        AKLAB8INQR, WITH NO PROMOTE STEP IN BETWEEN
      *     IN-TRANSIT         - TRANSFERS SHIPPED AND NOT YET
      *        RECEIVED, KEY TRANSFER REFERENCE.  REWRITTEN AT THE END
      *        OF THE RUN AS LAST NIGHT'S OPEN TRANSFERS LESS TONIGHT'S
      *        RECEIPTS PLUS TONIGHT'S SHIPMENTS.  A MISSING FILE MEANS
      *        NOTHING IS ON THE ROAD
      *     PENDING-RECEIPTS   - TRANSFER RECEIPTS WAITING FOR THEIR
      *        TRANSFER, WITH THE DATE EACH WAS FIRST HELD.  REWRITTEN
      *        EVERY RUN WITH THE RECEIPTS STILL WAITING.  A MISSING
      *        FILE MEANS NONE ARE
      *     INVENTORY-POSITION-BACKUP, IN-TRANSIT-BACKUP,
      *        PENDING-RECEIPTS-BACKUP - SEQUENTIAL COPIES OF THE
      *        THREE FILES AS THEY STOOD BEFORE THE LAST UPDATE.
      *        WRITTEN BY A NORMAL RUN, READ BACK BY A RESTART
      *     POSITION-CHECKPOINT - A RECORD IS APPENDED WHEN THE UPDATE
      *        STARTS AND ANOTHER WHEN IT FINISHES
      *
      *  OUTPUT:
      *     TRANSFER-VARIANCE  - ONE RECORD PER TRANSFER RECEIVED OVER
      *        OR SHORT OF WHAT WAS SHIPPED, REBUILT EACH NIGHT
      *     TRANSFER-APPLIED   - ONE RECORD PER TRANSFER SHIPPED AND
      *        PER RECEIPT APPLIED TONIGHT, REBUILT EACH NIGHT.
      *        AKLAB8ROT ARCHIVES IT BY DATE THE NEXT NIGHT
      *     POSITION-AUDIT     - AUDIT LISTING OF EVERY ADD AND UPDATE
      *        APPLIED, EVERY TRANSFER SHIPPED OR RECEIVED, EVERY
      *        RECEIPT HELD, AND EVERY FEED RECORD SKIPPED
      *
      *  RETURN-CODE 16 WHEN THE CHECKPOINT OR A MISSING MASTER IS
      *  REFUSED, OR A BACKUP, RESTORE, OR MASTER I/O FAILS.  A
      *  FAILURE ONCE THE CHECKPOINT SAYS THE UPDATE IS UNDER WAY
      *  LEAVES IT THAT WAY, SO THE NEXT RUN RESTORES BEFORE IT
      *  APPLIES ANYTHING.
      *
      *****************************************************************

       FILE-CONTROL.

           SELECT INVENTORY-POSITION
               ASSIGN TO 'INVENTORY-POSITION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-POSITION-KEY
               ALTERNATE RECORD KEY IS IP-PRODUCT-ID
                   WITH DUPLICATES
               FILE STATUS IS POSITION-STATUS.

           SELECT NEW-PRODUCT-FILE
               ASSIGN TO 'NEW-PROD-INVEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-POSITION-BACKUP
               ASSIGN TO 'INVENTORY-POSITION-BACKUP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT POSITION-AUDIT
               ASSIGN TO 'POSITION-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IN-TRANSIT
               ASSIGN TO 'IN-TRANSIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-TRANSIT-STATUS.

           SELECT IN-TRANSIT-BACKUP
               ASSIGN TO 'IN-TRANSIT-BACKUP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSIT-BACKUP-STATUS.

           SELECT POSITION-CHECKPOINT
               ASSIGN TO 'POSITION-CHECKPOINT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

           SELECT TRANSFER-VARIANCE
               ASSIGN TO 'TRANSFER-VARIANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSFER-APPLIED
               ASSIGN TO 'TRANSFER-APPLIED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-RECEIPTS
               ASSIGN TO 'PENDING-RECEIPTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.

           SELECT PENDING-RECEIPTS-BACKUP
               ASSIGN TO 'PENDING-RECEIPTS-BACKUP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-BACKUP-STATUS.


           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *  INVENTORY-POSITION-BACKUP IS POSITION-REC, RECORD FOR RECORD,
      *  IN PRIMARY KEY ORDER - THE SAME LAYOUT THE SEQUENTIAL
      *  INVENTORY-POSITION.TXT HAD BEFORE THE MASTER WAS INDEXED.

       FD INVENTORY-POSITION-BACKUP
           RECORD CONTAINS 30 CHARACTERS.
       01 POSITION-BACKUP-REC              PIC X(30).

       FD POSITION-AUDIT
           RECORD CONTAINS 120 CHARACTERS.
       01 POSITION-AUDIT-REC               PIC X(120).

      *  IN-TRANSIT - ONE RECORD PER TRANSFER SHIPPED AND NOT YET
      *  RECEIVED, IN ASCENDING TRANSFER REFERENCE ORDER.  AKLAB8XAGE
      *  AGES THIS FILE.  IN-TRANSIT-BACKUP IS A RECORD-FOR-RECORD
      *  COPY OF IT.

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

       FD IN-TRANSIT-BACKUP
           RECORD CONTAINS 60 CHARACTERS.
       01 TRANSIT-BACKUP-REC               PIC X(60).

      *  POSITION-CHECKPOINT - APPENDED TO, NEVER REWRITTEN, SO A
      *  FAILURE WHILE IT IS BEING WRITTEN CANNOT LOSE THE RECORD
      *  BEFORE.  THE LAST RECORD ON THE FILE COUNTS: THE BUSINESS DATE
      *  OF THE LAST UPDATE, WHETHER IT IS STILL UNDER WAY OR COMPLETE,
      *  AND HOW MANY RECORDS WENT TO EACH BACKUP SO A RESTORE CAN
      *  PROVE IT PUT EVERYTHING BACK.  PCK-PENDING-COUNT WAS ADDED
      *  AT THE END OF THE RECORD SO THE EARLIER RECORDS ON THE FILE
      *  STILL READ THE SAME.

       FD POSITION-CHECKPOINT
           RECORD CONTAINS 42 CHARACTERS.
       01 POSITION-CHECKPOINT-REC.
           05  PCK-BUSINESS-DATE           PIC 9(8).
           05  PCK-UPDATE-STATE            PIC X.
                88  PCK-UPDATE-UNDER-WAY       VALUE 'U'.
                88  PCK-UPDATE-COMPLETE        VALUE 'C'.
           05  PCK-POSITION-COUNT          PIC 9(7).
           05  PCK-TRANSIT-COUNT           PIC 9(5).
           05  PCK-CLOCK-DATE              PIC 9(8).
           05  PCK-CLOCK-TIME              PIC 9(8).
           05  FILLER                      PIC X(3).
           05  PCK-PENDING-COUNT           PIC 9(5).

      *  TRANSFER-VARIANCE - ONE RECORD PER TRANSFER RECEIVED OVER OR
      *  SHORT.  TV-VARIANCE-SIGN IS '+' WHEN MORE ARRIVED THAN WAS
      *  SHIPPED AND '-' WHEN LESS DID; TV-VARIANCE-QTY IS THE SIZE OF
      *  THE DIFFERENCE.  AKLAB8GLJE JOURNALS THESE.

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
           05  TV-VARIANCE-QTY             PIC 9(7).
           05  TV-UNIT-COST                PIC 9(5)V99.
           05  TV-SHIP-DATE                PIC 9(8).
           05  FILLER                      PIC X(3).

      *  TRANSFER-APPLIED - ONE RECORD PER TRANSFER LEG APPLIED
      *  TONIGHT: TA-TRANS-TYPE 'T' FOR A SHIPMENT (TA-QUANTITY IS THE
      *  QUANTITY SHIPPED) AND 'X' FOR A RECEIPT (TA-QUANTITY IS THE
      *  QUANTITY THAT ARRIVED).  TA-UNIT-COST IS ALWAYS THE COST THE
      *  TRANSFER WAS SHIPPED AT.  TA-EXTRACT-DATE IS THE EXTRACT DATE
      *  THE APPLIED RECORD CAME IN UNDER (SEE NP-EXTRACT-DATE IN
      *  LAB8TABLES.CBL), OR ZERO FOR A RECEIPT HELD FROM AN EARLIER
      *  NIGHT - THAT ONE MOVED THE POSITION ON THE NIGHT IT WAS
      *  APPLIED, WHENEVER IT WAS SENT.  AKLAB8GLJE JOURNALS THESE;
      *  AKLAB8ROT ARCHIVES THEM BY DATE FOR AKLAB8PCLS.

       FD TRANSFER-APPLIED
           RECORD CONTAINS 68 CHARACTERS.
       01 TRANSFER-APPLIED-REC.
           05  TA-APPLIED-DATE             PIC 9(8).
           05  TA-TRANS-TYPE               PIC X.
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

      *  PENDING-RECEIPTS - ONE 'X' FEED RECORD, AS IT ARRIVED, PER
      *  RECEIPT STILL WAITING FOR ITS TRANSFER, WITH THE BUSINESS
      *  DATE IT WAS FIRST HELD.  PENDING-RECEIPTS-BACKUP IS A
      *  RECORD-FOR-RECORD COPY OF IT.

       FD PENDING-RECEIPTS
           RECORD CONTAINS 128 CHARACTERS.
       01 PENDING-RECEIPT-REC.
           05  PRC-HELD-DATE               PIC 9(8).
           05  PRC-FEED-REC                PIC X(120).

       FD PENDING-RECEIPTS-BACKUP
           RECORD CONTAINS 128 CHARACTERS.
       01 PENDING-BACKUP-REC               PIC X(128).


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

           05  NEW-EOF-FLAG            PIC X     VALUE SPACE.
                88  MORE-NEW-RECS                VALUE 'Y'.
                88  NO-MORE-NEW-RECS             VALUE 'N'.
           05  TRANSIT-EOF-FLAG        PIC X     VALUE SPACE.
                88  MORE-TRANSIT-RECS            VALUE 'Y'.
                88  NO-MORE-TRANSIT-RECS         VALUE 'N'.
           05  BACKUP-EOF-FLAG         PIC X     VALUE SPACE.
                88  MORE-BACKUP-RECS             VALUE 'Y'.
                88  NO-MORE-BACKUP-RECS          VALUE 'N'.
           05  CHECKPOINT-EOF-FLAG     PIC X     VALUE SPACE.
                88  MORE-CHECKPOINT-RECS         VALUE 'Y'.
                88  NO-MORE-CHECKPOINT-RECS      VALUE 'N'.
           05  PENDING-EOF-FLAG        PIC X     VALUE SPACE.
                88  MORE-PENDING-RECS            VALUE 'Y'.
                88  NO-MORE-PENDING-RECS         VALUE 'N'.
           05  RESTART-SWITCH          PIC X     VALUE 'N'.
                88  RESTART-RUN                  VALUE 'Y'.
                88  NORMAL-RUN                   VALUE 'N'.
           05  CHECKPOINT-SWITCH       PIC X     VALUE 'N'.
                88  CHECKPOINT-ON-FILE           VALUE 'Y'.
                88  NO-CHECKPOINT-ON-FILE        VALUE 'N'.
           05  POSITION-FOUND-SW       PIC X     VALUE 'N'.
                88  POSITION-ON-FILE             VALUE 'Y'.
                88  POSITION-NOT-ON-FILE         VALUE 'N'.

       01  POSITION-FILE-FIELDS.
           05  POSITION-STATUS      PIC XX.
           05  IN-TRANSIT-STATUS    PIC XX.
           05  BACKUP-STATUS        PIC XX.
           05  TRANSIT-BACKUP-STATUS PIC XX.
           05  CHECKPOINT-STATUS    PIC XX.
           05  PENDING-STATUS       PIC XX.
           05  PENDING-BACKUP-STATUS PIC XX.

      *  CHECKPOINT-FIELDS HOLD THE LAST POSITION-CHECKPOINT RECORD ON
      *  FILE AT STARTUP, AND THE STATE AND BACKUP COUNTS TO APPEND.
      *  POSITION-BACKUP-COUNT IS ALSO HOW MANY KEYS THE MASTER HELD
      *  BEFORE TONIGHT, WHICH THE CARRIED TOTAL IS TAKEN FROM.

       01  CHECKPOINT-FIELDS.
           05  CKPT-BUSINESS-DATE   PIC 9(8)  VALUE 0.
           05  CKPT-UPDATE-STATE    PIC X     VALUE SPACE.
                88  CKPT-UPDATE-UNDER-WAY        VALUE 'U'.
                88  CKPT-UPDATE-COMPLETE         VALUE 'C'.
           05  CKPT-POSITION-COUNT  PIC 9(7)  VALUE 0.
           05  CKPT-TRANSIT-COUNT   PIC 9(5)  VALUE 0.
           05  CKPT-PENDING-COUNT   PIC 9(5)  VALUE 0.
           05  POSITION-BACKUP-COUNT PIC 9(7) VALUE 0.
           05  TRANSIT-BACKUP-COUNT PIC 9(5)  VALUE 0.
           05  PENDING-BACKUP-COUNT PIC 9(5)  VALUE 0.

       01  CURRENT-MASTER.
           05  CURR-POSITION-KEY    PIC X(8).
           05  UPDATE-COUNT         PIC 9(5)  VALUE 0.
           05  CARRY-COUNT          PIC 9(5)  VALUE 0.
           05  SKIP-COUNT           PIC 9(5)  VALUE 0.
           05  SHIPPED-COUNT        PIC 9(5)  VALUE 0.
           05  RECEIVED-COUNT       PIC 9(5)  VALUE 0.
           05  XFER-VARIANCE-COUNT  PIC 9(5)  VALUE 0.
           05  STILL-OPEN-COUNT     PIC 9(5)  VALUE 0.
           05  RETRIED-COUNT        PIC 9(5)  VALUE 0.
           05  HELD-COUNT           PIC 9(5)  VALUE 0.

       01  DATE-FIELDS.
           05  RUN-DATE             PIC 9(8).

      ***********************TABLE**********************************
      *  FEED-TABLE ACCUMULATES THE NIGHT'S FEED BY WAREHOUSE/VENDOR/
      *  PRODUCT KEY, IN ASCENDING KEY ORDER, SO EACH KEY IS APPLIED
      *  TO THE MASTER ONCE NO MATTER HOW MANY RECORDS IT SENT, AND
      *  130-UPDATE-POSITION-MASTER'S RANDOM READS RUN UP THE FILE IN
      *  KEY ORDER RATHER THAN JUMPING ABOUT.  A KEY'S ENTRY
      *  CARRIES BOTH A SNAPSHOT (FEED-SNAPSHOT-SW/QTY - THE LAST FULL
      *  ON-HAND COUNT THE KEY SENT TONIGHT, WHICH WIPES OUT ANYTHING
      *  ACCUMULATED BEFORE IT) AND A RUNNING SIGNED NET CHANGE FROM
      *  RECEIPTS, ADJUSTMENTS, TRANSFERS (SUBTRACTED FROM THE SENDING
      *  KEY'S ENTRY), AND TRANSFER RECEIPTS (ADDED TO THE RECEIVING
      *  KEY'S ENTRY), SO ONE KEY CAN SEND A SNAPSHOT AND THEN
      *  MOVEMENTS ON TOP OF IT IN THE SAME NIGHT.  FEED-COST-SW SAYS
      *  WHETHER ANY RECORD TONIGHT CARRIED A NONZERO COST FOR THE
      *  KEY - IF NONE DID, THE MASTER'S LAST COST STANDS.  SIZED THE
      *  SAME AS AKLAB8TABLES'S DUP-CHECK-TABLE, ONE ENTRY PER FEED
      *  KEY.

       01  FEED-COUNT-FIELDS.
           05  FEED-COUNT              PIC 9(5)  VALUE 0.
               10  FEED-COST-SW        PIC X.

      *  APPLY-FIELDS CARRY ONE FEED RECORD'S EFFECT ON ONE KEY INTO
      *  125-LOCATE-FEED-ENTRY/126-APPLY-FEED-RECORD.

       01  APPLY-FIELDS.
           05  APPLY-KEY               PIC X(8)  VALUE SPACES.
           05  APPLY-SIGNED-QTY        PIC S9(8) VALUE 0.
           05  NEW-POSITION-QTY        PIC S9(8) VALUE 0.

      *  TRANSIT-TABLE HOLDS THE IN-TRANSIT FILE IN TRANSFER REFERENCE
      *  ORDER - LAST NIGHT'S OPEN TRANSFERS AS LOADED, PLUS TONIGHT'S
      *  SHIPMENTS INSERTED AT THEIR KEY POSITION.  A RECEIPT THAT
      *  CLEARS AN ENTRY SETS TT-OPEN-SW TO 'N' RATHER THAN REMOVING
      *  IT, SO A SECOND RECEIPT AGAINST THE SAME REFERENCE IS SEEN AS
      *  A DUPLICATE; ONLY ENTRIES STILL OPEN ARE WRITTEN BACK OUT.

       01  TRANSIT-COUNT-FIELDS.
           05  TRANSIT-COUNT           PIC 9(5)  VALUE 0.
           05  TRANSIT-WALK-NBR        PIC 9(5)  VALUE 0.
           05  TRANSIT-INSERT-NBR      PIC 9(5)  VALUE 0.
           05  TRANSIT-SHIFT-NBR       PIC 9(5)  VALUE 0.
           05  APPLIED-TRANSIT-NBR     PIC 9(5)  VALUE 0.
           05  APPLIED-EXTRACT-DATE    PIC 9(8)  VALUE 0.

       01  TRANSIT-TABLE.
           05  TRANSIT-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON TRANSIT-COUNT
               ASCENDING KEY IS TT-XFER-REFERENCE
               INDEXED BY TRANSIT-INDEX.
               10  TT-XFER-REFERENCE   PIC X(10).
               10  TT-SEND-WAREHOUSE-ID PIC X(4).
               10  TT-RECV-WAREHOUSE-ID PIC X(4).
               10  TT-VENDOR-ID        PIC X.
               10  TT-PRODUCT-ID       PIC X(3).
               10  TT-SHIPPED-QTY      PIC 9(7).
               10  TT-UNIT-COST        PIC 9(5)V99.
               10  TT-SHIP-DATE        PIC 9(8).
               10  TT-LOT-NUMBER       PIC X(10).
               10  TT-OPEN-SW          PIC X.

      *  RECEIPT-HOLD-TABLE KEEPS THE 'X' TRANSFER RECEIPTS STILL
      *  PENDING FROM EARLIER NIGHTS, FOLLOWED BY TONIGHT'S AS READ,
      *  UNTIL EVERY 'T' IN THE FEED HAS OPENED ITS IN-TRANSIT ENTRY.
      *  RECEIPT-HELD-DATE IS THE NIGHT EACH ONE FIRST ARRIVED.

       01  RECEIPT-HOLD-FIELDS.
           05  RECEIPT-HOLD-COUNT      PIC 9(5)  VALUE 0.
           05  RECEIPT-WALK-NBR        PIC 9(5)  VALUE 0.

       01  RECEIPT-HOLD-TABLE.
           05  RECEIPT-HOLD-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON RECEIPT-HOLD-COUNT.
               10  RECEIPT-HOLD-REC    PIC X(120).
               10  RECEIPT-HELD-DATE   PIC 9(8).

       01  TRANSFER-FIELDS.
           05  TRANSFER-SKIP-REASON    PIC X(30) VALUE SPACES.
           05  TRANSFER-FOUND-SW       PIC X     VALUE 'N'.
               88  TRANSFER-FOUND                VALUE 'Y'.
               88  TRANSFER-NOT-FOUND            VALUE 'N'.

      ***********************AUDIT LISTING LINES***********************

       01  AUDIT-LINES.
               10  FILLER              PIC X(27)
                        VALUE 'INVENTORY POSITION AUDIT - '.
               10  AUD-TITLE-DATE      PIC X(10).
           05  AUD-HEADER-LINE-1       PIC X(100) VALUE
                   'ACTION    WAREHOUSE  VENDOR  PRODUCT  QUANTITY   COS
      -            'T      RESULT                        XFER REF'.
           05  AUD-BLANK-LINE          PIC X(1)  VALUE SPACE.
           05  AUD-DETAIL-LINE.
               10  AUD-DET-ACTION      PIC X(9).
               10  AUD-DET-COST        PIC ZZZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AUD-DET-RESULT      PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AUD-DET-XFER-REF    PIC X(10).
           05  AUD-XFER-RESULT.
               10  AUD-XFER-TEXT       PIC X(14).
               10  AUD-XFER-WAREHOUSE  PIC X(4).
               10  AUD-XFER-VARIANCE   PIC X(12).
           05  AUD-HELD-RESULT.
               10  FILLER              PIC X(20)
                        VALUE 'AWAITING XFER SINCE '.
               10  AUD-HELD-DATE       PIC 9(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
           05  AUD-TOTAL-LINE-1        PIC X(30) VALUE
                        'TOTAL POSITIONS ADDED:       '.
           05  AUD-TOTAL-LINE-2        PIC X(30) VALUE
                        'TOTAL POSITIONS CARRIED:     '.
           05  AUD-TOTAL-LINE-4        PIC X(30) VALUE
                        'TOTAL FEED RECORDS SKIPPED:  '.
           05  AUD-TOTAL-LINE-5        PIC X(30) VALUE
                        'TOTAL TRANSFERS SHIPPED:     '.
           05  AUD-TOTAL-LINE-6        PIC X(30) VALUE
                        'TOTAL TRANSFERS RECEIVED:    '.
           05  AUD-TOTAL-LINE-7        PIC X(30) VALUE
                        'TOTAL RECEIPTS OVER/SHORT:   '.
           05  AUD-TOTAL-LINE-8        PIC X(30) VALUE
                        'TOTAL STILL IN TRANSIT:      '.
           05  AUD-TOTAL-LINE-9        PIC X(30) VALUE
                        'TOTAL RECEIPTS HELD:         '.
           05  AUD-TOTAL-DETAIL.
               10  AUD-TOTAL-LABEL     PIC X(30).
               10  AUD-TOTAL-COUNT     PIC ZZZZ9.


       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  BUSINESS-DAY-STATUS     PIC X     VALUE SPACE.
                88  BUSINESS-DAY-OPEN            VALUE 'O'.
           05  BUSINESS-PROGRAM-ID     PIC X(12) VALUE 'AKLAB8POSN'.
           05  BUSINESS-STEP-STATUS    PIC X     VALUE SPACE.
           05  STEP-CLOCK-DATE         PIC 9(8).
           05  STEP-CLOCK-TIME         PIC 9(8).

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.
       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           PERFORM 115-LOAD-IN-TRANSIT
           PERFORM 112-LOAD-PENDING-RECEIPTS
           PERFORM 120-LOAD-FEED-TABLE
           PERFORM 130-UPDATE-POSITION-MASTER
           PERFORM 140-CLOSE-ROUTINE

       110-HOUSEKEEPING.

      *    NOTHING IS APPLIED UNTIL THE MASTER, IN-TRANSIT, AND
      *    PENDING-RECEIPTS ARE KNOWN TO BE AS THEY STOOD BEFORE
      *    TONIGHT - EITHER BACKED UP
      *    AS THEY ARE, OR PUT BACK FROM THE BACKUP A FAILED OR
      *    REPEATED RUN FOR THIS DATE TOOK - AND THE CHECKPOINT SAYS
      *    THE UPDATE IS UNDER WAY.

           PERFORM 800-GET-BUSINESS-DATE
           MOVE RUN-MM   TO REPORT-MM
           MOVE RUN-DD   TO REPORT-DD
           MOVE RUN-YYYY TO REPORT-YYYY

           PERFORM 102-CHECK-RESTART
              THRU 102-CHECK-RESTART-EXIT
           IF RESTART-RUN
               PERFORM 104-RESTORE-FROM-BACKUP
           ELSE
               PERFORM 103-CHECK-POSITION-MASTER
                  THRU 103-CHECK-POSITION-MASTER-EXIT
               PERFORM 105-TAKE-BACKUP
           END-IF

           MOVE 'U' TO CKPT-UPDATE-STATE
           PERFORM 106-WRITE-CHECKPOINT

           OPEN I-O INVENTORY-POSITION
           IF POSITION-STATUS NOT = '00'
               DISPLAY 'INVENTORY-POSITION COULD NOT BE OPENED FOR '
                       'UPDATE - STATUS ' POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT  POSITION-AUDIT
                        TRANSFER-VARIANCE
                        TRANSFER-APPLIED

           MOVE REPORT-DATE TO AUD-TITLE-DATE
           MOVE AUD-TITLE-LINE TO POSITION-AUDIT-REC
           MOVE AUD-BLANK-LINE TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC
         .
      *
       102-CHECK-RESTART.

      *    NO CHECKPOINT (OR AN EMPTY ONE) MEANS NO UPDATE HAS RUN ON
      *    THE INDEXED MASTER YET.  TONIGHT'S OWN DATE ON IT MEANS
      *    TONIGHT'S UPDATE FAILED PART WAY OR IS BEING RUN AGAIN, AND
      *    EITHER WAY IT RESTARTS FROM THE BACKUP.  A COMPLETE UPDATE
      *    FOR AN EARLIER DATE IS THE NORMAL CASE.

           SET NORMAL-RUN            TO TRUE
           SET NO-CHECKPOINT-ON-FILE TO TRUE

           OPEN INPUT POSITION-CHECKPOINT
           IF CHECKPOINT-STATUS = '05' OR CHECKPOINT-STATUS = '35'
               GO TO 102-CHECK-RESTART-EXIT
           END-IF
           IF CHECKPOINT-STATUS NOT = '00'
               DISPLAY 'POSITION-CHECKPOINT COULD NOT BE OPENED - '
                       'STATUS ' CHECKPOINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MORE-CHECKPOINT-RECS TO TRUE
           PERFORM UNTIL NO-MORE-CHECKPOINT-RECS
               READ POSITION-CHECKPOINT
                   AT END
                       SET NO-MORE-CHECKPOINT-RECS TO TRUE
                   NOT AT END
                       SET CHECKPOINT-ON-FILE TO TRUE
                       MOVE PCK-BUSINESS-DATE  TO CKPT-BUSINESS-DATE
                       MOVE PCK-UPDATE-STATE   TO CKPT-UPDATE-STATE
                       MOVE PCK-POSITION-COUNT TO CKPT-POSITION-COUNT
                       MOVE PCK-TRANSIT-COUNT  TO CKPT-TRANSIT-COUNT
                       MOVE PCK-PENDING-COUNT  TO CKPT-PENDING-COUNT
               END-READ
           END-PERFORM
           CLOSE POSITION-CHECKPOINT
           IF NO-CHECKPOINT-ON-FILE
               GO TO 102-CHECK-RESTART-EXIT
           END-IF

           IF CKPT-BUSINESS-DATE > RUN-DATE
               DISPLAY 'INVENTORY-POSITION HAS BEEN UPDATED FOR '
                       CKPT-BUSINESS-DATE ' - ' RUN-DATE
                       ' CANNOT BE APPLIED ON TOP OF IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CKPT-BUSINESS-DATE = RUN-DATE
               SET RESTART-RUN TO TRUE
               IF CKPT-UPDATE-COMPLETE
                   DISPLAY 'UPDATE FOR ' RUN-DATE ' ALREADY COMPLETED'
                           ' - RESTORING ITS BACKUP TO APPLY IT AGAIN'
               ELSE
                   DISPLAY 'UPDATE FOR ' RUN-DATE ' DID NOT FINISH'
                           ' - RESTORING ITS BACKUP TO RESTART IT'
               END-IF
               GO TO 102-CHECK-RESTART-EXIT
           END-IF

           IF NOT CKPT-UPDATE-COMPLETE
               DISPLAY 'UPDATE FOR ' CKPT-BUSINESS-DATE
                       ' DID NOT FINISH - IT MUST BE RESTARTED UNDER '
                       'THAT DATE BEFORE ' RUN-DATE ' IS APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
         .

       102-CHECK-RESTART-EXIT.
           EXIT.
      *
       103-CHECK-POSITION-MASTER.

      *    THE MASTER IS NORMALLY ON FILE.  WHEN IT IS NOT, AND NO
      *    UPDATE HAS EVER RUN ON IT, THIS IS THE FIRST RUN ON THE
      *    INDEXED FILE - IT IS LOADED FROM INVENTORY-POSITION-BACKUP
      *    WHEN OPS HAS PUT THE OLD SEQUENTIAL MASTER THERE, OR ELSE
      *    CREATED EMPTY SO EVERY FEED KEY ADDS.

           OPEN INPUT INVENTORY-POSITION
           IF POSITION-STATUS = '00'
               CLOSE INVENTORY-POSITION
               GO TO 103-CHECK-POSITION-MASTER-EXIT
           END-IF
           IF POSITION-STATUS NOT = '05' AND POSITION-STATUS NOT = '35'
               DISPLAY 'INVENTORY-POSITION COULD NOT BE OPENED - '
                       'STATUS ' POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHECKPOINT-ON-FILE
               DISPLAY 'INVENTORY-POSITION NOT ON FILE BUT LAST '
                       'UPDATED FOR ' CKPT-BUSINESS-DATE
                       ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INVENTORY-POSITION-BACKUP
           IF BACKUP-STATUS = '00'
               CLOSE INVENTORY-POSITION-BACKUP
               PERFORM 107-LOAD-POSITION-BACKUP
               DISPLAY 'INVENTORY-POSITION NOT ON FILE - LOADED '
                       POSITION-BACKUP-COUNT
                       ' POSITION(S) FROM INVENTORY-POSITION-BACKUP'
           ELSE
               OPEN OUTPUT INVENTORY-POSITION
               IF POSITION-STATUS NOT = '00'
                   DISPLAY 'INVENTORY-POSITION COULD NOT BE CREATED - '
                           'STATUS ' POSITION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE INVENTORY-POSITION
               DISPLAY 'INVENTORY-POSITION NOT ON FILE - '
                       'BUILDING FROM TONIGHT''S FEED'
           END-IF
         .

       103-CHECK-POSITION-MASTER-EXIT.
           EXIT.
      *
       104-RESTORE-FROM-BACKUP.

      *    ALL THREE FILES ARE REBUILT WHOLE FROM THEIR BACKUPS, AND
      *    EACH BACKUP MUST HOLD EXACTLY THE RECORD COUNT THE
      *    CHECKPOINT SAYS WAS WRITTEN TO IT - A SHORT BACKUP WOULD
      *    QUIETLY LOSE POSITIONS.  THE CHECKPOINT IS NOT TOUCHED
      *    UNTIL ALL ARE BACK, SO A RESTORE THAT FAILS IS SIMPLY RUN
      *    AGAIN.

           PERFORM 107-LOAD-POSITION-BACKUP
           IF POSITION-BACKUP-COUNT NOT = CKPT-POSITION-COUNT
               DISPLAY 'INVENTORY-POSITION-BACKUP HOLDS '
                       POSITION-BACKUP-COUNT ' RECORD(S) - CHECKPOINT '
                       'SAYS ' CKPT-POSITION-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 108-RESTORE-IN-TRANSIT
           IF TRANSIT-BACKUP-COUNT NOT = CKPT-TRANSIT-COUNT
               DISPLAY 'IN-TRANSIT-BACKUP HOLDS '
                       TRANSIT-BACKUP-COUNT ' RECORD(S) - CHECKPOINT '
                       'SAYS ' CKPT-TRANSIT-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 109-RESTORE-PENDING-RECEIPTS
           IF PENDING-BACKUP-COUNT NOT = CKPT-PENDING-COUNT
               DISPLAY 'PENDING-RECEIPTS-BACKUP HOLDS '
                       PENDING-BACKUP-COUNT ' RECORD(S) - CHECKPOINT '
                       'SAYS ' CKPT-PENDING-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'RESTORED ' POSITION-BACKUP-COUNT ' POSITION(S), '
                   TRANSIT-BACKUP-COUNT ' OPEN TRANSFER(S) AND '
                   PENDING-BACKUP-COUNT ' HELD RECEIPT(S) FROM BACKUP'
         .
      *
       105-TAKE-BACKUP.

      *    THE MASTER IS COPIED IN PRIMARY KEY ORDER.  A MISSING
      *    IN-TRANSIT OR PENDING-RECEIPTS BACKS UP AS AN EMPTY FILE,
      *    WHICH RESTORES AS NOTHING ON THE ROAD OR NOTHING HELD - THE
      *    SAME THING THE MISSING FILE MEANT.

           OPEN INPUT INVENTORY-POSITION
           IF POSITION-STATUS NOT = '00'
               DISPLAY 'INVENTORY-POSITION COULD NOT BE OPENED FOR '
                       'BACKUP - STATUS ' POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INVENTORY-POSITION-BACKUP
           IF BACKUP-STATUS NOT = '00'
               DISPLAY 'INVENTORY-POSITION-BACKUP COULD NOT BE OPENED '
                       '- STATUS ' BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO POSITION-BACKUP-COUNT
           SET MORE-MASTER-RECS TO TRUE
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ INVENTORY-POSITION NEXT RECORD
                   AT END
                       SET NO-MORE-MASTER-RECS TO TRUE
                   NOT AT END
                       MOVE POSITION-REC TO POSITION-BACKUP-REC
                       WRITE POSITION-BACKUP-REC
                       ADD 1 TO POSITION-BACKUP-COUNT
               END-READ
           END-PERFORM
           CLOSE INVENTORY-POSITION
                 INVENTORY-POSITION-BACKUP

           OPEN OUTPUT IN-TRANSIT-BACKUP
           IF TRANSIT-BACKUP-STATUS NOT = '00'
               DISPLAY 'IN-TRANSIT-BACKUP COULD NOT BE OPENED - '
                       'STATUS ' TRANSIT-BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO TRANSIT-BACKUP-COUNT
           OPEN INPUT IN-TRANSIT
           IF IN-TRANSIT-STATUS = '00'
               SET MORE-TRANSIT-RECS TO TRUE
               PERFORM UNTIL NO-MORE-TRANSIT-RECS
                   READ IN-TRANSIT
                       AT END
                           SET NO-MORE-TRANSIT-RECS TO TRUE
                       NOT AT END
                           MOVE IN-TRANSIT-REC TO TRANSIT-BACKUP-REC
                           WRITE TRANSIT-BACKUP-REC
                           ADD 1 TO TRANSIT-BACKUP-COUNT
                   END-READ
               END-PERFORM
               CLOSE IN-TRANSIT
           END-IF
           CLOSE IN-TRANSIT-BACKUP

           OPEN OUTPUT PENDING-RECEIPTS-BACKUP
           IF PENDING-BACKUP-STATUS NOT = '00'
               DISPLAY 'PENDING-RECEIPTS-BACKUP COULD NOT BE OPENED - '
                       'STATUS ' PENDING-BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PENDING-BACKUP-COUNT
           OPEN INPUT PENDING-RECEIPTS
           IF PENDING-STATUS = '00'
               SET MORE-PENDING-RECS TO TRUE
               PERFORM UNTIL NO-MORE-PENDING-RECS
                   READ PENDING-RECEIPTS
                       AT END
                           SET NO-MORE-PENDING-RECS TO TRUE
                       NOT AT END
                           MOVE PENDING-RECEIPT-REC
                                TO PENDING-BACKUP-REC
                           WRITE PENDING-BACKUP-REC
                           ADD 1 TO PENDING-BACKUP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PENDING-RECEIPTS
           END-IF
           CLOSE PENDING-RECEIPTS-BACKUP
         .
      *
       106-WRITE-CHECKPOINT.

           ACCEPT STEP-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT STEP-CLOCK-TIME FROM TIME
           OPEN EXTEND POSITION-CHECKPOINT
           IF CHECKPOINT-STATUS = '05' OR CHECKPOINT-STATUS = '35'
               OPEN OUTPUT POSITION-CHECKPOINT
           END-IF
           IF CHECKPOINT-STATUS NOT = '00'
               DISPLAY 'POSITION-CHECKPOINT COULD NOT BE WRITTEN - '
                       'STATUS ' CHECKPOINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                TO POSITION-CHECKPOINT-REC
           MOVE RUN-DATE              TO PCK-BUSINESS-DATE
           MOVE CKPT-UPDATE-STATE     TO PCK-UPDATE-STATE
           MOVE POSITION-BACKUP-COUNT TO PCK-POSITION-COUNT
           MOVE TRANSIT-BACKUP-COUNT  TO PCK-TRANSIT-COUNT
           MOVE PENDING-BACKUP-COUNT  TO PCK-PENDING-COUNT
           MOVE STEP-CLOCK-DATE       TO PCK-CLOCK-DATE
           MOVE STEP-CLOCK-TIME       TO PCK-CLOCK-TIME
           WRITE POSITION-CHECKPOINT-REC
           CLOSE POSITION-CHECKPOINT
         .
      *
       107-LOAD-POSITION-BACKUP.

      *    THE MASTER IS CREATED EMPTY AND EVERY BACKUP RECORD WRITTEN
      *    BACK UNDER ITS OWN KEY.

           OPEN INPUT INVENTORY-POSITION-BACKUP
           IF BACKUP-STATUS NOT = '00'
               DISPLAY 'INVENTORY-POSITION-BACKUP COULD NOT BE OPENED '
                       '- STATUS ' BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INVENTORY-POSITION
           IF POSITION-STATUS NOT = '00'
               DISPLAY 'INVENTORY-POSITION COULD NOT BE CREATED - '
                       'STATUS ' POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO POSITION-BACKUP-COUNT
           SET MORE-BACKUP-RECS TO TRUE
           PERFORM UNTIL NO-MORE-BACKUP-RECS
               READ INVENTORY-POSITION-BACKUP
                   AT END
                       SET NO-MORE-BACKUP-RECS TO TRUE
                   NOT AT END
                       MOVE POSITION-BACKUP-REC TO POSITION-REC
                       WRITE POSITION-REC
                           INVALID KEY
                               DISPLAY 'INVENTORY-POSITION-BACKUP KEY '
                                       IP-POSITION-KEY
                                       ' COULD NOT BE LOADED - STATUS '
                                       POSITION-STATUS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-WRITE
                       ADD 1 TO POSITION-BACKUP-COUNT
               END-READ
           END-PERFORM
           CLOSE INVENTORY-POSITION-BACKUP
                 INVENTORY-POSITION
         .
      *
       108-RESTORE-IN-TRANSIT.

           OPEN INPUT IN-TRANSIT-BACKUP
           IF TRANSIT-BACKUP-STATUS NOT = '00'
               DISPLAY 'IN-TRANSIT-BACKUP COULD NOT BE OPENED - '
                       'STATUS ' TRANSIT-BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT IN-TRANSIT
           IF IN-TRANSIT-STATUS NOT = '00'
               DISPLAY 'IN-TRANSIT COULD NOT BE OPENED - STATUS '
                       IN-TRANSIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO TRANSIT-BACKUP-COUNT
           SET MORE-BACKUP-RECS TO TRUE
           PERFORM UNTIL NO-MORE-BACKUP-RECS
               READ IN-TRANSIT-BACKUP
                   AT END
                       SET NO-MORE-BACKUP-RECS TO TRUE
                   NOT AT END
                       MOVE TRANSIT-BACKUP-REC TO IN-TRANSIT-REC
                       WRITE IN-TRANSIT-REC
                       ADD 1 TO TRANSIT-BACKUP-COUNT
               END-READ
           END-PERFORM
           CLOSE IN-TRANSIT-BACKUP
                 IN-TRANSIT
         .
      *
       109-RESTORE-PENDING-RECEIPTS.

           OPEN INPUT PENDING-RECEIPTS-BACKUP
           IF PENDING-BACKUP-STATUS NOT = '00'
               DISPLAY 'PENDING-RECEIPTS-BACKUP COULD NOT BE OPENED - '
                       'STATUS ' PENDING-BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PENDING-RECEIPTS
           IF PENDING-STATUS NOT = '00'
               DISPLAY 'PENDING-RECEIPTS COULD NOT BE OPENED - STATUS '
                       PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO PENDING-BACKUP-COUNT
           SET MORE-BACKUP-RECS TO TRUE
           PERFORM UNTIL NO-MORE-BACKUP-RECS
               READ PENDING-RECEIPTS-BACKUP
                   AT END
                       SET NO-MORE-BACKUP-RECS TO TRUE
                   NOT AT END
                       MOVE PENDING-BACKUP-REC TO PENDING-RECEIPT-REC
                       WRITE PENDING-RECEIPT-REC
                       ADD 1 TO PENDING-BACKUP-COUNT
               END-READ
           END-PERFORM
           CLOSE PENDING-RECEIPTS-BACKUP
                 PENDING-RECEIPTS
         .
      *
       112-LOAD-PENDING-RECEIPTS.

      *    RECEIPTS HELD ON EARLIER NIGHTS GO INTO RECEIPT-HOLD-TABLE
      *    AHEAD OF TONIGHT'S, SO THE OLDEST WAITING RECEIPT FOR A
      *    REFERENCE IS THE ONE THAT CLEARS IT.  A MISSING FILE MEANS
      *    NOTHING IS WAITING.

           OPEN INPUT PENDING-RECEIPTS
           IF PENDING-STATUS = '05' OR PENDING-STATUS = '35'
               DISPLAY 'PENDING-RECEIPTS NOT FOUND - NO RECEIPTS HELD'
           ELSE
               IF PENDING-STATUS NOT = '00'
                   DISPLAY 'PENDING-RECEIPTS COULD NOT BE OPENED - '
                           'STATUS ' PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-PENDING-RECS TO TRUE
               PERFORM UNTIL NO-MORE-PENDING-RECS
                   READ PENDING-RECEIPTS
                       AT END
                           SET NO-MORE-PENDING-RECS TO TRUE
                       NOT AT END
                           PERFORM 113-CHECK-RECEIPT-ROOM
                           ADD 1 TO RECEIPT-HOLD-COUNT
                           MOVE PRC-FEED-REC
                             TO RECEIPT-HOLD-REC (RECEIPT-HOLD-COUNT)
                           MOVE PRC-HELD-DATE
                             TO RECEIPT-HELD-DATE (RECEIPT-HOLD-COUNT)
                           ADD 1 TO RETRIED-COUNT
                   END-READ
               END-PERFORM
               CLOSE PENDING-RECEIPTS
               DISPLAY RETRIED-COUNT ' HELD RECEIPT(S) TO BE RETRIED'
           END-IF
         .
      *
       113-CHECK-RECEIPT-ROOM.

           IF RECEIPT-HOLD-COUNT NOT < 20000
               DISPLAY 'RECEIPT-HOLD-TABLE FULL - MORE THAN 20000 '
                       'TRANSFER RECEIPTS TO APPLY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
         .
      *
       114-CHECK-TRANSIT-ROOM.

           IF TRANSIT-COUNT NOT < 20000
               DISPLAY 'TRANSIT-TABLE FULL - MORE THAN 20000 TRANSFERS '
                       'IN TRANSIT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
         .
      *
       115-LOAD-IN-TRANSIT.

      *    IN-TRANSIT.TXT IS WRITTEN BY THIS PROGRAM IN TRANSFER
      *    REFERENCE ORDER, SO IT LOADS STRAIGHT INTO TRANSIT-TABLE.
      *    A MISSING FILE MEANS NO TRANSFER IS ON THE ROAD.

           OPEN INPUT IN-TRANSIT
           IF IN-TRANSIT-STATUS = '05' OR IN-TRANSIT-STATUS = '35'
               DISPLAY 'IN-TRANSIT NOT ON FILE - NO OPEN TRANSFERS'
           ELSE
               IF IN-TRANSIT-STATUS NOT = '00'
                   DISPLAY 'IN-TRANSIT COULD NOT BE OPENED - STATUS '
                           IN-TRANSIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MORE-TRANSIT-RECS TO TRUE
               PERFORM UNTIL NO-MORE-TRANSIT-RECS
                   READ IN-TRANSIT
                       AT END
                           SET NO-MORE-TRANSIT-RECS TO TRUE
                       NOT AT END
                           PERFORM 114-CHECK-TRANSIT-ROOM
                           ADD 1 TO TRANSIT-COUNT
                           MOVE IT-XFER-REFERENCE
                                TO TT-XFER-REFERENCE (TRANSIT-COUNT)
                           MOVE IT-SEND-WAREHOUSE-ID
                                TO TT-SEND-WAREHOUSE-ID (TRANSIT-COUNT)
                           MOVE IT-RECV-WAREHOUSE-ID
                                TO TT-RECV-WAREHOUSE-ID (TRANSIT-COUNT)
                           MOVE IT-VENDOR-ID
                                TO TT-VENDOR-ID (TRANSIT-COUNT)
                           MOVE IT-PRODUCT-ID
                                TO TT-PRODUCT-ID (TRANSIT-COUNT)
                           MOVE IT-SHIPPED-QTY
                                TO TT-SHIPPED-QTY (TRANSIT-COUNT)
                           MOVE IT-UNIT-COST
                                TO TT-UNIT-COST (TRANSIT-COUNT)
                           MOVE IT-SHIP-DATE
                                TO TT-SHIP-DATE (TRANSIT-COUNT)
                           MOVE IT-LOT-NUMBER
                                TO TT-LOT-NUMBER (TRANSIT-COUNT)
                           MOVE 'Y' TO TT-OPEN-SW (TRANSIT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE IN-TRANSIT
           END-IF
         .
      *
       116-FIND-TRANSFER.

           SET TRANSFER-NOT-FOUND TO TRUE
           IF TRANSIT-COUNT > 0
               SEARCH ALL TRANSIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN TT-XFER-REFERENCE (TRANSIT-INDEX) =
                        NPR-XFER-REFERENCE
                       SET TRANSFER-FOUND TO TRUE
               END-SEARCH
           END-IF
         .
      *
       117-INSERT-TRANSFER.

      *    OPEN A NEW IN-TRANSIT ENTRY AT ITS REFERENCE'S POSITION -
      *    ENTRIES WITH HIGHER REFERENCES ARE SHIFTED DOWN ONE SLOT SO
      *    SEARCH ALL STILL WORKS AND THE FILE IS WRITTEN BACK IN
      *    ORDER.

           MOVE 0 TO TRANSIT-INSERT-NBR
           PERFORM VARYING TRANSIT-SHIFT-NBR FROM 1 BY 1
                   UNTIL TRANSIT-SHIFT-NBR > TRANSIT-COUNT
                   OR TRANSIT-INSERT-NBR > 0
               IF TT-XFER-REFERENCE (TRANSIT-SHIFT-NBR) >
                  NPR-XFER-REFERENCE
                   MOVE TRANSIT-SHIFT-NBR TO TRANSIT-INSERT-NBR
               END-IF
           END-PERFORM

           PERFORM 114-CHECK-TRANSIT-ROOM
           ADD 1 TO TRANSIT-COUNT
           IF TRANSIT-INSERT-NBR = 0
               MOVE TRANSIT-COUNT TO TRANSIT-INSERT-NBR
           END-IF
           PERFORM VARYING TRANSIT-SHIFT-NBR FROM TRANSIT-COUNT BY -1
                   UNTIL TRANSIT-SHIFT-NBR <= TRANSIT-INSERT-NBR
               MOVE TRANSIT-ENTRY (TRANSIT-SHIFT-NBR - 1)
                    TO TRANSIT-ENTRY (TRANSIT-SHIFT-NBR)
           END-PERFORM

           MOVE NPR-XFER-REFERENCE
                TO TT-XFER-REFERENCE (TRANSIT-INSERT-NBR)
           MOVE NPR-WAREHOUSE-ID
                TO TT-SEND-WAREHOUSE-ID (TRANSIT-INSERT-NBR)
           MOVE NPR-XFER-WAREHOUSE-ID
                TO TT-RECV-WAREHOUSE-ID (TRANSIT-INSERT-NBR)
           MOVE NPR-VENDOR-ID
                TO TT-VENDOR-ID (TRANSIT-INSERT-NBR)
           MOVE NPR-PRODUCT-ID
                TO TT-PRODUCT-ID (TRANSIT-INSERT-NBR)
           MOVE NPR-QUANTITY-ON-HAND
                TO TT-SHIPPED-QTY (TRANSIT-INSERT-NBR)
           MOVE NPR-UNIT-COST
                TO TT-UNIT-COST (TRANSIT-INSERT-NBR)
           MOVE RUN-DATE
                TO TT-SHIP-DATE (TRANSIT-INSERT-NBR)
           MOVE NPR-LOT-NUMBER
                TO TT-LOT-NUMBER (TRANSIT-INSERT-NBR)
           MOVE 'Y' TO TT-OPEN-SW (TRANSIT-INSERT-NBR)
         .
      *
       118-WRITE-TRANSFER-VARIANCE.

      *    THE RECEIPT DID NOT MATCH THE SHIPMENT.  THE DIFFERENCE IS
      *    VALUED AT THE COST THE SENDING WAREHOUSE SHIPPED AT.

           MOVE SPACES                 TO TRANSFER-VARIANCE-REC
           MOVE RUN-DATE               TO TV-VARIANCE-DATE
           MOVE TT-XFER-REFERENCE (TRANSIT-INDEX)
                                       TO TV-XFER-REFERENCE
           MOVE TT-SEND-WAREHOUSE-ID (TRANSIT-INDEX)
                                       TO TV-SEND-WAREHOUSE-ID
           MOVE TT-RECV-WAREHOUSE-ID (TRANSIT-INDEX)
                                       TO TV-RECV-WAREHOUSE-ID
           MOVE TT-VENDOR-ID (TRANSIT-INDEX)
                                       TO TV-VENDOR-ID
           MOVE TT-PRODUCT-ID (TRANSIT-INDEX)
                                       TO TV-PRODUCT-ID
           MOVE TT-SHIPPED-QTY (TRANSIT-INDEX)
                                       TO TV-SHIPPED-QTY
           MOVE NPR-QUANTITY-ON-HAND   TO TV-RECEIVED-QTY
           MOVE TT-UNIT-COST (TRANSIT-INDEX)
                                       TO TV-UNIT-COST
           MOVE TT-SHIP-DATE (TRANSIT-INDEX)
                                       TO TV-SHIP-DATE

           IF NPR-QUANTITY-ON-HAND > TT-SHIPPED-QTY (TRANSIT-INDEX)
               MOVE '+' TO TV-VARIANCE-SIGN
               COMPUTE TV-VARIANCE-QTY = NPR-QUANTITY-ON-HAND
                       - TT-SHIPPED-QTY (TRANSIT-INDEX)
               MOVE ' - OVER'  TO AUD-XFER-VARIANCE
           ELSE
               MOVE '-' TO TV-VARIANCE-SIGN
               COMPUTE TV-VARIANCE-QTY = TT-SHIPPED-QTY (TRANSIT-INDEX)
                       - NPR-QUANTITY-ON-HAND
               MOVE ' - SHORT' TO AUD-XFER-VARIANCE
           END-IF

           WRITE TRANSFER-VARIANCE-REC
           ADD 1 TO XFER-VARIANCE-COUNT
         .
      *
       120-LOAD-FEED-TABLE.

               END-READ
           END-PERFORM

      *    PENDING-RECEIPTS IS REWRITTEN WITH ONLY THE RECEIPTS THAT
      *    STILL FIND NO TRANSFER TONIGHT.

           OPEN OUTPUT PENDING-RECEIPTS
           IF PENDING-STATUS NOT = '00'
               DISPLAY 'PENDING-RECEIPTS COULD NOT BE OPENED - STATUS '
                       PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING RECEIPT-WALK-NBR FROM 1 BY 1
                   UNTIL RECEIPT-WALK-NBR > RECEIPT-HOLD-COUNT
               PERFORM 124-APPLY-TRANSFER-RECEIPT
                  THRU 124-APPLY-TRANSFER-RECEIPT-EXIT
           END-PERFORM

           CLOSE NEW-PRODUCT-FILE
                 PENDING-RECEIPTS
         .
      *
       122-ROUTE-FEED-RECORD.

      *    EACH TRANSACTION TYPE (SEE PR-TRANS-TYPE IN LAB8TABLES.CBL)
      *    BECOMES ONE KEYED APPLICATION AGAINST FEED-TABLE.  A
      *    TRANSFER RECEIPT IS HELD AND APPLIED ONCE THE WHOLE FEED
      *    HAS BEEN READ.  AKLAB8TABLES HAS ALREADY REJECTED UNKNOWN
      *    TYPE CODES AND BAD SIGNS, SO ANYTHING ELSE ARRIVING HERE IS
      *    LOGGED AND SKIPPED RATHER THAN GUESSED AT.

           EVALUATE TRUE
               WHEN SNAPSHOT-TRANS
                   PERFORM 125-LOCATE-FEED-ENTRY
                   PERFORM 126-APPLY-FEED-RECORD
               WHEN TRANSFER-TRANS
                   PERFORM 123-OPEN-TRANSFER
               WHEN TRANSFER-RECEIPT-TRANS
                   PERFORM 113-CHECK-RECEIPT-ROOM
                   ADD 1 TO RECEIPT-HOLD-COUNT
                   MOVE NEW-PROD-REC
                        TO RECEIPT-HOLD-REC (RECEIPT-HOLD-COUNT)
                   MOVE RUN-DATE
                        TO RECEIPT-HELD-DATE (RECEIPT-HOLD-COUNT)
               WHEN OTHER
                   PERFORM 129-AUDIT-UNKNOWN-TYPE
           END-EVALUATE
         .
      *
       123-OPEN-TRANSFER.

      *    THE SENDING KEY LOSES THE STOCK TONIGHT AND THE QUANTITY GOES
      *    ON THE ROAD UNDER ITS TRANSFER REFERENCE; THE RECEIVING KEY
      *    GETS NOTHING UNTIL ITS 'X' RECEIPT COMES IN.  A REFERENCE
      *    ALREADY ON THE IN-TRANSIT FILE WOULD LEAVE NO WAY TO TELL
      *    WHICH SHIPMENT A RECEIPT CLEARS, SO THE WHOLE RECORD IS
      *    SKIPPED AND LOGGED INSTEAD.

           PERFORM 116-FIND-TRANSFER
           IF TRANSFER-FOUND
               MOVE 'DUPLICATE TRANSFER REFERENCE'
                    TO TRANSFER-SKIP-REASON
               PERFORM 127-AUDIT-TRANSFER-SKIP
           ELSE
               MOVE NPR-POSITION-KEY     TO APPLY-KEY
               MOVE 'N'                  TO APPLY-SNAPSHOT-SW
               COMPUTE APPLY-SIGNED-QTY =
                       0 - NPR-QUANTITY-ON-HAND
               PERFORM 125-LOCATE-FEED-ENTRY
               PERFORM 126-APPLY-FEED-RECORD
               PERFORM 117-INSERT-TRANSFER
               MOVE TRANSIT-INSERT-NBR TO APPLIED-TRANSIT-NBR
               PERFORM 132-SET-APPLIED-EXTRACT-DATE
               PERFORM 131-WRITE-APPLIED-TRANSFER
               ADD 1 TO SHIPPED-COUNT

               MOVE 'IN TRANSIT TO '      TO AUD-XFER-TEXT
               MOVE NPR-XFER-WAREHOUSE-ID TO AUD-XFER-WAREHOUSE
               MOVE SPACES                TO AUD-XFER-VARIANCE
               MOVE 'SHIPPED'             TO AUD-DET-ACTION
               PERFORM 119-AUDIT-TRANSFER
           END-IF
         .
      *
       119-AUDIT-TRANSFER.

           MOVE NPR-WAREHOUSE-ID     TO AUD-DET-WAREHOUSE
           MOVE NPR-VENDOR-ID        TO AUD-DET-VENDOR
           MOVE NPR-PRODUCT-ID       TO AUD-DET-PRODUCT
           MOVE NPR-QUANTITY-ON-HAND TO AUD-DET-QUANTITY
           MOVE NPR-UNIT-COST        TO AUD-DET-COST
           MOVE AUD-XFER-RESULT      TO AUD-DET-RESULT
           MOVE NPR-XFER-REFERENCE   TO AUD-DET-XFER-REF
           MOVE AUD-DETAIL-LINE      TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC
         .
      *
       131-WRITE-APPLIED-TRANSFER.

      *    NEW-PROD-REC IS THE 'T' OR 'X' JUST APPLIED,
      *    APPLIED-TRANSIT-NBR ITS IN-TRANSIT ENTRY, AND
      *    APPLIED-EXTRACT-DATE ITS EXTRACT DATE.  THE COST IS THE
      *    ONE THE TRANSFER WAS SHIPPED AT, WHATEVER THE RECEIPT SAYS.

           MOVE SPACES                TO TRANSFER-APPLIED-REC
           MOVE RUN-DATE              TO TA-APPLIED-DATE
           MOVE NPR-TRANS-TYPE        TO TA-TRANS-TYPE
           MOVE TT-XFER-REFERENCE (APPLIED-TRANSIT-NBR)
                                      TO TA-XFER-REFERENCE
           MOVE TT-SEND-WAREHOUSE-ID (APPLIED-TRANSIT-NBR)
                                      TO TA-SEND-WAREHOUSE-ID
           MOVE TT-RECV-WAREHOUSE-ID (APPLIED-TRANSIT-NBR)
                                      TO TA-RECV-WAREHOUSE-ID
           MOVE TT-VENDOR-ID (APPLIED-TRANSIT-NBR)
                                      TO TA-VENDOR-ID
           MOVE TT-PRODUCT-ID (APPLIED-TRANSIT-NBR)
                                      TO TA-PRODUCT-ID
           MOVE NPR-QUANTITY-ON-HAND  TO TA-QUANTITY
           MOVE TT-UNIT-COST (APPLIED-TRANSIT-NBR)
                                      TO TA-UNIT-COST
           MOVE TT-SHIP-DATE (APPLIED-TRANSIT-NBR)
                                      TO TA-SHIP-DATE
           MOVE APPLIED-EXTRACT-DATE  TO TA-EXTRACT-DATE
           WRITE TRANSFER-APPLIED-REC
         .
      *
       132-SET-APPLIED-EXTRACT-DATE.

      *    A FEED WRITTEN BEFORE AKLAB8TABLES STAMPED THE EXTRACT DATE
      *    HAS FILLER THERE, TAKEN AS NO DATE.

           IF NPR-EXTRACT-DATE NUMERIC
               MOVE NPR-EXTRACT-DATE TO APPLIED-EXTRACT-DATE
           ELSE
               MOVE 0 TO APPLIED-EXTRACT-DATE
           END-IF
         .
      *
       124-APPLY-TRANSFER-RECEIPT.

      *    A HELD 'X' RECEIPT CLEARS THE OPEN TRANSFER WITH ITS
      *    REFERENCE - THE RECEIVING WAREHOUSE, SENDING WAREHOUSE, AND
      *    VENDOR/PRODUCT MUST ALL AGREE WITH WHAT WAS SHIPPED.  THE
      *    QUANTITY THAT ACTUALLY ARRIVED IS ADDED TO THE RECEIVING
      *    KEY, AND ANY DIFFERENCE FROM THE SHIPPED QUANTITY IS
      *    WRITTEN TO TRANSFER-VARIANCE.  A RECEIPT WHOSE TRANSFER
      *    HAS NOT BEEN SHIPPED YET IS HELD FOR THE NEXT NIGHT.

           MOVE RECEIPT-HOLD-REC (RECEIPT-WALK-NBR) TO NEW-PROD-REC
           PERFORM 116-FIND-TRANSFER

           IF TRANSFER-NOT-FOUND
               PERFORM 121-HOLD-RECEIPT
               GO TO 124-APPLY-TRANSFER-RECEIPT-EXIT
           END-IF

           IF TT-OPEN-SW (TRANSIT-INDEX) NOT = 'Y'
               MOVE 'TRANSFER ALREADY RECEIVED'
                    TO TRANSFER-SKIP-REASON
               PERFORM 127-AUDIT-TRANSFER-SKIP
               GO TO 124-APPLY-TRANSFER-RECEIPT-EXIT
           END-IF

           IF TT-RECV-WAREHOUSE-ID (TRANSIT-INDEX)
                 NOT = NPR-WAREHOUSE-ID
              OR TT-SEND-WAREHOUSE-ID (TRANSIT-INDEX)
                 NOT = NPR-XFER-WAREHOUSE-ID
               MOVE 'RECEIPT WAREHOUSE MISMATCH'
                    TO TRANSFER-SKIP-REASON
               PERFORM 127-AUDIT-TRANSFER-SKIP
               GO TO 124-APPLY-TRANSFER-RECEIPT-EXIT
           END-IF

           IF TT-VENDOR-ID (TRANSIT-INDEX) NOT = NPR-VENDOR-ID
              OR TT-PRODUCT-ID (TRANSIT-INDEX) NOT = NPR-PRODUCT-ID
               MOVE 'RECEIPT PRODUCT MISMATCH'
                    TO TRANSFER-SKIP-REASON
               PERFORM 127-AUDIT-TRANSFER-SKIP
               GO TO 124-APPLY-TRANSFER-RECEIPT-EXIT
           END-IF

           MOVE NPR-POSITION-KEY     TO APPLY-KEY
           MOVE 'N'                  TO APPLY-SNAPSHOT-SW
           MOVE NPR-QUANTITY-ON-HAND TO APPLY-SIGNED-QTY
           PERFORM 125-LOCATE-FEED-ENTRY
           PERFORM 126-APPLY-FEED-RECORD
           MOVE 'N' TO TT-OPEN-SW (TRANSIT-INDEX)
           SET APPLIED-TRANSIT-NBR TO TRANSIT-INDEX
           IF RECEIPT-HELD-DATE (RECEIPT-WALK-NBR) = RUN-DATE
               PERFORM 132-SET-APPLIED-EXTRACT-DATE
           ELSE
               MOVE 0 TO APPLIED-EXTRACT-DATE
           END-IF
           PERFORM 131-WRITE-APPLIED-TRANSFER
           ADD 1 TO RECEIVED-COUNT

           MOVE SPACES TO AUD-XFER-VARIANCE
           IF NPR-QUANTITY-ON-HAND NOT = TT-SHIPPED-QTY (TRANSIT-INDEX)
               PERFORM 118-WRITE-TRANSFER-VARIANCE
           END-IF
           MOVE 'RECEIVED FROM '      TO AUD-XFER-TEXT
           MOVE NPR-XFER-WAREHOUSE-ID TO AUD-XFER-WAREHOUSE
           MOVE 'RECEIVED'            TO AUD-DET-ACTION
           PERFORM 119-AUDIT-TRANSFER
         .

       124-APPLY-TRANSFER-RECEIPT-EXIT.
           EXIT.
      *
       121-HOLD-RECEIPT.

      *    THE RECEIPT GOES BACK OUT EXACTLY AS IT ARRIVED, KEEPING THE
      *    NIGHT IT WAS FIRST HELD, SO THE AUDIT LISTING SHOWS HOW
      *    LONG EACH HAS BEEN WAITING.

           MOVE SPACES                TO PENDING-RECEIPT-REC
           MOVE RECEIPT-HELD-DATE (RECEIPT-WALK-NBR)
                                      TO PRC-HELD-DATE
                                         AUD-HELD-DATE
           MOVE NEW-PROD-REC          TO PRC-FEED-REC
           WRITE PENDING-RECEIPT-REC
           ADD 1 TO HELD-COUNT

           MOVE SPACES               TO AUD-DETAIL-LINE
           MOVE 'HELD'               TO AUD-DET-ACTION
           MOVE NPR-WAREHOUSE-ID     TO AUD-DET-WAREHOUSE
           MOVE NPR-VENDOR-ID        TO AUD-DET-VENDOR
           MOVE NPR-PRODUCT-ID       TO AUD-DET-PRODUCT
           MOVE NPR-QUANTITY-ON-HAND TO AUD-DET-QUANTITY
           MOVE AUD-HELD-RESULT      TO AUD-DET-RESULT
           MOVE NPR-XFER-REFERENCE   TO AUD-DET-XFER-REF
           MOVE AUD-DETAIL-LINE      TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC
         .
      *
       127-AUDIT-TRANSFER-SKIP.

           ADD 1 TO SKIP-COUNT
           MOVE SPACES               TO AUD-DETAIL-LINE
           MOVE 'SKIPPED'            TO AUD-DET-ACTION
           MOVE NPR-WAREHOUSE-ID     TO AUD-DET-WAREHOUSE
           MOVE NPR-VENDOR-ID        TO AUD-DET-VENDOR
           MOVE NPR-PRODUCT-ID       TO AUD-DET-PRODUCT
           MOVE NPR-QUANTITY-ON-HAND TO AUD-DET-QUANTITY
           MOVE TRANSFER-SKIP-REASON TO AUD-DET-RESULT
           MOVE NPR-XFER-REFERENCE   TO AUD-DET-XFER-REF
           MOVE AUD-DETAIL-LINE      TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC
         .
      *
       125-LOCATE-FEED-ENTRY.


           IF INSERT-AT-NBR = 0
              OR FEED-KEY (INSERT-AT-NBR) NOT = APPLY-KEY
               IF FEED-COUNT NOT < 50000
                   DISPLAY 'FEED-TABLE FULL - MORE THAN 50000 KEYS '
                           'ON THE FEED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FEED-COUNT
               IF INSERT-AT-NBR = 0
                   MOVE FEED-COUNT TO INSERT-AT-NBR
      *
       130-UPDATE-POSITION-MASTER.

      *    ONE RANDOM READ PER KEY FED TONIGHT.  A KEY NOT ON THE
      *    MASTER (STATUS 23) ADDS; ANY OTHER READ FAILURE STOPS THE
      *    RUN WITH THE CHECKPOINT STILL UNDER WAY.

           PERFORM VARYING FEED-WALK-NBR FROM 1 BY 1
                   UNTIL FEED-WALK-NBR > FEED-COUNT
               MOVE FEED-KEY (FEED-WALK-NBR) TO IP-POSITION-KEY
               READ INVENTORY-POSITION
                   KEY IS IP-POSITION-KEY
                   INVALID KEY
                       IF POSITION-STATUS NOT = '23'
                           DISPLAY 'INVENTORY-POSITION KEY '
                                   IP-POSITION-KEY
                                   ' COULD NOT BE READ - STATUS '
                                   POSITION-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       SET POSITION-NOT-ON-FILE TO TRUE
                       PERFORM 210-ADD-POSITION
                   NOT INVALID KEY
                       SET POSITION-ON-FILE TO TRUE
                       MOVE IP-POSITION-KEY       TO CURR-POSITION-KEY
                       MOVE IP-QUANTITY-ON-HAND   TO CURR-QUANTITY
                       MOVE IP-UNIT-COST          TO CURR-UNIT-COST
                       MOVE IP-LAST-MOVEMENT-DATE TO CURR-MOVEMENT-DATE
                       PERFORM 220-UPDATE-POSITION
               END-READ
           END-PERFORM
         .
      *
       210-ADD-POSITION.
                    TO NEW-POSITION-QTY
           END-IF

           MOVE FEED-KEY (FEED-WALK-NBR)       TO IP-POSITION-KEY
           MOVE FEED-UNIT-COST (FEED-WALK-NBR) TO IP-UNIT-COST
           MOVE RUN-DATE                       TO IP-LAST-MOVEMENT-DATE
           MOVE 'ADD'                          TO AUD-DET-ACTION
           PERFORM 240-WRITE-POSITION
           ADD 1 TO ADD-COUNT
         .
      *
                       + FEED-NET-CHANGE (FEED-WALK-NBR)
           END-IF

           MOVE CURR-POSITION-KEY              TO IP-POSITION-KEY
           IF FEED-COST-SW (FEED-WALK-NBR) = 'Y'
               MOVE FEED-UNIT-COST (FEED-WALK-NBR) TO IP-UNIT-COST
           ELSE
               MOVE CURR-UNIT-COST                 TO IP-UNIT-COST
           END-IF
           MOVE RUN-DATE                       TO IP-LAST-MOVEMENT-DATE
           MOVE 'UPDATE'                       TO AUD-DET-ACTION
           PERFORM 240-WRITE-POSITION
           ADD 1 TO UPDATE-COUNT
         .
      *
       240-WRITE-POSITION.

      *    A NET MOVEMENT THAT WOULD DRIVE THE POSITION NEGATIVE IS
      *    FLOORED AT ZERO AND CALLED OUT ON THE AUDIT LISTING - A
      *    NEGATIVE ON-HAND MEANS A MISSED OR DOUBLE-COUNTED FEED
      *    RECORD SOMEWHERE, AND A PERSON SHOULD LOOK AT IT.  A KEY
      *    ALREADY ON THE MASTER IS REWRITTEN, A NEW ONE WRITTEN; A
      *    FAILURE OF EITHER STOPS THE RUN WITH THE CHECKPOINT STILL
      *    UNDER WAY.

           MOVE SPACES               TO AUD-DET-RESULT
                                        AUD-DET-XFER-REF
           IF NEW-POSITION-QTY < 0
               MOVE 0 TO NEW-POSITION-QTY
               MOVE 'NEGATIVE - SET TO ZERO' TO AUD-DET-RESULT
           ELSE
               MOVE 'APPLIED'                TO AUD-DET-RESULT
           END-IF
           MOVE NEW-POSITION-QTY     TO IP-QUANTITY-ON-HAND

           IF POSITION-ON-FILE
               REWRITE POSITION-REC
                   INVALID KEY
                       DISPLAY 'INVENTORY-POSITION KEY '
                               IP-POSITION-KEY
                               ' COULD NOT BE REWRITTEN - STATUS '
                               POSITION-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE POSITION-REC
                   INVALID KEY
                       DISPLAY 'INVENTORY-POSITION KEY '
                               IP-POSITION-KEY
                               ' COULD NOT BE WRITTEN - STATUS '
                               POSITION-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF

           MOVE IP-WAREHOUSE-ID      TO AUD-DET-WAREHOUSE
           MOVE IP-VENDOR-ID         TO AUD-DET-VENDOR
           MOVE IP-PRODUCT-ID        TO AUD-DET-PRODUCT
           MOVE IP-QUANTITY-ON-HAND  TO AUD-DET-QUANTITY
           MOVE IP-UNIT-COST         TO AUD-DET-COST
           MOVE AUD-DETAIL-LINE      TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC
         .
      *
       140-CLOSE-ROUTINE.

           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC

      *    EVERY KEY THAT WAS ON THE MASTER BEFORE TONIGHT AND WAS
      *    NOT UPDATED STANDS AS IT WAS.

           COMPUTE CARRY-COUNT = POSITION-BACKUP-COUNT - UPDATE-COUNT
           MOVE AUD-TOTAL-LINE-3 TO AUD-TOTAL-LABEL
           MOVE CARRY-COUNT   TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC

           PERFORM 170-WRITE-IN-TRANSIT

           MOVE AUD-TOTAL-LINE-5 TO AUD-TOTAL-LABEL
           MOVE SHIPPED-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC

           MOVE AUD-TOTAL-LINE-6 TO AUD-TOTAL-LABEL
           MOVE RECEIVED-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC

           MOVE AUD-TOTAL-LINE-7 TO AUD-TOTAL-LABEL
           MOVE XFER-VARIANCE-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC

           MOVE AUD-TOTAL-LINE-8 TO AUD-TOTAL-LABEL
           MOVE STILL-OPEN-COUNT TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC

           MOVE AUD-TOTAL-LINE-9 TO AUD-TOTAL-LABEL
           MOVE HELD-COUNT    TO AUD-TOTAL-COUNT
           MOVE AUD-TOTAL-DETAIL TO POSITION-AUDIT-REC
           WRITE POSITION-AUDIT-REC

           DISPLAY ADD-COUNT    ' ADD(S), '
                   UPDATE-COUNT ' UPDATE(S), '
                   CARRY-COUNT  ' CARRIED, '
                   SKIP-COUNT   ' SKIPPED - SEE POSITION-AUDIT.TXT'
           DISPLAY SHIPPED-COUNT  ' TRANSFER(S) SHIPPED, '
                   RECEIVED-COUNT ' RECEIVED, '
                   STILL-OPEN-COUNT ' STILL IN TRANSIT, '
                   HELD-COUNT ' RECEIPT(S) HELD'

           CLOSE    INVENTORY-POSITION
                    POSITION-AUDIT
                    TRANSFER-VARIANCE
                    TRANSFER-APPLIED

           MOVE 'C' TO CKPT-UPDATE-STATE
           PERFORM 106-WRITE-CHECKPOINT

           MOVE 'C' TO BUSINESS-STEP-STATUS
           PERFORM 810-RECORD-STEP-STATUS

           STOP RUN
         .
      *
       170-WRITE-IN-TRANSIT.

      *    EVERY TRANSFER STILL OPEN - LAST NIGHT'S NOT RECEIVED
      *    TONIGHT, PLUS TONIGHT'S SHIPMENTS - GOES BACK OUT TO
      *    IN-TRANSIT, STILL IN REFERENCE ORDER.  IN-TRANSIT-BACKUP
      *    HOLDS WHAT IT REPLACES UNTIL THE CHECKPOINT IS COMPLETE.

           OPEN OUTPUT IN-TRANSIT
           IF IN-TRANSIT-STATUS NOT = '00'
               DISPLAY 'IN-TRANSIT COULD NOT BE OPENED - STATUS '
                       IN-TRANSIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING TRANSIT-WALK-NBR FROM 1 BY 1
                   UNTIL TRANSIT-WALK-NBR > TRANSIT-COUNT
               IF TT-OPEN-SW (TRANSIT-WALK-NBR) = 'Y'
                   MOVE SPACES TO IN-TRANSIT-REC
                   MOVE TT-XFER-REFERENCE (TRANSIT-WALK-NBR)
                        TO IT-XFER-REFERENCE
                   MOVE TT-SEND-WAREHOUSE-ID (TRANSIT-WALK-NBR)
                        TO IT-SEND-WAREHOUSE-ID
                   MOVE TT-RECV-WAREHOUSE-ID (TRANSIT-WALK-NBR)
                        TO IT-RECV-WAREHOUSE-ID
                   MOVE TT-VENDOR-ID (TRANSIT-WALK-NBR)
                        TO IT-VENDOR-ID
                   MOVE TT-PRODUCT-ID (TRANSIT-WALK-NBR)
                        TO IT-PRODUCT-ID
                   MOVE TT-SHIPPED-QTY (TRANSIT-WALK-NBR)
                        TO IT-SHIPPED-QTY
                   MOVE TT-UNIT-COST (TRANSIT-WALK-NBR)
                        TO IT-UNIT-COST
                   MOVE TT-SHIP-DATE (TRANSIT-WALK-NBR)
                        TO IT-SHIP-DATE
                   MOVE TT-LOT-NUMBER (TRANSIT-WALK-NBR)
                        TO IT-LOT-NUMBER
                   WRITE IN-TRANSIT-REC
                   ADD 1 TO STILL-OPEN-COUNT
               END-IF
           END-PERFORM
           CLOSE IN-TRANSIT
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
