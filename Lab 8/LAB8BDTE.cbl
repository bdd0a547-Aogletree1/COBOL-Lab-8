       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AKLAB8BDTE.
       AUTHOR.        CYNTHIAGJENSEN.

      *****************************************************************
      *
      *  THIS PROGRAM OWNS BUSINESS-DATE.TXT, THE CONTROL FILE THAT
      *  HOLDS THE BUSINESS DATE THE NIGHTLY RUN IS PROCESSING AND THE
      *  STATUS OF EVERY STEP THAT HAS RUN FOR IT.  EVERY AKLAB8xxxx
      *  PROGRAM TAKES ITS RUN DATE FROM THIS FILE RATHER THAN THE
      *  CLOCK, SO A NIGHT THAT IS MISSED AND RUN THE NEXT MORNING
      *  STILL ARCHIVES, LOGS, AND AGES UNDER ITS OWN DATE.  EACH
      *  BATCH STEP WRITES A 'STARTED' RECORD WHEN IT PICKS UP THE
      *  DATE AND A 'COMPLETED' RECORD (WITH ITS RETURN CODE) WHEN IT
      *  ENDS NORMALLY - A STEP THAT ABENDS OR STOPS ON A FATAL ERROR
      *  LEAVES ONLY THE FIRST.
      *
      *  THE FIRST RECORD ON THE FILE IS THE DATE RECORD: THE CURRENT
      *  BUSINESS DATE, WHETHER THAT DAY IS PENDING OR OPEN, THE LAST
      *  BUSINESS DATE THAT COMPLETED, AND WHETHER THE OPEN DAY IS AN
      *  AUTHORIZED RERUN.  WHEN A RERUN ENDS, ITS DATE IS KEPT ON THE
      *  DATE RECORD UNTIL THE NEXT NORMAL DAY ENDS, SO AKLAB8ROT CAN
      *  ARCHIVE THE RERUN'S OUTPUT UNDER THAT DATE'S ARCHIVE NAME
      *  (SEE 150-END-BUSINESS-DAY).  THE STEP RECORDS FOLLOW IT.
      *
      *  PARM= SELECTS THE ACTION:
      *
      *     'START'          - FIRST STEP OF THE NIGHTLY JOB.  OPENS
      *        THE CURRENT BUSINESS DATE.  A DATE THAT HAS ALREADY
      *        COMPLETED, OR ONE LATER THAN TODAY'S CALENDAR DATE, IS
      *        REFUSED.  A DAY ALREADY OPEN (THE JOB FAILED AND WAS
      *        RESUBMITTED) IS RESTARTED UNDER THE SAME DATE, AND THE
      *        STEPS THAT ALREADY RAN ARE LISTED.
      *     'END'            - LAST STEP OF THE NIGHTLY JOB, AFTER
      *        STEP070.  THE DAY IS COMPLETED AND THE BUSINESS DATE
      *        ADVANCED BY ONE DAY ONLY WHEN EVERY STEP THAT STARTED
      *        ALSO COMPLETED WITH A RETURN CODE UNDER 16, AND THE
      *        STEPS IN REQUIRED-STEP-TABLE ALL COMPLETED.  OTHERWISE
      *        THE DAY STAYS OPEN FOR A RESTART.
      *     'RERUN,YYYYMMDD' - REPLACES 'START' WHEN A DATE THAT HAS
      *        ALREADY COMPLETED MUST BE PROCESSED AGAIN.  THE DATE
      *        MUST BE NAMED AND MUST HAVE COMPLETED.  WHEN THE RERUN
      *        ENDS THE BUSINESS DATE RETURNS TO THE DAY AFTER THE
      *        LAST ONE COMPLETED.
      *     'INIT,YYYYMMDD'  - CREATES BUSINESS-DATE.TXT WITH THE
      *        NAMED DATE AS THE FIRST BUSINESS DATE TO RUN.  REFUSED
      *        WHEN THE FILE ALREADY EXISTS.
      *
      *  A MISSED NIGHT IS CAUGHT UP BY RUNNING THE JOB ONCE PER
      *  MISSED DATE - EACH 'END' ADVANCES ONE DAY, SO THE NIGHTS RUN
      *  IN ORDER AND NONE IS SKIPPED.
      *
      *  RETURN-CODE 16 WHEN THE ACTION IS REFUSED.
      *
      *  INPUT:
      *     BUSINESS-DATE - THE CONTROL FILE (NOT READ FOR 'INIT')
      *
      *  OUTPUT:
      *     BUSINESS-DATE - REWRITTEN WITH THE NEW DATE RECORD AND THE
      *        STEP RECORDS FOR THE CURRENT BUSINESS DATE
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO 'BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE SAME LAYOUT IS DECLARED IN EVERY AKLAB8xxxx PROGRAM
      *    THAT READS ITS RUN DATE FROM THIS FILE.

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

       01  FLAGS-N-SWITCHES.
           05  BUSINESS-DATE-EOF-FLAG  PIC X     VALUE SPACE.
                88  MORE-BUSINESS-DATE-RECS      VALUE 'Y'.
                88  NO-MORE-BUSINESS-DATE-RECS   VALUE 'N'.
           05  CONTROL-FILE-SWITCH     PIC X     VALUE 'N'.
                88  CONTROL-FILE-FOUND           VALUE 'Y'.
                88  CONTROL-FILE-MISSING         VALUE 'N'.
           05  PARM-DATE-SWITCH        PIC X     VALUE 'N'.
                88  PARM-DATE-VALID              VALUE 'Y'.
                88  PARM-DATE-INVALID            VALUE 'N'.

      *  PARM='START', 'END', 'RERUN,YYYYMMDD', OR 'INIT,YYYYMMDD' -
      *  SEE THE BANNER ABOVE.

       01  JOB-CONTROL-FIELDS.
           05  PARM-STRING             PIC X(40) VALUE SPACES.
           05  PARM-ACTION             PIC X(8)  VALUE SPACES.
                88  INIT-ACTION                  VALUE 'INIT'.
                88  START-ACTION                 VALUE 'START'.
                88  RERUN-ACTION                 VALUE 'RERUN'.
                88  END-ACTION                   VALUE 'END'.
           05  PARM-DATE-X             PIC X(8)  VALUE SPACES.
           05  PARM-DATE REDEFINES PARM-DATE-X
                                       PIC 9(8).

       01  BUSINESS-DATE-FIELDS.
           05  BUSINESS-DATE-STATUS    PIC XX.
           05  CURRENT-BUSINESS-DATE   PIC 9(8)  VALUE 0.
           05  CURRENT-DAY-STATUS      PIC X     VALUE 'P'.
                88  CURRENT-DAY-PENDING          VALUE 'P'.
                88  CURRENT-DAY-OPEN             VALUE 'O'.
           05  LAST-COMPLETED-DATE     PIC 9(8)  VALUE 0.
           05  RERUN-SWITCH            PIC X     VALUE 'N'.
                88  RERUN-AUTHORIZED             VALUE 'Y'.
                88  RERUN-NOT-AUTHORIZED         VALUE 'N'.
           05  RERUN-COMPLETED-DATE    PIC 9(8)  VALUE 0.
           05  NEXT-BUSINESS-DATE      PIC 9(8)  VALUE 0.
           05  BUSINESS-DAY-NBR        PIC 9(7)  VALUE 0.
           05  CLOCK-DAY-NBR           PIC 9(7)  VALUE 0.
           05  DAYS-BEHIND             PIC 9(5)  VALUE 0.

       01  DATE-FIELDS.
           05  CLOCK-DATE              PIC 9(8).
           05  CLOCK-TIME              PIC 9(8).

      ***********************TABLES**********************************
      *  STEP-TABLE HOLDS THE STEP RECORDS READ FROM THE FILE SO THEY
      *  CAN BE WRITTEN BACK BEHIND A NEW DATE RECORD.  ONLY THE
      *  CURRENT BUSINESS DATE'S STEPS ARE KEPT - OPENING A NEW DAY
      *  DROPS THE PRIOR DAY'S.

       01  STEP-COUNT-FIELDS.
           05  STEP-COUNT              PIC 9(3)  VALUE 0.
           05  STEP-SUB                PIC 9(3)  VALUE 0.

       01  STEP-TABLE.
           05  ST-ENTRY OCCURS 500 TIMES.
               10  ST-BUSINESS-DATE    PIC 9(8).
               10  ST-PROGRAM-ID       PIC X(12).
               10  ST-STEP-STATUS      PIC X.
               10  ST-RETURN-CODE      PIC 9(4).
               10  ST-CLOCK-DATE       PIC 9(8).
               10  ST-CLOCK-TIME       PIC 9(8).

      *  PROGRAM-STATUS-TABLE REDUCES STEP-TABLE TO ONE ENTRY PER
      *  PROGRAM - THE LAST RECORD A PROGRAM WROTE IS ITS STATUS.

       01  PROGRAM-STATUS-COUNT-FIELDS.
           05  PROGRAM-STATUS-COUNT    PIC 9(3)  VALUE 0.
           05  PROGRAM-SUB             PIC 9(3)  VALUE 0.
           05  PROGRAM-FOUND-SUB       PIC 9(3)  VALUE 0.
           05  FAILED-STEP-COUNT       PIC 9(3)  VALUE 0.
           05  MISSING-STEP-COUNT      PIC 9(3)  VALUE 0.

       01  PROGRAM-STATUS-TABLE.
           05  PS-ENTRY OCCURS 100 TIMES.
               10  PS-PROGRAM-ID       PIC X(12).
               10  PS-STEP-STATUS      PIC X.
                   88  PS-STEP-STARTED           VALUE 'S'.
                   88  PS-STEP-COMPLETED         VALUE 'C'.
               10  PS-RETURN-CODE      PIC 9(4).

      *  THE STEPS THAT MUST HAVE COMPLETED BEFORE A DAY CAN END -
      *  THE NIGHT'S LOAD AND THE RUN SUMMARY THAT CLOSES THE JOB.  A
      *  STEP BYPASSED BY ITS COND= WRITES NOTHING, SO WITHOUT THIS
      *  LIST A NIGHT WHOSE LOAD NEVER RAN WOULD STILL ADVANCE.

       01  REQUIRED-STEP-VALUES.
           05  FILLER                  PIC X(12) VALUE 'AKLAB8TABLES'.
           05  FILLER                  PIC X(12) VALUE 'AKLAB8SUMM'.
       01  REQUIRED-STEP-TABLE REDEFINES REQUIRED-STEP-VALUES.
           05  RS-PROGRAM-ID OCCURS 2 TIMES
                                       PIC X(12).
       01  REQUIRED-STEP-FIELDS.
           05  REQUIRED-STEP-COUNT     PIC 9(3)  VALUE 2.
           05  REQUIRED-SUB            PIC 9(3)  VALUE 0.

      ***********************DISPLAY LINES*****************************

       01  STEP-DISPLAY-LINE.
           05  FILLER                  PIC X(5)  VALUE 'STEP '.
           05  SDL-PROGRAM-ID          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SDL-STATUS-TEXT         PIC X(26).
           05  FILLER                  PIC X(4)  VALUE ' RC '.
           05  SDL-RETURN-CODE         PIC ZZZ9.

      ***********************PROCEDURE DIVISION************************

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 110-HOUSEKEEPING
           EVALUATE TRUE
               WHEN INIT-ACTION
                   PERFORM 120-INITIALIZE-CONTROL
                           THRU 120-INITIALIZE-CONTROL-EXIT
               WHEN START-ACTION
                   PERFORM 130-START-BUSINESS-DAY
                           THRU 130-START-BUSINESS-DAY-EXIT
               WHEN RERUN-ACTION
                   PERFORM 140-AUTHORIZE-RERUN
                           THRU 140-AUTHORIZE-RERUN-EXIT
               WHEN END-ACTION
                   PERFORM 150-END-BUSINESS-DAY
                           THRU 150-END-BUSINESS-DAY-EXIT
               WHEN OTHER
                   DISPLAY 'PARM ACTION ' PARM-ACTION
                           ' IS NOT START, END, RERUN, OR INIT'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
         .
      *
       110-HOUSEKEEPING.

      *    THE CLOCK IS READ HERE ONLY TO STAMP THE CONTROL FILE AND TO
      *    KEEP A BUSINESS DATE FROM RUNNING AHEAD OF THE CALENDAR.

           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME

           ACCEPT PARM-STRING FROM COMMAND-LINE
           UNSTRING PARM-STRING DELIMITED BY ','
               INTO PARM-ACTION
                    PARM-DATE-X
           END-UNSTRING
         .
      *
       112-LOAD-CONTROL-FILE.

      *    A MISSING FILE IS LEFT FOR THE CALLER TO JUDGE - IT IS
      *    EXPECTED FOR 'INIT' AND FATAL FOR EVERYTHING ELSE.

           MOVE 0 TO STEP-COUNT
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE BUSINESS-DATE-STATUS
               WHEN '00'
                   SET CONTROL-FILE-FOUND TO TRUE
               WHEN '05'
               WHEN '35'
                   SET CONTROL-FILE-MISSING TO TRUE
                   GO TO 112-LOAD-CONTROL-FILE-EXIT
               WHEN OTHER
                   DISPLAY 'BUSINESS-DATE COULD NOT BE OPENED - STATUS '
                           BUSINESS-DATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           READ BUSINESS-DATE-FILE
               AT END
                   MOVE SPACES TO BUSINESS-DATE-REC
           END-READ
           IF NOT BD-DATE-RECORD
               DISPLAY 'BUSINESS-DATE HAS NO DATE RECORD - '
                       'RUN PARM=''INIT,YYYYMMDD'' TO CREATE IT'
               CLOSE BUSINESS-DATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE       TO CURRENT-BUSINESS-DATE
           MOVE BD-DAY-STATUS          TO CURRENT-DAY-STATUS
           MOVE BD-LAST-COMPLETED-DATE TO LAST-COMPLETED-DATE
           MOVE BD-RERUN-FLAG          TO RERUN-SWITCH
           IF BD-RERUN-COMPLETED-DATE NUMERIC
               MOVE BD-RERUN-COMPLETED-DATE TO RERUN-COMPLETED-DATE
           ELSE
               MOVE 0 TO RERUN-COMPLETED-DATE
           END-IF

           SET MORE-BUSINESS-DATE-RECS TO TRUE
           PERFORM UNTIL NO-MORE-BUSINESS-DATE-RECS
               READ BUSINESS-DATE-FILE
                   AT END
                       SET NO-MORE-BUSINESS-DATE-RECS TO TRUE
                   NOT AT END
                       PERFORM 113-STORE-STEP-REC
               END-READ
           END-PERFORM
           CLOSE BUSINESS-DATE-FILE

           .
       112-LOAD-CONTROL-FILE-EXIT.
           EXIT
         .
      *
       113-STORE-STEP-REC.

           IF BD-STEP-RECORD
               IF STEP-COUNT < 500
                   ADD 1 TO STEP-COUNT
                   MOVE STEP-COUNT TO STEP-SUB
                   MOVE BS-BUSINESS-DATE TO ST-BUSINESS-DATE (STEP-SUB)
                   MOVE BS-PROGRAM-ID    TO ST-PROGRAM-ID (STEP-SUB)
                   MOVE BS-STEP-STATUS   TO ST-STEP-STATUS (STEP-SUB)
                   MOVE BS-RETURN-CODE   TO ST-RETURN-CODE (STEP-SUB)
                   MOVE BS-CLOCK-DATE    TO ST-CLOCK-DATE (STEP-SUB)
                   MOVE BS-CLOCK-TIME    TO ST-CLOCK-TIME (STEP-SUB)
               ELSE
                   DISPLAY 'STEP TABLE FULL - STEP RECORD FOR '
                           BS-PROGRAM-ID ' DROPPED'
               END-IF
           END-IF
         .
      *
       114-VALIDATE-PARM-DATE.

           SET PARM-DATE-INVALID TO TRUE
           IF PARM-DATE-X NUMERIC
               IF FUNCTION INTEGER-OF-DATE (PARM-DATE) > 0
                   SET PARM-DATE-VALID TO TRUE
               END-IF
           END-IF
         .
      *
       120-INITIALIZE-CONTROL.

           PERFORM 112-LOAD-CONTROL-FILE
                   THRU 112-LOAD-CONTROL-FILE-EXIT
           IF CONTROL-FILE-FOUND
               DISPLAY 'BUSINESS-DATE ALREADY EXISTS - CURRENT '
                       'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' - INIT REFUSED'
               MOVE 16 TO RETURN-CODE
               GO TO 120-INITIALIZE-CONTROL-EXIT
           END-IF

           PERFORM 114-VALIDATE-PARM-DATE
           IF PARM-DATE-INVALID
               DISPLAY 'PARM DATE ' PARM-DATE-X
                       ' IS NOT A VALID YYYYMMDD - INIT REFUSED'
               MOVE 16 TO RETURN-CODE
               GO TO 120-INITIALIZE-CONTROL-EXIT
           END-IF

           MOVE PARM-DATE TO CURRENT-BUSINESS-DATE
           SET CURRENT-DAY-PENDING TO TRUE
           COMPUTE LAST-COMPLETED-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (PARM-DATE) - 1)
           SET RERUN-NOT-AUTHORIZED TO TRUE
           MOVE 0 TO STEP-COUNT
           PERFORM 170-REWRITE-CONTROL-FILE

           DISPLAY 'BUSINESS-DATE CREATED - FIRST BUSINESS DATE '
                   CURRENT-BUSINESS-DATE

           .
       120-INITIALIZE-CONTROL-EXIT.
           EXIT
         .
      *
       130-START-BUSINESS-DAY.

           PERFORM 112-LOAD-CONTROL-FILE
                   THRU 112-LOAD-CONTROL-FILE-EXIT
           IF CONTROL-FILE-MISSING
               DISPLAY 'BUSINESS-DATE NOT FOUND - RUN '
                       'PARM=''INIT,YYYYMMDD'' TO CREATE IT'
               MOVE 16 TO RETURN-CODE
               GO TO 130-START-BUSINESS-DAY-EXIT
           END-IF

      *    A DAY ALREADY OPEN WAS STARTED AND NEVER ENDED - THE JOB
      *    FAILED PART-WAY AND HAS BEEN RESUBMITTED.  IT RUNS AGAIN
      *    UNDER THE SAME DATE; THE STEPS ALREADY RECORDED ARE KEPT
      *    AND LISTED SO OPERATIONS CAN SEE WHERE IT STOPPED.

           IF CURRENT-DAY-OPEN
               DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' IS ALREADY OPEN - RESTARTING IT'
               PERFORM 160-SUMMARIZE-STEPS
               GO TO 130-START-BUSINESS-DAY-EXIT
           END-IF

           IF CURRENT-BUSINESS-DATE NOT > LAST-COMPLETED-DATE
               DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' ALREADY COMPLETED - A RERUN MUST BE '
                       'AUTHORIZED WITH PARM=''RERUN,YYYYMMDD'''
               MOVE 16 TO RETURN-CODE
               GO TO 130-START-BUSINESS-DAY-EXIT
           END-IF

           IF CURRENT-BUSINESS-DATE > CLOCK-DATE
               DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' IS LATER THAN TODAY ' CLOCK-DATE
                       ' - NO NIGHT TO RUN'
               MOVE 16 TO RETURN-CODE
               GO TO 130-START-BUSINESS-DAY-EXIT
           END-IF

           SET CURRENT-DAY-OPEN TO TRUE
           SET RERUN-NOT-AUTHORIZED TO TRUE
           MOVE 0 TO STEP-COUNT
           PERFORM 170-REWRITE-CONTROL-FILE

           DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE ' OPENED'

           COMPUTE BUSINESS-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (CURRENT-BUSINESS-DATE)
           COMPUTE CLOCK-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (CLOCK-DATE)
           IF CLOCK-DAY-NBR - BUSINESS-DAY-NBR > 1
               COMPUTE DAYS-BEHIND =
                       CLOCK-DAY-NBR - BUSINESS-DAY-NBR - 1
               DISPLAY 'CATCHING UP - ' DAYS-BEHIND
                       ' MORE NIGHT(S) TO RUN AFTER THIS ONE'
           END-IF

           .
       130-START-BUSINESS-DAY-EXIT.
           EXIT
         .
      *
       140-AUTHORIZE-RERUN.

           PERFORM 112-LOAD-CONTROL-FILE
                   THRU 112-LOAD-CONTROL-FILE-EXIT
           IF CONTROL-FILE-MISSING
               DISPLAY 'BUSINESS-DATE NOT FOUND - RUN '
                       'PARM=''INIT,YYYYMMDD'' TO CREATE IT'
               MOVE 16 TO RETURN-CODE
               GO TO 140-AUTHORIZE-RERUN-EXIT
           END-IF

           IF CURRENT-DAY-OPEN
               DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' IS STILL OPEN - IT MUST END BEFORE A RERUN'
               MOVE 16 TO RETURN-CODE
               GO TO 140-AUTHORIZE-RERUN-EXIT
           END-IF

           PERFORM 114-VALIDATE-PARM-DATE
           IF PARM-DATE-INVALID
               DISPLAY 'PARM DATE ' PARM-DATE-X
                       ' IS NOT A VALID YYYYMMDD - RERUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GO TO 140-AUTHORIZE-RERUN-EXIT
           END-IF

           IF PARM-DATE > LAST-COMPLETED-DATE
               DISPLAY 'BUSINESS DATE ' PARM-DATE
                       ' HAS NOT COMPLETED - RUN IT WITH PARM=''START'''
               MOVE 16 TO RETURN-CODE
               GO TO 140-AUTHORIZE-RERUN-EXIT
           END-IF

           MOVE PARM-DATE TO CURRENT-BUSINESS-DATE
           SET CURRENT-DAY-OPEN TO TRUE
           SET RERUN-AUTHORIZED TO TRUE
           MOVE 0 TO STEP-COUNT
           PERFORM 170-REWRITE-CONTROL-FILE

           DISPLAY 'RERUN OF COMPLETED BUSINESS DATE '
                   CURRENT-BUSINESS-DATE ' AUTHORIZED - DAY OPENED'

           .
       140-AUTHORIZE-RERUN-EXIT.
           EXIT
         .
      *
       150-END-BUSINESS-DAY.

           PERFORM 112-LOAD-CONTROL-FILE
                   THRU 112-LOAD-CONTROL-FILE-EXIT
           IF CONTROL-FILE-MISSING
               DISPLAY 'BUSINESS-DATE NOT FOUND - NOTHING TO END'
               MOVE 16 TO RETURN-CODE
               GO TO 150-END-BUSINESS-DAY-EXIT
           END-IF

           IF NOT CURRENT-DAY-OPEN
               DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' IS NOT OPEN - NOTHING TO END'
               MOVE 16 TO RETURN-CODE
               GO TO 150-END-BUSINESS-DAY-EXIT
           END-IF

           PERFORM 160-SUMMARIZE-STEPS

           MOVE 0 TO MISSING-STEP-COUNT
           PERFORM VARYING REQUIRED-SUB FROM 1 BY 1
                   UNTIL REQUIRED-SUB > REQUIRED-STEP-COUNT
               PERFORM 165-CHECK-REQUIRED-STEP
           END-PERFORM

           IF FAILED-STEP-COUNT > 0 OR MISSING-STEP-COUNT > 0
               DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' NOT COMPLETED - ' FAILED-STEP-COUNT
                       ' STEP(S) FAILED, ' MISSING-STEP-COUNT
                       ' REQUIRED STEP(S) DID NOT RUN'
               DISPLAY 'THE DAY STAYS OPEN - CORRECT AND RESUBMIT'
               MOVE 16 TO RETURN-CODE
               GO TO 150-END-BUSINESS-DAY-EXIT
           END-IF

      *    A RERUN OF AN EARLIER DATE DOES NOT MOVE LAST-COMPLETED-DATE
      *    BACK - THE NEXT DATE IS ALWAYS THE DAY AFTER THE LATEST ONE
      *    EVER COMPLETED.

           IF CURRENT-BUSINESS-DATE > LAST-COMPLETED-DATE
               MOVE CURRENT-BUSINESS-DATE TO LAST-COMPLETED-DATE
           END-IF
           COMPUTE NEXT-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (LAST-COMPLETED-DATE) + 1)

      *    A RERUN'S OUTPUT IS STILL ON THE LIVE FILES WHEN IT ENDS -
      *    ITS DATE IS KEPT SO THE NEXT NIGHT'S AKLAB8ROT ARCHIVES THAT
      *    OUTPUT UNDER THE RERUN DATE'S ARCHIVE NAME, REPLACING THE
      *    ORIGINAL NIGHT'S.  A NORMAL DAY ENDING CLEARS IT - ITS
      *    AKLAB8ROT HAS ALREADY DONE SO.

           IF RERUN-AUTHORIZED
               DISPLAY 'RERUN OF BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' COMPLETED'
               MOVE CURRENT-BUSINESS-DATE TO RERUN-COMPLETED-DATE
           ELSE
               DISPLAY 'BUSINESS DATE ' CURRENT-BUSINESS-DATE
                       ' COMPLETED'
               MOVE 0 TO RERUN-COMPLETED-DATE
           END-IF

           MOVE NEXT-BUSINESS-DATE TO CURRENT-BUSINESS-DATE
           SET CURRENT-DAY-PENDING TO TRUE
           SET RERUN-NOT-AUTHORIZED TO TRUE
           PERFORM 170-REWRITE-CONTROL-FILE

           DISPLAY 'NEXT BUSINESS DATE ' CURRENT-BUSINESS-DATE

           .
       150-END-BUSINESS-DAY-EXIT.
           EXIT
         .
      *
       160-SUMMARIZE-STEPS.

      *    ONE LINE PER PROGRAM THAT HAS RUN FOR THE OPEN DAY, FROM THE
      *    LAST RECORD IT WROTE.  A PROGRAM WHOSE LAST RECORD IS
      *    'STARTED' STOPPED WITHOUT FINISHING.

           MOVE 0 TO PROGRAM-STATUS-COUNT
           MOVE 0 TO FAILED-STEP-COUNT
           PERFORM VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > STEP-COUNT
               IF ST-BUSINESS-DATE (STEP-SUB) = CURRENT-BUSINESS-DATE
                   PERFORM 162-POST-PROGRAM-STATUS
               END-IF
           END-PERFORM

           IF PROGRAM-STATUS-COUNT = 0
               DISPLAY 'NO STEPS HAVE RUN FOR BUSINESS DATE '
                       CURRENT-BUSINESS-DATE
           END-IF

           PERFORM VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-STATUS-COUNT
               MOVE PS-PROGRAM-ID (PROGRAM-SUB)  TO SDL-PROGRAM-ID
               MOVE PS-RETURN-CODE (PROGRAM-SUB) TO SDL-RETURN-CODE
               EVALUATE TRUE
                   WHEN PS-STEP-STARTED (PROGRAM-SUB)
                       MOVE 'STARTED - DID NOT COMPLETE'
                            TO SDL-STATUS-TEXT
                       ADD 1 TO FAILED-STEP-COUNT
                   WHEN PS-RETURN-CODE (PROGRAM-SUB) NOT < 16
                       MOVE 'COMPLETED - FAILED'
                            TO SDL-STATUS-TEXT
                       ADD 1 TO FAILED-STEP-COUNT
                   WHEN OTHER
                       MOVE 'COMPLETED' TO SDL-STATUS-TEXT
               END-EVALUATE
               DISPLAY STEP-DISPLAY-LINE
           END-PERFORM
         .
      *
       162-POST-PROGRAM-STATUS.

           MOVE 0 TO PROGRAM-FOUND-SUB
           PERFORM VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-STATUS-COUNT
                      OR PROGRAM-FOUND-SUB > 0
               IF PS-PROGRAM-ID (PROGRAM-SUB) =
                  ST-PROGRAM-ID (STEP-SUB)
                   MOVE PROGRAM-SUB TO PROGRAM-FOUND-SUB
               END-IF
           END-PERFORM

           IF PROGRAM-FOUND-SUB = 0
               IF PROGRAM-STATUS-COUNT < 100
                   ADD 1 TO PROGRAM-STATUS-COUNT
                   MOVE PROGRAM-STATUS-COUNT TO PROGRAM-FOUND-SUB
                   MOVE ST-PROGRAM-ID (STEP-SUB)
                        TO PS-PROGRAM-ID (PROGRAM-FOUND-SUB)
               ELSE
                   GO TO 162-POST-PROGRAM-STATUS-EXIT
               END-IF
           END-IF

           MOVE ST-STEP-STATUS (STEP-SUB)
                TO PS-STEP-STATUS (PROGRAM-FOUND-SUB)
           MOVE ST-RETURN-CODE (STEP-SUB)
                TO PS-RETURN-CODE (PROGRAM-FOUND-SUB)

           .
       162-POST-PROGRAM-STATUS-EXIT.
           EXIT
         .
      *
       165-CHECK-REQUIRED-STEP.

           MOVE 0 TO PROGRAM-FOUND-SUB
           PERFORM VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-STATUS-COUNT
               IF PS-PROGRAM-ID (PROGRAM-SUB) =
                  RS-PROGRAM-ID (REQUIRED-SUB)
                  AND PS-STEP-COMPLETED (PROGRAM-SUB)
                   MOVE PROGRAM-SUB TO PROGRAM-FOUND-SUB
               END-IF
           END-PERFORM

           IF PROGRAM-FOUND-SUB = 0
               ADD 1 TO MISSING-STEP-COUNT
               DISPLAY 'REQUIRED STEP ' RS-PROGRAM-ID (REQUIRED-SUB)
                       ' HAS NOT COMPLETED FOR BUSINESS DATE '
                       CURRENT-BUSINESS-DATE
           END-IF
         .
      *
       170-REWRITE-CONTROL-FILE.

           OPEN OUTPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
               DISPLAY 'BUSINESS-DATE COULD NOT BE WRITTEN - STATUS '
                       BUSINESS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO BUSINESS-DATE-REC
           SET BD-DATE-RECORD          TO TRUE
           MOVE CURRENT-BUSINESS-DATE  TO BD-BUSINESS-DATE
           MOVE CURRENT-DAY-STATUS     TO BD-DAY-STATUS
           MOVE LAST-COMPLETED-DATE    TO BD-LAST-COMPLETED-DATE
           MOVE RERUN-SWITCH           TO BD-RERUN-FLAG
           MOVE RERUN-COMPLETED-DATE   TO BD-RERUN-COMPLETED-DATE
           MOVE CLOCK-DATE             TO BD-CHANGED-DATE
           MOVE CLOCK-TIME             TO BD-CHANGED-TIME
           WRITE BUSINESS-DATE-REC

           PERFORM VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > STEP-COUNT
               MOVE SPACES TO BUSINESS-STEP-REC
               MOVE 'S' TO BS-RECORD-TYPE
               MOVE ST-BUSINESS-DATE (STEP-SUB) TO BS-BUSINESS-DATE
               MOVE ST-PROGRAM-ID (STEP-SUB)    TO BS-PROGRAM-ID
               MOVE ST-STEP-STATUS (STEP-SUB)   TO BS-STEP-STATUS
               MOVE ST-RETURN-CODE (STEP-SUB)   TO BS-RETURN-CODE
               MOVE ST-CLOCK-DATE (STEP-SUB)    TO BS-CLOCK-DATE
               MOVE ST-CLOCK-TIME (STEP-SUB)    TO BS-CLOCK-TIME
               WRITE BUSINESS-STEP-REC
           END-PERFORM

           CLOSE BUSINESS-DATE-FILE
         .
