       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-NIGHTLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLAYER-MST-FILE
               ASSIGN DYNAMIC WS-PMAST-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-FS-PMAST.
           SELECT PROBE-FILE
               ASSIGN DYNAMIC WS-PROBE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROBE.
           SELECT RUN-CONTROL-FILE
               ASSIGN DYNAMIC WS-RUNCTL-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAYER-MST-FILE
              RECORD CONTAINS 80 CHARACTERS.

       01  PLAYER-MST-RECORD.
           03 PM-PLAYER-ID      PIC X(10).
           03 PM-GAMES          PIC 9(05).
           03 PM-WINS           PIC 9(05).
           03 PM-BEST-SCORE     PIC 9(05).
           03 PM-FEWEST-TURNS   PIC 9(04).
           03 PM-LAST-PLAYED    PIC 9(08).
           03 PM-CAMPAIGN-EP    PIC 99.
           03 PM-LANGUAGE       PIC X(02).
           03 PM-DEATHS         PIC 9(05).
           03 FILLER            PIC X(34).

      * ANY 40-BYTE LOG: A SPOOL OR A PLAYARCH ARCHIVE, OPENED ONLY
      * TO SEE WHETHER IT IS THERE AND HOLDS ANYTHING
       FD  PROBE-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PROBE-RECORD PIC X(40).

      * ONE 'S' RECORD WHEN A STEP STARTS AND ONE WHEN IT ENDS, AND
      * AN 'E' RECORD AT THE END OF EACH ATTEMPT AT THE NIGHT. A NEW
      * NIGHT STARTS WITH AN 'S' RECORD FOR STEP 0, STATUS 'NEW'.
       FD  RUN-CONTROL-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RUN-CONTROL-RECORD.
           03 NR-RUN-DATE       PIC 9(08).
           03 NR-REC-TYPE       PIC X.
              88 NR-STEP-REC    VALUE 'S'.
              88 NR-END-REC     VALUE 'E'.
           03 NR-ATTEMPT        PIC 99.
           03 NR-STEP-NO        PIC 9.
           03 NR-STEP-NAME      PIC X(08).
           03 NR-START-DATE     PIC 9(08).
           03 NR-START-TIME     PIC 9(06).
           03 NR-END-DATE       PIC 9(08).
           03 NR-END-TIME       PIC 9(06).
           03 NR-STEP-RC        PIC 9(03).
           03 NR-LIMIT          PIC 9(03).
           03 NR-STATUS         PIC X(08).
           03 NR-NOTE           PIC X(18).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-MST PIC X VALUE 'N'.
               88 NO-MORE-MST VALUE 'Y'.
           03 WS-EOF-RUNCTL PIC X VALUE 'N'.
               88 NO-MORE-RUNCTL VALUE 'Y'.

       01 WS-FS-PMAST    PIC X(02).
       01 WS-FS-PROBE    PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).

       01 WS-PMAST-FILENAME  PIC X(40) VALUE 'playermst.dat'.
       01 WS-PROBE-FILENAME  PIC X(40) VALUE SPACES.
       01 WS-RUNCTL-FILENAME PIC X(40) VALUE 'nightrun.dat'.

       01 WS-DATASET-PARM  PIC X(80) VALUE SPACES.
       01 WS-MODE          PIC X(10) VALUE SPACES.
       01 WS-DAYS-TXT      PIC X(10) VALUE SPACES.

       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-NOW           PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.
       01 WS-STOP-INT      PIC 9(08) VALUE 0.
       01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 366.
       01 WS-EXTRACT-DATE  PIC 9(08) VALUE 0.

      * THE NIGHT BEING RUN. A RERUN AFTER A FAILURE KEEPS THE
      * FAILED NIGHT'S RUN DATE AND TAKES THE NEXT ATTEMPT NUMBER.
       01 WS-RUN-DATE      PIC 9(08) VALUE 0.
       01 WS-ATTEMPT       PIC 99 VALUE 0.
       01 WS-RESUMING      PIC X VALUE 'N'.
       01 WS-LAST-DATE     PIC 9(08) VALUE 0.
       01 WS-LAST-ATTEMPT  PIC 99 VALUE 0.
       01 WS-LAST-TYPE     PIC X VALUE SPACE.
       01 WS-LAST-STATUS   PIC X(08) VALUE SPACES.
       01 WS-NIGHT-FAILED  PIC X VALUE 'N'.
       01 WS-FAILED-STEP   PIC 9 VALUE 0.
       01 WS-WORST-RC      PIC 9(03) VALUE 0.

      * THE STEPS IN RUN ORDER WITH THE HIGHEST RETURN CODE EACH MAY
      * GIVE BEFORE THE NIGHT STOPS. AUDIT GIVES 8 ON A DISCREPANCY
      * AND PMAUDIT 4 ON A MASTER THAT DISAGREES WITH THE LOGS HELD.
      * EXTRACT GIVES 4 FOR A DAY ALREADY SENT OR A SESSION LEFT OUT.
       01 STEP-DEFAULTS.
           05 FILLER PIC X(11) VALUE 'COLLECT 000'.
           05 FILLER PIC X(11) VALUE 'AUDIT   004'.
           05 FILLER PIC X(11) VALUE 'PMAUDIT 004'.
           05 FILLER PIC X(11) VALUE 'ARCHIVE 000'.
           05 FILLER PIC X(11) VALUE 'REPORT  004'.
           05 FILLER PIC X(11) VALUE 'EXTRACT 004'.
       01 STEP-DEFAULT-TABLE REDEFINES STEP-DEFAULTS.
           05 STEP-DEFAULT       OCCURS 6 TIMES.
              10 STEP-DEF-NAME   PIC X(08).
              10 STEP-DEF-LIMIT  PIC 9(03).

       01 WS-STEP-COUNT    PIC 9 VALUE 6.
       01 STEP-DATA.
           05 STEP-ENTRY      OCCURS 6 TIMES.
              10 STEP-NAME    PIC X(08).
              10 STEP-LIMIT   PIC 9(03).
              10 STEP-DONE    PIC X.
              10 STEP-RC      PIC 9(03).
              10 STEP-STATUS  PIC X(08).
              10 STEP-START   PIC 9(06).
              10 STEP-END     PIC 9(06).
              10 STEP-NOTE    PIC X(18).
       01 WS-STEP-IX       PIC 99 VALUE 0.

      * STEPS ARE RUN AS SEPARATE JOB STEPS BY THEIR LOAD MODULE
      * NAMES; THE STEP'S EXIT CODE COMES BACK IN THE HIGH-ORDER
      * BYTE OF THE STATUS.
       01 WS-CMD-LINE        PIC X(300) VALUE SPACES.
       01 WS-STEP-STATUS     PIC S9(09) VALUE 0.
       01 WS-STEP-RC         PIC 9(03) VALUE 0.
       01 WS-CMD-PTR         PIC 9(03) VALUE 0.

      * PLAYERS WITH A SPOOL WAITING, PASSED TO ADVENT-COLLECT
      * EIGHT AT A TIME
       01 WS-MAX-SPOOLS    PIC 999 VALUE 500.
       01 SPOOL-DATA.
           05 SPL-COUNT     PIC 999 VALUE 0.
           05 SPL-ID        PIC X(10) OCCURS 500 TIMES.
       01 WS-BATCH-SIZE    PIC 99 VALUE 8.
       01 WS-BATCH-CT      PIC 99 VALUE 0.
       01 WS-SPL-IX        PIC 999 VALUE 0.
       01 WS-ID-LEN        PIC 99 VALUE 0.
       01 WS-HAS-RECS      PIC X VALUE 'N'.
       01 WS-SESS-SPOOL    PIC X VALUE 'N'.
       01 WS-BATCH-RC      PIC 9(03) VALUE 0.

      * PLAYARCH ARCHIVES HANDED TO ADVENT-PMAUDIT WITH THE LIVE
      * PLAYER LOG; ITS PARM TAKES THE NEWEST EIGHT
       01 WS-MAX-ARCH      PIC 99 VALUE 8.
       01 ARCH-DATA.
           05 ARCH-COUNT    PIC 99 VALUE 0.
           05 ARCH-NAME     PIC X(40) OCCURS 8 TIMES.

       01 I                PIC 999 VALUE 0.
       01 CT-PLAYERS       PIC 9(05) VALUE 0.
       01 CT-SPOOL-FILES   PIC 9(05) VALUE 0.
       01 CT-COLLECT-RUNS  PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * NIGHTLY BATCH DRIVER. RUNS THE NIGHT'S STEPS IN ORDER:
      *   1 COLLECT  ADVENT-COLLECT FOR EVERY PLAYER IN THE MASTER
      *              WITH A SESSIONLOG.<ID>.DAT OR PLAYERLOG.<ID>.DAT
      *              SPOOL THAT HOLDS RECORDS
      *   2 AUDIT    ADVENT-AUDIT ON THE CENTRAL LOGS
      *   3 PMAUDIT  ADVENT-PMAUDIT REPORT ON THE LIVE PLAYER LOG
      *              AND THE NEWEST PLAYARCH ARCHIVES PRESENT
      *   4 ARCHIVE  ADVENT-ARCHIVE
      *   5 REPORT   ADVENT-REPORT
      *   6 EXTRACT  ADVENT-EXTRACT OF THE DAY BEFORE THE RUN DATE
      * EACH STEP'S RETURN CODE IS CHECKED AGAINST ITS LIMIT AND
      * RECORDED IN NIGHTRUN.DAT. A STEP OVER ITS LIMIT STOPS THE
      * NIGHT; THE NEXT RUN RESUMES THAT NIGHT AT THE FIRST STEP
      * NOT YET COMPLETED. NEW STARTS A FRESH NIGHT REGARDLESS.
      * RUN IN THE BATCH WINDOW, NOT WHILE PLAYERS ARE ON.
      * PARM: [RUN|NEW] [RETENTION-DAYS]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           IF WS-DATASET-PARM NOT = SPACES
              UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
                 INTO WS-MODE WS-DAYS-TXT
           END-IF
           IF WS-MODE = SPACES
              MOVE 'RUN' TO WS-MODE
           END-IF
           IF (WS-MODE NOT = 'RUN' AND WS-MODE NOT = 'NEW')
              OR (WS-DAYS-TXT NOT = SPACES
                  AND WS-DAYS-TXT(1:1) NOT NUMERIC)
              DISPLAY 'USAGE: [RUN|NEW] [RETENTION-DAYS]'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT
              MOVE STEP-DEF-NAME(WS-STEP-IX) TO STEP-NAME(WS-STEP-IX)
              MOVE STEP-DEF-LIMIT(WS-STEP-IX)
                 TO STEP-LIMIT(WS-STEP-IX)
           END-PERFORM
           PERFORM CLEAR-STEP-STATE

           PERFORM READ-RUN-CONTROL
           PERFORM CHOOSE-NIGHT
           IF WS-MODE = 'NEW'
              PERFORM WRITE-NEW-RECORD
           END-IF

           DISPLAY 'NIGHTLY BATCH RUN FOR ' WS-RUN-DATE
              '  ATTEMPT ' WS-ATTEMPT
           IF WS-RESUMING = 'Y'
              DISPLAY 'RESUMING THE NIGHT AFTER A FAILED ATTEMPT'
           END-IF
           DISPLAY SPACE

           MOVE 'N' TO WS-NIGHT-FAILED
           PERFORM RUN-ONE-STEP
              VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT
                 OR WS-NIGHT-FAILED = 'Y'

           PERFORM WRITE-END-RECORD
           PERFORM REPORT-NIGHT

           EVALUATE TRUE
              WHEN WS-NIGHT-FAILED = 'Y' AND WS-WORST-RC > 8
                 MOVE WS-WORST-RC TO RETURN-CODE
              WHEN WS-NIGHT-FAILED = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WORST-RC > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       CLEAR-STEP-STATE.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT
              MOVE 'N' TO STEP-DONE(WS-STEP-IX)
              MOVE 0 TO STEP-RC(WS-STEP-IX)
              MOVE 'NOT RUN' TO STEP-STATUS(WS-STEP-IX)
              MOVE 0 TO STEP-START(WS-STEP-IX)
              MOVE 0 TO STEP-END(WS-STEP-IX)
              MOVE SPACES TO STEP-NOTE(WS-STEP-IX)
           END-PERFORM.

      * -------------------------
      * RUN CONTROL HISTORY: WHICH STEPS OF THE LAST NIGHT ENDED OK,
      * AND WHETHER THAT NIGHT WAS EVER COMPLETED. A STEP WITH A
      * 'STARTED' RECORD AND NO END RECORD DIED WITH THE DRIVER. A
      * STEP'S LATEST RECORD DECIDES WHETHER IT IS DONE, AND A NEW
      * RECORD FORGETS THE STEPS OF EARLIER ATTEMPTS.
      * -------------------------
       READ-RUN-CONTROL.
           MOVE 'N' TO WS-EOF-RUNCTL
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-RUNCTL = '00'
              PERFORM READ-RUNCTL
              PERFORM UNTIL NO-MORE-RUNCTL
                 IF NR-RUN-DATE NOT = WS-LAST-DATE
                    PERFORM CLEAR-STEP-STATE
                    MOVE NR-RUN-DATE TO WS-LAST-DATE
                 END-IF
                 MOVE NR-ATTEMPT TO WS-LAST-ATTEMPT
                 MOVE NR-REC-TYPE TO WS-LAST-TYPE
                 MOVE NR-STATUS TO WS-LAST-STATUS
                 IF NR-STEP-REC AND NR-STEP-NO = 0
                    AND NR-STATUS = 'NEW'
                    PERFORM CLEAR-STEP-STATE
                 END-IF
                 IF NR-STEP-REC AND NR-STEP-NO > 0
                    AND NR-STEP-NO NOT > WS-STEP-COUNT
                    IF NR-STATUS = 'OK'
                       MOVE 'Y' TO STEP-DONE(NR-STEP-NO)
                       MOVE NR-STEP-RC TO STEP-RC(NR-STEP-NO)
                    ELSE
                       MOVE 'N' TO STEP-DONE(NR-STEP-NO)
                    END-IF
                 END-IF
                 IF NR-END-REC AND NR-STATUS = 'COMPLETE'
                    PERFORM CLEAR-STEP-STATE
                 END-IF
                 PERFORM READ-RUNCTL
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF.

       READ-RUNCTL.
           READ RUN-CONTROL-FILE AT END SET NO-MORE-RUNCTL TO TRUE
           END-READ
           IF WS-FS-RUNCTL NOT = '00' AND WS-FS-RUNCTL NOT = '10'
              DISPLAY 'ERROR READING [' WS-RUNCTL-FILENAME
                 '] STATUS=' WS-FS-RUNCTL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       CHOOSE-NIGHT.
           EVALUATE TRUE
              WHEN WS-MODE = 'NEW'
                 PERFORM CLEAR-STEP-STATE
                 MOVE WS-TODAY TO WS-RUN-DATE
                 MOVE 1 TO WS-ATTEMPT
                 IF WS-LAST-DATE = WS-TODAY
                    COMPUTE WS-ATTEMPT = WS-LAST-ATTEMPT + 1
                 END-IF
              WHEN WS-LAST-DATE = 0
                 MOVE WS-TODAY TO WS-RUN-DATE
                 MOVE 1 TO WS-ATTEMPT
              WHEN WS-LAST-TYPE = 'E' AND WS-LAST-STATUS = 'COMPLETE'
                 IF WS-LAST-DATE = WS-TODAY
                    DISPLAY 'THE NIGHT OF ' WS-TODAY
                       ' IS ALREADY COMPLETE. RUN WITH NEW TO RUN'
                       ' IT AGAIN.'
                    MOVE 4 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE WS-TODAY TO WS-RUN-DATE
                 MOVE 1 TO WS-ATTEMPT
              WHEN OTHER
                 MOVE WS-LAST-DATE TO WS-RUN-DATE
                 COMPUTE WS-ATTEMPT = WS-LAST-ATTEMPT + 1
                 MOVE 'Y' TO WS-RESUMING
           END-EVALUATE.

      * -------------------------
      * ONE STEP: SKIPPED IF IT ENDED OK ON AN EARLIER ATTEMPT AT
      * THIS NIGHT, OTHERWISE RUN AND CHECKED AGAINST ITS LIMIT
      * -------------------------
       RUN-ONE-STEP.
           IF STEP-DONE(WS-STEP-IX) = 'Y'
              MOVE 'EARLIER' TO STEP-STATUS(WS-STEP-IX)
              DISPLAY 'STEP ' WS-STEP-IX ' ' STEP-NAME(WS-STEP-IX)
                 ' ENDED OK ON AN EARLIER ATTEMPT - SKIPPED.'
           ELSE
              ACCEPT WS-NOW FROM TIME
              MOVE WS-NOW(1:6) TO STEP-START(WS-STEP-IX)
              MOVE 'STARTED' TO STEP-STATUS(WS-STEP-IX)
              MOVE SPACES TO STEP-NOTE(WS-STEP-IX)
              PERFORM WRITE-STEP-RECORD
              DISPLAY '=== STEP ' WS-STEP-IX ' '
                 STEP-NAME(WS-STEP-IX)
              MOVE 0 TO WS-STEP-RC
              EVALUATE STEP-NAME(WS-STEP-IX)
                 WHEN 'COLLECT'
                    PERFORM STEP-COLLECT
                 WHEN 'AUDIT'
                    MOVE 'advaudit' TO WS-CMD-LINE
                    PERFORM RUN-STEP
                 WHEN 'PMAUDIT'
                    PERFORM STEP-PMAUDIT
                 WHEN 'ARCHIVE'
                    MOVE SPACES TO WS-CMD-LINE
                    STRING 'advarch ' DELIMITED BY SIZE
                       WS-DAYS-TXT DELIMITED BY SPACE
                       INTO WS-CMD-LINE
                    PERFORM RUN-STEP
                 WHEN 'REPORT'
                    MOVE 'advreport' TO WS-CMD-LINE
                    PERFORM RUN-STEP
                 WHEN 'EXTRACT'
                    PERFORM STEP-EXTRACT
              END-EVALUATE
              ACCEPT WS-NOW FROM TIME
              MOVE WS-NOW(1:6) TO STEP-END(WS-STEP-IX)
              MOVE WS-STEP-RC TO STEP-RC(WS-STEP-IX)
              IF WS-STEP-RC > STEP-LIMIT(WS-STEP-IX)
                 MOVE 'FAILED' TO STEP-STATUS(WS-STEP-IX)
                 MOVE 'Y' TO WS-NIGHT-FAILED
                 MOVE WS-STEP-IX TO WS-FAILED-STEP
              ELSE
                 MOVE 'OK' TO STEP-STATUS(WS-STEP-IX)
                 MOVE 'Y' TO STEP-DONE(WS-STEP-IX)
              END-IF
              PERFORM WRITE-STEP-RECORD
              DISPLAY '=== STEP ' WS-STEP-IX ' '
                 STEP-NAME(WS-STEP-IX) ' RC ' WS-STEP-RC
                 ' LIMIT ' STEP-LIMIT(WS-STEP-IX) ' '
                 STEP-STATUS(WS-STEP-IX)
              DISPLAY SPACE
           END-IF
           IF STEP-RC(WS-STEP-IX) > WS-WORST-RC
              MOVE STEP-RC(WS-STEP-IX) TO WS-WORST-RC
           END-IF.

      * -------------------------
      * COLLECT: FIND THE SPOOLS, THEN ONE ADVENT-COLLECT PER EIGHT
      * PLAYERS. THE STEP'S RC IS THE WORST OF THOSE RUNS.
      * -------------------------
       STEP-COLLECT.
           PERFORM DISCOVER-SPOOLS
           IF SPL-COUNT = 0
              MOVE 'NO SPOOLS WAITING' TO STEP-NOTE(WS-STEP-IX)
              DISPLAY 'NO SPOOLS WAITING - NOTHING TO COLLECT.'
           ELSE
              MOVE 0 TO WS-BATCH-CT
              MOVE 0 TO WS-BATCH-RC
              PERFORM VARYING WS-SPL-IX FROM 1 BY 1
                 UNTIL WS-SPL-IX > SPL-COUNT
                 IF WS-BATCH-CT = 0
                    MOVE SPACES TO WS-CMD-LINE
                    MOVE 1 TO WS-CMD-PTR
                    STRING 'advcollect' DELIMITED BY SIZE
                       INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
                 END-IF
                 STRING ' ' DELIMITED BY SIZE
                    SPL-ID(WS-SPL-IX) DELIMITED BY SPACE
                    INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
                 ADD 1 TO WS-BATCH-CT
                 IF WS-BATCH-CT = WS-BATCH-SIZE
                    PERFORM RUN-COLLECT-BATCH
                 END-IF
              END-PERFORM
              IF WS-BATCH-CT > 0
                 PERFORM RUN-COLLECT-BATCH
              END-IF
              MOVE SPACES TO STEP-NOTE(WS-STEP-IX)
              STRING SPL-COUNT DELIMITED BY SIZE
                 ' PLAYERS' DELIMITED BY SIZE
                 INTO STEP-NOTE(WS-STEP-IX)
           END-IF.

       RUN-COLLECT-BATCH.
           PERFORM RUN-STEP
           ADD 1 TO CT-COLLECT-RUNS
           IF WS-STEP-RC > WS-BATCH-RC
              MOVE WS-STEP-RC TO WS-BATCH-RC
           END-IF
           MOVE WS-BATCH-RC TO WS-STEP-RC
           MOVE 0 TO WS-BATCH-CT.

      * EVERY PLAYER IN THE MASTER WHOSE SESSION OR RESULT SPOOL
      * IS PRESENT AND NOT EMPTY
       DISCOVER-SPOOLS.
           MOVE 0 TO SPL-COUNT
           MOVE 0 TO CT-PLAYERS
           MOVE 0 TO CT-SPOOL-FILES
           MOVE 'N' TO WS-EOF-MST
           OPEN INPUT PLAYER-MST-FILE
           IF WS-FS-PMAST NOT = '00'
              DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS='
                 WS-FS-PMAST
              MOVE 12 TO WS-STEP-RC
           ELSE
              MOVE SPACES TO PM-PLAYER-ID
              START PLAYER-MST-FILE KEY NOT < PM-PLAYER-ID
                 INVALID KEY SET NO-MORE-MST TO TRUE
              END-START
              PERFORM UNTIL NO-MORE-MST
                 READ PLAYER-MST-FILE NEXT RECORD
                    AT END SET NO-MORE-MST TO TRUE
                 END-READ
                 IF WS-FS-PMAST NOT = '00' AND WS-FS-PMAST NOT = '10'
                    SET NO-MORE-MST TO TRUE
                 END-IF
                 IF NOT NO-MORE-MST
                    ADD 1 TO CT-PLAYERS
                    PERFORM CHECK-PLAYER-SPOOLS
                 END-IF
              END-PERFORM
              CLOSE PLAYER-MST-FILE
           END-IF
           DISPLAY 'PLAYERS IN MASTER:   ' CT-PLAYERS
           DISPLAY 'SPOOL FILES WAITING: ' CT-SPOOL-FILES
           DISPLAY 'PLAYERS TO COLLECT:  ' SPL-COUNT.

       CHECK-PLAYER-SPOOLS.
           PERFORM DO-NOTHING VARYING WS-ID-LEN FROM 10 BY -1
              UNTIL WS-ID-LEN < 2
                 OR PM-PLAYER-ID(WS-ID-LEN:1) NOT = SPACE
           MOVE SPACES TO WS-PROBE-FILENAME
           STRING 'sessionlog.' DELIMITED BY SIZE
              PM-PLAYER-ID(1:WS-ID-LEN) DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-PROBE-FILENAME
           PERFORM PROBE-ONE-FILE
           MOVE WS-HAS-RECS TO WS-SESS-SPOOL
           MOVE SPACES TO WS-PROBE-FILENAME
           STRING 'playerlog.' DELIMITED BY SIZE
              PM-PLAYER-ID(1:WS-ID-LEN) DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-PROBE-FILENAME
           PERFORM PROBE-ONE-FILE
           IF WS-HAS-RECS = 'Y' OR WS-SESS-SPOOL = 'Y'
              IF SPL-COUNT >= WS-MAX-SPOOLS
                 DISPLAY 'MORE THAN ' WS-MAX-SPOOLS
                    ' PLAYERS WITH SPOOLS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SPL-COUNT
              MOVE PM-PLAYER-ID TO SPL-ID(SPL-COUNT)
           END-IF.

       PROBE-ONE-FILE.
           MOVE 'N' TO WS-HAS-RECS
           OPEN INPUT PROBE-FILE
           IF WS-FS-PROBE = '00'
              READ PROBE-FILE
              END-READ
              IF WS-FS-PROBE = '00'
                 MOVE 'Y' TO WS-HAS-RECS
                 ADD 1 TO CT-SPOOL-FILES
              END-IF
              CLOSE PROBE-FILE
           END-IF.

      * -------------------------
      * PMAUDIT: THE LIVE PLAYER LOG PLUS THE NEWEST PLAYARCH
      * ARCHIVES PRESENT, LOOKING BACK UP TO A YEAR
      * -------------------------
       STEP-PMAUDIT.
           MOVE 0 TO ARCH-COUNT
           COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-STOP-INT = WS-SCAN-INT - WS-LOOKBACK-DAYS
           PERFORM UNTIL WS-SCAN-INT < WS-STOP-INT
              OR ARCH-COUNT >= WS-MAX-ARCH
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
              MOVE SPACES TO WS-PROBE-FILENAME
              STRING 'playarch.' DELIMITED BY SIZE
                 WS-SCAN-DATE DELIMITED BY SIZE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-PROBE-FILENAME
              OPEN INPUT PROBE-FILE
              IF WS-FS-PROBE = '00'
                 CLOSE PROBE-FILE
                 ADD 1 TO ARCH-COUNT
                 MOVE WS-PROBE-FILENAME TO ARCH-NAME(ARCH-COUNT)
              END-IF
              SUBTRACT 1 FROM WS-SCAN-INT
           END-PERFORM
           MOVE SPACES TO WS-CMD-LINE
           MOVE 1 TO WS-CMD-PTR
           STRING 'advpmaudit REPORT ' DELIMITED BY SIZE
              WS-PMAST-FILENAME DELIMITED BY SPACE
              ' playerlog.dat' DELIMITED BY SIZE
              INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARCH-COUNT
              STRING ' ' DELIMITED BY SIZE
                 ARCH-NAME(I) DELIMITED BY SPACE
                 INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
           END-PERFORM
           MOVE SPACES TO STEP-NOTE(WS-STEP-IX)
           STRING ARCH-COUNT DELIMITED BY SIZE
              ' ARCHIVES' DELIMITED BY SIZE
              INTO STEP-NOTE(WS-STEP-IX)
           PERFORM RUN-STEP.

      * -------------------------
      * EXTRACT: THE RESULTS OF THE DAY BEFORE THE NIGHT'S RUN
      * DATE, SO A RESUMED NIGHT STILL SENDS THE RIGHT DAY
      * -------------------------
       STEP-EXTRACT.
           COMPUTE WS-SCAN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
           COMPUTE WS-EXTRACT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           MOVE SPACES TO WS-CMD-LINE
           STRING 'advextr RUN ' DELIMITED BY SIZE
              WS-EXTRACT-DATE DELIMITED BY SIZE
              INTO WS-CMD-LINE
           MOVE SPACES TO STEP-NOTE(WS-STEP-IX)
           STRING 'DAY ' DELIMITED BY SIZE
              WS-EXTRACT-DATE DELIMITED BY SIZE
              INTO STEP-NOTE(WS-STEP-IX)
           PERFORM RUN-STEP.

       RUN-STEP.
           DISPLAY '*** STEP: ' WS-CMD-LINE(1:100)
           CALL 'SYSTEM' USING WS-CMD-LINE
           MOVE RETURN-CODE TO WS-STEP-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-STATUS < 0
              MOVE 12 TO WS-STEP-RC
           ELSE
              DIVIDE WS-STEP-STATUS BY 256 GIVING WS-STEP-STATUS
              IF WS-STEP-STATUS > 99
                 MOVE 99 TO WS-STEP-RC
              ELSE
                 MOVE WS-STEP-STATUS TO WS-STEP-RC
              END-IF
           END-IF
           DISPLAY '*** STEP RC ' WS-STEP-RC.

      * -------------------------
      * RUN CONTROL RECORDS. THE FILE IS OPENED AND CLOSED FOR EACH
      * RECORD SO EVERYTHING UP TO A FAILURE IS ON DISK.
      * -------------------------
       WRITE-STEP-RECORD.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUN-DATE TO NR-RUN-DATE
           MOVE 'S' TO NR-REC-TYPE
           MOVE WS-ATTEMPT TO NR-ATTEMPT
           MOVE WS-STEP-IX TO NR-STEP-NO
           MOVE STEP-NAME(WS-STEP-IX) TO NR-STEP-NAME
           MOVE WS-TODAY TO NR-START-DATE
           MOVE STEP-START(WS-STEP-IX) TO NR-START-TIME
           MOVE 0 TO NR-END-DATE
           MOVE 0 TO NR-END-TIME
           IF STEP-STATUS(WS-STEP-IX) NOT = 'STARTED'
              ACCEPT NR-END-DATE FROM DATE YYYYMMDD
              MOVE STEP-END(WS-STEP-IX) TO NR-END-TIME
           END-IF
           MOVE STEP-RC(WS-STEP-IX) TO NR-STEP-RC
           MOVE STEP-LIMIT(WS-STEP-IX) TO NR-LIMIT
           MOVE STEP-STATUS(WS-STEP-IX) TO NR-STATUS
           MOVE STEP-NOTE(WS-STEP-IX) TO NR-NOTE
           PERFORM APPEND-RUN-CONTROL.

       WRITE-NEW-RECORD.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUN-DATE TO NR-RUN-DATE
           MOVE 'S' TO NR-REC-TYPE
           MOVE WS-ATTEMPT TO NR-ATTEMPT
           MOVE 0 TO NR-STEP-NO
           MOVE 'NIGHT' TO NR-STEP-NAME
           MOVE WS-TODAY TO NR-START-DATE
           MOVE WS-NOW(1:6) TO NR-START-TIME
           MOVE 0 TO NR-END-DATE
           MOVE 0 TO NR-END-TIME
           MOVE 0 TO NR-STEP-RC
           MOVE 0 TO NR-LIMIT
           MOVE 'NEW' TO NR-STATUS
           PERFORM APPEND-RUN-CONTROL.

       WRITE-END-RECORD.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUN-DATE TO NR-RUN-DATE
           MOVE 'E' TO NR-REC-TYPE
           MOVE WS-ATTEMPT TO NR-ATTEMPT
           MOVE WS-FAILED-STEP TO NR-STEP-NO
           MOVE 'NIGHT' TO NR-STEP-NAME
           MOVE WS-TODAY TO NR-START-DATE
           MOVE 0 TO NR-START-TIME
           ACCEPT NR-END-DATE FROM DATE YYYYMMDD
           MOVE WS-NOW(1:6) TO NR-END-TIME
           MOVE WS-WORST-RC TO NR-STEP-RC
           MOVE 0 TO NR-LIMIT
           IF WS-NIGHT-FAILED = 'Y'
              MOVE 'FAILED' TO NR-STATUS
              MOVE STEP-NAME(WS-FAILED-STEP) TO NR-NOTE
           ELSE
              MOVE 'COMPLETE' TO NR-STATUS
           END-IF
           PERFORM APPEND-RUN-CONTROL.

       APPEND-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-FS-RUNCTL NOT = '00'
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-FS-RUNCTL NOT = '00'
              DISPLAY 'CANNOT OPEN [' WS-RUNCTL-FILENAME '] STATUS='
                 WS-FS-RUNCTL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE RUN-CONTROL-RECORD
           IF WS-FS-RUNCTL NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-RUNCTL-FILENAME
                 '] STATUS=' WS-FS-RUNCTL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.

      * -------------------------
      * END-OF-NIGHT SUMMARY
      * -------------------------
       REPORT-NIGHT.
           DISPLAY SPACE
           DISPLAY 'NIGHTLY RUN SUMMARY FOR ' WS-RUN-DATE
              '  ATTEMPT ' WS-ATTEMPT
           DISPLAY 'STEP NAME      RC LIMIT STATUS   START  END'
              '    NOTE'
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT
              DISPLAY ' ' WS-STEP-IX(2:1) '   ' STEP-NAME(WS-STEP-IX)
                 ' ' STEP-RC(WS-STEP-IX) '  ' STEP-LIMIT(WS-STEP-IX)
                 ' ' STEP-STATUS(WS-STEP-IX) ' '
                 STEP-START(WS-STEP-IX) ' ' STEP-END(WS-STEP-IX) ' '
                 STEP-NOTE(WS-STEP-IX)
           END-PERFORM
           DISPLAY SPACE
           IF CT-COLLECT-RUNS > 0
              DISPLAY 'ADVENT-COLLECT RUNS: ' CT-COLLECT-RUNS
           END-IF
           IF WS-NIGHT-FAILED = 'Y'
              DISPLAY 'NIGHT FAILED AT STEP ' WS-FAILED-STEP ' '
                 STEP-NAME(WS-FAILED-STEP)
                 ' - RERUN TO RESUME FROM THAT STEP.'
           ELSE
              DISPLAY 'NIGHT COMPLETE. HIGHEST STEP RC ' WS-WORST-RC
           END-IF.

       DO-NOTHING.

           EXIT.
