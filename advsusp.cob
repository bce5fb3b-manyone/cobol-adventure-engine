       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-SUSPECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SESSION-LOG-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SESSLOG.
           SELECT PLAYER-LOG-FILE
               ASSIGN DYNAMIC WS-PLOG-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOG.
           SELECT ROOM-IN-FILE
               ASSIGN DYNAMIC WS-ROOM-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-NUMBER
               FILE STATUS IS WS-FS-ROOMS.
           SELECT OBJ-IN-FILE
               ASSIGN DYNAMIC WS-OBJ-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-NAME
               FILE STATUS IS WS-FS-OBJECT.
           SELECT WALK-FILE
               ASSIGN DYNAMIC WS-WALK-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-WALK.
           SELECT REVIEW-FILE
               ASSIGN DYNAMIC WS-REVIEW-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REVIEW.

       DATA DIVISION.
       FILE SECTION.

       FD  SESSION-LOG-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SESSION-LOG-RECORD.
           03 SL-VERB PIC X(10).
           03 SL-NOUN PIC X(10).
           03 SL-ROOM PIC 99.
           03 SL-REST  PIC X(18).
           03 SL-REST-CMD REDEFINES SL-REST.
              05 SL-NOUN2   PIC X(10).
              05 SL-OUTCOME PIC X(08).
           03 SL-REST-END REDEFINES SL-REST.
              05 SL-SCORE  PIC 9(05).
              05 SL-TURNS  PIC 9(04).
              05 SL-END-TIME PIC 9(06).
              05 FILLER    PIC X(03).
           03 SL-REST-HDR REDEFINES SL-REST.
              05 SL-HDR-DATE PIC 9(08).
              05 SL-HDR-TIME PIC 9(06).
              05 SL-HDR-TOURNEY PIC X(04).
           03 SL-REST-DSET REDEFINES SL-REST.
              05 SL-DSET-GEN PIC 9(05).
              05 SL-DSET-OBJ PIC X(13).

       FD  PLAYER-LOG-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PLAYER-LOG-RECORD.
           03 PL-PLAYER-ID   PIC X(10).
           03 PL-BODY.
              05 PL-RESULT      PIC X(08).
              05 PL-ROOM        PIC 99.
              05 PL-TURNS       PIC 9(04).
           03 PL-BODY-HDR REDEFINES PL-BODY.
              05 PL-HDR-ID      PIC X(10).
              05 PL-HDR-TOURNEY PIC X(04).
           03 PL-BODY-QST REDEFINES PL-BODY.
              05 PL-QST-PLAYER  PIC X(10).
              05 PL-QST-STATUS  PIC X.
              05 PL-QST-DONE    PIC 9.
              05 PL-QST-STEPS   PIC 9.
              05 FILLER         PIC X.
           03 PL-REST        PIC X(16).
           03 PL-REST-HDR REDEFINES PL-REST.
              05 PL-HDR-DATE PIC 9(08).
              05 PL-HDR-TIME PIC 9(06).
              05 FILLER      PIC X(02).
           03 PL-REST-QST REDEFINES PL-REST.
              05 PL-QST-ID      PIC X(08).
              05 PL-QST-POINTS  PIC 9(03).
              05 FILLER         PIC X(05).

       FD  ROOM-IN-FILE
              RECORD CONTAINS 220 CHARACTERS.

       01  ROOM-IN-RECORD.
           03 RI-NUMBER        PIC 9(03).
           03 FILLER           PIC X(96).
           03 RI-NAME          PIC X(20).
           03 RI-DESC          PIC X(100).
           03 RI-DARK          PIC X.

       FD  OBJ-IN-FILE
              RECORD CONTAINS 148 CHARACTERS.

       01  OBJ-IN-RECORD.
           03 OI-NAME          PIC X(10).
           03 FILLER           PIC X(118).
           03 OI-POINTS        PIC 999.
           03 FILLER           PIC X(17).

      * THE WINNING SCRIPT ADVENT-WALK WRITES FOR A DATASET SET;
      * ITS '*END*' RECORD CARRIES THE COMMAND COUNT
       FD  WALK-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  WALK-RECORD.
           03 WK-VERB PIC X(10).
           03 WK-NOUN PIC X(10).
           03 WK-ROOM PIC 99.
           03 WK-REST  PIC X(18).
           03 WK-REST-END REDEFINES WK-REST.
              05 WK-SCORE  PIC 9(05).
              05 WK-TURNS  PIC 9(04).
              05 FILLER    PIC X(09).

      * THE REVIEW FILE FOR THE DESK: ONE RECORD PER FLAG, WRITTEN
      * OPEN. THE DESK MARKS EACH ONE CLEARED OR UPHELD, WITH ITS
      * INITIALS AND THE DATE, BEFORE STANDINGS OR REWARDS GO OUT.
       FD  REVIEW-FILE
              RECORD CONTAINS 180 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REVIEW-RECORD.
           03 RV-RUN-DATE      PIC 9(08).
           03 RV-SEQ           PIC 9(04).
           03 RV-PLAYER        PIC X(10).
           03 RV-SESS-DATE     PIC 9(08).
           03 RV-SESS-TIME     PIC 9(06).
           03 RV-FLAG          PIC X(08).
           03 RV-SEVERITY      PIC X(06).
           03 RV-GEN           PIC 9(05).
           03 RV-END-WHY       PIC X(08).
           03 RV-END-SCORE     PIC 9(05).
           03 RV-END-TURNS     PIC 9(04).
           03 RV-EVID-COUNT    PIC 99.
           03 RV-EVID-TURN     PIC 9(04) OCCURS 8 TIMES.
           03 RV-DETAIL        PIC X(40).
           03 RV-STATUS        PIC X.
              88 RV-OPEN       VALUE 'O'.
              88 RV-CLEARED    VALUE 'C'.
              88 RV-UPHELD     VALUE 'U'.
           03 RV-REVIEWER      PIC X(08).
           03 RV-DECIDED       PIC 9(08).
           03 FILLER           PIC X(17).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-SESS PIC X VALUE 'N'.
               88 NO-MORE-SESS VALUE 'Y'.
           03 WS-EOF-PLOG PIC X VALUE 'N'.
               88 NO-MORE-PLOG VALUE 'Y'.
           03 WS-EOF-OBJ PIC X VALUE 'N'.
               88 NO-MORE-OBJ VALUE 'Y'.
           03 WS-EOF-WALK PIC X VALUE 'N'.
               88 NO-MORE-WALK VALUE 'Y'.

       01 WS-FS-SESSLOG  PIC X(02).
       01 WS-FS-PLOG     PIC X(02).
       01 WS-FS-ROOMS    PIC X(02).
       01 WS-FS-OBJECT   PIC X(02).
       01 WS-FS-WALK     PIC X(02).
       01 WS-FS-REVIEW   PIC X(02).

       01 WS-IN-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-LIVE-FILENAME    PIC X(40) VALUE 'sessionlog.dat'.
       01 WS-PLOG-IN-FILENAME PIC X(40) VALUE SPACES.
       01 WS-PLOG-FILENAME    PIC X(40) VALUE 'playerlog.dat'.
       01 WS-ROOM-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-OBJ-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-CRE-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-WALK-FILENAME    PIC X(40) VALUE 'advsusp.wlk'.
       01 WS-WALK-OUTPUT      PIC X(40) VALUE 'advsusp.out'.
       01 WS-REVIEW-FILENAME  PIC X(40) VALUE SPACES.

       01 WS-DATASET-PARM  PIC X(120) VALUE SPACES.
       01 WS-FROM-TXT      PIC X(10) VALUE SPACES.
       01 WS-LIMIT-TXT     PIC X(10) VALUE SPACES.

       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-FROM-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.
       01 WS-END-INT       PIC 9(08) VALUE 0.
       01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 366.

      * RESTORES IN ONE CHAIN BEFORE IT IS FLAGGED
       01 WS-REST-LIMIT    PIC 9(02) VALUE 3.

       01 WS-LIVE-ROOMS    PIC X(10) VALUE 'rooms.dat'.
       01 WS-GEN-FOUND     PIC X(01) VALUE 'N'.
       01 WS-GEN-READ      PIC 9(05) VALUE 0.
       01 WS-BACKUP-PREFIX PIC X(40) VALUE SPACES.

       01 I                PIC 9(04) VALUE 0.
       01 J                PIC 9(04) VALUE 0.
       01 K                PIC 9(04) VALUE 0.

      * ADVENT-WALK IS RUN AS A SEPARATE JOB STEP FOR EACH DATASET
      * SET THAT ANY SESSION WAS PLAYED ON
       01 WS-CMD-LINE        PIC X(400) VALUE SPACES.
       01 WS-CMD-PTR         PIC 9(03) VALUE 0.
       01 WS-STEP-STATUS     PIC S9(09) VALUE 0.
       01 WS-STEP-RC         PIC 9(03) VALUE 0.

      * -------------------------
      * THE DATASET SETS SESSIONS WERE PLAYED ON, BY ROOMS FILE AND
      * GENERATION. A SET IS FOUND AS NAMED WHEN THAT FILE STILL
      * CARRIES THE GENERATION, OR FOR THE LIVE ROOMS FILE AS THE
      * GEN<NNNNN>. BACKUP ADVENT-PROMOTE KEPT WHEN IT WAS REPLACED.
      * EACH SET HOLDS ITS OBJECT POINTS AND ITS WALKTHROUGH LENGTH.
      * -------------------------
       01 SET-DATA.
           05 SET-COUNT        PIC 99 VALUE 0.
           05 SET-ENTRY        OCCURS 20 TIMES.
              10 SET-ROOMFILE  PIC X(10).
              10 SET-GEN       PIC 9(05).
              10 SET-FOUND     PIC X.
              10 SET-SOURCE    PIC X(10).
              10 SET-WALK-RC   PIC 9(03).
              10 SET-WALK-MIN  PIC 9(04).
              10 SET-OBJ-COUNT PIC 99.
              10 SET-OBJ       OCCURS 20 TIMES.
                 15 SET-OBJ-NAME   PIC X(10).
                 15 SET-OBJ-POINTS PIC 999.
       01 WS-SET-IX        PIC 99 VALUE 0.
       01 WS-LOOK-ROOMFILE PIC X(10) VALUE SPACES.
       01 WS-LOOK-GEN      PIC 9(05) VALUE 0.
       01 WS-LOOK-OBJFILE  PIC X(13) VALUE SPACES.

      * QUEST POINTS AWARDED PER SESSION, FROM THE PLAYER LOG'S
      * '*QUEST*' COMPLETION LINES, AND THE LATEST '*SESS*' HEADER
      * SEEN FOR EACH PLAYER THERE
       01 QP-DATA.
           05 QP-COUNT         PIC 9(04) VALUE 0.
           05 QP-ENTRY         OCCURS 2000 TIMES.
              10 QP-ID         PIC X(10).
              10 QP-DATE       PIC 9(08).
              10 QP-TIME       PIC 9(06).
              10 QP-POINTS     PIC 9(05).
       01 PH-DATA.
           05 PH-COUNT         PIC 9(04) VALUE 0.
           05 PH-ENTRY         OCCURS 500 TIMES.
              10 PH-ID         PIC X(10).
              10 PH-DATE       PIC 9(08).
              10 PH-TIME       PIC 9(06).
       01 WS-PH-IX         PIC 9(04) VALUE 0.
       01 WS-QP-IX         PIC 9(04) VALUE 0.

      * -------------------------
      * PER PLAYER: THE RESTORE CHAIN RUNNING NOW (RESUMED SESSIONS
      * SINCE THE LAST ONE PLAYED FROM THE START) WITH THE SAVE
      * STATES RELOADED, AND THE FINISHED SESSION REACHING LATEST
      * IN TIME FOR THE OVERLAP CHECK
      * -------------------------
       01 PLR-DATA.
           05 PLR-COUNT        PIC 9(04) VALUE 0.
           05 PLR-ENTRY        OCCURS 500 TIMES.
              10 PLR-ID            PIC X(10).
              10 PLR-CHAIN         PIC 9(03).
              10 PLR-REPEATS       PIC 9(03).
              10 PLR-CH-FIRST-DATE PIC 9(08).
              10 PLR-CH-STATE      OCCURS 8 TIMES.
                 15 PLR-ST-ROOM    PIC 99.
                 15 PLR-ST-SCORE   PIC 9(05).
                 15 PLR-ST-TURNS   PIC 9(04).
              10 PLR-CH-DATE       PIC 9(08).
              10 PLR-CH-TIME       PIC 9(06).
              10 PLR-CH-GEN        PIC 9(05).
              10 PLR-CH-END-WHY    PIC X(08).
              10 PLR-CH-END-SCORE  PIC 9(05).
              10 PLR-CH-END-TURNS  PIC 9(04).
              10 PLR-HAVE-LAST     PIC X.
              10 PLR-LAST-START    PIC 9(12).
              10 PLR-LAST-END      PIC 9(12).
              10 PLR-LAST-DATE     PIC 9(08).
              10 PLR-LAST-TIME     PIC 9(06).
              10 PLR-LAST-TO       PIC 9(06).
              10 PLR-LAST-TURNS    PIC 9(04).
              10 PLR-LAST-RESUMED  PIC X.
       01 WS-PLR-IX        PIC 9(04) VALUE 0.

      * THE SESSION BEING READ
       01 CUR-SESSION.
           05 CUR-ACTIVE     PIC X VALUE 'N'.
           05 CUR-ID         PIC X(10) VALUE SPACES.
           05 CUR-DATE       PIC 9(08) VALUE 0.
           05 CUR-TIME       PIC 9(06) VALUE 0.
           05 CUR-DSETS      PIC 99 VALUE 0.
           05 CUR-GEN        PIC 9(05) VALUE 0.
           05 CUR-ROOMFILE   PIC X(10) VALUE SPACES.
           05 CUR-SET-IX     PIC 99 VALUE 0.
           05 CUR-UNKNOWN    PIC X VALUE 'N'.
           05 CUR-RESUMED    PIC X VALUE 'N'.
           05 CUR-REST-ROOM  PIC 99 VALUE 0.
           05 CUR-REST-SCORE PIC 9(05) VALUE 0.
           05 CUR-REST-TURNS PIC 9(04) VALUE 0.
           05 CUR-TURN       PIC 9(04) VALUE 0.
           05 CUR-ENDED      PIC X VALUE 'N'.
           05 CUR-END-WHY    PIC X(08) VALUE SPACES.
           05 CUR-END-SCORE  PIC 9(05) VALUE 0.
           05 CUR-END-TURNS  PIC 9(04) VALUE 0.
           05 CUR-END-TIME   PIC 9(06) VALUE 0.
           05 CUR-EARNED     PIC 9(05) VALUE 0.
           05 CUR-QUEST-PTS  PIC 9(05) VALUE 0.
           05 CUR-EXPLAINED  PIC 9(06) VALUE 0.
           05 CUR-PT-COUNT   PIC 99 VALUE 0.
           05 CUR-PT-TURN    PIC 9(04) OCCURS 7 TIMES.
           05 CUR-USED-COUNT PIC 99 VALUE 0.
           05 CUR-USED       OCCURS 40 TIMES.
              10 CUR-USED-SET  PIC 99.
              10 CUR-USED-NAME PIC X(10).
       01 CUR-START-STAMP  PIC 9(12) VALUE 0.
       01 CUR-END-STAMP    PIC 9(12) VALUE 0.
       01 WS-CLOCK.
           05 WS-CLOCK-HH   PIC 99.
           05 WS-CLOCK-MM   PIC 99.
           05 WS-CLOCK-SS   PIC 99.
       01 WS-CLOCK-N REDEFINES WS-CLOCK PIC 9(06).
       01 WS-SECONDS       PIC 9(05) VALUE 0.
       01 WS-REPEAT        PIC X VALUE 'N'.

      * THE FLAG BEING RAISED
       01 FLAG-AREA.
           05 FL-ID          PIC X(10).
           05 FL-DATE        PIC 9(08).
           05 FL-TIME        PIC 9(06).
           05 FL-CODE        PIC X(08).
           05 FL-SEVERITY    PIC X(06).
           05 FL-GEN         PIC 9(05).
           05 FL-END-WHY     PIC X(08).
           05 FL-END-SCORE   PIC 9(05).
           05 FL-END-TURNS   PIC 9(04).
           05 FL-EVID-COUNT  PIC 99.
           05 FL-EVID-TURN   PIC 9(04) OCCURS 8 TIMES.
           05 FL-DETAIL      PIC X(40).
       01 WS-EVID-LINE     PIC X(60) VALUE SPACES.
       01 WS-EVID-PTR      PIC 9(03) VALUE 0.
       01 WS-DETAIL-NUM    PIC 9(05) VALUE 0.

       01 CT-FILES         PIC 9(05) VALUE 0.
       01 CT-PLOG-FILES    PIC 9(05) VALUE 0.
       01 CT-SESSIONS      PIC 9(05) VALUE 0.
       01 CT-INCOMPLETE    PIC 9(05) VALUE 0.
       01 CT-RESUMED       PIC 9(05) VALUE 0.
       01 CT-SCORE-CHECKED PIC 9(05) VALUE 0.
       01 CT-NO-DATASET    PIC 9(05) VALUE 0.
       01 CT-WINS-CHECKED  PIC 9(05) VALUE 0.
       01 CT-WINS-NO-WALK  PIC 9(05) VALUE 0.
       01 CT-TABLE-FULL    PIC 9(05) VALUE 0.
       01 CT-FLAGS         PIC 9(05) VALUE 0.
       01 CT-HIGH          PIC 9(05) VALUE 0.
       01 CT-MEDIUM        PIC 9(05) VALUE 0.
       01 CT-LOW           PIC 9(05) VALUE 0.
       01 CT-FL-RESTORES   PIC 9(05) VALUE 0.
       01 CT-FL-FASTWIN    PIC 9(05) VALUE 0.
       01 CT-FL-SCORE      PIC 9(05) VALUE 0.
       01 CT-FL-OVERLAP    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * SUSPICIOUS PLAY EXCEPTIONS. EVERY SESSION IN THE DATED
      * SESSARCH ARCHIVES FROM THE FROM-DATE (DEFAULT A YEAR BACK)
      * AND THEN THE LIVE LOG IS CHECKED FOR:
      *   RESTORES  A CHAIN OF SESSIONS RESUMED FROM A SAVE
      *             ('*REST*') OF AT LEAST THE RESTORE LIMIT
      *             (DEFAULT 3), WORSE WHEN THE SAME SAVE STATE
      *             IS RELOADED AGAIN - A FIGHT REPLAYED UNTIL IT
      *             CAME OUT RIGHT
      *   FASTWIN   A WIN IN FEWER TURNS THAN ADVENT-WALK'S ROUTE
      *             FOR THAT DATASET GENERATION
      *   SCOREJMP  AN '*END*' SCORE ABOVE THE SCORE AT THE START
      *             (OR RESTORE) PLUS THE POINTS OF THE OBJECTS
      *             USED AND THE QUEST POINTS AWARDED IN THE
      *             SESSION
      *   OVERLAP   TWO FINISHED SESSIONS FOR ONE PLAYER ID OPEN AT
      *             THE SAME TIME, FROM THE '*SESS*' START AND THE
      *             '*END*' TIME
      * EACH FLAG IS REPORTED WITH A SEVERITY AND ITS EVIDENCE TURNS
      * AND WRITTEN OPEN TO SUSPECT.<TODAY>.DAT FOR THE DESK. QUEST
      * POINTS COME FROM THE PLAYARCH ARCHIVES AND THE PLAYER LOG.
      * RC 4 WHEN ANYTHING IS FLAGGED, 8 WHEN ANY FLAG IS HIGH.
      * PARM: [FROM-YYYYMMDD|*] [RESTORE-LIMIT] [SESSION-LOG]
      *       [PLAYER-LOG]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           IF WS-DATASET-PARM NOT = SPACES
              UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
                 INTO WS-FROM-TXT WS-LIMIT-TXT WS-IN-FILENAME
                      WS-PLOG-IN-FILENAME
           END-IF
           IF WS-IN-FILENAME NOT = SPACES
              MOVE WS-IN-FILENAME TO WS-LIVE-FILENAME
           END-IF
           IF WS-PLOG-IN-FILENAME NOT = SPACES
              MOVE WS-PLOG-IN-FILENAME TO WS-PLOG-FILENAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-FROM-TXT = SPACES OR WS-FROM-TXT = '*'
              COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-END-INT - WS-LOOKBACK-DAYS)
           ELSE
              IF WS-FROM-TXT(1:8) NUMERIC
                 AND WS-FROM-TXT(9:2) = SPACES
                 MOVE WS-FROM-TXT(1:8) TO WS-FROM-DATE
              END-IF
           END-IF
           IF WS-LIMIT-TXT NOT = SPACES
              IF FUNCTION TRIM(WS-LIMIT-TXT) IS NUMERIC
                 AND WS-LIMIT-TXT(3:8) = SPACES
                 COMPUTE WS-REST-LIMIT = FUNCTION NUMVAL(WS-LIMIT-TXT)
              ELSE
                 MOVE 0 TO WS-REST-LIMIT
              END-IF
           END-IF
           IF WS-FROM-DATE = 0 OR WS-REST-LIMIT = 0
              DISPLAY 'USAGE: [FROM-YYYYMMDD] [RESTORE-LIMIT]'
                 ' [SESSION-LOG] [PLAYER-LOG]'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           STRING 'suspect.' DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-REVIEW-FILENAME
           OPEN OUTPUT REVIEW-FILE
           IF WS-FS-REVIEW NOT = '00'
              DISPLAY 'CANNOT CREATE [' WS-REVIEW-FILENAME '] STATUS='
                 WS-FS-REVIEW
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'SUSPICIOUS PLAY EXCEPTIONS REPORT  ' WS-TODAY
           DISPLAY 'SESSIONS FROM:     ' WS-FROM-DATE
           DISPLAY 'RESTORE LIMIT:     ' WS-REST-LIMIT
           DISPLAY 'REVIEW FILE:       ' WS-REVIEW-FILENAME

           PERFORM LOAD-QUEST-POINTS

           DISPLAY SPACE
           DISPLAY 'PLAYER     DATE     TIME   FLAG     SEVERITY'
              ' DETAIL'

           COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           PERFORM UNTIL WS-SCAN-INT > WS-END-INT
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
              MOVE SPACES TO WS-IN-FILENAME
              STRING 'sessarch.' DELIMITED BY SIZE
                 WS-SCAN-DATE DELIMITED BY SIZE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-IN-FILENAME
              PERFORM WALK-ONE-FILE
              ADD 1 TO WS-SCAN-INT
           END-PERFORM
           MOVE WS-LIVE-FILENAME TO WS-IN-FILENAME
           PERFORM WALK-ONE-FILE

      * CHAINS STILL RUNNING AT THE END OF THE LOGS
           PERFORM VARYING WS-PLR-IX FROM 1 BY 1
              UNTIL WS-PLR-IX > PLR-COUNT
              PERFORM CLOSE-RESTORE-CHAIN
           END-PERFORM

           CLOSE REVIEW-FILE
           PERFORM REPORT-SUMMARY
           EVALUATE TRUE
              WHEN CT-HIGH > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CT-FLAGS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * -------------------------
      * QUEST POINTS PER SESSION FROM THE PLAYARCH ARCHIVES OVER
      * THE SAME DATES AND THEN THE LIVE PLAYER LOG. A COMPLETION
      * LINE BELONGS TO THE LATEST '*SESS*' HEADER FOR ITS PLAYER.
      * -------------------------
       LOAD-QUEST-POINTS.
           COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           PERFORM UNTIL WS-SCAN-INT > WS-END-INT
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
              MOVE SPACES TO WS-PLOG-IN-FILENAME
              STRING 'playarch.' DELIMITED BY SIZE
                 WS-SCAN-DATE DELIMITED BY SIZE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-PLOG-IN-FILENAME
              PERFORM READ-ONE-PLAYER-LOG
              ADD 1 TO WS-SCAN-INT
           END-PERFORM
           MOVE WS-PLOG-FILENAME TO WS-PLOG-IN-FILENAME
           PERFORM READ-ONE-PLAYER-LOG.

       READ-ONE-PLAYER-LOG.
           MOVE 'N' TO WS-EOF-PLOG
           OPEN INPUT PLAYER-LOG-FILE
           IF WS-FS-PLOG = '00'
              ADD 1 TO CT-PLOG-FILES
              PERFORM READ-PLOG
              PERFORM UNTIL NO-MORE-PLOG
                 EVALUATE TRUE
                    WHEN PL-PLAYER-ID = '*SESS*'
                       PERFORM NOTE-PLOG-HEADER
                    WHEN PL-PLAYER-ID = '*QUEST*'
                       AND PL-QST-STATUS = 'C'
                       AND PL-QST-POINTS NUMERIC
                       PERFORM ADD-QUEST-POINTS
                 END-EVALUATE
                 PERFORM READ-PLOG
              END-PERFORM
              CLOSE PLAYER-LOG-FILE
           END-IF.

       READ-PLOG.
           READ PLAYER-LOG-FILE AT END SET NO-MORE-PLOG TO TRUE
           END-READ
           IF WS-FS-PLOG NOT = '00' AND WS-FS-PLOG NOT = '10'
              DISPLAY 'ERROR READING [' WS-PLOG-IN-FILENAME
                 '] STATUS=' WS-FS-PLOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       NOTE-PLOG-HEADER.
           MOVE 0 TO WS-PH-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PH-COUNT
              IF WS-PH-IX = 0 AND PH-ID(I) = PL-HDR-ID
                 MOVE I TO WS-PH-IX
              END-IF
           END-PERFORM
           IF WS-PH-IX = 0
              IF PH-COUNT < 500
                 ADD 1 TO PH-COUNT
                 MOVE PH-COUNT TO WS-PH-IX
                 MOVE PL-HDR-ID TO PH-ID(WS-PH-IX)
              ELSE
                 ADD 1 TO CT-TABLE-FULL
              END-IF
           END-IF
           IF WS-PH-IX > 0
              MOVE 0 TO PH-DATE(WS-PH-IX) PH-TIME(WS-PH-IX)
              IF PL-HDR-DATE NUMERIC
                 MOVE PL-HDR-DATE TO PH-DATE(WS-PH-IX)
              END-IF
              IF PL-HDR-TIME NUMERIC
                 MOVE PL-HDR-TIME TO PH-TIME(WS-PH-IX)
              END-IF
           END-IF.

       ADD-QUEST-POINTS.
           MOVE 0 TO WS-PH-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PH-COUNT
              IF WS-PH-IX = 0 AND PH-ID(I) = PL-QST-PLAYER
                 MOVE I TO WS-PH-IX
              END-IF
           END-PERFORM
           IF WS-PH-IX > 0
              MOVE 0 TO WS-QP-IX
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > QP-COUNT
                 IF WS-QP-IX = 0
                    AND QP-ID(I) = PH-ID(WS-PH-IX)
                    AND QP-DATE(I) = PH-DATE(WS-PH-IX)
                    AND QP-TIME(I) = PH-TIME(WS-PH-IX)
                    MOVE I TO WS-QP-IX
                 END-IF
              END-PERFORM
              IF WS-QP-IX = 0
                 IF QP-COUNT < 2000
                    ADD 1 TO QP-COUNT
                    MOVE QP-COUNT TO WS-QP-IX
                    MOVE PH-ID(WS-PH-IX) TO QP-ID(WS-QP-IX)
                    MOVE PH-DATE(WS-PH-IX) TO QP-DATE(WS-QP-IX)
                    MOVE PH-TIME(WS-PH-IX) TO QP-TIME(WS-QP-IX)
                    MOVE 0 TO QP-POINTS(WS-QP-IX)
                 ELSE
                    ADD 1 TO CT-TABLE-FULL
                 END-IF
              END-IF
              IF WS-QP-IX > 0
                 ADD PL-QST-POINTS TO QP-POINTS(WS-QP-IX)
              END-IF
           END-IF.

      * -------------------------
      * ONE SESSION LOG OR ARCHIVE, SPLIT INTO SESSIONS AT THE
      * '*SESS*' HEADERS. EACH SESSION IS CHECKED WHEN THE NEXT
      * HEADER (OR THE END OF THE FILE) IS REACHED. HEADERLESS
      * LEGACY RECORDS CARRY NO PLAYER AND ARE PASSED OVER.
      * -------------------------
       WALK-ONE-FILE.
           MOVE 'N' TO WS-EOF-SESS
           MOVE 'N' TO CUR-ACTIVE
           OPEN INPUT SESSION-LOG-FILE
           IF WS-FS-SESSLOG = '00'
              ADD 1 TO CT-FILES
              PERFORM READ-SESS
              PERFORM UNTIL NO-MORE-SESS
                 IF SL-VERB = '*SESS*'
                    PERFORM FINISH-SESSION
                    PERFORM START-SESSION
                 END-IF
                 IF CUR-ACTIVE = 'Y'
                    PERFORM TAKE-SESSION-RECORD
                 END-IF
                 PERFORM READ-SESS
              END-PERFORM
              PERFORM FINISH-SESSION
              CLOSE SESSION-LOG-FILE
           END-IF.

       READ-SESS.
           READ SESSION-LOG-FILE AT END SET NO-MORE-SESS TO TRUE
           END-READ
           IF WS-FS-SESSLOG NOT = '00' AND WS-FS-SESSLOG NOT = '10'
              DISPLAY 'ERROR READING [' WS-IN-FILENAME '] STATUS='
                 WS-FS-SESSLOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       START-SESSION.
           INITIALIZE CUR-SESSION
           MOVE 'Y' TO CUR-ACTIVE
           MOVE SL-NOUN TO CUR-ID
           IF SL-HDR-DATE NUMERIC
              MOVE SL-HDR-DATE TO CUR-DATE
           END-IF
           IF SL-HDR-TIME NUMERIC
              MOVE SL-HDR-TIME TO CUR-TIME
           END-IF
           MOVE 'N' TO CUR-UNKNOWN CUR-RESUMED CUR-ENDED.

      * EVERY RECORD AFTER THE MARKERS IS ONE TURN; A RESUMED
      * SESSION'S TURNS CARRY ON FROM THE COUNT AT THE RESTORE
       TAKE-SESSION-RECORD.
           EVALUATE SL-VERB
              WHEN '*SESS*'
                 CONTINUE
              WHEN '*DSET*'
                 ADD 1 TO CUR-DSETS
                 MOVE SL-NOUN TO WS-LOOK-ROOMFILE
                 MOVE 0 TO WS-LOOK-GEN
                 IF SL-DSET-GEN NUMERIC
                    MOVE SL-DSET-GEN TO WS-LOOK-GEN
                 END-IF
                 MOVE SL-DSET-OBJ TO WS-LOOK-OBJFILE
                 IF CUR-DSETS = 1
                    MOVE WS-LOOK-ROOMFILE TO CUR-ROOMFILE
                    MOVE WS-LOOK-GEN TO CUR-GEN
                 END-IF
                 PERFORM FIND-DATASET-SET
                 MOVE WS-SET-IX TO CUR-SET-IX
                 IF WS-SET-IX = 0
                    MOVE 'Y' TO CUR-UNKNOWN
                 END-IF
              WHEN '*REST*'
                 MOVE 'Y' TO CUR-RESUMED
                 MOVE SL-ROOM TO CUR-REST-ROOM
                 IF SL-SCORE NUMERIC
                    MOVE SL-SCORE TO CUR-REST-SCORE
                 END-IF
                 IF SL-TURNS NUMERIC
                    MOVE SL-TURNS TO CUR-REST-TURNS
                 END-IF
                 MOVE CUR-REST-TURNS TO CUR-TURN
              WHEN '*END*'
                 MOVE 'Y' TO CUR-ENDED
                 MOVE SL-NOUN TO CUR-END-WHY
                 IF SL-SCORE NUMERIC
                    MOVE SL-SCORE TO CUR-END-SCORE
                 END-IF
                 IF SL-TURNS NUMERIC
                    MOVE SL-TURNS TO CUR-END-TURNS
                 END-IF
                 IF SL-END-TIME NUMERIC
                    MOVE SL-END-TIME TO CUR-END-TIME
                 END-IF
              WHEN OTHER
                 ADD 1 TO CUR-TURN
                 IF SL-VERB = 'USE'
                    PERFORM CREDIT-USE
                 END-IF
           END-EVALUATE.

      * A USE THE ENGINE DID NOT REFUSE SCORES ITS OBJECT'S POINTS
      * THE FIRST TIME; EACH OBJECT IS CREDITED ONCE A SESSION
       CREDIT-USE.
           IF CUR-SET-IX > 0
              EVALUATE SL-OUTCOME
                 WHEN 'NOOBJ'
                 WHEN 'NOAVAIL'
                 WHEN 'WRONGRM'
                 WHEN 'NOHAP'
                 WHEN 'USEFIRST'
                    CONTINUE
                 WHEN OTHER
                    PERFORM CREDIT-OBJECT
              END-EVALUATE
           END-IF.

       CREDIT-OBJECT.
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > SET-OBJ-COUNT(CUR-SET-IX)
              IF K = 0 AND SET-OBJ-NAME(CUR-SET-IX, I) = SL-NOUN
                 MOVE I TO K
              END-IF
           END-PERFORM
           IF K > 0
              MOVE 0 TO J
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > CUR-USED-COUNT
                 IF CUR-USED-SET(I) = CUR-SET-IX
                    AND CUR-USED-NAME(I) = SL-NOUN
                    MOVE I TO J
                 END-IF
              END-PERFORM
              IF J = 0 AND CUR-USED-COUNT < 40
                 ADD 1 TO CUR-USED-COUNT
                 MOVE CUR-SET-IX TO CUR-USED-SET(CUR-USED-COUNT)
                 MOVE SL-NOUN TO CUR-USED-NAME(CUR-USED-COUNT)
                 ADD SET-OBJ-POINTS(CUR-SET-IX, K) TO CUR-EARNED
                 IF SET-OBJ-POINTS(CUR-SET-IX, K) > 0
                    AND CUR-PT-COUNT < 7
                    ADD 1 TO CUR-PT-COUNT
                    MOVE CUR-TURN TO CUR-PT-TURN(CUR-PT-COUNT)
                 END-IF
              END-IF
           END-IF.

      * -------------------------
      * CHECK THE SESSION JUST READ
      * -------------------------
       FINISH-SESSION.
           IF CUR-ACTIVE = 'Y'
              MOVE 'N' TO CUR-ACTIVE
              ADD 1 TO CT-SESSIONS
              IF CUR-ENDED = 'N'
                 ADD 1 TO CT-INCOMPLETE
              END-IF
              IF CUR-RESUMED = 'Y'
                 ADD 1 TO CT-RESUMED
              END-IF
              PERFORM CHECK-SCORE-JUMP
              PERFORM CHECK-FAST-WIN
              PERFORM FIND-PLAYER
              IF WS-PLR-IX > 0
                 PERFORM CHECK-OVERLAP
                 PERFORM TRACK-RESTORE-CHAIN
              END-IF
           END-IF.

       FIND-PLAYER.
           MOVE 0 TO WS-PLR-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PLR-COUNT
              IF WS-PLR-IX = 0 AND PLR-ID(I) = CUR-ID
                 MOVE I TO WS-PLR-IX
              END-IF
           END-PERFORM
           IF WS-PLR-IX = 0
              IF PLR-COUNT < 500
                 ADD 1 TO PLR-COUNT
                 MOVE PLR-COUNT TO WS-PLR-IX
                 INITIALIZE PLR-ENTRY(WS-PLR-IX)
                 MOVE CUR-ID TO PLR-ID(WS-PLR-IX)
                 MOVE 'N' TO PLR-HAVE-LAST(WS-PLR-IX)
              ELSE
                 ADD 1 TO CT-TABLE-FULL
              END-IF
           END-IF.

      * -------------------------
      * SCORE: A FINISHED SESSION ON DATASETS STILL ON FILE MAY END
      * NO HIGHER THAN IT STARTED PLUS ITS OBJECT AND QUEST POINTS.
      * HINTS ONLY TAKE POINTS AWAY.
      * -------------------------
       CHECK-SCORE-JUMP.
           IF CUR-ENDED = 'Y'
              IF CUR-DSETS = 0 OR CUR-UNKNOWN = 'Y'
                 ADD 1 TO CT-NO-DATASET
              ELSE
                 ADD 1 TO CT-SCORE-CHECKED
                 PERFORM FIND-QUEST-POINTS
                 COMPUTE CUR-EXPLAINED = CUR-REST-SCORE
                    + CUR-EARNED + CUR-QUEST-PTS
                 IF CUR-END-SCORE > CUR-EXPLAINED
                    PERFORM LOAD-FLAG-FROM-SESSION
                    MOVE 'SCOREJMP' TO FL-CODE
                    MOVE 'HIGH' TO FL-SEVERITY
                    PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > CUR-PT-COUNT
                       ADD 1 TO FL-EVID-COUNT
                       MOVE CUR-PT-TURN(I) TO FL-EVID-TURN(I)
                    END-PERFORM
                    ADD 1 TO FL-EVID-COUNT
                    MOVE CUR-END-TURNS TO FL-EVID-TURN(FL-EVID-COUNT)
                    MOVE CUR-EXPLAINED TO WS-DETAIL-NUM
                    STRING 'SCORE ' DELIMITED BY SIZE
                       CUR-END-SCORE DELIMITED BY SIZE
                       ' EXPLAINED ' DELIMITED BY SIZE
                       WS-DETAIL-NUM DELIMITED BY SIZE
                       INTO FL-DETAIL
                    ADD 1 TO CT-FL-SCORE
                    PERFORM RAISE-FLAG
                 END-IF
              END-IF
           END-IF.

       FIND-QUEST-POINTS.
           MOVE 0 TO CUR-QUEST-PTS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QP-COUNT
              IF QP-ID(I) = CUR-ID AND QP-DATE(I) = CUR-DATE
                 AND QP-TIME(I) = CUR-TIME
                 MOVE QP-POINTS(I) TO CUR-QUEST-PTS
              END-IF
           END-PERFORM.

      * -------------------------
      * FAST WIN: A ONE-EPISODE WIN ON THE LIVE ROOMS FILE IN FEWER
      * TURNS THAN ADVENT-WALK'S ROUTE FOR ITS GENERATION. HIGH
      * BELOW THREE QUARTERS OF THE ROUTE.
      * -------------------------
       CHECK-FAST-WIN.
           IF CUR-ENDED = 'Y' AND CUR-END-WHY = 'WIN'
              AND CUR-DSETS = 1 AND CUR-SET-IX > 0
              AND CUR-ROOMFILE = WS-LIVE-ROOMS
              IF SET-WALK-MIN(CUR-SET-IX) = 0
                 ADD 1 TO CT-WINS-NO-WALK
              ELSE
                 ADD 1 TO CT-WINS-CHECKED
                 IF CUR-END-TURNS < SET-WALK-MIN(CUR-SET-IX)
                    PERFORM LOAD-FLAG-FROM-SESSION
                    MOVE 'FASTWIN' TO FL-CODE
                    IF CUR-END-TURNS * 4 <
                       SET-WALK-MIN(CUR-SET-IX) * 3
                       MOVE 'HIGH' TO FL-SEVERITY
                    ELSE
                       MOVE 'MEDIUM' TO FL-SEVERITY
                    END-IF
                    MOVE 1 TO FL-EVID-COUNT
                    MOVE CUR-END-TURNS TO FL-EVID-TURN(1)
                    STRING 'WON IN ' DELIMITED BY SIZE
                       CUR-END-TURNS DELIMITED BY SIZE
                       ', WALK ROUTE ' DELIMITED BY SIZE
                       SET-WALK-MIN(CUR-SET-IX) DELIMITED BY SIZE
                       INTO FL-DETAIL
                    ADD 1 TO CT-FL-FASTWIN
                    PERFORM RAISE-FLAG
                 END-IF
              END-IF
           END-IF.

      * -------------------------
      * OVERLAP: THIS FINISHED SESSION AGAINST THE PLAYER'S
      * FINISHED SESSION REACHING LATEST. HIGH WHEN EITHER WAS
      * RESUMED FROM A SAVE.
      * -------------------------
       CHECK-OVERLAP.
           IF CUR-ENDED = 'Y' AND CUR-DATE > 0
              MOVE CUR-TIME TO WS-CLOCK-N
              COMPUTE WS-SECONDS = WS-CLOCK-HH * 3600
                 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
              COMPUTE CUR-START-STAMP =
                 FUNCTION INTEGER-OF-DATE(CUR-DATE) * 86400
                 + WS-SECONDS
              MOVE CUR-END-TIME TO WS-CLOCK-N
              COMPUTE WS-SECONDS = WS-CLOCK-HH * 3600
                 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
              COMPUTE CUR-END-STAMP =
                 FUNCTION INTEGER-OF-DATE(CUR-DATE) * 86400
                 + WS-SECONDS
              IF CUR-END-TIME < CUR-TIME
                 ADD 86400 TO CUR-END-STAMP
              END-IF
              IF PLR-HAVE-LAST(WS-PLR-IX) = 'Y'
                 AND CUR-START-STAMP < PLR-LAST-END(WS-PLR-IX)
                 AND CUR-END-STAMP > PLR-LAST-START(WS-PLR-IX)
                 PERFORM LOAD-FLAG-FROM-SESSION
                 MOVE 'OVERLAP' TO FL-CODE
                 IF CUR-RESUMED = 'Y'
                    OR PLR-LAST-RESUMED(WS-PLR-IX) = 'Y'
                    MOVE 'HIGH' TO FL-SEVERITY
                 ELSE
                    MOVE 'MEDIUM' TO FL-SEVERITY
                 END-IF
                 MOVE 2 TO FL-EVID-COUNT
                 MOVE CUR-END-TURNS TO FL-EVID-TURN(1)
                 MOVE PLR-LAST-TURNS(WS-PLR-IX) TO FL-EVID-TURN(2)
                 STRING 'WITH ' DELIMITED BY SIZE
                    PLR-LAST-DATE(WS-PLR-IX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    PLR-LAST-TIME(WS-PLR-IX) DELIMITED BY SIZE
                    '-' DELIMITED BY SIZE
                    PLR-LAST-TO(WS-PLR-IX) DELIMITED BY SIZE
                    INTO FL-DETAIL
                 ADD 1 TO CT-FL-OVERLAP
                 PERFORM RAISE-FLAG
              END-IF
              IF PLR-HAVE-LAST(WS-PLR-IX) = 'N'
                 OR CUR-END-STAMP > PLR-LAST-END(WS-PLR-IX)
                 MOVE 'Y' TO PLR-HAVE-LAST(WS-PLR-IX)
                 MOVE CUR-START-STAMP TO PLR-LAST-START(WS-PLR-IX)
                 MOVE CUR-END-STAMP TO PLR-LAST-END(WS-PLR-IX)
                 MOVE CUR-DATE TO PLR-LAST-DATE(WS-PLR-IX)
                 MOVE CUR-TIME TO PLR-LAST-TIME(WS-PLR-IX)
                 MOVE CUR-END-TIME TO PLR-LAST-TO(WS-PLR-IX)
                 MOVE CUR-END-TURNS TO PLR-LAST-TURNS(WS-PLR-IX)
                 MOVE CUR-RESUMED TO PLR-LAST-RESUMED(WS-PLR-IX)
              END-IF
           END-IF.

      * -------------------------
      * RESTORES: A RESUMED SESSION LENGTHENS THE PLAYER'S CHAIN AND
      * IS CHECKED AGAINST THE SAVE STATES ALREADY RELOADED IN IT.
      * EVERY SESSION ENDS WITH AN *END*, SO A FINISHED RESUMED
      * SESSION DOES NOT CLOSE THE CHAIN; IT CLOSES WHEN A SESSION
      * IS PLAYED FROM THE START, OR AT THE END OF THE LOGS.
      * -------------------------
       TRACK-RESTORE-CHAIN.
           IF CUR-RESUMED = 'Y'
              ADD 1 TO PLR-CHAIN(WS-PLR-IX)
              IF PLR-CHAIN(WS-PLR-IX) = 1
                 MOVE CUR-DATE TO PLR-CH-FIRST-DATE(WS-PLR-IX)
              END-IF
              MOVE 'N' TO WS-REPEAT
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I >= PLR-CHAIN(WS-PLR-IX) OR I > 8
                 IF PLR-ST-ROOM(WS-PLR-IX, I) = CUR-REST-ROOM
                    AND PLR-ST-SCORE(WS-PLR-IX, I) = CUR-REST-SCORE
                    AND PLR-ST-TURNS(WS-PLR-IX, I) = CUR-REST-TURNS
                    MOVE 'Y' TO WS-REPEAT
                 END-IF
              END-PERFORM
              IF WS-REPEAT = 'Y'
                 ADD 1 TO PLR-REPEATS(WS-PLR-IX)
              END-IF
              IF PLR-CHAIN(WS-PLR-IX) <= 8
                 MOVE PLR-CHAIN(WS-PLR-IX) TO I
                 MOVE CUR-REST-ROOM TO PLR-ST-ROOM(WS-PLR-IX, I)
                 MOVE CUR-REST-SCORE TO PLR-ST-SCORE(WS-PLR-IX, I)
                 MOVE CUR-REST-TURNS TO PLR-ST-TURNS(WS-PLR-IX, I)
              END-IF
              MOVE CUR-DATE TO PLR-CH-DATE(WS-PLR-IX)
              MOVE CUR-TIME TO PLR-CH-TIME(WS-PLR-IX)
              MOVE CUR-GEN TO PLR-CH-GEN(WS-PLR-IX)
              MOVE CUR-END-WHY TO PLR-CH-END-WHY(WS-PLR-IX)
              MOVE CUR-END-SCORE TO PLR-CH-END-SCORE(WS-PLR-IX)
              MOVE CUR-END-TURNS TO PLR-CH-END-TURNS(WS-PLR-IX)
           ELSE
              PERFORM CLOSE-RESTORE-CHAIN
           END-IF.

      * THE FLAG GOES ON THE SESSION THAT ENDED THE CHAIN. HIGH WHEN
      * A SAVE WAS RELOADED TWICE MORE OR THE CHAIN RAN TO THREE
      * TIMES THE LIMIT, MEDIUM ON ONE RELOAD OR TWICE THE LIMIT.
       CLOSE-RESTORE-CHAIN.
           IF PLR-CHAIN(WS-PLR-IX) >= WS-REST-LIMIT
              INITIALIZE FLAG-AREA
              MOVE PLR-ID(WS-PLR-IX) TO FL-ID
              MOVE PLR-CH-DATE(WS-PLR-IX) TO FL-DATE
              MOVE PLR-CH-TIME(WS-PLR-IX) TO FL-TIME
              MOVE PLR-CH-GEN(WS-PLR-IX) TO FL-GEN
              MOVE PLR-CH-END-WHY(WS-PLR-IX) TO FL-END-WHY
              MOVE PLR-CH-END-SCORE(WS-PLR-IX) TO FL-END-SCORE
              MOVE PLR-CH-END-TURNS(WS-PLR-IX) TO FL-END-TURNS
              MOVE 'RESTORES' TO FL-CODE
              EVALUATE TRUE
                 WHEN PLR-REPEATS(WS-PLR-IX) >= 2
                    OR PLR-CHAIN(WS-PLR-IX) >= WS-REST-LIMIT * 3
                    MOVE 'HIGH' TO FL-SEVERITY
                 WHEN PLR-REPEATS(WS-PLR-IX) = 1
                    OR PLR-CHAIN(WS-PLR-IX) >= WS-REST-LIMIT * 2
                    MOVE 'MEDIUM' TO FL-SEVERITY
                 WHEN OTHER
                    MOVE 'LOW' TO FL-SEVERITY
              END-EVALUATE
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > PLR-CHAIN(WS-PLR-IX) OR I > 8
                 ADD 1 TO FL-EVID-COUNT
                 MOVE PLR-ST-TURNS(WS-PLR-IX, I) TO FL-EVID-TURN(I)
              END-PERFORM
              STRING 'RESTORES ' DELIMITED BY SIZE
                 PLR-CHAIN(WS-PLR-IX) DELIMITED BY SIZE
                 ' REPEATS ' DELIMITED BY SIZE
                 PLR-REPEATS(WS-PLR-IX) DELIMITED BY SIZE
                 ' FROM ' DELIMITED BY SIZE
                 PLR-CH-FIRST-DATE(WS-PLR-IX) DELIMITED BY SIZE
                 INTO FL-DETAIL
              ADD 1 TO CT-FL-RESTORES
              PERFORM RAISE-FLAG
           END-IF
           MOVE 0 TO PLR-CHAIN(WS-PLR-IX) PLR-REPEATS(WS-PLR-IX).

       LOAD-FLAG-FROM-SESSION.
           INITIALIZE FLAG-AREA
           MOVE CUR-ID TO FL-ID
           MOVE CUR-DATE TO FL-DATE
           MOVE CUR-TIME TO FL-TIME
           MOVE CUR-GEN TO FL-GEN
           MOVE CUR-END-WHY TO FL-END-WHY
           MOVE CUR-END-SCORE TO FL-END-SCORE
           MOVE CUR-END-TURNS TO FL-END-TURNS.

      * -------------------------
      * REPORT THE FLAG AND WRITE IT OPEN TO THE REVIEW FILE
      * -------------------------
       RAISE-FLAG.
           ADD 1 TO CT-FLAGS
           EVALUATE FL-SEVERITY
              WHEN 'HIGH'
                 ADD 1 TO CT-HIGH
              WHEN 'MEDIUM'
                 ADD 1 TO CT-MEDIUM
              WHEN OTHER
                 ADD 1 TO CT-LOW
           END-EVALUATE
           MOVE SPACES TO REVIEW-RECORD
           MOVE WS-TODAY TO RV-RUN-DATE
           MOVE CT-FLAGS TO RV-SEQ
           MOVE FL-ID TO RV-PLAYER
           MOVE FL-DATE TO RV-SESS-DATE
           MOVE FL-TIME TO RV-SESS-TIME
           MOVE FL-CODE TO RV-FLAG
           MOVE FL-SEVERITY TO RV-SEVERITY
           MOVE FL-GEN TO RV-GEN
           MOVE FL-END-WHY TO RV-END-WHY
           MOVE FL-END-SCORE TO RV-END-SCORE
           MOVE FL-END-TURNS TO RV-END-TURNS
           MOVE FL-EVID-COUNT TO RV-EVID-COUNT
           MOVE SPACES TO WS-EVID-LINE
           MOVE 1 TO WS-EVID-PTR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
              IF I > FL-EVID-COUNT
                 MOVE 0 TO RV-EVID-TURN(I)
              ELSE
                 MOVE FL-EVID-TURN(I) TO RV-EVID-TURN(I)
                 STRING ' ' DELIMITED BY SIZE
                    FL-EVID-TURN(I) DELIMITED BY SIZE
                    INTO WS-EVID-LINE WITH POINTER WS-EVID-PTR
              END-IF
           END-PERFORM
           MOVE FL-DETAIL TO RV-DETAIL
           SET RV-OPEN TO TRUE
           MOVE 0 TO RV-DECIDED
           WRITE REVIEW-RECORD
           IF WS-FS-REVIEW NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-REVIEW-FILENAME '] STATUS='
                 WS-FS-REVIEW
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY FL-ID ' ' FL-DATE ' ' FL-TIME ' ' FL-CODE ' '
              FL-SEVERITY '   ' FL-DETAIL
           DISPLAY '    EVIDENCE TURNS:' WS-EVID-LINE.

      * -------------------------
      * THE DATASET SET A '*DSET*' MARKER NAMES, FOUND AND LOADED
      * THE FIRST TIME IT IS SEEN. WS-SET-IX IS ZERO WHEN THE SET
      * IS NO LONGER ON FILE.
      * -------------------------
       FIND-DATASET-SET.
           MOVE 0 TO WS-SET-IX
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SET-COUNT
              IF K = 0 AND SET-ROOMFILE(I) = WS-LOOK-ROOMFILE
                 AND SET-GEN(I) = WS-LOOK-GEN
                 MOVE I TO K
              END-IF
           END-PERFORM
           IF K = 0
              IF SET-COUNT < 20
                 ADD 1 TO SET-COUNT
                 MOVE SET-COUNT TO K
                 PERFORM RESOLVE-SET
              ELSE
                 ADD 1 TO CT-TABLE-FULL
              END-IF
           END-IF
           IF K > 0
              IF SET-FOUND(K) = 'Y'
                 MOVE K TO WS-SET-IX
              END-IF
           END-IF.

       RESOLVE-SET.
           INITIALIZE SET-ENTRY(K)
           MOVE WS-LOOK-ROOMFILE TO SET-ROOMFILE(K)
           MOVE WS-LOOK-GEN TO SET-GEN(K)
           MOVE 'N' TO SET-FOUND(K)
           MOVE SPACES TO SET-SOURCE(K)
           IF WS-LOOK-GEN > 0
              MOVE WS-LOOK-ROOMFILE TO WS-ROOM-FILENAME
              PERFORM READ-SET-GENERATION
              IF WS-GEN-FOUND = 'Y' AND WS-GEN-READ = WS-LOOK-GEN
                 MOVE 'AS NAMED' TO SET-SOURCE(K)
                 MOVE WS-LOOK-OBJFILE TO WS-OBJ-FILENAME
                 MOVE 'creatures.dat' TO WS-CRE-FILENAME
              ELSE
                 IF WS-LOOK-ROOMFILE = WS-LIVE-ROOMS
                    MOVE SPACES TO WS-BACKUP-PREFIX
                    STRING 'gen' DELIMITED BY SIZE
                       WS-LOOK-GEN DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO WS-BACKUP-PREFIX
                    MOVE SPACES TO WS-ROOM-FILENAME
                    STRING WS-BACKUP-PREFIX DELIMITED BY SPACE
                       'rooms.dat' DELIMITED BY SIZE
                       INTO WS-ROOM-FILENAME
                    PERFORM READ-SET-GENERATION
                    IF WS-GEN-FOUND = 'Y'
                       AND WS-GEN-READ = WS-LOOK-GEN
                       MOVE WS-BACKUP-PREFIX TO SET-SOURCE(K)
                       MOVE SPACES TO WS-OBJ-FILENAME
                       STRING WS-BACKUP-PREFIX DELIMITED BY SPACE
                          'objects.dat' DELIMITED BY SIZE
                          INTO WS-OBJ-FILENAME
                       MOVE SPACES TO WS-CRE-FILENAME
                       STRING WS-BACKUP-PREFIX DELIMITED BY SPACE
                          'creatures.dat' DELIMITED BY SIZE
                          INTO WS-CRE-FILENAME
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF SET-SOURCE(K) NOT = SPACES
              PERFORM LOAD-SET-OBJECTS
           END-IF
           IF SET-FOUND(K) = 'Y' AND WS-LOOK-ROOMFILE = WS-LIVE-ROOMS
              PERFORM RUN-WALKTHROUGH
           END-IF.

      * THE GENERATION STAMPED IN WS-ROOM-FILENAME'S MANIFEST
      * (ROOMS KEY 999)
       READ-SET-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND
           MOVE 0 TO WS-GEN-READ
           OPEN INPUT ROOM-IN-FILE
           IF WS-FS-ROOMS = '00'
              MOVE 999 TO RI-NUMBER
              READ ROOM-IN-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WS-FS-ROOMS = '00'
                 AND RI-NAME = 'MANIFEST'
                 AND RI-DESC(1:5) NUMERIC
                 MOVE 'Y' TO WS-GEN-FOUND
                 MOVE RI-DESC(1:5) TO WS-GEN-READ
              END-IF
              CLOSE ROOM-IN-FILE
           END-IF.

       LOAD-SET-OBJECTS.
           MOVE 'N' TO WS-EOF-OBJ
           OPEN INPUT OBJ-IN-FILE
           IF WS-FS-OBJECT = '00'
              MOVE 'Y' TO SET-FOUND(K)
              PERFORM READ-OBJ
              PERFORM UNTIL NO-MORE-OBJ
                 IF SET-OBJ-COUNT(K) < 20
                    ADD 1 TO SET-OBJ-COUNT(K)
                    MOVE SET-OBJ-COUNT(K) TO J
                    MOVE OI-NAME TO SET-OBJ-NAME(K, J)
                    MOVE 0 TO SET-OBJ-POINTS(K, J)
                    IF OI-POINTS NUMERIC
                       MOVE OI-POINTS TO SET-OBJ-POINTS(K, J)
                    END-IF
                 END-IF
                 PERFORM READ-OBJ
              END-PERFORM
              CLOSE OBJ-IN-FILE
           END-IF.

       READ-OBJ.
           READ OBJ-IN-FILE NEXT RECORD
              AT END SET NO-MORE-OBJ TO TRUE
           END-READ
           IF WS-FS-OBJECT NOT = '00' AND WS-FS-OBJECT NOT = '10'
              DISPLAY 'ERROR READING [' WS-OBJ-FILENAME '] STATUS='
                 WS-FS-OBJECT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * ADVENT-WALK'S WINNING ROUTE FOR THE SET JUST FOUND; ITS
      * COMMAND COUNT IS THE FEWEST TURNS A WIN IS EXPECTED IN
      * -------------------------
       RUN-WALKTHROUGH.
           OPEN OUTPUT WALK-FILE
           CLOSE WALK-FILE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'advwalk ' DELIMITED BY SIZE
              WS-ROOM-FILENAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-OBJ-FILENAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-CRE-FILENAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-WALK-FILENAME DELIMITED BY SPACE
              ' > ' DELIMITED BY SIZE
              WS-WALK-OUTPUT DELIMITED BY SPACE
              ' 2>&1' DELIMITED BY SIZE
              INTO WS-CMD-LINE
           PERFORM RUN-STEP
           MOVE WS-STEP-RC TO SET-WALK-RC(K)
           MOVE 'N' TO WS-EOF-WALK
           OPEN INPUT WALK-FILE
           IF WS-FS-WALK = '00'
              PERFORM READ-WALK
              PERFORM UNTIL NO-MORE-WALK
                 IF WK-VERB = '*END*' AND WK-TURNS NUMERIC
                    MOVE WK-TURNS TO SET-WALK-MIN(K)
                 END-IF
                 PERFORM READ-WALK
              END-PERFORM
              CLOSE WALK-FILE
           END-IF.

       READ-WALK.
           READ WALK-FILE AT END SET NO-MORE-WALK TO TRUE
           END-READ
           IF WS-FS-WALK NOT = '00' AND WS-FS-WALK NOT = '10'
              SET NO-MORE-WALK TO TRUE
           END-IF.

       RUN-STEP.
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
           END-IF.

      * -------------------------
      * SUMMARY
      * -------------------------
       REPORT-SUMMARY.
           DISPLAY SPACE
           DISPLAY 'DATASET SETS PLAYED ON:'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SET-COUNT
              IF SET-FOUND(I) = 'Y'
                 IF SET-ROOMFILE(I) = WS-LIVE-ROOMS
                    IF SET-WALK-MIN(I) > 0
                       DISPLAY '  ' SET-ROOMFILE(I) ' GEN '
                          SET-GEN(I) ' ' SET-SOURCE(I)
                          ' WALK ROUTE ' SET-WALK-MIN(I) ' TURNS'
                    ELSE
                       DISPLAY '  ' SET-ROOMFILE(I) ' GEN '
                          SET-GEN(I) ' ' SET-SOURCE(I)
                          ' NO WALK ROUTE, ADVENT-WALK RC '
                          SET-WALK-RC(I) ' - SEE ' WS-WALK-OUTPUT
                    END-IF
                 ELSE
                    DISPLAY '  ' SET-ROOMFILE(I) ' GEN '
                       SET-GEN(I) ' ' SET-SOURCE(I)
                 END-IF
              ELSE
                 DISPLAY '  ' SET-ROOMFILE(I) ' GEN '
                    SET-GEN(I) ' NO LONGER ON FILE'
              END-IF
           END-PERFORM
           DISPLAY SPACE
           DISPLAY 'SESSION LOG FILES READ:    ' CT-FILES
           DISPLAY 'PLAYER LOG FILES READ:     ' CT-PLOG-FILES
           DISPLAY 'SESSIONS READ:             ' CT-SESSIONS
           DISPLAY '  NOT FINISHED:            ' CT-INCOMPLETE
           DISPLAY '  RESUMED FROM A SAVE:     ' CT-RESUMED
           DISPLAY 'SCORES CHECKED:            ' CT-SCORE-CHECKED
           DISPLAY '  DATASETS NOT ON FILE:    ' CT-NO-DATASET
           DISPLAY 'WINS CHECKED AGAINST WALK: ' CT-WINS-CHECKED
           DISPLAY '  NO WALK ROUTE:           ' CT-WINS-NO-WALK
           IF CT-TABLE-FULL > 0
              DISPLAY 'TABLE FULL, NOT TRACKED:   ' CT-TABLE-FULL
           END-IF
           DISPLAY 'FLAGS RAISED:              ' CT-FLAGS
           DISPLAY '  RESTORES:                ' CT-FL-RESTORES
           DISPLAY '  FASTWIN:                 ' CT-FL-FASTWIN
           DISPLAY '  SCOREJMP:                ' CT-FL-SCORE
           DISPLAY '  OVERLAP:                 ' CT-FL-OVERLAP
           DISPLAY 'HIGH / MEDIUM / LOW:       ' CT-HIGH ' / '
              CT-MEDIUM ' / ' CT-LOW
           DISPLAY 'WRITTEN FOR REVIEW TO:     ' WS-REVIEW-FILENAME.
